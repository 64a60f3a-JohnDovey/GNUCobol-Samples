      *> rewritten without its bad records (they are in            **
      *> GCic.rejects), and GCic.xrefarc is rebuilt from its        **
      *> readable records when its contents are out of order or    **
      *> damaged.  /REPAIR is privileged: the user must hold a role **
      *> entitled to it in shop.operators (see IS-AUTHORISED), and  **
      *> every attempt, allowed or refused, is recorded in the      **
      *> privileged-action audit file GCic.privlog.                 **
      *>                                                             **
      *> /PROJECT:<name> (or the GCIC_PROJECT environment           **
      *> variable) works against the named project's state           **
      *>                                                             **
      *> RETURN-CODE is 0 when everything is clean (or was          **
      *> repaired), 4 when problems were reported and left          **
      *> standing, and 12 for a setup error or a /REPAIR the user   **
      *> is not entitled to.                                        **
      *>                                                             **
      *> Every run also leaves its verdict in GCic.chkstat - one    **
      *> line: the run's date/time stamp and CLEAN / REPAIRED /     **
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION IS-AUTHORISED
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-PJ-Found-CHR                        PIC X(1).
           88 WS-PJ-Found-BOOL                     VALUE 'Y'.
           88 WS-PJ-Not-Found-BOOL                 VALUE 'N'.
      *>***************************************************************
      *> What the privileged action is aimed at, as IS-AUTHORISED     **
      *> records it in GCic.privlog.                                  **
      *>***************************************************************
       01  WS-AU-Detail-TXT                       PIC X(160).
       PROCEDURE DIVISION.
       000-Main SECTION.
           PERFORM 010-Parse-Args
           PERFORM 015-Resolve-Project-Paths
           IF WS-Repair-BOOL
               PERFORM 025-Check-Repair-Authority
           END-IF
           MOVE 'GCic.switches' TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-State-In-Filename-TXT
           CLOSE F-Project-FILE
           .
      *>***************************************************************
      *> /REPAIR rewrites the state files without their bad records,  **
      *> so it is privileged - the user must be entitled to it in     **
      *> shop.operators.  IS-AUTHORISED records the attempt in        **
      *> GCic.privlog whichever way it goes; a refusal stops the run  **
      *> before any file is checked.                                  **
      *>***************************************************************
       025-Check-Repair-Authority SECTION.
           MOVE SPACES TO WS-AU-Detail-TXT
           IF WS-PJ-Name-TXT = SPACES
               MOVE 'state files' TO WS-AU-Detail-TXT
           ELSE
               STRING 'state files of project '
                      TRIM(WS-PJ-Name-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-AU-Detail-TXT
           END-IF
           IF IS-AUTHORISED('GCicChk', 'REPAIR', WS-AU-Detail-TXT) = 0
               DISPLAY '/REPAIR refused - this user is not entitled '
                       'to it in shop.operators'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
