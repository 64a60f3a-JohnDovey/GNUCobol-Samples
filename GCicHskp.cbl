      *> directory - see GCic.projects and GCic's own                **
      *> 121-Resolve-Project-Paths.                                  **
      *>                                                             **
      *> The purges are privileged: the user must hold a role        **
      *> entitled to PURGE in shop.operators (see IS-AUTHORISED),    **
      *> and every run, allowed or refused, is recorded in the       **
      *> privileged-action audit file GCic.privlog.                  **
      *>                                                             **
      *> RETURN-CODE is 0 when the run went through, and 12 when a   **
      *> switch is unusable, a state file cannot be rewritten, or    **
      *> the user is not entitled to the purges.                     **
      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       JOHN DOVEY                                    **
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
       01  WS-AU-Detail-SUB                       USAGE BINARY-LONG.
       PROCEDURE DIVISION.
       000-Main SECTION.
           PERFORM 010-Parse-Args
           PERFORM 015-Resolve-Project-Paths
           PERFORM 020-Check-Purge-Authority
           ACCEPT WS-Today-Date-NUM FROM DATE YYYYMMDD
           COMPUTE WS-Cutoff-Date-NUM =
               DATE-OF-INTEGER(INTEGER-OF-DATE(WS-Today-Date-NUM)
           CLOSE F-Project-FILE
           .
      *>***************************************************************
      *> The purges delete archived listings and roll the audit log   **
      *> off, so the run is privileged - the user must be entitled    **
      *> to PURGE in shop.operators.  IS-AUTHORISED records the run   **
      *> in GCic.privlog whichever way it goes; a refusal stops it    **
      *> before anything is touched.                                  **
      *>***************************************************************
       020-Check-Purge-Authority SECTION.
           MOVE SPACES TO WS-AU-Detail-TXT
           MOVE 1 TO WS-AU-Detail-SUB
           STRING 'days ' WS-Retain-Days-NUM
                  ' keep ' WS-Keep-Versions-NUM
               DELIMITED SIZE INTO WS-AU-Detail-TXT
               WITH POINTER WS-AU-Detail-SUB
           IF WS-PJ-Name-TXT NOT = SPACES
               STRING ' project ' TRIM(WS-PJ-Name-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-AU-Detail-TXT
                   WITH POINTER WS-AU-Detail-SUB
           END-IF
           IF IS-AUTHORISED('GCicHskp', 'PURGE', WS-AU-Detail-TXT) = 0
               DISPLAY 'Housekeeping refused - this user is not '
                       'entitled to PURGE in shop.operators'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
