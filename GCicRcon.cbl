      *> directory for .cbl/.cob members.  With /FIX the corrected   **
      *> manifest - every source member with its detected type,      **
      *> retired entries dropped - is written over GCic.programs     **
      *> in one run.  /FIX is privileged: the user must hold a role  **
      *> entitled to it in shop.operators (see IS-AUTHORISED), and   **
      *> every attempt, allowed or refused, is recorded in the       **
      *> privileged-action audit file GCic.privlog.                  **
      *>                                                             **
      *> /PROJECT:<name> (or the GCIC_PROJECT environment           **
      *> variable) works against the named project's state           **
      *>                                                             **
      *> RETURN-CODE is 0 when manifest and library are in step (or  **
      *> /FIX just put them back in step), 4 when discrepancies      **
      *> were reported and left standing, and 12 for a setup error   **
      *> or a /FIX the user is not entitled to.                      **
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
       PROCEDURE DIVISION.
       000-Main SECTION.
           PERFORM 010-Parse-Args
           PERFORM 015-Resolve-Project-Paths
           IF WS-Fix-BOOL
               PERFORM 020-Check-Fix-Authority
           END-IF
           IF WS-RM-Dir-BOOL
               PERFORM 100-Scan-Directory
           ELSE
           CLOSE F-Project-FILE
           .
      *>***************************************************************
      *> /FIX rewrites GCic.programs, so it is privileged - the user  **
      *> must be entitled to it in shop.operators.  IS-AUTHORISED     **
      *> records the attempt in GCic.privlog whichever way it goes;   **
      *> a refusal stops the run before anything is read.             **
      *>***************************************************************
       020-Check-Fix-Authority SECTION.
           MOVE SPACES TO WS-AU-Detail-TXT
           IF WS-RM-Dir-BOOL
               STRING TRIM(WS-Known-Pgm-Filename-TXT,TRAILING)
                      ' from directory '
                      TRIM(WS-Source-Dir-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-AU-Detail-TXT
           ELSE
               STRING TRIM(WS-Known-Pgm-Filename-TXT,TRAILING)
                      ' from list '
                      TRIM(WS-Member-Filename-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-AU-Detail-TXT
           END-IF
           IF IS-AUTHORISED('GCicRcon', 'FIX', WS-AU-Detail-TXT) = 0
               DISPLAY '/FIX refused - this user is not entitled to '
                       'it in shop.operators'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
