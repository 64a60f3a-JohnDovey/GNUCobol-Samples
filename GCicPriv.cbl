       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicPriv.
      *>***************************************************************
      *> This program is the privileged-action report for the         **
      *> quarterly access review, built on GCic.privlog - the shop-   **
      *> wide audit trail IS-AUTHORISED appends to whenever a         **
      *> privileged action (GCic /ROLLBACK and /REBASE, GCicRcon      **
      *> /FIX, GCicChk /REPAIR, GCicHskp purges, GCicHcal output to   **
      *> the live calendar) is attempted, allowed or refused:         **
      *>                                                              **
      *>   1. Privileged actions by user - for every user and action  **
      *>      the role the user held, how many attempts were allowed  **
      *>      and how many refused, and the first and last dates      **
      *>   2. Every attempt, user by user in date and time order,     **
      *>      with the program, project and what was acted on         **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicPriv [ /FROM:yyyymmdd ] [ /TO:yyyymmdd ] [ /USER:<id> ]  **
      *>          [ /PROJECT:<name> ] [ /REPORT:<filename> ]          **
      *>                                                              **
      *> /FROM: and /TO: bound the period reviewed (both inclusive;   **
      *> by default the whole of the audit trail).  /USER: narrows    **
      *> the report to one user (compared case-blind) and /PROJECT:   **
      *> to the actions taken against one project - GCic.privlog      **
      *> is shop-wide, so unlike the other utilities /PROJECT: does   **
      *> not select a state directory here.  The report is written    **
      *> to /REPORT:, or to GCic.privrpt when no name is given.       **
      *>                                                              **
      *> RETURN-CODE is 0 when the report was produced and nothing    **
      *> in the period was refused, 4 when one or more attempts were  **
      *> refused, 8 when GCic.privlog holds nothing for the period,   **
      *> and 12 when an argument is bad or the report cannot be       **
      *> written.                                                     **
      *>***************************************************************
      *>                                                              **
      *> AUTHOR:       JOHN DOVEY                                     **
      *>                                                              **
      *> DATE-WRITTEN: October 15, 2026                               **
      *>                                                              **
      *>***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Priv-Log-FILE     ASSIGN TO
                                       WS-Priv-Log-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Priv-Log-Status-CD.
           SELECT F-Report-FILE       ASSIGN TO WS-Report-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Report-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-Priv-Log-FILE.
       01  F-Priv-Log-REC                         PIC X(256).
       FD  F-Report-FILE.
       01  F-Report-REC                           PIC X(132).
       WORKING-STORAGE SECTION.
       78  WS-UA-Table-Max-CONST                  VALUE 500.
       01  WS-Priv-Log-Filename-TXT
                          VALUE 'GCic.privlog'    PIC X(256).
       01  WS-Priv-Log-Status-CD                  PIC X(2).
       01  WS-Report-Filename-TXT
                          VALUE 'GCic.privrpt'    PIC X(256).
       01  WS-Report-Status-CD                    PIC X(2).
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-Exit-CD                             PIC 9(2) VALUE 0.
      *>***************************************************************
      *> The selection - the period, and the user and project when    **
      *> the review is narrowed to one.                               **
      *>***************************************************************
       01  WS-From-Date-TXT        VALUE '00000000' PIC X(8).
       01  WS-To-Date-TXT          VALUE '99999999' PIC X(8).
       01  WS-Sel-User-TXT         VALUE SPACES   PIC X(32).
       01  WS-Sel-Project-TXT      VALUE SPACES   PIC X(10).
      *>***************************************************************
      *> One entry per user and action seen in the period: the role   **
      *> the user last held, the allowed and refused attempts and the **
      *> first and last dates.                                        **
      *>***************************************************************
       01  WS-UA-Table.
           05 WS-UA-Entry OCCURS WS-UA-Table-Max-CONST TIMES.
              10 WS-UA-User-TXT                   PIC X(32).
              10 WS-UA-Action-TXT                 PIC X(12).
              10 WS-UA-Role-TXT                   PIC X(12).
              10 WS-UA-Allowed-QTY                PIC 9(5).
              10 WS-UA-Refused-QTY                PIC 9(5).
              10 WS-UA-First-DT-TXT               PIC X(8).
              10 WS-UA-Last-DT-TXT                PIC X(8).
              10 WS-UA-Shown-CHR                  PIC X(1).
       01  WS-UA-QTY                              PIC 9(3) VALUE 0.
       01  WS-UA-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-UA-Full-Noted-BOOL                VALUE 'Y'.
      *>***************************************************************
      *> Audit-line split fields (stamp|user|role|program|action|     **
      *> result|project|detail).                                      **
      *>***************************************************************
       01  WS-PR-Stamp-TXT                        PIC X(16).
       01  WS-PR-User-TXT                         PIC X(32).
       01  WS-PR-Role-TXT                         PIC X(12).
       01  WS-PR-Program-TXT                      PIC X(12).
       01  WS-PR-Action-TXT                       PIC X(12).
       01  WS-PR-Result-TXT                       PIC X(8).
       01  WS-PR-Project-TXT                      PIC X(10).
       01  WS-PR-Detail-TXT                       PIC X(160).
       01  WS-PR-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-PR-Selected-CHR                     PIC X(1).
           88 WS-PR-Selected-BOOL                  VALUE 'Y'.
       01  WS-PR-EOF-CHR                          PIC X(1).
           88 WS-PR-EOF-BOOL                       VALUE 'Y'.
           88 WS-PR-Not-EOF-BOOL                   VALUE 'N'.
      *>***************************************************************
      *> Totals and report work areas.                                **
      *>***************************************************************
       01  WS-Allowed-QTY                         PIC 9(7) VALUE 0.
       01  WS-Refused-QTY                         PIC 9(7) VALUE 0.
       01  WS-Users-QTY                           PIC 9(5) VALUE 0.
       01  WS-Cur-User-TXT                        PIC X(32).
       01  WS-I-SUB                               USAGE BINARY-LONG.
       01  WS-Found-SUB                           USAGE BINARY-LONG.
       01  WS-Best-SUB                            USAGE BINARY-LONG.
       01  WS-Shown-QTY                           PIC 9(3).
       01  WS-Disp-5-NUM                          PIC ZZZZ9.
       01  WS-Disp-7-NUM                          PIC ZZZZZZ9.
       01  WS-Report-Line-TXT                     PIC X(132).
       PROCEDURE DIVISION.
       000-Main SECTION.
           PERFORM 010-Parse-Args
           PERFORM 100-Load-Actions
           IF WS-UA-QTY = 0
               DISPLAY 'GCic.privlog holds no privileged actions for '
                       'the period selected'
               MOVE 8 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           PERFORM 200-Write-Report
           DISPLAY 'Privileged-action report written to '
                   TRIM(WS-Report-Filename-TXT,TRAILING)
           IF WS-Refused-QTY > 0
               DISPLAY WS-Refused-QTY ' privileged action(s) were '
                       'refused in the period'
               MOVE 4 TO WS-Exit-CD
           END-IF
           PERFORM 900-Terminate
      * -- Control will NOT return
           .
      *>***************************************************************
      *> Parse the command line - the same token walk GCic's          **
      *> 010-Parse-Args does.                                         **
      *>***************************************************************
       010-Parse-Args SECTION.
           ACCEPT WS-Cmd-Args-TXT FROM COMMAND-LINE
           MOVE 1 TO WS-Cmd-SUB
           PERFORM UNTIL WS-Cmd-SUB > LENGTH(WS-Cmd-Args-TXT)
                      OR WS-Cmd-Args-TXT (WS-Cmd-SUB:) = SPACES
               MOVE SPACES TO WS-Cmd-Token-TXT
               IF WS-Cmd-Args-TXT (WS-Cmd-SUB:1) = '"' OR "'"
                   MOVE WS-Cmd-Args-TXT (WS-Cmd-SUB:1)
                     TO WS-Cmd-End-Quote-CHR
                   ADD 1 TO WS-Cmd-SUB
                   UNSTRING WS-Cmd-Args-TXT
                       DELIMITED BY WS-Cmd-End-Quote-CHR
                       INTO WS-Cmd-Token-TXT
                       WITH POINTER WS-Cmd-SUB
               ELSE
                   UNSTRING WS-Cmd-Args-TXT
                       DELIMITED BY ALL SPACES
                       INTO WS-Cmd-Token-TXT
                       WITH POINTER WS-Cmd-SUB
               END-IF
               EVALUATE TRUE
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:6) = '/FROM:'
                   MOVE WS-Cmd-Token-TXT (7:8) TO WS-From-Date-TXT
                   IF WS-From-Date-TXT IS NOT NUMERIC
                       DISPLAY '/FROM: must be a date as yyyymmdd'
                       MOVE 12 TO WS-Exit-CD
                       PERFORM 900-Terminate
      *> ------------- Control will NOT return
                   END-IF
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:4) = '/TO:'
                   MOVE WS-Cmd-Token-TXT (5:8) TO WS-To-Date-TXT
                   IF WS-To-Date-TXT IS NOT NUMERIC
                       DISPLAY '/TO: must be a date as yyyymmdd'
                       MOVE 12 TO WS-Exit-CD
                       PERFORM 900-Terminate
      *> ------------- Control will NOT return
                   END-IF
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:6) = '/USER:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (7:32))
                     TO WS-Sel-User-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9)
                    = '/PROJECT:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (10:10))
                     TO WS-Sel-Project-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/REPORT:'
                   MOVE WS-Cmd-Token-TXT (9:)
                     TO WS-Report-Filename-TXT
               WHEN OTHER
                   DISPLAY 'Unrecognized switch ignored: '
                           TRIM(WS-Cmd-Token-TXT)
               END-EVALUATE
           END-PERFORM
           IF WS-From-Date-TXT > WS-To-Date-TXT
               DISPLAY '/FROM: is later than /TO:'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           .
      *>***************************************************************
      *> First pass through GCic.privlog: fold every selected attempt **
      *> into its user-and-action entry.                              **
      *>***************************************************************
       100-Load-Actions SECTION.
           OPEN INPUT F-Priv-Log-FILE
           IF WS-Priv-Log-Status-CD NOT = '00'
               DISPLAY 'Unable to open privileged-action log '
                       TRIM(WS-Priv-Log-Filename-TXT,TRAILING)
               MOVE 8 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET WS-PR-Not-EOF-BOOL TO TRUE
           READ F-Priv-Log-FILE
               AT END SET WS-PR-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-PR-EOF-BOOL
               PERFORM 105-Split-Audit-Line
               IF WS-PR-Selected-BOOL
                   PERFORM 110-Fold-One-Action
               END-IF
               READ F-Priv-Log-FILE
                   AT END SET WS-PR-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Priv-Log-FILE
           .
      *>***************************************************************
      *> Split one audit line and decide whether the selection takes  **
      *> it.  The detail is the last field and is taken whole.        **
      *>***************************************************************
       105-Split-Audit-Line SECTION.
           MOVE SPACES TO WS-PR-Stamp-TXT
                          WS-PR-User-TXT
                          WS-PR-Role-TXT
                          WS-PR-Program-TXT
                          WS-PR-Action-TXT
                          WS-PR-Result-TXT
                          WS-PR-Project-TXT
                          WS-PR-Detail-TXT
           MOVE 'N' TO WS-PR-Selected-CHR
           MOVE 1 TO WS-PR-Parse-SUB
           UNSTRING F-Priv-Log-REC DELIMITED BY '|'
               INTO WS-PR-Stamp-TXT
                    WS-PR-User-TXT
                    WS-PR-Role-TXT
                    WS-PR-Program-TXT
                    WS-PR-Action-TXT
                    WS-PR-Result-TXT
                    WS-PR-Project-TXT
               WITH POINTER WS-PR-Parse-SUB
           END-UNSTRING
           IF WS-PR-Parse-SUB <= LENGTH(F-Priv-Log-REC)
               MOVE F-Priv-Log-REC (WS-PR-Parse-SUB:)
                 TO WS-PR-Detail-TXT
           END-IF
           IF WS-PR-Stamp-TXT (1:8) IS NOT NUMERIC
           OR WS-PR-User-TXT = SPACES
           OR (WS-PR-Result-TXT NOT = 'ALLOWED'
               AND WS-PR-Result-TXT NOT = 'REFUSED')
               EXIT SECTION
           END-IF
           IF WS-PR-Stamp-TXT (1:8) < WS-From-Date-TXT
           OR WS-PR-Stamp-TXT (1:8) > WS-To-Date-TXT
               EXIT SECTION
           END-IF
           IF WS-Sel-User-TXT NOT = SPACES
           AND UPPER-CASE(WS-PR-User-TXT) NOT = WS-Sel-User-TXT
               EXIT SECTION
           END-IF
           IF WS-Sel-Project-TXT NOT = SPACES
           AND UPPER-CASE(WS-PR-Project-TXT) NOT = WS-Sel-Project-TXT
               EXIT SECTION
           END-IF
           SET WS-PR-Selected-BOOL TO TRUE
           .
      *>***************************************************************
      *> Count one attempt against its user and action.  The log is   **
      *> in time order, so the last fold leaves the latest role and   **
      *> date in place.                                               **
      *>***************************************************************
       110-Fold-One-Action SECTION.
           MOVE 0 TO WS-Found-SUB
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-UA-QTY
                      OR WS-Found-SUB > 0
               IF WS-UA-User-TXT (WS-I-SUB) = WS-PR-User-TXT
               AND WS-UA-Action-TXT (WS-I-SUB) = WS-PR-Action-TXT
                   MOVE WS-I-SUB TO WS-Found-SUB
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           IF WS-Found-SUB = 0
               IF WS-UA-QTY < WS-UA-Table-Max-CONST
                   ADD 1 TO WS-UA-QTY
                   MOVE WS-UA-QTY TO WS-Found-SUB
                   INITIALIZE WS-UA-Entry (WS-Found-SUB)
                   MOVE WS-PR-User-TXT
                     TO WS-UA-User-TXT (WS-Found-SUB)
                   MOVE WS-PR-Action-TXT
                     TO WS-UA-Action-TXT (WS-Found-SUB)
                   MOVE WS-PR-Stamp-TXT (1:8)
                     TO WS-UA-First-DT-TXT (WS-Found-SUB)
               ELSE
                   IF NOT WS-UA-Full-Noted-BOOL
                       DISPLAY 'WARNING - more than '
                               WS-UA-Table-Max-CONST
                               ' user/action pairs; extras missing '
                               'from the summary'
                       SET WS-UA-Full-Noted-BOOL TO TRUE
                   END-IF
                   EXIT SECTION
               END-IF
           END-IF
           MOVE WS-PR-Role-TXT TO WS-UA-Role-TXT (WS-Found-SUB)
           MOVE WS-PR-Stamp-TXT (1:8)
             TO WS-UA-Last-DT-TXT (WS-Found-SUB)
           IF WS-PR-Result-TXT = 'ALLOWED'
               ADD 1 TO WS-UA-Allowed-QTY (WS-Found-SUB)
           ELSE
               ADD 1 TO WS-UA-Refused-QTY (WS-Found-SUB)
           END-IF
           .
      *>***************************************************************
      *> Produce the report.                                          **
      *>***************************************************************
       200-Write-Report SECTION.
           OPEN OUTPUT F-Report-FILE
           IF WS-Report-Status-CD NOT = '00'
               DISPLAY 'Unable to create report file '
                       TRIM(WS-Report-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE 'PRIVILEGED-ACTION ACCESS REVIEW (FROM GCic.privlog)'
             TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'PERIOD: ' WS-From-Date-TXT ' TO ' WS-To-Date-TXT
               DELIMITED SIZE INTO WS-Report-Line-TXT
           IF WS-Sel-User-TXT NOT = SPACES
               MOVE 'USER:' TO WS-Report-Line-TXT (35:5)
               MOVE WS-Sel-User-TXT TO WS-Report-Line-TXT (41:32)
           END-IF
           IF WS-Sel-Project-TXT NOT = SPACES
               MOVE 'PROJECT:' TO WS-Report-Line-TXT (75:8)
               MOVE WS-Sel-Project-TXT TO WS-Report-Line-TXT (84:10)
           END-IF
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           PERFORM 210-Write-Summary-Section
           PERFORM 220-Write-Detail-Section
           PERFORM 240-Write-Totals
           CLOSE F-Report-FILE
           .
      *>***************************************************************
      *> Section 1 - user by user (case-blind order), each user's     **
      *> actions in name order.  A user's entries are marked shown as **
      *> they are written; section 2 takes the users in the same      **
      *> order.                                                       **
      *>***************************************************************
       210-Write-Summary-Section SECTION.
           MOVE 'PRIVILEGED ACTIONS BY USER' TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 'USER' TO WS-Report-Line-TXT (3:32)
           MOVE 'ROLE         ACTION       ALLOWED REFUSED'
             TO WS-Report-Line-TXT (36:41)
           MOVE 'FIRST     LAST' TO WS-Report-Line-TXT (79:14)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-UA-QTY
               MOVE SPACE TO WS-UA-Shown-CHR (WS-I-SUB)
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE 0 TO WS-Shown-QTY
           MOVE SPACES TO WS-Cur-User-TXT
           PERFORM UNTIL WS-Shown-QTY >= WS-UA-QTY
               PERFORM 215-Pick-Next-Entry
               IF WS-UA-User-TXT (WS-Best-SUB) NOT = WS-Cur-User-TXT
                   MOVE WS-UA-User-TXT (WS-Best-SUB)
                     TO WS-Cur-User-TXT
                   ADD 1 TO WS-Users-QTY
               END-IF
               MOVE 'X' TO WS-UA-Shown-CHR (WS-Best-SUB)
               MOVE SPACES TO WS-Report-Line-TXT
               MOVE WS-UA-User-TXT (WS-Best-SUB)
                 TO WS-Report-Line-TXT (3:32)
               MOVE WS-UA-Role-TXT (WS-Best-SUB)
                 TO WS-Report-Line-TXT (36:12)
               MOVE WS-UA-Action-TXT (WS-Best-SUB)
                 TO WS-Report-Line-TXT (49:12)
               MOVE WS-UA-Allowed-QTY (WS-Best-SUB) TO WS-Disp-5-NUM
               MOVE WS-Disp-5-NUM TO WS-Report-Line-TXT (64:5)
               MOVE WS-UA-Refused-QTY (WS-Best-SUB) TO WS-Disp-5-NUM
               MOVE WS-Disp-5-NUM TO WS-Report-Line-TXT (72:5)
               MOVE WS-UA-First-DT-TXT (WS-Best-SUB)
                 TO WS-Report-Line-TXT (79:8)
               MOVE WS-UA-Last-DT-TXT (WS-Best-SUB)
                 TO WS-Report-Line-TXT (89:8)
               IF WS-UA-Refused-QTY (WS-Best-SUB) > 0
                   MOVE '*REFUSALS*' TO WS-Report-Line-TXT (99:10)
               END-IF
               WRITE F-Report-REC FROM WS-Report-Line-TXT
               ADD WS-UA-Allowed-QTY (WS-Best-SUB) TO WS-Allowed-QTY
               ADD WS-UA-Refused-QTY (WS-Best-SUB) TO WS-Refused-QTY
               ADD 1 TO WS-Shown-QTY
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> WS-Best-SUB becomes the not-yet-shown entry first in user    **
      *> (case-blind), then action order.                             **
      *>***************************************************************
       215-Pick-Next-Entry SECTION.
           MOVE 0 TO WS-Best-SUB
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-UA-QTY
               IF WS-UA-Shown-CHR (WS-I-SUB) = SPACE
                   EVALUATE TRUE
                   WHEN WS-Best-SUB = 0
                       MOVE WS-I-SUB TO WS-Best-SUB
                   WHEN UPPER-CASE(WS-UA-User-TXT (WS-I-SUB))
                      < UPPER-CASE(WS-UA-User-TXT (WS-Best-SUB))
                       MOVE WS-I-SUB TO WS-Best-SUB
                   WHEN UPPER-CASE(WS-UA-User-TXT (WS-I-SUB))
                      = UPPER-CASE(WS-UA-User-TXT (WS-Best-SUB))
                   AND WS-UA-User-TXT (WS-I-SUB)
                      < WS-UA-User-TXT (WS-Best-SUB)
                       MOVE WS-I-SUB TO WS-Best-SUB
                   WHEN WS-UA-User-TXT (WS-I-SUB)
                      = WS-UA-User-TXT (WS-Best-SUB)
                   AND WS-UA-Action-TXT (WS-I-SUB)
                      < WS-UA-Action-TXT (WS-Best-SUB)
                       MOVE WS-I-SUB TO WS-Best-SUB
                   WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Section 2 - every selected attempt, user by user in the      **
      *> order of section 1, each user's in date and time order (the  **
      *> order the log was written in).  One pass of the log per      **
      *> user keeps the table small.                                  **
      *>***************************************************************
       220-Write-Detail-Section SECTION.
           MOVE 'PRIVILEGED ACTIONS BY USER AND DATE' TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 'DATE       TIME     PROGRAM      ACTION       RESULT'
             TO WS-Report-Line-TXT (5:53)
           MOVE 'PROJECT    DETAIL' TO WS-Report-Line-TXT (60:17)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-UA-QTY
               MOVE SPACE TO WS-UA-Shown-CHR (WS-I-SUB)
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE 0 TO WS-Shown-QTY
           PERFORM UNTIL WS-Shown-QTY >= WS-UA-QTY
               PERFORM 215-Pick-Next-Entry
               MOVE WS-UA-User-TXT (WS-Best-SUB) TO WS-Cur-User-TXT
      *> ----- Every entry of this user is now shown
               MOVE 1 TO WS-I-SUB
               PERFORM UNTIL WS-I-SUB > WS-UA-QTY
                   IF WS-UA-User-TXT (WS-I-SUB) = WS-Cur-User-TXT
                       MOVE 'X' TO WS-UA-Shown-CHR (WS-I-SUB)
                       ADD 1 TO WS-Shown-QTY
                   END-IF
                   ADD 1 TO WS-I-SUB
               END-PERFORM
               MOVE SPACES TO WS-Report-Line-TXT
               STRING 'USER ' WS-Cur-User-TXT
                   DELIMITED SIZE INTO WS-Report-Line-TXT (3:)
               WRITE F-Report-REC FROM WS-Report-Line-TXT
               PERFORM 225-Write-User-Attempts
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> WS-Cur-User-TXT's selected attempts, read again from the     **
      *> log.                                                         **
      *>***************************************************************
       225-Write-User-Attempts SECTION.
           OPEN INPUT F-Priv-Log-FILE
           IF WS-Priv-Log-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-PR-Not-EOF-BOOL TO TRUE
           READ F-Priv-Log-FILE
               AT END SET WS-PR-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-PR-EOF-BOOL
               PERFORM 105-Split-Audit-Line
               IF WS-PR-Selected-BOOL
               AND WS-PR-User-TXT = WS-Cur-User-TXT
                   MOVE SPACES TO WS-Report-Line-TXT
                   STRING WS-PR-Stamp-TXT (1:4) '-'
                          WS-PR-Stamp-TXT (5:2) '-'
                          WS-PR-Stamp-TXT (7:2) ' '
                          WS-PR-Stamp-TXT (9:2) ':'
                          WS-PR-Stamp-TXT (11:2) ':'
                          WS-PR-Stamp-TXT (13:2)
                       DELIMITED SIZE INTO WS-Report-Line-TXT (5:19)
                   MOVE WS-PR-Program-TXT
                     TO WS-Report-Line-TXT (25:12)
                   MOVE WS-PR-Action-TXT TO WS-Report-Line-TXT (38:12)
                   MOVE WS-PR-Result-TXT TO WS-Report-Line-TXT (51:8)
                   MOVE WS-PR-Project-TXT
                     TO WS-Report-Line-TXT (60:10)
                   MOVE WS-PR-Detail-TXT TO WS-Report-Line-TXT (71:62)
                   WRITE F-Report-REC FROM WS-Report-Line-TXT
               END-IF
               READ F-Priv-Log-FILE
                   AT END SET WS-PR-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Priv-Log-FILE
           .
      *>***************************************************************
      *> The closing totals.                                          **
      *>***************************************************************
       240-Write-Totals SECTION.
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-Users-QTY TO WS-Disp-7-NUM
           STRING 'USERS:            ' WS-Disp-7-NUM
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-Allowed-QTY TO WS-Disp-7-NUM
           STRING 'ACTIONS ALLOWED:  ' WS-Disp-7-NUM
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-Refused-QTY TO WS-Disp-7-NUM
           STRING 'ACTIONS REFUSED:  ' WS-Disp-7-NUM
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
           MOVE WS-Exit-CD TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM GCicPriv.
