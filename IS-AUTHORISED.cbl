       IDENTIFICATION DIVISION.
       FUNCTION-ID. IS-AUTHORISED.
      *>****************************************************************
      *> This GNU COBOL user-defined function decides whether the user  **
      *> running the current session may carry out one of the GCic      **
      *> toolset's privileged actions, and records the decision.        **
      *>****************************************************************
      *> Arguments:                                                     **
      *>                                                                **
      *> Program-Name  The program asking, e.g. 'GCicChk' - recorded    **
      *>               on the audit line.                               **
      *>                                                                **
      *> Action-Name   The privileged action, one of:                   **
      *>                                                                **
      *>                 ROLLBACK  GCic /ROLLBACK:n                     **
      *>                 REBASE    GCic /REBASE                         **
      *>                 FIX       GCicRcon /FIX                        **
      *>                 REPAIR    GCicChk /REPAIR                      **
      *>                 PURGE     GCicHskp retention purges            **
      *>                 CALENDAR  GCicHcal writing a live calendar     **
      *>                                                                **
      *> Detail        Free text recorded on the audit line - what the  **
      *>               action was aimed at (program, list, file ...).   **
      *>               A detail of '*QUERY' only asks: the answer is    **
      *>               returned and nothing is recorded.  GCicOps uses  **
      *>               this to decide which options to show, and GCic's **
      *>               parallel workers to re-check the entitlement     **
      *>               their coordinator has already recorded.          **
      *>                                                                **
      *> The result returned will be one of the following:              **
      *>                                                                **
      *> 0: The user is not entitled to the action - refuse it          **
      *> 1: The user is entitled to the action - go ahead               **
      *>                                                                **
      *> The user is the USER (or USERNAME) environment variable, the   **
      *> same user ID GCic records on the change ledger.  Who holds     **
      *> which role is kept in ONE shop-wide file, shop.operators       **
      *> (see WS-OF-Filename-TXT below), alongside the shop's other     **
      *> shop.* control files.  Blank lines and lines beginning with    **
      *> '*' are ignored; every other line is one of:                   **
      *>                                                                **
      *>   USER   <user-id> <role>                                      **
      *>       The user's role - OPERATOR, DEVELOPER and ADMIN are the  **
      *>       shop's roles, but any word will do as long as the        **
      *>       ACTION lines name it.  User IDs compare case-blind.      **
      *>   ACTION <action-name> <role> [ <role> ... ]                   **
      *>       The roles entitled to the action, replacing the shop     **
      *>       default for it (see 300-Set-Default-Roles):              **
      *>         ROLLBACK  OPERATOR ADMIN                               **
      *>         REBASE    DEVELOPER ADMIN                              **
      *>         FIX       ADMIN                                        **
      *>         REPAIR    OPERATOR ADMIN                               **
      *>         PURGE     OPERATOR ADMIN                               **
      *>         CALENDAR  ADMIN                                        **
      *>                                                                **
      *> A user with no USER line holds no role and is refused every    **
      *> privileged action.  A shop with no shop.operators file at all  **
      *> has not switched authorisation on yet: nothing is refused,     **
      *> but every action is still recorded (role '(NO FILE)') so the   **
      *> access review has a history from the first day.                **
      *>                                                                **
      *> Every decision that is not a query is appended to the shop-    **
      *> wide privileged-action audit file GCic.privlog - see           **
      *> GCicPriv for the report over it - one pipe-delimited line:     **
      *>                                                                **
      *>   stamp|user|role|program|action|ALLOWED or REFUSED|           **
      *>   project|detail                                               **
      *>                                                                **
      *> stamp is YYYYMMDDHHMMSSss, project the GCIC_PROJECT in force.  **
      *> When shop.operators is in force and the audit line cannot be   **
      *> written, the action is refused: an action that cannot be       **
      *> accounted for is not carried out.                              **
      *>****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOP-OPERATOR-FILE   ASSIGN TO WS-OF-Filename-TXT
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WS-OF-Status-CD.
           SELECT PRIV-LOG-FILE        ASSIGN TO WS-PL-Filename-TXT
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WS-PL-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  SHOP-OPERATOR-FILE.
       01  OF-REC                      PIC X(132).
       FD  PRIV-LOG-FILE.
       01  PL-REC                      PIC X(256).
       WORKING-STORAGE SECTION.
       01 WS-OF-Filename-TXT VALUE 'shop.operators' PIC X(256).
       01 WS-OF-Status-CD PIC X(2).
       01 WS-OF-EOF-CHR PIC X(1).
           88 WS-OF-EOF-BOOL VALUE 'Y'.
           88 WS-OF-Not-EOF-BOOL VALUE 'N'.
       01 WS-OF-File-CHR PIC X(1).
           88 WS-OF-File-Found-BOOL VALUE 'Y'.
           88 WS-OF-No-File-BOOL VALUE 'N'.
       01 WS-PL-Filename-TXT VALUE 'GCic.privlog' PIC X(256).
       01 WS-PL-Status-CD PIC X(2).
       01 WS-PL-Ptr-SUB USAGE BINARY-LONG.
      *>****************************************************************
      *> The request, the user making it and the role they hold.        **
      *>****************************************************************
       01 WS-Program-TXT PIC X(12).
       01 WS-Action-TXT PIC X(12).
       01 WS-Detail-TXT PIC X(160).
       01 WS-User-TXT PIC X(32).
       01 WS-Role-TXT PIC X(12).
       01 WS-Project-TXT PIC X(10).
       01 WS-Query-CHR PIC X(1).
           88 WS-Query-BOOL VALUE 'Y'.
           88 WS-Not-Query-BOOL VALUE 'N'.
       01 WS-Allowed-CHR PIC X(1).
           88 WS-Allowed-BOOL VALUE 'Y'.
           88 WS-Refused-BOOL VALUE 'N'.
      *>****************************************************************
      *> The roles entitled to the action - the shop default, replaced  **
      *> by an ACTION line when shop.operators has one for it.          **
      *>****************************************************************
       01 WS-AR-Table.
           05 WS-AR-Role-TXT OCCURS 10 TIMES PIC X(12).
       01 WS-AR-QTY PIC 9(2).
       01 WS-AR-SUB USAGE BINARY-LONG.
      *>****************************************************************
      *> shop.operators line split fields, and the audit stamp.         **
      *>****************************************************************
       01 WS-OL-Line-TXT PIC X(132).
       01 WS-OL-Kind-TXT PIC X(12).
       01 WS-OL-Name-TXT PIC X(32).
       01 WS-OL-Role-TXT PIC X(12).
       01 WS-OL-Parse-SUB USAGE BINARY-LONG.
       01 WS-Stamp-DT-NUM PIC 9(8).
       01 WS-Stamp-TM-NUM PIC 9(8).
       LINKAGE SECTION.
       01 L-Program-TXT PIC X ANY LENGTH.
       01 L-Action-TXT PIC X ANY LENGTH.
       01 L-Detail-TXT PIC X ANY LENGTH.
       01 L-Output-Allowed-NUM USAGE BINARY-LONG SIGNED.
       PROCEDURE DIVISION USING L-Program-TXT
                                L-Action-TXT
                                L-Detail-TXT
           RETURNING L-Output-Allowed-NUM.
       000-Main SECTION.
           MOVE L-Program-TXT TO WS-Program-TXT
           MOVE UPPER-CASE(L-Action-TXT) TO WS-Action-TXT
           MOVE L-Detail-TXT TO WS-Detail-TXT
           IF WS-Detail-TXT = '*QUERY'
               SET WS-Query-BOOL TO TRUE
           ELSE
               SET WS-Not-Query-BOOL TO TRUE
           END-IF
           PERFORM 100-Identify-User
           PERFORM 300-Set-Default-Roles
           PERFORM 200-Read-Operator-File
           EVALUATE TRUE
           WHEN WS-OF-No-File-BOOL
               MOVE '(NO FILE)' TO WS-Role-TXT
               SET WS-Allowed-BOOL TO TRUE
           WHEN WS-Role-TXT = SPACES
               MOVE '(NONE)' TO WS-Role-TXT
               SET WS-Refused-BOOL TO TRUE
           WHEN OTHER
               SET WS-Refused-BOOL TO TRUE
               MOVE 1 TO WS-AR-SUB
               PERFORM UNTIL WS-AR-SUB > WS-AR-QTY
                          OR WS-Allowed-BOOL
                   IF WS-AR-Role-TXT (WS-AR-SUB) = WS-Role-TXT
                       SET WS-Allowed-BOOL TO TRUE
                   END-IF
                   ADD 1 TO WS-AR-SUB
               END-PERFORM
           END-EVALUATE
           IF WS-Not-Query-BOOL
               PERFORM 400-Write-Audit-Line
           END-IF
           IF WS-Allowed-BOOL
               MOVE 1 TO L-Output-Allowed-NUM
           ELSE
               MOVE 0 TO L-Output-Allowed-NUM
           END-IF
           GOBACK.
      *>****************************************************************
      *> 100-Identify-User takes the session's user ID (USER, or        **
      *> USERNAME on Windows) and the project in force.                 **
      *>****************************************************************
       100-Identify-User SECTION.
           MOVE SPACES TO WS-User-TXT
           ACCEPT WS-User-TXT FROM ENVIRONMENT 'USER'
           IF WS-User-TXT = SPACES
               ACCEPT WS-User-TXT FROM ENVIRONMENT 'USERNAME'
           END-IF
           IF WS-User-TXT = SPACES
               MOVE 'UNKNOWN' TO WS-User-TXT
           END-IF
           MOVE SPACES TO WS-Project-TXT
           ACCEPT WS-Project-TXT FROM ENVIRONMENT 'GCIC_PROJECT'
           MOVE UPPER-CASE(WS-Project-TXT) TO WS-Project-TXT
           .
      *>****************************************************************
      *> 200-Read-Operator-File reads shop.operators top to bottom for  **
      *> the user's USER line and the action's ACTION line.  The file   **
      *> is small and read on every call, so an entitlement granted or  **
      *> withdrawn takes effect at the very next privileged action.     **
      *>****************************************************************
       200-Read-Operator-File SECTION.
           MOVE SPACES TO WS-Role-TXT
           OPEN INPUT SHOP-OPERATOR-FILE
           IF WS-OF-Status-CD NOT = '00'
               SET WS-OF-No-File-BOOL TO TRUE
               EXIT SECTION
           END-IF
           SET WS-OF-File-Found-BOOL TO TRUE
           SET WS-OF-Not-EOF-BOOL TO TRUE
           READ SHOP-OPERATOR-FILE
               AT END SET WS-OF-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-OF-EOF-BOOL
               IF OF-REC NOT = SPACES AND OF-REC (1:1) NOT = '*'
                   MOVE TRIM(OF-REC,LEADING) TO WS-OL-Line-TXT
                   PERFORM 210-Apply-Operator-Line
               END-IF
               READ SHOP-OPERATOR-FILE
                   AT END SET WS-OF-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE SHOP-OPERATOR-FILE
           .
      *>****************************************************************
      *> 210-Apply-Operator-Line takes one USER or ACTION line (leading **
      *> spaces already trimmed off into WS-OL-Line-TXT); any           **
      *> other line is passed over.                                     **
      *>****************************************************************
       210-Apply-Operator-Line SECTION.
           MOVE SPACES TO WS-OL-Kind-TXT WS-OL-Name-TXT WS-OL-Role-TXT
           MOVE 1 TO WS-OL-Parse-SUB
           UNSTRING WS-OL-Line-TXT DELIMITED BY ALL SPACES
               INTO WS-OL-Kind-TXT WS-OL-Name-TXT
               WITH POINTER WS-OL-Parse-SUB
           END-UNSTRING
           EVALUATE UPPER-CASE(WS-OL-Kind-TXT)
           WHEN 'USER'
               IF UPPER-CASE(WS-OL-Name-TXT) = UPPER-CASE(WS-User-TXT)
                   UNSTRING WS-OL-Line-TXT DELIMITED BY ALL SPACES
                       INTO WS-OL-Role-TXT
                       WITH POINTER WS-OL-Parse-SUB
                   END-UNSTRING
                   MOVE UPPER-CASE(WS-OL-Role-TXT) TO WS-Role-TXT
               END-IF
           WHEN 'ACTION'
               IF UPPER-CASE(WS-OL-Name-TXT) = WS-Action-TXT
                   MOVE 0 TO WS-AR-QTY
                   PERFORM UNTIL WS-OL-Parse-SUB > 132
                              OR WS-OL-Line-TXT (WS-OL-Parse-SUB:)
                                 = SPACES
                              OR WS-AR-QTY >= 10
                       MOVE SPACES TO WS-OL-Role-TXT
                       UNSTRING WS-OL-Line-TXT DELIMITED BY ALL SPACES
                           INTO WS-OL-Role-TXT
                           WITH POINTER WS-OL-Parse-SUB
                       END-UNSTRING
                       IF WS-OL-Role-TXT NOT = SPACES
                           ADD 1 TO WS-AR-QTY
                           MOVE UPPER-CASE(WS-OL-Role-TXT)
                             TO WS-AR-Role-TXT (WS-AR-QTY)
                       END-IF
                   END-PERFORM
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *>****************************************************************
      *> 300-Set-Default-Roles loads the shop default for the action -  **
      *> ADMIN alone for anything not listed, so an action added later  **
      *> is never open to all until someone decides otherwise.          **
      *>****************************************************************
       300-Set-Default-Roles SECTION.
           MOVE SPACES TO WS-AR-Table
           EVALUATE WS-Action-TXT
           WHEN 'ROLLBACK'
           WHEN 'REPAIR'
           WHEN 'PURGE'
               MOVE 'OPERATOR'  TO WS-AR-Role-TXT (1)
               MOVE 'ADMIN'     TO WS-AR-Role-TXT (2)
               MOVE 2 TO WS-AR-QTY
           WHEN 'REBASE'
               MOVE 'DEVELOPER' TO WS-AR-Role-TXT (1)
               MOVE 'ADMIN'     TO WS-AR-Role-TXT (2)
               MOVE 2 TO WS-AR-QTY
           WHEN OTHER
               MOVE 'ADMIN'     TO WS-AR-Role-TXT (1)
               MOVE 1 TO WS-AR-QTY
           END-EVALUATE
           .
      *>****************************************************************
      *> 400-Write-Audit-Line appends the decision to GCic.privlog      **
      *> (created on first use).  With shop.operators in force a line   **
      *> that cannot be written turns the decision into a refusal.      **
      *>****************************************************************
       400-Write-Audit-Line SECTION.
           ACCEPT WS-Stamp-DT-NUM FROM DATE YYYYMMDD
           ACCEPT WS-Stamp-TM-NUM FROM TIME
           MOVE SPACES TO PL-REC
           MOVE 1 TO WS-PL-Ptr-SUB
           STRING WS-Stamp-DT-NUM WS-Stamp-TM-NUM '|'
                  TRIM(WS-User-TXT,TRAILING) '|'
                  TRIM(WS-Role-TXT,TRAILING) '|'
                  TRIM(WS-Program-TXT,TRAILING) '|'
                  TRIM(WS-Action-TXT,TRAILING) '|'
               DELIMITED SIZE INTO PL-REC
               WITH POINTER WS-PL-Ptr-SUB
           IF WS-Allowed-BOOL
               STRING 'ALLOWED|'
                   DELIMITED SIZE INTO PL-REC
                   WITH POINTER WS-PL-Ptr-SUB
           ELSE
               STRING 'REFUSED|'
                   DELIMITED SIZE INTO PL-REC
                   WITH POINTER WS-PL-Ptr-SUB
           END-IF
           STRING TRIM(WS-Project-TXT,TRAILING) '|'
                  TRIM(WS-Detail-TXT,TRAILING)
               DELIMITED SIZE INTO PL-REC
               WITH POINTER WS-PL-Ptr-SUB
           OPEN EXTEND PRIV-LOG-FILE
           IF WS-PL-Status-CD = '35'
               OPEN OUTPUT PRIV-LOG-FILE
           END-IF
           IF WS-PL-Status-CD NOT = '00'
               IF WS-OF-File-Found-BOOL
                   SET WS-Refused-BOOL TO TRUE
               END-IF
               EXIT SECTION
           END-IF
           WRITE PL-REC
           IF WS-PL-Status-CD NOT = '00'
           AND WS-OF-File-Found-BOOL
               SET WS-Refused-BOOL TO TRUE
           END-IF
           CLOSE PRIV-LOG-FILE
           .
       END FUNCTION IS-AUTHORISED.
