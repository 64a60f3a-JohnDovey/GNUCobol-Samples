       IDENTIFICATION DIVISION.
       FUNCTION-ID. FISCAL-DATE.
      *>****************************************************************
      *> This GNU COBOL user-defined function returns where a           **
      *> Gregorian or Julian date falls in the shop's fiscal calendar - **
      *> its fiscal year, fiscal period and fiscal week.                **
      *>****************************************************************
      *> Arguments:                                                     **
      *>                                                                **
      *> Calendar-Date A PIC 9 data item or numeric literal which       **
      *>               will be treated as a calendar date, exactly as   **
      *>               described for DAY-FROM-DATE:                     **
      *>                                                                **
      *>               7-digit value: Interpreted as a Julian date      **
      *>                              in the form yyyyddd               **
      *>               8-digit value: Interpreted as a Gregorian        **
      *>                              date in the form yyyymmdd         **
      *>                                                                **
      *>               An all-zero value - the literal 0, or a zero     **
      *>               data item of any size - is a control call: the   **
      *>               in-memory fiscal table is dropped so the file    **
      *>               is re-read on the next real call, and the        **
      *>               result is 0 (as for IS-SHOP-HOLIDAY).            **
      *>                                                                **
      *> The result returned will be one of the following:              **
      *>                                                                **
      *> 0: The supplied date is invalid, or falls in no fiscal year    **
      *>    the fiscal calendar defines                                 **
      *> yyyyppww: The fiscal year (yyyy), the fiscal period within     **
      *>           it (pp, from 01) and the fiscal week of the year     **
      *>           (ww, from 01 - 52 or 53 in the last week)            **
      *>                                                                **
      *> So FISCAL-DATE(d) / 10000 is the fiscal year, and              **
      *> FISCAL-DATE(d) / 100 the year and period together (yyyypp),    **
      *> the natural key for 'is this the same fiscal period'.          **
      *>                                                                **
      *> The fiscal calendar is kept in ONE shop-wide file,             **
      *> shop.fiscal (see WS-FF-Filename-TXT below), alongside          **
      *> shop.holidays.  Blank lines and lines beginning with '*' are   **
      *> ignored; every other line defines one fiscal year:             **
      *>                                                                **
      *>   FY <yyyy> <yyyymmdd> <pattern>                               **
      *>       yyyy      the fiscal year                                **
      *>       yyyymmdd  the fiscal year's first day                    **
      *>       pattern   the weeks in each period - three digits for    **
      *>                 one quarter repeated through all four (445,    **
      *>                 454 or 544), or one digit per period, twelve   **
      *>                 or thirteen of them (445445445446 carries a    **
      *>                 53rd week in the last period)                  **
      *>                                                                **
      *> A line that cannot be read is passed over - GCicHcal /FISCAL   **
      *> checks the file and reports every such line, and that each     **
      *> year covers 52 or 53 weeks and starts the day after the year   **
      *> before it ends.  If the file cannot be opened, no date has a   **
      *> fiscal period.  Setting SHOP_FISCAL_FILE to a file name reads  **
      *> that file instead - re-checked on every call, as               **
      *> SHOP_CALENDAR_FILE is for IS-SHOP-HOLIDAY.                     **
      *>                                                                **
      *> The file is read ONCE, on the first call, into an in-memory    **
      *> table that serves every later call - cycle projection calls    **
      *> this function for every day it walks.                          **
      *>****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOP-FISCAL-FILE     ASSIGN TO WS-FF-Filename-TXT
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WS-FF-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  SHOP-FISCAL-FILE.
       01  FF-REC                      PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-Raw-Date7-NUM PIC 9(7).
       01 WS-Raw-Date8-NUM PIC 9(8).
       01 WS-Input-Date-NUM PIC 9(8).
       01 WS-Input-Day-NUM BINARY-LONG.
       01 WS-FF-Filename-TXT VALUE 'shop.fiscal' PIC X(256).
       01 WS-FF-Override-TXT PIC X(256).
       01 WS-FF-Status-CD PIC X(2).
       01 WS-FF-EOF-CHR PIC X(1).
           88 WS-FF-EOF-BOOL VALUE 'Y'.
           88 WS-FF-Not-EOF-BOOL VALUE 'N'.
      *>****************************************************************
      *> One shop.fiscal line split into its fields.                    **
      *>****************************************************************
       01 WS-FL-Verb-TXT PIC X(8).
       01 WS-FL-Year-TXT PIC X(8).
       01 WS-FL-Start-TXT PIC X(10).
       01 WS-FL-Pattern-TXT PIC X(20).
       01 WS-FL-Start-NUM PIC 9(8).
       01 WS-FL-Pattern-Len-NUM BINARY-LONG.
       01 WS-FL-Good-CHR PIC X(1).
           88 WS-FL-Good-BOOL VALUE 'Y'.
           88 WS-FL-Bad-BOOL VALUE 'N'.
      *>****************************************************************
      *> The loaded fiscal calendar - one entry per fiscal year, with   **
      *> its first day as an integer day number and the weeks in each   **
      *> of its periods.  WORKING-STORAGE persists across calls, so     **
      *> the table loads on the first call and serves every call        **
      *> after that, until the file name in force changes.              **
      *>****************************************************************
       01 WS-FT-Loaded-CHR VALUE 'N' PIC X(1).
           88 WS-FT-Loaded-BOOL VALUE 'Y'.
           88 WS-FT-Not-Loaded-BOOL VALUE 'N'.
       01 WS-FT-Loaded-File-TXT PIC X(256).
       01 WS-FT-Table.
           05 WS-FT-Entry OCCURS 100 TIMES.
              10 WS-FT-Year-NUM PIC 9(4).
              10 WS-FT-Start-Day-NUM BINARY-LONG.
              10 WS-FT-Period-QTY PIC 9(2).
              10 WS-FT-Week-QTY PIC 9(2).
              10 WS-FT-Period-Weeks-NUM OCCURS 13 TIMES PIC 9(1).
       01 WS-FT-Entry-QTY PIC 9(3).
       01 WS-FT-SUB USAGE BINARY-LONG.
       01 WS-FT-Found-SUB USAGE BINARY-LONG.
       01 WS-FP-SUB USAGE BINARY-LONG.
       01 WS-Week-NUM BINARY-LONG.
       01 WS-Period-NUM BINARY-LONG.
       01 WS-Cum-Weeks-NUM BINARY-LONG.
       LINKAGE SECTION.
       01 L-Input-Date-DT PIC X ANY LENGTH.
       01 L-Output-Fiscal-NUM USAGE BINARY-LONG SIGNED.
       PROCEDURE DIVISION USING L-Input-Date-DT
           RETURNING L-Output-Fiscal-NUM.
       000-Main SECTION.
      *> The reload control call is recognized on the raw bytes,
      *> before the 7/8-digit sizing below, as IS-SHOP-HOLIDAY does.
           IF L-Input-Date-DT = ALL '0'
               SET WS-FT-Not-Loaded-BOOL TO TRUE
               MOVE 0 TO L-Output-Fiscal-NUM
               GOBACK
           END-IF
           CALL "C$PARAMSIZE" USING 1
           EVALUATE RETURN-CODE
           WHEN 7
           MOVE L-Input-Date-DT TO WS-Raw-Date7-NUM
           IF TEST-DAY-YYYYDDD(WS-Raw-Date7-NUM) > 0
               MOVE 0 TO L-Output-Fiscal-NUM
               GOBACK
           END-IF
           MOVE DATE-OF-INTEGER(INTEGER-OF-DAY(WS-Raw-Date7-NUM))
           TO WS-Input-Date-NUM
           WHEN 8
           MOVE L-Input-Date-DT TO WS-Raw-Date8-NUM
           IF TEST-DATE-YYYYMMDD(WS-Raw-Date8-NUM) > 0
               MOVE 0 TO L-Output-Fiscal-NUM
               GOBACK
           END-IF
           MOVE WS-Raw-Date8-NUM TO WS-Input-Date-NUM
           WHEN OTHER
           MOVE 0 TO L-Output-Fiscal-NUM
           GOBACK
           END-EVALUATE
           MOVE 'shop.fiscal' TO WS-FF-Filename-TXT
           MOVE SPACES TO WS-FF-Override-TXT
           ACCEPT WS-FF-Override-TXT FROM ENVIRONMENT 'SHOP_FISCAL_FILE'
           IF WS-FF-Override-TXT NOT = SPACES
               MOVE WS-FF-Override-TXT TO WS-FF-Filename-TXT
           END-IF
           IF WS-FT-Loaded-BOOL
           AND WS-FF-Filename-TXT NOT = WS-FT-Loaded-File-TXT
               SET WS-FT-Not-Loaded-BOOL TO TRUE
           END-IF
           IF WS-FT-Not-Loaded-BOOL
               PERFORM 100-Load-Fiscal-Table
           END-IF
      *> Find the fiscal year whose span holds the date; the first
      *> year listed wins should two ever overlap.
           MOVE INTEGER-OF-DATE(WS-Input-Date-NUM) TO WS-Input-Day-NUM
           MOVE 0 TO WS-FT-Found-SUB
           MOVE 1 TO WS-FT-SUB
           PERFORM UNTIL WS-FT-SUB > WS-FT-Entry-QTY
                      OR WS-FT-Found-SUB > 0
               IF WS-Input-Day-NUM >= WS-FT-Start-Day-NUM (WS-FT-SUB)
               AND WS-Input-Day-NUM < WS-FT-Start-Day-NUM (WS-FT-SUB)
                                    + (WS-FT-Week-QTY (WS-FT-SUB) * 7)
                   MOVE WS-FT-SUB TO WS-FT-Found-SUB
               END-IF
               ADD 1 TO WS-FT-SUB
           END-PERFORM
           IF WS-FT-Found-SUB = 0
               MOVE 0 TO L-Output-Fiscal-NUM
               GOBACK
           END-IF
           COMPUTE WS-Week-NUM =
               ((WS-Input-Day-NUM
                 - WS-FT-Start-Day-NUM (WS-FT-Found-SUB)) / 7) + 1
           MOVE 0 TO WS-Period-NUM
           MOVE 0 TO WS-Cum-Weeks-NUM
           MOVE 1 TO WS-FP-SUB
           PERFORM UNTIL WS-Period-NUM > 0
               ADD WS-FT-Period-Weeks-NUM (WS-FT-Found-SUB, WS-FP-SUB)
                 TO WS-Cum-Weeks-NUM
               IF WS-Week-NUM <= WS-Cum-Weeks-NUM
                   MOVE WS-FP-SUB TO WS-Period-NUM
               END-IF
               ADD 1 TO WS-FP-SUB
           END-PERFORM
           COMPUTE L-Output-Fiscal-NUM =
               (WS-FT-Year-NUM (WS-FT-Found-SUB) * 10000)
               + (WS-Period-NUM * 100) + WS-Week-NUM
           GOBACK.
      *>****************************************************************
      *> 100-Load-Fiscal-Table reads SHOP-FISCAL-FILE once, top to      **
      *> bottom, into WS-FT-Table.  A missing or unreadable file is     **
      *> treated the same as an empty one - no date has a fiscal        **
      *> period.                                                        **
      *>****************************************************************
       100-Load-Fiscal-Table SECTION.
           MOVE 0 TO WS-FT-Entry-QTY
           SET WS-FT-Loaded-BOOL TO TRUE
           MOVE WS-FF-Filename-TXT TO WS-FT-Loaded-File-TXT
           OPEN INPUT SHOP-FISCAL-FILE
           IF WS-FF-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-FF-Not-EOF-BOOL TO TRUE
           READ SHOP-FISCAL-FILE
               AT END SET WS-FF-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-FF-EOF-BOOL
               IF FF-REC NOT = SPACES AND FF-REC (1:1) NOT = '*'
               AND WS-FT-Entry-QTY < 100
                   PERFORM 110-Take-Fiscal-Line
               END-IF
               READ SHOP-FISCAL-FILE
                   AT END SET WS-FF-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE SHOP-FISCAL-FILE
           .
      *>****************************************************************
      *> 110-Take-Fiscal-Line adds one FY line to the table when every  **
      *> field on it can be used, expanding a three-digit quarter       **
      *> pattern into its twelve periods.                               **
      *>****************************************************************
       110-Take-Fiscal-Line SECTION.
           MOVE SPACES TO WS-FL-Verb-TXT WS-FL-Year-TXT
                          WS-FL-Start-TXT WS-FL-Pattern-TXT
           UNSTRING FF-REC DELIMITED BY ALL SPACES
               INTO WS-FL-Verb-TXT WS-FL-Year-TXT
                    WS-FL-Start-TXT WS-FL-Pattern-TXT
           END-UNSTRING
           IF UPPER-CASE(WS-FL-Verb-TXT) NOT = 'FY'
           OR WS-FL-Year-TXT (1:4) IS NOT NUMERIC
           OR WS-FL-Year-TXT (5:) NOT = SPACES
           OR WS-FL-Start-TXT (1:8) IS NOT NUMERIC
           OR WS-FL-Start-TXT (9:) NOT = SPACES
               EXIT SECTION
           END-IF
           MOVE WS-FL-Start-TXT (1:8) TO WS-FL-Start-NUM
           IF TEST-DATE-YYYYMMDD(WS-FL-Start-NUM) > 0
               EXIT SECTION
           END-IF
           MOVE LENGTH(TRIM(WS-FL-Pattern-TXT,TRAILING))
             TO WS-FL-Pattern-Len-NUM
           IF WS-FL-Pattern-Len-NUM NOT = 3
           AND WS-FL-Pattern-Len-NUM NOT = 12
           AND WS-FL-Pattern-Len-NUM NOT = 13
               EXIT SECTION
           END-IF
           IF WS-FL-Pattern-TXT (1:WS-FL-Pattern-Len-NUM) IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF WS-FL-Pattern-Len-NUM = 3
               MOVE WS-FL-Pattern-TXT (1:3) TO WS-FL-Pattern-TXT (4:3)
                                               WS-FL-Pattern-TXT (7:3)
                                               WS-FL-Pattern-TXT (10:3)
               MOVE 12 TO WS-FL-Pattern-Len-NUM
           END-IF
           SET WS-FL-Good-BOOL TO TRUE
           MOVE 1 TO WS-FP-SUB
           PERFORM UNTIL WS-FP-SUB > WS-FL-Pattern-Len-NUM
               IF WS-FL-Pattern-TXT (WS-FP-SUB:1) = '0'
                   SET WS-FL-Bad-BOOL TO TRUE
               END-IF
               ADD 1 TO WS-FP-SUB
           END-PERFORM
           IF WS-FL-Bad-BOOL
               EXIT SECTION
           END-IF
           ADD 1 TO WS-FT-Entry-QTY
           MOVE WS-FL-Year-TXT (1:4) TO WS-FT-Year-NUM (WS-FT-Entry-QTY)
           MOVE INTEGER-OF-DATE(WS-FL-Start-NUM)
             TO WS-FT-Start-Day-NUM (WS-FT-Entry-QTY)
           MOVE WS-FL-Pattern-Len-NUM
             TO WS-FT-Period-QTY (WS-FT-Entry-QTY)
           MOVE 0 TO WS-FT-Week-QTY (WS-FT-Entry-QTY)
           MOVE 1 TO WS-FP-SUB
           PERFORM UNTIL WS-FP-SUB > WS-FL-Pattern-Len-NUM
               MOVE WS-FL-Pattern-TXT (WS-FP-SUB:1)
                 TO WS-FT-Period-Weeks-NUM (WS-FT-Entry-QTY, WS-FP-SUB)
               ADD WS-FT-Period-Weeks-NUM (WS-FT-Entry-QTY, WS-FP-SUB)
                 TO WS-FT-Week-QTY (WS-FT-Entry-QTY)
               ADD 1 TO WS-FP-SUB
           END-PERFORM
           .
       END FUNCTION FISCAL-DATE.
