       IDENTIFICATION DIVISION.
       FUNCTION-ID. FIRST-FISCAL-BUSINESS-DAY.
      *>****************************************************************
      *> This GNU COBOL user-defined function returns the first         **
      *> business day of the fiscal period a given Gregorian or Julian  **
      *> date falls in.                                                 **
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
      *>               Any date in the period will do - the period's    **
      *>               own first day, or today for 'this period'.       **
      *>                                                                **
      *> The result returned will be one of the following:              **
      *>                                                                **
      *> 0: The supplied date is invalid, falls in no fiscal year the   **
      *>    fiscal calendar defines (see FISCAL-DATE), or its period    **
      *>    holds no business day at all                                **
      *> yyyymmdd: The first day of the fiscal period that is not a     **
      *>           Saturday, Sunday or shop holiday - the same test     **
      *>           NEXT-BUSINESS-DAY applies                            **
      *>                                                                **
      *> The fiscal calendar is the one FISCAL-DATE reads, and the      **
      *> holiday calendar the shop default or the named calendar        **
      *> selected through the SHOP_CALENDAR environment variable - see  **
      *> IS-SHOP-HOLIDAY.                                               **
      *>****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FUNCTION FISCAL-DATE
       FUNCTION NEXT-BUSINESS-DAY
       FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-Raw-Date7-NUM PIC 9(7).
       01 WS-Raw-Date8-NUM PIC 9(8).
       01 WS-Input-Date-NUM PIC 9(8).
       01 WS-Walk-Date-NUM PIC 9(8).
       01 WS-Period-NUM PIC 9(6).
       01 WS-Walk-Period-NUM PIC 9(6).
       LINKAGE SECTION.
       01 L-Input-Date-DT PIC X ANY LENGTH.
       01 L-Output-Date-NUM USAGE BINARY-LONG SIGNED.
       PROCEDURE DIVISION USING L-Input-Date-DT
           RETURNING L-Output-Date-NUM.
       000-Main SECTION.
           CALL "C$PARAMSIZE" USING 1
           EVALUATE RETURN-CODE
           WHEN 7
           MOVE L-Input-Date-DT TO WS-Raw-Date7-NUM
           IF TEST-DAY-YYYYDDD(WS-Raw-Date7-NUM) > 0
               MOVE 0 TO L-Output-Date-NUM
               GOBACK
           END-IF
           MOVE DATE-OF-INTEGER(INTEGER-OF-DAY(WS-Raw-Date7-NUM))
           TO WS-Input-Date-NUM
           WHEN 8
           MOVE L-Input-Date-DT TO WS-Raw-Date8-NUM
           IF TEST-DATE-YYYYMMDD(WS-Raw-Date8-NUM) > 0
               MOVE 0 TO L-Output-Date-NUM
               GOBACK
           END-IF
           MOVE WS-Raw-Date8-NUM TO WS-Input-Date-NUM
           WHEN OTHER
           MOVE 0 TO L-Output-Date-NUM
           GOBACK
           END-EVALUATE
           COMPUTE WS-Period-NUM = FISCAL-DATE(WS-Input-Date-NUM) / 100
           IF WS-Period-NUM = 0
               MOVE 0 TO L-Output-Date-NUM
               GOBACK
           END-IF
      *> Step back a day at a time until the day before the period
      *> starts, then ask NEXT-BUSINESS-DAY for the first business
      *> day after it.
           MOVE WS-Input-Date-NUM TO WS-Walk-Date-NUM
           MOVE WS-Period-NUM TO WS-Walk-Period-NUM
           PERFORM UNTIL WS-Walk-Period-NUM NOT = WS-Period-NUM
               COMPUTE WS-Walk-Date-NUM =
                   DATE-OF-INTEGER(
                       INTEGER-OF-DATE(WS-Walk-Date-NUM) - 1)
               COMPUTE WS-Walk-Period-NUM =
                   FISCAL-DATE(WS-Walk-Date-NUM) / 100
           END-PERFORM
           MOVE NEXT-BUSINESS-DAY(WS-Walk-Date-NUM) TO WS-Walk-Date-NUM
           COMPUTE WS-Walk-Period-NUM =
               FISCAL-DATE(WS-Walk-Date-NUM) / 100
           IF WS-Walk-Period-NUM NOT = WS-Period-NUM
               MOVE 0 TO L-Output-Date-NUM
           ELSE
               MOVE WS-Walk-Date-NUM TO L-Output-Date-NUM
           END-IF
           GOBACK.
       END FUNCTION FIRST-FISCAL-BUSINESS-DAY.
