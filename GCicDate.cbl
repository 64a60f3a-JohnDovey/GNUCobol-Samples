      *>     <date> is Gregorian yyyymmdd (8 digits) or Julian       **
      *>     yyyyddd (7 digits), the same convention the whole       **
      *>     function family uses.  Shows the day-of-week name,      **
      *>     whether it is a shop holiday, the next and previous     **
      *>     business days, and the fiscal year, period and week     **
      *>     the date falls in with the first and last business      **
      *>     days of that fiscal period.                             **
      *>                                                             **
      *> GCicDate /MONTH:yyyymm                                      **
      *>     Month-at-a-glance display for the requested month,      **
      *>     marking weekends with '.' and shop holidays with '*'.   **
      *>     Each week's row carries the fiscal period and week of   **
      *>     its first day, and the fiscal periods the month         **
      *>     touches are listed below the grid with their first      **
      *>     and last business days.                                 **
      *>                                                             **
      *> GCicDate                                                    **
      *>     With no arguments, prompts at the console: enter a      **
      *> the whole holiday function family honors, so what it        **
      *> shows is still exactly what that site's jobs compute.       **
      *>                                                             **
      *> The fiscal periods are those of the shop's 4-4-5 fiscal     **
      *> calendar, shop.fiscal, as FISCAL-DATE reads it; a date      **
      *> outside the years it defines is shown as having none.       **
      *>                                                             **
      *> RETURN-CODE is 0 normally and 8 when a date given on the    **
      *> command line is invalid.                                    **
      *>***************************************************************
           FUNCTION IS-SHOP-HOLIDAY
           FUNCTION NEXT-BUSINESS-DAY
           FUNCTION PREV-BUSINESS-DAY
           FUNCTION FISCAL-DATE
           FUNCTION FIRST-FISCAL-BUSINESS-DAY
           FUNCTION LAST-FISCAL-BUSINESS-DAY
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
              10 WS-MG-Day-TXT                    PIC X(2).
              10 WS-MG-Mark-CHR                   PIC X(1).
       01  WS-MG-Day-ZZ-NUM                       PIC Z9.
       01  WS-MG-Show-TXT                         PIC X(60).
       01  WS-MG-Row-Date-NUM                     PIC 9(8).
      *>***************************************************************
      *> Fiscal calendar work areas - FISCAL-DATE's yyyyppww answer  **
      *> taken apart, and the fiscal periods a month display touches **
      *> (a period is at least one week, so a month touches at most  **
      *> six).                                                       **
      *>***************************************************************
       78  WS-FP-Table-Max-CONST                  VALUE 6.
       01  WS-DQ-Fiscal-NUM                       PIC 9(8).
       01  WS-DQ-Fiscal-X REDEFINES WS-DQ-Fiscal-NUM.
           05 WS-DQ-FY-YYYY-NUM                   PIC 9(4).
           05 WS-DQ-FY-PP-NUM                     PIC 9(2).
           05 WS-DQ-FY-WW-NUM                     PIC 9(2).
       01  WS-DQ-Fiscal-TXT                       PIC X(20).
       01  WS-DQ-Week-ZZ-NUM                      PIC Z9.
       01  WS-DQ-Period-NUM                       PIC 9(6).
       01  WS-DQ-Edited-Last-TXT                  PIC XXXX/XX/XX.
       01  WS-FP-Table.
           05 WS-FP-Entry OCCURS WS-FP-Table-Max-CONST TIMES.
              10 WS-FP-Period-NUM                 PIC 9(6).
              10 WS-FP-Date-NUM                   PIC 9(8).
       01  WS-FP-QTY                              PIC 9(2) VALUE 0.
       01  WS-FP-SUB                              USAGE BINARY-LONG.
       01  WS-Console-EOF-CHR                     PIC X(1).
           88 WS-Console-Done-BOOL                 VALUE 'Y'.
           88 WS-Console-More-BOOL                 VALUE 'N'.
           END-EVALUATE
           .
      *>***************************************************************
      *> Put the fiscal year and period of the FISCAL-DATE answer in **
      *> WS-DQ-Fiscal-NUM into WS-DQ-Fiscal-TXT, as 'FY2026 P03'.    **
      *>***************************************************************
       030-Format-Fiscal-Period SECTION.
           MOVE SPACES TO WS-DQ-Fiscal-TXT
           STRING 'FY' WS-DQ-FY-YYYY-NUM ' P' WS-DQ-FY-PP-NUM
               DELIMITED SIZE INTO WS-DQ-Fiscal-TXT
           .
      *>***************************************************************
      *> The single-date inquiry: day-of-week name, shop-holiday     **
      *> flag, and the next and previous business days - every one   **
      *> of them computed by the functions the batch jobs use.       **
                   ' ('
                   TRIM(WS-Day-Name-TXT (WS-DQ-Dow-NUM),TRAILING)
                   ')'
           MOVE FISCAL-DATE(WS-DQ-Date-NUM) TO WS-DQ-Fiscal-NUM
           IF WS-DQ-Fiscal-NUM = 0
               DISPLAY 'Fiscal period:     none - not in the fiscal '
                       'calendar'
               EXIT SECTION
           END-IF
           PERFORM 030-Format-Fiscal-Period
           MOVE WS-DQ-FY-WW-NUM TO WS-DQ-Week-ZZ-NUM
           DISPLAY 'Fiscal period:     '
                   TRIM(WS-DQ-Fiscal-TXT,TRAILING)
                   ' week ' TRIM(WS-DQ-Week-ZZ-NUM)
           MOVE FIRST-FISCAL-BUSINESS-DAY(WS-DQ-Date-NUM)
             TO WS-DQ-Work-Date-NUM
           IF WS-DQ-Work-Date-NUM = 0
               DISPLAY 'Period bus. days:  none'
               EXIT SECTION
           END-IF
           MOVE WS-DQ-Work-Date-NUM TO WS-DQ-Edited-Date-TXT
           MOVE DAY-FROM-DATE(WS-DQ-Work-Date-NUM) TO WS-DQ-Dow-NUM
           DISPLAY 'Period first bday: ' WS-DQ-Edited-Date-TXT
                   ' ('
                   TRIM(WS-Day-Name-TXT (WS-DQ-Dow-NUM),TRAILING)
                   ')'
           MOVE LAST-FISCAL-BUSINESS-DAY(WS-DQ-Date-NUM)
             TO WS-DQ-Work-Date-NUM
           MOVE WS-DQ-Work-Date-NUM TO WS-DQ-Edited-Date-TXT
           MOVE DAY-FROM-DATE(WS-DQ-Work-Date-NUM) TO WS-DQ-Dow-NUM
           DISPLAY 'Period last bday:  ' WS-DQ-Edited-Date-TXT
                   ' ('
                   TRIM(WS-Day-Name-TXT (WS-DQ-Dow-NUM),TRAILING)
                   ')'
           .
      *>***************************************************************
      *> The month-at-a-glance display: a Sunday-to-Saturday grid     **
      *> with '.' marking weekends and '*' marking shop holidays,     **
      *> both determined by the same functions the batch jobs call,   **
      *> each row followed by its fiscal period and week and the      **
      *> grid by the fiscal periods the month touches.                **
      *>***************************************************************
       200-Show-Month-Glance SECTION.
           IF WS-DQ-Req-MM-NUM < 1 OR WS-DQ-Req-MM-NUM > 12
               DISPLAY 'Calendar: '
                       TRIM(WS-Calendar-Name-TXT,TRAILING)
           END-IF
           DISPLAY ' Su  Mo  Tu  We  Th  Fr  Sa   Fiscal week'
           MOVE 0 TO WS-FP-QTY
           COMPUTE WS-DQ-Work-Date-NUM =
               (WS-DQ-Req-YYYY-NUM * 10000)
               + (WS-DQ-Req-MM-NUM * 100) + 01
               COMPUTE WS-DQ-Work-Date-NUM =
                   (WS-DQ-Req-YYYY-NUM * 10000)
                   + (WS-DQ-Req-MM-NUM * 100) + WS-DQ-Day-NUM
               IF WS-DQ-Day-NUM = 1 OR WS-DQ-Cell-SUB = 1
                   MOVE WS-DQ-Work-Date-NUM TO WS-MG-Row-Date-NUM
               END-IF
               PERFORM 210-Note-Fiscal-Period
               MOVE WS-DQ-Day-NUM TO WS-MG-Day-ZZ-NUM
               MOVE WS-MG-Day-ZZ-NUM
                 TO WS-MG-Day-TXT (WS-DQ-Cell-SUB)
                   MOVE ' ' TO WS-MG-Mark-CHR (WS-DQ-Cell-SUB)
               END-EVALUATE
               IF WS-DQ-Cell-SUB = 7
                   PERFORM 220-Show-Grid-Row
                   MOVE SPACES TO WS-MG-Line-TXT
                   MOVE 1 TO WS-DQ-Cell-SUB
               ELSE
               ADD 1 TO WS-DQ-Day-NUM
           END-PERFORM
           IF WS-MG-Line-TXT NOT = SPACES
               PERFORM 220-Show-Grid-Row
           END-IF
           PERFORM 230-Show-Fiscal-Periods
           .
      *>***************************************************************
      *> Remember the fiscal period of the day at WS-DQ-Work-Date-NUM**
      *> when it is one the month display has not met yet.  Days     **
      *> outside the fiscal calendar are passed over.                **
      *>***************************************************************
       210-Note-Fiscal-Period SECTION.
           COMPUTE WS-DQ-Period-NUM =
               FISCAL-DATE(WS-DQ-Work-Date-NUM) / 100
           IF WS-DQ-Period-NUM = 0
               EXIT SECTION
           END-IF
           IF WS-FP-QTY > 0
               IF WS-FP-Period-NUM (WS-FP-QTY) = WS-DQ-Period-NUM
                   EXIT SECTION
               END-IF
           END-IF
           IF WS-FP-QTY >= WS-FP-Table-Max-CONST
               EXIT SECTION
           END-IF
           ADD 1 TO WS-FP-QTY
           MOVE WS-DQ-Period-NUM    TO WS-FP-Period-NUM (WS-FP-QTY)
           MOVE WS-DQ-Work-Date-NUM TO WS-FP-Date-NUM (WS-FP-QTY)
           .
      *>***************************************************************
      *> Show one row of the month grid followed by the fiscal       **
      *> period and week of the first day in it.                     **
      *>***************************************************************
       220-Show-Grid-Row SECTION.
           MOVE WS-MG-Line-TXT TO WS-MG-Show-TXT
           MOVE FISCAL-DATE(WS-MG-Row-Date-NUM) TO WS-DQ-Fiscal-NUM
           IF WS-DQ-Fiscal-NUM NOT = 0
               PERFORM 030-Format-Fiscal-Period
               MOVE WS-DQ-FY-WW-NUM TO WS-DQ-Week-ZZ-NUM
               STRING TRIM(WS-DQ-Fiscal-TXT,TRAILING)
                      ' wk ' WS-DQ-Week-ZZ-NUM
                   DELIMITED SIZE INTO WS-MG-Show-TXT (31:)
           END-IF
           DISPLAY TRIM(WS-MG-Show-TXT,TRAILING)
           .
      *>***************************************************************
      *> List the fiscal periods the month touches, each with its    **
      *> first and last business days - FIRST- and                   **
      *> LAST-FISCAL-BUSINESS-DAY take any date in the period.       **
      *>***************************************************************
       230-Show-Fiscal-Periods SECTION.
           DISPLAY ' '
           IF WS-FP-QTY = 0
               DISPLAY 'Fiscal periods: none - not in the fiscal '
                       'calendar'
               EXIT SECTION
           END-IF
           DISPLAY 'Fiscal period   First bday    Last bday'
           MOVE 1 TO WS-FP-SUB
           PERFORM UNTIL WS-FP-SUB > WS-FP-QTY
               MOVE FISCAL-DATE(WS-FP-Date-NUM (WS-FP-SUB))
                 TO WS-DQ-Fiscal-NUM
               PERFORM 030-Format-Fiscal-Period
               MOVE FIRST-FISCAL-BUSINESS-DAY(
                        WS-FP-Date-NUM (WS-FP-SUB))
                 TO WS-DQ-Work-Date-NUM
               IF WS-DQ-Work-Date-NUM = 0
                   DISPLAY WS-DQ-Fiscal-TXT (1:16)
                           'no business days'
               ELSE
                   MOVE WS-DQ-Work-Date-NUM TO WS-DQ-Edited-Date-TXT
                   MOVE LAST-FISCAL-BUSINESS-DAY(
                            WS-FP-Date-NUM (WS-FP-SUB))
                     TO WS-DQ-Work-Date-NUM
                   MOVE WS-DQ-Work-Date-NUM TO WS-DQ-Edited-Last-TXT
                   DISPLAY WS-DQ-Fiscal-TXT (1:16)
                           WS-DQ-Edited-Date-TXT '    '
                           WS-DQ-Edited-Last-TXT
               END-IF
               ADD 1 TO WS-FP-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> The console loop for an ops inquiry session: dates and      **
