      *>           weekday d (1=Sunday .. 7=Saturday, the            **
      *>           DAY-FROM-DATE convention) in month mm.            **
      *>                                                             **
      *> GCicHcal /FISCAL [ /FILE:<fiscal calendar> ]                **
      *>     Validate the 4-4-5 fiscal calendar (default             **
      *>     shop.fiscal, the file FISCAL-DATE reads).  Every        **
      *>     'FY <yyyy> <yyyymmdd> <pattern>' line must have a       **
      *>     numeric year, a start date that passes                  **
      *>     TEST-DATE-YYYYMMDD and a period pattern of 3, 12 or 13  **
      *>     digits from 1 to 9; each year's periods must add up to  **
      *>     exactly 52 or 53 weeks; the years must be consecutive   **
      *>     and ascending; and each year must start the day after   **
      *>     the year before it ends - a gap or an overlap is        **
      *>     reported with its size in days.  Each good year is      **
      *>     listed with its span, periods and weeks.                **
      *>                                                             **
      *> /CALENDAR:<name> may be added to either mode to work on    **
      *> the named site calendar instead of the shop default: it    **
      *> validates shop.holidays.<name>, and /GENERATE: writes to   **
      *> files are the ones IS-SHOP-HOLIDAY reads when the          **
      *> SHOP_CALENDAR environment variable selects that site.      **
      *>                                                             **
      *> Generating straight into a live calendar - /OUT: naming    **
      *> the calendar being maintained, or any shop.holidays or     **
      *> shop.holidays.<name> file without a .yyyy year suffix - is **
      *> privileged: the user must hold a role entitled to          **
      *> CALENDAR in shop.operators (see IS-AUTHORISED), and every  **
      *> attempt, allowed or refused, is recorded in the            **
      *> privileged-action audit file GCic.privlog.  Generating     **
      *> into the default review file needs no entitlement.         **
      *>                                                             **
      *> RETURN-CODE is 0 when the calendar is clean (or was         **
      *> generated), 4 when the only findings are weekend flags, 8   **
      *> when the calendar or fiscal calendar has errors, and 12     **
      *> when a file cannot be opened, the command line is           **
      *> unusable, or the user is not entitled to write the live     **
      *> calendar named by /OUT:.                                    **
      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       JOHN DOVEY                                    **
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION DAY-FROM-DATE
           FUNCTION IS-AUTHORISED
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Gen-Out-Status-CD.
           SELECT F-Fiscal-FILE       ASSIGN TO WS-Fiscal-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Fiscal-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-Holiday-FILE.
       01  F-Rules-REC                            PIC X(80).
       FD  F-Gen-Out-FILE.
       01  F-Gen-Out-REC                          PIC X(80).
       FD  F-Fiscal-FILE.
       01  F-Fiscal-REC                           PIC X(80).
       WORKING-STORAGE SECTION.
       78  WS-Date-Table-Max-CONST                VALUE 400.
       78  WS-Fiscal-Year-Max-CONST               VALUE 100.
       01  WS-Holiday-Filename-TXT
                         VALUE 'shop.holidays'    PIC X(256).
       01  WS-Holiday-Status-CD                   PIC X(2).
       01  WS-Rules-Status-CD                     PIC X(2).
       01  WS-Gen-Out-Filename-TXT                PIC X(256).
       01  WS-Gen-Out-Status-CD                   PIC X(2).
       01  WS-Fiscal-Filename-TXT
                         VALUE 'shop.fiscal'      PIC X(256).
       01  WS-Fiscal-Status-CD                    PIC X(2).
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Run-Mode-CHR                        PIC X(1).
           88 WS-RM-Validate-BOOL                  VALUE 'V'.
           88 WS-RM-Generate-BOOL                  VALUE 'G'.
           88 WS-RM-Fiscal-BOOL                    VALUE 'F'.
       01  WS-Calendar-Name-TXT       VALUE SPACES PIC X(20).
       01  WS-File-Given-CHR          VALUE 'N'    PIC X(1).
           88 WS-File-Given-BOOL                   VALUE 'Y'.
           88 WS-HC-Not-Dup-BOOL                   VALUE 'N'.
       01  WS-I-SUB                               USAGE BINARY-LONG.
      *>***************************************************************
      *> Fiscal calendar validation work areas - one FY line split    **
      *> as FISCAL-DATE splits it, and the year before it.            **
      *>***************************************************************
       01  WS-HF-Verb-TXT                         PIC X(8).
       01  WS-HF-Year-TXT                         PIC X(8).
       01  WS-HF-Start-TXT                        PIC X(10).
       01  WS-HF-Pattern-TXT                      PIC X(20).
       01  WS-HF-Year-NUM                         PIC 9(4).
       01  WS-HF-Start-NUM                        PIC 9(8).
       01  WS-HF-End-NUM                          PIC 9(8).
       01  WS-HF-Start-Day-NUM                    USAGE BINARY-LONG.
       01  WS-HF-Pattern-Len-NUM                  USAGE BINARY-LONG.
       01  WS-HF-Week-QTY                         PIC 9(3).
       01  WS-HF-Periods-NUM                      PIC 9(2).
       01  WS-HF-Weeks-NUM                        PIC 9(2).
       01  WS-HF-Year-QTY                         PIC 9(5).
       01  WS-HF-Prior-Year-NUM                   PIC 9(4).
       01  WS-HF-Prior-Next-Day-NUM               USAGE BINARY-LONG.
       01  WS-HF-Prior-Next-NUM                   PIC 9(8).
       01  WS-HF-Days-NUM                         PIC 9(5).
       01  WS-HF-Days-ZZ-NUM                      PIC ZZZZ9.
       01  WS-HF-Edited-Start-TXT                 PIC XXXX/XX/XX.
       01  WS-HF-Edited-End-TXT                   PIC XXXX/XX/XX.
       01  WS-HF-Good-CHR                         PIC X(1).
           88 WS-HF-Good-BOOL                      VALUE 'Y'.
           88 WS-HF-Bad-BOOL                       VALUE 'N'.
      *>***************************************************************
      *> Generation work areas.                                       **
      *>***************************************************************
       01  WS-HG-Rule-Verb-TXT                    PIC X(8).
           88 WS-HG-Last-BOOL                      VALUE 'Y'.
           88 WS-HG-Not-Last-BOOL                  VALUE 'N'.
       01  WS-HG-Out-Line-TXT                     PIC X(80).
      *>***************************************************************
      *> Live-calendar check work areas - where the /OUT: file's own  **
      *> name starts, and what the write is recorded as.              **
      *>***************************************************************
       01  WS-HL-Len-NUM                          USAGE BINARY-LONG.
       01  WS-HL-SUB                              USAGE BINARY-LONG.
       01  WS-HL-Live-CHR                         PIC X(1).
           88 WS-HL-Live-BOOL                      VALUE 'Y'.
           88 WS-HL-Staging-BOOL                   VALUE 'N'.
       01  WS-AU-Detail-TXT                       PIC X(160).
       PROCEDURE DIVISION.
       000-Main SECTION.
           PERFORM 010-Parse-Args
           EVALUATE TRUE
           WHEN WS-RM-Generate-BOOL
               PERFORM 300-Generate-Year
           WHEN WS-RM-Fiscal-BOOL
               PERFORM 200-Validate-Fiscal-Calendar
           WHEN OTHER
               PERFORM 100-Validate-Calendar
           END-EVALUATE
           PERFORM 900-Terminate
      * -- Control will NOT return
           .
               EVALUATE TRUE
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) = '/VALIDATE'
                   SET WS-RM-Validate-BOOL TO TRUE
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) = '/FISCAL'
                   SET WS-RM-Fiscal-BOOL TO TRUE
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:10) = '/GENERATE:'
                   IF WS-Cmd-Token-TXT (11:4) IS NUMERIC
                       SET WS-RM-Generate-BOOL TO TRUE
                           TRIM(WS-Cmd-Token-TXT)
               END-EVALUATE
           END-PERFORM
      *> -- In /FISCAL mode /FILE: names the fiscal calendar.
           IF WS-RM-Fiscal-BOOL
               IF WS-File-Given-BOOL
                   MOVE WS-Holiday-Filename-TXT
                     TO WS-Fiscal-Filename-TXT
               END-IF
               EXIT SECTION
           END-IF
      *> -- An explicit /FILE: always wins; otherwise a named
      *> -- calendar selects its own shop.holidays.<name> file.
           IF WS-Calendar-Name-TXT NOT = SPACES
           END-EVALUATE
           .
      *>***************************************************************
      *> Read the fiscal calendar top to bottom, checking each FY     **
      *> line on its own and against the year before it; comment      **
      *> ('*') and blank lines are passed over exactly as             **
      *> FISCAL-DATE passes over them.  Every finding names the line  **
      *> it is on.                                                    **
      *>***************************************************************
       200-Validate-Fiscal-Calendar SECTION.
           OPEN INPUT F-Fiscal-FILE
           IF WS-Fiscal-Status-CD NOT = '00'
               DISPLAY 'Unable to open fiscal calendar '
                       TRIM(WS-Fiscal-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               EXIT SECTION
           END-IF
           DISPLAY 'Validating '
                   TRIM(WS-Fiscal-Filename-TXT,TRAILING) ' ...'
           MOVE 0 TO WS-HC-Line-NUM
           MOVE 0 TO WS-HF-Year-QTY
           MOVE 0 TO WS-HC-Error-QTY
           MOVE 0 TO WS-HF-Prior-Year-NUM
           SET WS-HC-Not-EOF-BOOL TO TRUE
           READ F-Fiscal-FILE
               AT END SET WS-HC-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-HC-EOF-BOOL
               ADD 1 TO WS-HC-Line-NUM
               IF F-Fiscal-REC NOT = SPACES
               AND F-Fiscal-REC (1:1) NOT = '*'
                   ADD 1 TO WS-HF-Year-QTY
                   PERFORM 210-Validate-Fiscal-Year
               END-IF
               READ F-Fiscal-FILE
                   AT END SET WS-HC-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Fiscal-FILE
           IF WS-HF-Year-QTY = 0
               DISPLAY 'No fiscal years are defined'
               ADD 1 TO WS-HC-Error-QTY
           END-IF
           IF WS-HF-Year-QTY > WS-Fiscal-Year-Max-CONST
               DISPLAY 'More than ' WS-Fiscal-Year-Max-CONST
                       ' fiscal years - FISCAL-DATE holds only the '
                       'first ' WS-Fiscal-Year-Max-CONST
               ADD 1 TO WS-HC-Error-QTY
           END-IF
           DISPLAY 'Fiscal years checked: ' WS-HF-Year-QTY
                   '  Errors: ' WS-HC-Error-QTY
           IF WS-HC-Error-QTY > 0
               MOVE 8 TO WS-Exit-CD
           ELSE
               DISPLAY 'Fiscal calendar is clean'
           END-IF
           .
      *>***************************************************************
      *> All the checks for one FY line of the fiscal calendar.  The **
      *> year is kept as the 'year before' for the next line as soon **
      *> as its span can be worked out, so one short year is not     **
      *> also blamed on every year after it - only on the next.      **
      *>***************************************************************
       210-Validate-Fiscal-Year SECTION.
           MOVE SPACES TO WS-HF-Verb-TXT WS-HF-Year-TXT
                          WS-HF-Start-TXT WS-HF-Pattern-TXT
           UNSTRING F-Fiscal-REC DELIMITED BY ALL SPACES
               INTO WS-HF-Verb-TXT WS-HF-Year-TXT
                    WS-HF-Start-TXT WS-HF-Pattern-TXT
           END-UNSTRING
           IF UPPER-CASE(WS-HF-Verb-TXT) NOT = 'FY'
               DISPLAY 'Line ' WS-HC-Line-NUM ': "'
                       TRIM(F-Fiscal-REC,TRAILING)
                       '" - not an FY line'
               ADD 1 TO WS-HC-Error-QTY
               EXIT SECTION
           END-IF
           IF WS-HF-Year-TXT (1:4) IS NOT NUMERIC
           OR WS-HF-Year-TXT (5:) NOT = SPACES
               DISPLAY 'Line ' WS-HC-Line-NUM ': "'
                       TRIM(F-Fiscal-REC,TRAILING)
                       '" - fiscal year is not yyyy'
               ADD 1 TO WS-HC-Error-QTY
               EXIT SECTION
           END-IF
           MOVE WS-HF-Year-TXT (1:4) TO WS-HF-Year-NUM
           IF WS-HF-Start-TXT (1:8) IS NOT NUMERIC
           OR WS-HF-Start-TXT (9:) NOT = SPACES
               DISPLAY 'Line ' WS-HC-Line-NUM ': FY' WS-HF-Year-NUM
                       ' start "' TRIM(WS-HF-Start-TXT,TRAILING)
                       '" is not numeric yyyymmdd'
               ADD 1 TO WS-HC-Error-QTY
               EXIT SECTION
           END-IF
           MOVE WS-HF-Start-TXT (1:8) TO WS-HF-Start-NUM
           IF TEST-DATE-YYYYMMDD(WS-HF-Start-NUM) > 0
               DISPLAY 'Line ' WS-HC-Line-NUM ': FY' WS-HF-Year-NUM
                       ' start ' WS-HF-Start-NUM
                       ' is not a valid YYYYMMDD date'
               ADD 1 TO WS-HC-Error-QTY
               EXIT SECTION
           END-IF
           MOVE LENGTH(TRIM(WS-HF-Pattern-TXT,TRAILING))
             TO WS-HF-Pattern-Len-NUM
           IF WS-HF-Pattern-TXT = SPACES
               MOVE 0 TO WS-HF-Pattern-Len-NUM
           END-IF
           SET WS-HF-Good-BOOL TO TRUE
           IF WS-HF-Pattern-Len-NUM NOT = 3
           AND WS-HF-Pattern-Len-NUM NOT = 12
           AND WS-HF-Pattern-Len-NUM NOT = 13
               SET WS-HF-Bad-BOOL TO TRUE
           ELSE
               IF WS-HF-Pattern-TXT (1:WS-HF-Pattern-Len-NUM)
                  IS NOT NUMERIC
                   SET WS-HF-Bad-BOOL TO TRUE
               END-IF
           END-IF
           IF WS-HF-Good-BOOL
               MOVE 0 TO WS-HF-Week-QTY
               MOVE 1 TO WS-I-SUB
               PERFORM UNTIL WS-I-SUB > WS-HF-Pattern-Len-NUM
                   IF WS-HF-Pattern-TXT (WS-I-SUB:1) = '0'
                       SET WS-HF-Bad-BOOL TO TRUE
                   END-IF
                   ADD NUMVAL(WS-HF-Pattern-TXT (WS-I-SUB:1))
                     TO WS-HF-Week-QTY
                   ADD 1 TO WS-I-SUB
               END-PERFORM
           END-IF
           IF WS-HF-Bad-BOOL
               DISPLAY 'Line ' WS-HC-Line-NUM ': FY' WS-HF-Year-NUM
                       ' period pattern "'
                       TRIM(WS-HF-Pattern-TXT,TRAILING)
                       '" is not 3, 12 or 13 digits of 1-9'
               ADD 1 TO WS-HC-Error-QTY
               EXIT SECTION
           END-IF
      *> -- A three-digit pattern is one quarter, repeated four times.
           IF WS-HF-Pattern-Len-NUM = 3
               MULTIPLY 4 BY WS-HF-Week-QTY
               MOVE 12 TO WS-HF-Pattern-Len-NUM
           END-IF
           MOVE INTEGER-OF-DATE(WS-HF-Start-NUM) TO WS-HF-Start-Day-NUM
           MOVE DATE-OF-INTEGER(WS-HF-Start-Day-NUM
                                + (WS-HF-Week-QTY * 7) - 1)
             TO WS-HF-End-NUM
           SET WS-HF-Good-BOOL TO TRUE
           IF WS-HF-Week-QTY NOT = 52 AND WS-HF-Week-QTY NOT = 53
               DISPLAY 'Line ' WS-HC-Line-NUM ': FY' WS-HF-Year-NUM
                       ' periods cover ' WS-HF-Week-QTY
                       ' weeks - a fiscal year must be 52 or 53'
               ADD 1 TO WS-HC-Error-QTY
               SET WS-HF-Bad-BOOL TO TRUE
           END-IF
           IF WS-HF-Prior-Year-NUM > 0
               PERFORM 220-Check-Fiscal-Sequence
           END-IF
           MOVE WS-HF-Start-NUM TO WS-HF-Edited-Start-TXT
           MOVE WS-HF-End-NUM   TO WS-HF-Edited-End-TXT
           IF WS-HF-Good-BOOL
               MOVE WS-HF-Pattern-Len-NUM TO WS-HF-Periods-NUM
               MOVE WS-HF-Week-QTY        TO WS-HF-Weeks-NUM
               DISPLAY 'FY' WS-HF-Year-NUM '  '
                       WS-HF-Edited-Start-TXT ' - '
                       WS-HF-Edited-End-TXT '  '
                       WS-HF-Periods-NUM ' periods  '
                       WS-HF-Weeks-NUM ' weeks'
           END-IF
           MOVE WS-HF-Year-NUM TO WS-HF-Prior-Year-NUM
           COMPUTE WS-HF-Prior-Next-Day-NUM =
               WS-HF-Start-Day-NUM + (WS-HF-Week-QTY * 7)
           .
      *>***************************************************************
      *> The year on this line against the year before it: the next  **
      *> fiscal year, starting the day after that one ends.          **
      *>***************************************************************
       220-Check-Fiscal-Sequence SECTION.
           IF WS-HF-Year-NUM NOT = WS-HF-Prior-Year-NUM + 1
               DISPLAY 'Line ' WS-HC-Line-NUM ': FY' WS-HF-Year-NUM
                       ' does not follow FY' WS-HF-Prior-Year-NUM
                       ' - years must be consecutive and ascending'
               ADD 1 TO WS-HC-Error-QTY
               SET WS-HF-Bad-BOOL TO TRUE
           END-IF
           MOVE DATE-OF-INTEGER(WS-HF-Prior-Next-Day-NUM)
             TO WS-HF-Prior-Next-NUM
           MOVE WS-HF-Prior-Next-NUM TO WS-HF-Edited-End-TXT
           EVALUATE TRUE
           WHEN WS-HF-Start-Day-NUM > WS-HF-Prior-Next-Day-NUM
               COMPUTE WS-HF-Days-NUM =
                   WS-HF-Start-Day-NUM - WS-HF-Prior-Next-Day-NUM
               MOVE WS-HF-Days-NUM TO WS-HF-Days-ZZ-NUM
               DISPLAY 'Line ' WS-HC-Line-NUM ': FY' WS-HF-Year-NUM
                       ' leaves a gap of '
                       TRIM(WS-HF-Days-ZZ-NUM) ' day(s) - FY'
                       WS-HF-Prior-Year-NUM ' ends the day before '
                       WS-HF-Edited-End-TXT
               ADD 1 TO WS-HC-Error-QTY
               SET WS-HF-Bad-BOOL TO TRUE
           WHEN WS-HF-Start-Day-NUM < WS-HF-Prior-Next-Day-NUM
               COMPUTE WS-HF-Days-NUM =
                   WS-HF-Prior-Next-Day-NUM - WS-HF-Start-Day-NUM
               MOVE WS-HF-Days-NUM TO WS-HF-Days-ZZ-NUM
               DISPLAY 'Line ' WS-HC-Line-NUM ': FY' WS-HF-Year-NUM
                       ' overlaps FY' WS-HF-Prior-Year-NUM ' by '
                       TRIM(WS-HF-Days-ZZ-NUM) ' day(s) - FY'
                       WS-HF-Prior-Year-NUM ' ends the day before '
                       WS-HF-Edited-End-TXT
               ADD 1 TO WS-HC-Error-QTY
               SET WS-HF-Bad-BOOL TO TRUE
           END-EVALUATE
           .
      *>***************************************************************
      *> Read the rules file and write one generated calendar line    **
      *> per rule for the requested year, in the order the rules      **
      *> appear (keep the rules file in date order and the output     **
                      '.' WS-Gen-Year-NUM
                   DELIMITED SIZE INTO WS-Gen-Out-Filename-TXT
           END-IF
           PERFORM 305-Check-Live-Calendar
           IF WS-HL-Live-BOOL
               MOVE SPACES TO WS-AU-Detail-TXT
               STRING TRIM(WS-Gen-Out-Filename-TXT,TRAILING)
                      ' year ' WS-Gen-Year-NUM
                   DELIMITED SIZE INTO WS-AU-Detail-TXT
               IF IS-AUTHORISED('GCicHcal', 'CALENDAR',
                                WS-AU-Detail-TXT) = 0
                   DISPLAY 'Writing the live calendar '
                           TRIM(WS-Gen-Out-Filename-TXT,TRAILING)
                           ' refused - this user is not entitled '
                           'to CALENDAR in shop.operators'
                   CLOSE F-Rules-FILE
                   MOVE 12 TO WS-Exit-CD
                   EXIT SECTION
               END-IF
           END-IF
           OPEN OUTPUT F-Gen-Out-FILE
           IF WS-Gen-Out-Status-CD NOT = '00'
               DISPLAY 'Unable to create '
                   ' and re-run GCicHcal /VALIDATE'
           .
      *>***************************************************************
      *> Is the /OUT: file a live calendar?  It is when it is the     **
      *> calendar this run maintains, or when its own name (the part  **
      *> after the last '/' or '\') is shop.holidays or               **
      *> shop.holidays.<name> with no '.yyyy' year suffix - the       **
      *> suffixed names are the review files /GENERATE: writes by     **
      *> default, which no calendar reader ever opens.                **
      *>***************************************************************
       305-Check-Live-Calendar SECTION.
           SET WS-HL-Staging-BOOL TO TRUE
           IF WS-Gen-Out-Filename-TXT = WS-Holiday-Filename-TXT
               SET WS-HL-Live-BOOL TO TRUE
               EXIT SECTION
           END-IF
           MOVE LENGTH(TRIM(WS-Gen-Out-Filename-TXT,TRAILING))
             TO WS-HL-Len-NUM
           MOVE WS-HL-Len-NUM TO WS-HL-SUB
           PERFORM UNTIL WS-HL-SUB < 1
                      OR WS-Gen-Out-Filename-TXT (WS-HL-SUB:1) = '/'
                      OR WS-Gen-Out-Filename-TXT (WS-HL-SUB:1) = '\'
               SUBTRACT 1 FROM WS-HL-SUB
           END-PERFORM
           ADD 1 TO WS-HL-SUB
           IF WS-HL-Len-NUM - WS-HL-SUB + 1 < 13
           OR WS-Gen-Out-Filename-TXT (WS-HL-SUB:13)
              NOT = 'shop.holidays'
               EXIT SECTION
           END-IF
           IF WS-HL-Len-NUM - WS-HL-SUB + 1 >= 18
           AND WS-Gen-Out-Filename-TXT (WS-HL-Len-NUM - 4:1) = '.'
           AND WS-Gen-Out-Filename-TXT (WS-HL-Len-NUM - 3:4)
               IS NUMERIC
               EXIT SECTION
           END-IF
           SET WS-HL-Live-BOOL TO TRUE
           .
      *>***************************************************************
      *> Work one rule line out into a concrete date for the          **
      *> requested year and write it.                                 **
      *>***************************************************************
