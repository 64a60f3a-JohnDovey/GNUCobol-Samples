       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicHimp.
      *>***************************************************************
      *> This program is the holiday-calendar change impact report.   **
      *> GCicHcal checks that a proposed calendar is well formed,     **
      *> but not what it will do: adding, moving or removing one      **
      *> holiday shifts the cycle dates GCicCycl projects and the     **
      *> business-day ages GCicAge measures.  This program runs both  **
      *> of those utilities twice - once against the live calendar    **
      *> and once against the proposed one, through the               **
      *> SHOP_CALENDAR_FILE override IS-SHOP-HOLIDAY honors - and     **
      *> reports the difference, so Ops can sign a calendar change    **
      *> off before it shifts a payment run:                          **
      *>                                                              **
      *>   1. The holidays the proposal adds and removes.             **
      *>   2. Every projected cycle date that moves (cycle name,      **
      *>      current date, proposed date).  The n'th date of a       **
      *>      cycle under one calendar is paired with its n'th date   **
      *>      under the other; a date with no partner (one pushed     **
      *>      across the edge of the horizon) is shown against        **
      *>      '(none)'.                                               **
      *>   3. Every open failure whose SLA flag would change, with    **
      *>      its business-day age under each calendar.               **
      *>                                                              **
      *> Because the figures come from GCicCycl and GCicAge           **
      *> themselves, they are exactly what those reports will say     **
      *> once the calendar goes live.                                 **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicHimp /PROPOSED:<file> [ /CALENDAR:<name> ]               **
      *>          [ /FROM:yyyymmdd ] [ /TO:yyyymmdd ]                 **
      *>          [ /RULES:<rules> ] [ /SLA:nn ] [ /REPORT:<file> ]   **
      *>          [ /PROJECT:<name> ]                                 **
      *>                                                              **
      *> /PROPOSED: names the proposed calendar file.  It is          **
      *> compared with the live shop.holidays, or with the named      **
      *> site calendar shop.holidays.<name> when /CALENDAR: is        **
      *> given.  Cycle dates are projected from /FROM: (default       **
      *> today) to /TO: (default a year later) using /RULES:          **
      *> (default shop.cycrules).  /SLA: is passed to GCicAge         **
      *> (default its own 5 business days), as is /PROJECT:.  The     **
      *> report is written to /REPORT:, or to GCic.himprpt when no    **
      *> name is given.                                               **
      *>                                                              **
      *> RETURN-CODE is 0 when the change moves no cycle date and     **
      *> changes no SLA flag, 4 when it does, and 12 when a file      **
      *> cannot be opened, the command line is unusable, or GCicCycl  **
      *> or GCicAge could not produce their output.                   **
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
           FUNCTION DAY-FROM-DATE
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Holiday-FILE      ASSIGN TO WS-Holiday-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Holiday-Status-CD.
           SELECT F-Work-FILE         ASSIGN TO WS-Work-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Work-Status-CD.
           SELECT F-Report-FILE       ASSIGN TO WS-Report-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Report-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-Holiday-FILE.
       01  F-Holiday-REC                          PIC X(80).
       FD  F-Work-FILE.
       01  F-Work-REC                             PIC X(132).
       FD  F-Report-FILE.
       01  F-Report-REC                           PIC X(132).
       WORKING-STORAGE SECTION.
       78  WS-Holiday-Table-Max-CONST             VALUE 1000.
       78  WS-Cycle-Table-Max-CONST               VALUE 1000.
       78  WS-Age-Table-Max-CONST                 VALUE 500.
       01  WS-Holiday-Filename-TXT                PIC X(256).
       01  WS-Holiday-Status-CD                   PIC X(2).
       01  WS-Work-Filename-TXT                   PIC X(256).
       01  WS-Work-Status-CD                      PIC X(2).
       01  WS-Report-Filename-TXT
                          VALUE 'GCic.himprpt'    PIC X(256).
       01  WS-Report-Status-CD                    PIC X(2).
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-Exit-CD                             PIC 9(2) VALUE 0.
      *>***************************************************************
      *> What to compare, and the switches passed on to GCicCycl and  **
      *> GCicAge.                                                     **
      *>***************************************************************
       01  WS-Proposed-Filename-TXT  VALUE SPACES PIC X(256).
       01  WS-Live-Filename-TXT                   PIC X(256).
       01  WS-Calendar-Name-TXT      VALUE SPACES PIC X(20).
       01  WS-Rules-Filename-TXT
                         VALUE 'shop.cycrules'    PIC X(256).
       01  WS-SLA-Days-TXT           VALUE SPACES PIC X(3).
       01  WS-Project-Name-TXT       VALUE SPACES PIC X(10).
       01  WS-From-Date-NUM                       PIC 9(8) VALUE 0.
       01  WS-To-Date-NUM                         PIC 9(8) VALUE 0.
      *>***************************************************************
      *> The four work files: each utility's output under each        **
      *> calendar.  They are removed once the report is written.      **
      *>***************************************************************
       01  WS-Cur-Proj-Filename-TXT
                         VALUE 'GCic.himp.curproj' PIC X(256).
       01  WS-New-Proj-Filename-TXT
                         VALUE 'GCic.himp.newproj' PIC X(256).
       01  WS-Cur-Age-Filename-TXT
                         VALUE 'GCic.himp.curage'  PIC X(256).
       01  WS-New-Age-Filename-TXT
                         VALUE 'GCic.himp.newage'  PIC X(256).
       01  WS-Out-Filename-TXT                    PIC X(256).
       01  WS-Cmd-TXT                             PIC X(1024).
       01  WS-Cmd-Ptr-SUB                         USAGE BINARY-LONG.
       01  WS-Raw-RC-NUM                          USAGE BINARY-LONG.
       01  WS-Util-RC-NUM                         PIC 9(3).
       01  WS-Side-CHR                            PIC X(1).
           88 WS-Side-Current-BOOL                 VALUE 'C'.
           88 WS-Side-Proposed-BOOL                VALUE 'P'.
       01  WS-WK-EOF-CHR                          PIC X(1).
           88 WS-WK-EOF-BOOL                       VALUE 'Y'.
           88 WS-WK-Not-EOF-BOOL                   VALUE 'N'.
      *>***************************************************************
      *> The two calendars' holiday dates.                            **
      *>***************************************************************
       01  WS-Cur-Holiday-Table.
           05 WS-CH-Date-NUM OCCURS WS-Holiday-Table-Max-CONST TIMES
                                                  PIC 9(8).
       01  WS-CH-QTY                              PIC 9(4) VALUE 0.
       01  WS-New-Holiday-Table.
           05 WS-NH-Date-NUM OCCURS WS-Holiday-Table-Max-CONST TIMES
                                                  PIC 9(8).
       01  WS-NH-QTY                              PIC 9(4) VALUE 0.
       01  WS-HL-Date-NUM                         PIC 9(8).
       01  WS-HL-QTY                              PIC 9(4).
       01  WS-Added-QTY                           PIC 9(4) VALUE 0.
       01  WS-Removed-QTY                         PIC 9(4) VALUE 0.
      *>***************************************************************
      *> The two projections, in date order as GCicCycl writes them,  **
      *> and the pairing of one with the other.                       **
      *>***************************************************************
       01  WS-Cur-Cycle-Table.
           05 WS-CC-Entry OCCURS WS-Cycle-Table-Max-CONST TIMES.
              10 WS-CC-Date-NUM                   PIC 9(8).
              10 WS-CC-Name-TXT                   PIC X(40).
              10 WS-CC-Paired-SUB                 USAGE BINARY-LONG.
       01  WS-CC-QTY                              PIC 9(4) VALUE 0.
       01  WS-New-Cycle-Table.
           05 WS-NC-Entry OCCURS WS-Cycle-Table-Max-CONST TIMES.
              10 WS-NC-Date-NUM                   PIC 9(8).
              10 WS-NC-Name-TXT                   PIC X(40).
              10 WS-NC-Paired-CHR                 PIC X(1).
       01  WS-NC-QTY                              PIC 9(4) VALUE 0.
       01  WS-PD-Date-TXT                         PIC X(8).
       01  WS-Moved-QTY                           PIC 9(4) VALUE 0.
      *>***************************************************************
      *> The two aging reports' broken programs - the fixed columns   **
      *> GCicAge's 230-Write-Aging-Line writes.                       **
      *>***************************************************************
       01  WS-Age-Line-TXT.
           05 WS-AL-Pgm-Nm-TXT                    PIC X(31).
           05 FILLER                              PIC X(1).
           05 WS-AL-Status-TXT                    PIC X(15).
           05 FILLER                              PIC X(1).
           05 WS-AL-Since-TXT                     PIC X(10).
           05 FILLER                              PIC X(5).
           05 WS-AL-Days-TXT                      PIC X(5).
           05 FILLER                              PIC X(3).
           05 WS-AL-Flag-TXT                      PIC X(11).
           05 FILLER                              PIC X(50).
       01  WS-Cur-Age-Table.
           05 WS-CA-Entry OCCURS WS-Age-Table-Max-CONST TIMES.
              10 WS-CA-Pgm-Nm-TXT                 PIC X(31).
              10 WS-CA-Status-TXT                 PIC X(15).
              10 WS-CA-Since-TXT                  PIC X(10).
              10 WS-CA-Days-TXT                   PIC X(5).
              10 WS-CA-Past-SLA-CHR               PIC X(1).
       01  WS-CA-QTY                              PIC 9(4) VALUE 0.
       01  WS-New-Age-Table.
           05 WS-NA-Entry OCCURS WS-Age-Table-Max-CONST TIMES.
              10 WS-NA-Pgm-Nm-TXT                 PIC X(31).
              10 WS-NA-Days-TXT                   PIC X(5).
              10 WS-NA-Past-SLA-CHR               PIC X(1).
       01  WS-NA-QTY                              PIC 9(4) VALUE 0.
       01  WS-Flip-QTY                            PIC 9(4) VALUE 0.
       01  WS-I-SUB                               USAGE BINARY-LONG.
       01  WS-J-SUB                               USAGE BINARY-LONG.
       01  WS-Found-SUB                           USAGE BINARY-LONG.
       01  WS-Dow-NUM                             PIC 9(1).
       01  WS-Day-Name-FILLER-TXT.
           05 VALUE 'Sunday   '                   PIC X(9).
           05 VALUE 'Monday   '                   PIC X(9).
           05 VALUE 'Tuesday  '                   PIC X(9).
           05 VALUE 'Wednesday'                   PIC X(9).
           05 VALUE 'Thursday '                   PIC X(9).
           05 VALUE 'Friday   '                   PIC X(9).
           05 VALUE 'Saturday '                   PIC X(9).
       01  WS-Day-Names-TXT REDEFINES WS-Day-Name-FILLER-TXT.
           05 WS-Day-Name-TXT                     OCCURS 7 TIMES
                                                  PIC X(9).
       01  WS-Edited-Date-TXT                     PIC XXXX/XX/XX.
       01  WS-Edited-Date-2-TXT                   PIC XXXX/XX/XX.
       01  WS-Report-Line-TXT                     PIC X(132).
       PROCEDURE DIVISION.
       000-Main SECTION.
           PERFORM 010-Parse-Args
           SET WS-Side-Current-BOOL TO TRUE
           MOVE WS-Live-Filename-TXT TO WS-Holiday-Filename-TXT
           PERFORM 100-Load-Calendar
           MOVE WS-HL-QTY TO WS-CH-QTY
           SET WS-Side-Proposed-BOOL TO TRUE
           MOVE WS-Proposed-Filename-TXT TO WS-Holiday-Filename-TXT
           PERFORM 100-Load-Calendar
           MOVE WS-HL-QTY TO WS-NH-QTY
           SET WS-Side-Current-BOOL TO TRUE
           PERFORM 200-Run-Utilities
           SET WS-Side-Proposed-BOOL TO TRUE
           PERFORM 200-Run-Utilities
           PERFORM 300-Load-Projections
           PERFORM 400-Load-Aging-Reports
           PERFORM 500-Write-Impact-Report
           CALL 'CBL_DELETE_FILE' USING WS-Cur-Proj-Filename-TXT
           CALL 'CBL_DELETE_FILE' USING WS-New-Proj-Filename-TXT
           CALL 'CBL_DELETE_FILE' USING WS-Cur-Age-Filename-TXT
           CALL 'CBL_DELETE_FILE' USING WS-New-Age-Filename-TXT
           DISPLAY 'Impact report written to '
                   TRIM(WS-Report-Filename-TXT,TRAILING)
                   ' (' WS-Added-QTY ' holidays added, '
                   WS-Removed-QTY ' removed; ' WS-Moved-QTY
                   ' cycle dates move; ' WS-Flip-QTY
                   ' SLA flags change)'
           IF WS-Moved-QTY > 0 OR WS-Flip-QTY > 0
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:10)
                    = '/PROPOSED:'
                   MOVE WS-Cmd-Token-TXT (11:)
                     TO WS-Proposed-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:10)
                    = '/CALENDAR:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (11:20))
                     TO WS-Calendar-Name-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:6) = '/FROM:'
                   IF WS-Cmd-Token-TXT (7:8) IS NUMERIC
                       MOVE WS-Cmd-Token-TXT (7:8)
                         TO WS-From-Date-NUM
                   ELSE
                       DISPLAY '/FROM: date must be yyyymmdd'
                       MOVE 12 TO WS-Exit-CD
                       PERFORM 900-Terminate
      *> ------------- Control will NOT return
                   END-IF
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:4) = '/TO:'
                   IF WS-Cmd-Token-TXT (5:8) IS NUMERIC
                       MOVE WS-Cmd-Token-TXT (5:8)
                         TO WS-To-Date-NUM
                   ELSE
                       DISPLAY '/TO: date must be yyyymmdd'
                       MOVE 12 TO WS-Exit-CD
                       PERFORM 900-Terminate
      *> ------------- Control will NOT return
                   END-IF
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:7) = '/RULES:'
                   MOVE WS-Cmd-Token-TXT (8:)
                     TO WS-Rules-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:5) = '/SLA:'
                   IF TEST-NUMVAL(WS-Cmd-Token-TXT (6:)) = 0
                       MOVE TRIM(WS-Cmd-Token-TXT (6:))
                         TO WS-SLA-Days-TXT
                   ELSE
                       DISPLAY '/SLA: must be numeric'
                       MOVE 12 TO WS-Exit-CD
                       PERFORM 900-Terminate
      *> ------------- Control will NOT return
                   END-IF
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/REPORT:'
                   MOVE WS-Cmd-Token-TXT (9:)
                     TO WS-Report-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9)
                    = '/PROJECT:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (10:10))
                     TO WS-Project-Name-TXT
               WHEN OTHER
                   DISPLAY 'Unrecognized switch ignored: '
                           TRIM(WS-Cmd-Token-TXT)
               END-EVALUATE
           END-PERFORM
           IF WS-Proposed-Filename-TXT = SPACES
               DISPLAY '/PROPOSED:<file> is required'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           IF WS-Calendar-Name-TXT = SPACES
           OR WS-Calendar-Name-TXT = 'DEFAULT'
               MOVE 'shop.holidays' TO WS-Live-Filename-TXT
           ELSE
               MOVE SPACES TO WS-Live-Filename-TXT
               STRING 'shop.holidays.'
                      TRIM(WS-Calendar-Name-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-Live-Filename-TXT
           END-IF
           IF WS-From-Date-NUM = 0
               ACCEPT WS-From-Date-NUM FROM DATE YYYYMMDD
           END-IF
           IF WS-To-Date-NUM = 0
           AND TEST-DATE-YYYYMMDD(WS-From-Date-NUM) = 0
               COMPUTE WS-To-Date-NUM =
                   DATE-OF-INTEGER(
                       INTEGER-OF-DATE(WS-From-Date-NUM) + 365)
           END-IF
           IF TEST-DATE-YYYYMMDD(WS-From-Date-NUM) > 0
           OR TEST-DATE-YYYYMMDD(WS-To-Date-NUM) > 0
           OR WS-To-Date-NUM < WS-From-Date-NUM
               DISPLAY 'Unusable horizon: ' WS-From-Date-NUM
                       ' to ' WS-To-Date-NUM
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           .
      *>***************************************************************
      *> Read the calendar named in WS-Holiday-Filename-TXT into the  **
      *> table of the side being loaded, the way IS-SHOP-HOLIDAY      **
      *> reads it: the first eight bytes of every line that is        **
      *> neither blank nor a '*' comment.                             **
      *>***************************************************************
       100-Load-Calendar SECTION.
           MOVE 0 TO WS-HL-QTY
           OPEN INPUT F-Holiday-FILE
           IF WS-Holiday-Status-CD NOT = '00'
               DISPLAY 'Unable to open calendar '
                       TRIM(WS-Holiday-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET WS-WK-Not-EOF-BOOL TO TRUE
           READ F-Holiday-FILE
               AT END SET WS-WK-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WK-EOF-BOOL
               IF F-Holiday-REC NOT = SPACES
               AND F-Holiday-REC (1:1) NOT = '*'
               AND F-Holiday-REC (1:8) IS NUMERIC
               AND WS-HL-QTY < WS-Holiday-Table-Max-CONST
                   ADD 1 TO WS-HL-QTY
                   MOVE F-Holiday-REC (1:8) TO WS-HL-Date-NUM
                   IF WS-Side-Current-BOOL
                       MOVE WS-HL-Date-NUM
                         TO WS-CH-Date-NUM (WS-HL-QTY)
                   ELSE
                       MOVE WS-HL-Date-NUM
                         TO WS-NH-Date-NUM (WS-HL-QTY)
                   END-IF
               END-IF
               READ F-Holiday-FILE
                   AT END SET WS-WK-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Holiday-FILE
           .
      *>***************************************************************
      *> Run GCicCycl and GCicAge for one side.  The proposed side    **
      *> points SHOP_CALENDAR_FILE at the proposal, which both        **
      *> utilities inherit; the current side clears it.  RETURN-CODE  **
      *> comes back as the shell's wait status, so it is scaled as    **
      *> GCicJob scales it; 12 or more (or no output at all) means    **
      *> the comparison cannot be made.                               **
      *>***************************************************************
       200-Run-Utilities SECTION.
           IF WS-Side-Proposed-BOOL
               SET ENVIRONMENT 'SHOP_CALENDAR_FILE'
                TO WS-Proposed-Filename-TXT
               MOVE WS-New-Proj-Filename-TXT TO WS-Out-Filename-TXT
           ELSE
               SET ENVIRONMENT 'SHOP_CALENDAR_FILE' TO SPACES
               MOVE WS-Cur-Proj-Filename-TXT TO WS-Out-Filename-TXT
           END-IF
           MOVE SPACES TO WS-Cmd-TXT
           MOVE 1 TO WS-Cmd-Ptr-SUB
           STRING 'GCicCycl /FROM:' WS-From-Date-NUM
                  ' /TO:' WS-To-Date-NUM
                  ' "/RULES:' TRIM(WS-Rules-Filename-TXT,TRAILING)
                  '" "/OUT:' TRIM(WS-Out-Filename-TXT,TRAILING) '"'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-Ptr-SUB
           PERFORM 210-Add-Calendar-Switch
           PERFORM 220-Run-Utility
           IF WS-Side-Proposed-BOOL
               MOVE WS-New-Age-Filename-TXT TO WS-Out-Filename-TXT
           ELSE
               MOVE WS-Cur-Age-Filename-TXT TO WS-Out-Filename-TXT
           END-IF
           MOVE SPACES TO WS-Cmd-TXT
           MOVE 1 TO WS-Cmd-Ptr-SUB
           STRING 'GCicAge "/REPORT:'
                  TRIM(WS-Out-Filename-TXT,TRAILING) '"'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-Ptr-SUB
           IF WS-SLA-Days-TXT NOT = SPACES
               STRING ' /SLA:' TRIM(WS-SLA-Days-TXT)
                   DELIMITED SIZE INTO WS-Cmd-TXT
                   WITH POINTER WS-Cmd-Ptr-SUB
           END-IF
           IF WS-Project-Name-TXT NOT = SPACES
               STRING ' /PROJECT:' TRIM(WS-Project-Name-TXT)
                   DELIMITED SIZE INTO WS-Cmd-TXT
                   WITH POINTER WS-Cmd-Ptr-SUB
           END-IF
           PERFORM 210-Add-Calendar-Switch
           PERFORM 220-Run-Utility
           SET ENVIRONMENT 'SHOP_CALENDAR_FILE' TO SPACES
           .
      *>***************************************************************
      *> Add the site calendar, when one was named, to the command    **
      *> being built.                                                 **
      *>***************************************************************
       210-Add-Calendar-Switch SECTION.
           IF WS-Calendar-Name-TXT NOT = SPACES
               STRING ' /CALENDAR:'
                      TRIM(WS-Calendar-Name-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-Cmd-TXT
                   WITH POINTER WS-Cmd-Ptr-SUB
           END-IF
           .
      *>***************************************************************
      *> Run the command built in WS-Cmd-TXT, whose output goes to    **
      *> WS-Out-Filename-TXT.                                         **
      *>***************************************************************
       220-Run-Utility SECTION.
           CALL 'CBL_DELETE_FILE' USING WS-Out-Filename-TXT
           CALL 'SYSTEM' USING TRIM(WS-Cmd-TXT,TRAILING)
           MOVE RETURN-CODE TO WS-Raw-RC-NUM
           EVALUATE TRUE
           WHEN WS-Raw-RC-NUM < 0
               MOVE 12 TO WS-Util-RC-NUM
           WHEN WS-Raw-RC-NUM > 255
               DIVIDE WS-Raw-RC-NUM BY 256
                   GIVING WS-Util-RC-NUM
           WHEN OTHER
               MOVE WS-Raw-RC-NUM TO WS-Util-RC-NUM
           END-EVALUATE
           MOVE WS-Out-Filename-TXT TO WS-Work-Filename-TXT
           OPEN INPUT F-Work-FILE
           IF WS-Util-RC-NUM NOT < 12
           OR WS-Work-Status-CD NOT = '00'
               DISPLAY 'Unable to complete: '
                       TRIM(WS-Cmd-TXT,TRAILING)
                       ' (RETURN-CODE ' WS-Util-RC-NUM ')'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           CLOSE F-Work-FILE
           .
      *>***************************************************************
      *> Load both projections.  GCicCycl's 200-Write-Projection      **
      *> writes each date as 'yyyy/mm/dd  <day name>  <cycle>', so    **
      *> the cycle name starts in column 24; the heading lines have   **
      *> no date and are passed over.                                 **
      *>***************************************************************
       300-Load-Projections SECTION.
           MOVE WS-Cur-Proj-Filename-TXT TO WS-Work-Filename-TXT
           OPEN INPUT F-Work-FILE
           SET WS-WK-Not-EOF-BOOL TO TRUE
           READ F-Work-FILE
               AT END SET WS-WK-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WK-EOF-BOOL
               IF F-Work-REC (5:1) = '/' AND F-Work-REC (8:1) = '/'
               AND WS-CC-QTY < WS-Cycle-Table-Max-CONST
                   ADD 1 TO WS-CC-QTY
                   STRING F-Work-REC (1:4) F-Work-REC (6:2)
                          F-Work-REC (9:2)
                       DELIMITED SIZE INTO WS-PD-Date-TXT
                   MOVE WS-PD-Date-TXT
                     TO WS-CC-Date-NUM (WS-CC-QTY)
                   MOVE F-Work-REC (24:40)
                     TO WS-CC-Name-TXT (WS-CC-QTY)
                   MOVE 0 TO WS-CC-Paired-SUB (WS-CC-QTY)
               END-IF
               READ F-Work-FILE
                   AT END SET WS-WK-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Work-FILE
           MOVE WS-New-Proj-Filename-TXT TO WS-Work-Filename-TXT
           OPEN INPUT F-Work-FILE
           SET WS-WK-Not-EOF-BOOL TO TRUE
           READ F-Work-FILE
               AT END SET WS-WK-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WK-EOF-BOOL
               IF F-Work-REC (5:1) = '/' AND F-Work-REC (8:1) = '/'
               AND WS-NC-QTY < WS-Cycle-Table-Max-CONST
                   ADD 1 TO WS-NC-QTY
                   STRING F-Work-REC (1:4) F-Work-REC (6:2)
                          F-Work-REC (9:2)
                       DELIMITED SIZE INTO WS-PD-Date-TXT
                   MOVE WS-PD-Date-TXT
                     TO WS-NC-Date-NUM (WS-NC-QTY)
                   MOVE F-Work-REC (24:40)
                     TO WS-NC-Name-TXT (WS-NC-QTY)
                   MOVE SPACE TO WS-NC-Paired-CHR (WS-NC-QTY)
               END-IF
               READ F-Work-FILE
                   AT END SET WS-WK-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Work-FILE
      *> -- Pair the n'th date of each cycle under the live calendar
      *> -- with its n'th date under the proposal - both lists are in
      *> -- date order, so the first unpaired date of the same name
      *> -- is the one.
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-CC-QTY
               MOVE 1 TO WS-J-SUB
               PERFORM UNTIL WS-J-SUB > WS-NC-QTY
                          OR WS-CC-Paired-SUB (WS-I-SUB) > 0
                   IF WS-NC-Paired-CHR (WS-J-SUB) = SPACE
                   AND WS-NC-Name-TXT (WS-J-SUB)
                       = WS-CC-Name-TXT (WS-I-SUB)
                       MOVE WS-J-SUB TO WS-CC-Paired-SUB (WS-I-SUB)
                       MOVE 'Y' TO WS-NC-Paired-CHR (WS-J-SUB)
                   END-IF
                   ADD 1 TO WS-J-SUB
               END-PERFORM
               ADD 1 TO WS-I-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Load both aging reports' broken programs (a line with a      **
      *> broken-since date in columns 49-58) and whether each is      **
      *> flagged past the SLA.                                        **
      *>***************************************************************
       400-Load-Aging-Reports SECTION.
           MOVE WS-Cur-Age-Filename-TXT TO WS-Work-Filename-TXT
           OPEN INPUT F-Work-FILE
           SET WS-WK-Not-EOF-BOOL TO TRUE
           READ F-Work-FILE
               AT END SET WS-WK-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WK-EOF-BOOL
               MOVE F-Work-REC TO WS-Age-Line-TXT
               IF WS-AL-Since-TXT (5:1) = '/'
               AND WS-AL-Since-TXT (8:1) = '/'
               AND WS-CA-QTY < WS-Age-Table-Max-CONST
                   ADD 1 TO WS-CA-QTY
                   MOVE WS-AL-Pgm-Nm-TXT
                     TO WS-CA-Pgm-Nm-TXT (WS-CA-QTY)
                   MOVE WS-AL-Status-TXT
                     TO WS-CA-Status-TXT (WS-CA-QTY)
                   MOVE WS-AL-Since-TXT
                     TO WS-CA-Since-TXT (WS-CA-QTY)
                   MOVE WS-AL-Days-TXT
                     TO WS-CA-Days-TXT (WS-CA-QTY)
                   IF WS-AL-Flag-TXT = '** PAST SLA'
                       MOVE 'Y' TO WS-CA-Past-SLA-CHR (WS-CA-QTY)
                   ELSE
                       MOVE 'N' TO WS-CA-Past-SLA-CHR (WS-CA-QTY)
                   END-IF
               END-IF
               READ F-Work-FILE
                   AT END SET WS-WK-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Work-FILE
           MOVE WS-New-Age-Filename-TXT TO WS-Work-Filename-TXT
           OPEN INPUT F-Work-FILE
           SET WS-WK-Not-EOF-BOOL TO TRUE
           READ F-Work-FILE
               AT END SET WS-WK-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WK-EOF-BOOL
               MOVE F-Work-REC TO WS-Age-Line-TXT
               IF WS-AL-Since-TXT (5:1) = '/'
               AND WS-AL-Since-TXT (8:1) = '/'
               AND WS-NA-QTY < WS-Age-Table-Max-CONST
                   ADD 1 TO WS-NA-QTY
                   MOVE WS-AL-Pgm-Nm-TXT
                     TO WS-NA-Pgm-Nm-TXT (WS-NA-QTY)
                   MOVE WS-AL-Days-TXT
                     TO WS-NA-Days-TXT (WS-NA-QTY)
                   IF WS-AL-Flag-TXT = '** PAST SLA'
                       MOVE 'Y' TO WS-NA-Past-SLA-CHR (WS-NA-QTY)
                   ELSE
                       MOVE 'N' TO WS-NA-Past-SLA-CHR (WS-NA-QTY)
                   END-IF
               END-IF
               READ F-Work-FILE
                   AT END SET WS-WK-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Work-FILE
           .
      *>***************************************************************
      *> Write the impact report.                                     **
      *>***************************************************************
       500-Write-Impact-Report SECTION.
           OPEN OUTPUT F-Report-FILE
           IF WS-Report-Status-CD NOT = '00'
               DISPLAY 'Unable to create report file '
                       TRIM(WS-Report-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'HOLIDAY CALENDAR CHANGE IMPACT - '
                  TRIM(WS-Proposed-Filename-TXT,TRAILING)
                  ' AGAINST '
                  TRIM(WS-Live-Filename-TXT,TRAILING)
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE WS-From-Date-NUM TO WS-Edited-Date-TXT
           MOVE WS-To-Date-NUM   TO WS-Edited-Date-2-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'Cycle dates from '
                  TRIM(WS-Rules-Filename-TXT,TRAILING)
                  ', ' WS-Edited-Date-TXT ' through '
                  WS-Edited-Date-2-TXT
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           PERFORM 510-Write-Holiday-Changes
           PERFORM 520-Write-Moved-Cycles
           PERFORM 530-Write-SLA-Changes
           CLOSE F-Report-FILE
           .
      *>***************************************************************
      *> Section 1 - the holidays the proposal adds and removes.      **
      *>***************************************************************
       510-Write-Holiday-Changes SECTION.
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE 'HOLIDAYS ADDED AND REMOVED' TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-NH-QTY
               MOVE 0 TO WS-Found-SUB
               MOVE 1 TO WS-J-SUB
               PERFORM UNTIL WS-J-SUB > WS-CH-QTY OR WS-Found-SUB > 0
                   IF WS-CH-Date-NUM (WS-J-SUB)
                      = WS-NH-Date-NUM (WS-I-SUB)
                       MOVE WS-J-SUB TO WS-Found-SUB
                   END-IF
                   ADD 1 TO WS-J-SUB
               END-PERFORM
               IF WS-Found-SUB = 0
                   ADD 1 TO WS-Added-QTY
                   MOVE WS-NH-Date-NUM (WS-I-SUB) TO WS-HL-Date-NUM
                   MOVE '  ADDED    ' TO WS-Report-Line-TXT
                   PERFORM 515-Write-Holiday-Line
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-CH-QTY
               MOVE 0 TO WS-Found-SUB
               MOVE 1 TO WS-J-SUB
               PERFORM UNTIL WS-J-SUB > WS-NH-QTY OR WS-Found-SUB > 0
                   IF WS-NH-Date-NUM (WS-J-SUB)
                      = WS-CH-Date-NUM (WS-I-SUB)
                       MOVE WS-J-SUB TO WS-Found-SUB
                   END-IF
                   ADD 1 TO WS-J-SUB
               END-PERFORM
               IF WS-Found-SUB = 0
                   ADD 1 TO WS-Removed-QTY
                   MOVE WS-CH-Date-NUM (WS-I-SUB) TO WS-HL-Date-NUM
                   MOVE '  REMOVED  ' TO WS-Report-Line-TXT
                   PERFORM 515-Write-Holiday-Line
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           IF WS-Added-QTY + WS-Removed-QTY = 0
               MOVE '  (the two calendars hold the same dates)'
                 TO F-Report-REC
               WRITE F-Report-REC
           END-IF
           .
      *>***************************************************************
      *> One added/removed line for WS-HL-Date-NUM, after the word    **
      *> already in WS-Report-Line-TXT.                               **
      *>***************************************************************
       515-Write-Holiday-Line SECTION.
           MOVE WS-HL-Date-NUM TO WS-Edited-Date-TXT
           MOVE WS-Edited-Date-TXT TO WS-Report-Line-TXT (12:10)
           IF TEST-DATE-YYYYMMDD(WS-HL-Date-NUM) = 0
               MOVE DAY-FROM-DATE(WS-HL-Date-NUM) TO WS-Dow-NUM
               MOVE WS-Day-Name-TXT (WS-Dow-NUM)
                 TO WS-Report-Line-TXT (24:9)
           END-IF
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           .
      *>***************************************************************
      *> Section 2 - every projected cycle date that moves.           **
      *>***************************************************************
       520-Write-Moved-Cycles SECTION.
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE 'CYCLE DATES THAT MOVE' TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 'CYCLE'         TO WS-Report-Line-TXT (3:40)
           MOVE 'CURRENT DATE'  TO WS-Report-Line-TXT (44:21)
           MOVE 'PROPOSED DATE' TO WS-Report-Line-TXT (67:21)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-CC-QTY
               MOVE WS-CC-Paired-SUB (WS-I-SUB) TO WS-J-SUB
               EVALUATE TRUE
               WHEN WS-J-SUB = 0
                   MOVE 0 TO WS-HL-Date-NUM
                   PERFORM 525-Write-Moved-Line
               WHEN WS-NC-Date-NUM (WS-J-SUB)
                    NOT = WS-CC-Date-NUM (WS-I-SUB)
                   MOVE WS-NC-Date-NUM (WS-J-SUB) TO WS-HL-Date-NUM
                   PERFORM 525-Write-Moved-Line
               END-EVALUATE
               ADD 1 TO WS-I-SUB
           END-PERFORM
      *> -- Dates only the proposal projects (a date pulled into the
      *> -- horizon from outside it).
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-NC-QTY
               IF WS-NC-Paired-CHR (WS-J-SUB) = SPACE
                   ADD 1 TO WS-Moved-QTY
                   MOVE SPACES TO WS-Report-Line-TXT
                   MOVE WS-NC-Name-TXT (WS-J-SUB)
                     TO WS-Report-Line-TXT (3:40)
                   MOVE '(none)' TO WS-Report-Line-TXT (44:6)
                   MOVE WS-NC-Date-NUM (WS-J-SUB) TO WS-Edited-Date-TXT
                   MOVE WS-Edited-Date-TXT TO WS-Report-Line-TXT (67:10)
                   MOVE DAY-FROM-DATE(WS-NC-Date-NUM (WS-J-SUB))
                     TO WS-Dow-NUM
                   MOVE WS-Day-Name-TXT (WS-Dow-NUM)
                     TO WS-Report-Line-TXT (78:9)
                   WRITE F-Report-REC FROM WS-Report-Line-TXT
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           IF WS-Moved-QTY = 0
               MOVE '  (no cycle date moves)' TO F-Report-REC
               WRITE F-Report-REC
           END-IF
           .
      *>***************************************************************
      *> One moved-date line: live entry WS-I-SUB, proposed date      **
      *> WS-HL-Date-NUM (zero when it has no partner).                **
      *>***************************************************************
       525-Write-Moved-Line SECTION.
           ADD 1 TO WS-Moved-QTY
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-CC-Name-TXT (WS-I-SUB) TO WS-Report-Line-TXT (3:40)
           MOVE WS-CC-Date-NUM (WS-I-SUB) TO WS-Edited-Date-TXT
           MOVE WS-Edited-Date-TXT TO WS-Report-Line-TXT (44:10)
           MOVE DAY-FROM-DATE(WS-CC-Date-NUM (WS-I-SUB)) TO WS-Dow-NUM
           MOVE WS-Day-Name-TXT (WS-Dow-NUM)
             TO WS-Report-Line-TXT (55:9)
           IF WS-HL-Date-NUM = 0
               MOVE '(none)' TO WS-Report-Line-TXT (67:6)
           ELSE
               MOVE WS-HL-Date-NUM TO WS-Edited-Date-TXT
               MOVE WS-Edited-Date-TXT TO WS-Report-Line-TXT (67:10)
               MOVE DAY-FROM-DATE(WS-HL-Date-NUM) TO WS-Dow-NUM
               MOVE WS-Day-Name-TXT (WS-Dow-NUM)
                 TO WS-Report-Line-TXT (78:9)
           END-IF
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           .
      *>***************************************************************
      *> Section 3 - every open failure whose SLA flag changes.  The  **
      *> failures themselves are the same under either calendar;      **
      *> only their business-day ages differ.                         **
      *>***************************************************************
       530-Write-SLA-Changes SECTION.
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE 'OPEN FAILURES WHOSE SLA FLAG CHANGES' TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 'PROGRAM'      TO WS-Report-Line-TXT (3:31)
           MOVE 'STATUS'       TO WS-Report-Line-TXT (35:15)
           MOVE 'SINCE'        TO WS-Report-Line-TXT (51:10)
           MOVE 'AGE NOW / PROPOSED' TO WS-Report-Line-TXT (63:18)
           MOVE 'SLA FLAG'     TO WS-Report-Line-TXT (84:8)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-CA-QTY
               MOVE 0 TO WS-Found-SUB
               MOVE 1 TO WS-J-SUB
               PERFORM UNTIL WS-J-SUB > WS-NA-QTY OR WS-Found-SUB > 0
                   IF WS-NA-Pgm-Nm-TXT (WS-J-SUB)
                      = WS-CA-Pgm-Nm-TXT (WS-I-SUB)
                       MOVE WS-J-SUB TO WS-Found-SUB
                   END-IF
                   ADD 1 TO WS-J-SUB
               END-PERFORM
               IF WS-Found-SUB > 0
               AND WS-NA-Past-SLA-CHR (WS-Found-SUB)
                   NOT = WS-CA-Past-SLA-CHR (WS-I-SUB)
                   ADD 1 TO WS-Flip-QTY
                   MOVE SPACES TO WS-Report-Line-TXT
                   MOVE WS-CA-Pgm-Nm-TXT (WS-I-SUB)
                     TO WS-Report-Line-TXT (3:31)
                   MOVE WS-CA-Status-TXT (WS-I-SUB)
                     TO WS-Report-Line-TXT (35:15)
                   MOVE WS-CA-Since-TXT (WS-I-SUB)
                     TO WS-Report-Line-TXT (51:10)
                   MOVE WS-CA-Days-TXT (WS-I-SUB)
                     TO WS-Report-Line-TXT (63:5)
                   MOVE '/' TO WS-Report-Line-TXT (70:1)
                   MOVE WS-NA-Days-TXT (WS-Found-SUB)
                     TO WS-Report-Line-TXT (72:5)
                   IF WS-NA-Past-SLA-CHR (WS-Found-SUB) = 'Y'
                       MOVE 'BECOMES PAST SLA'
                         TO WS-Report-Line-TXT (84:16)
                   ELSE
                       MOVE 'NO LONGER PAST SLA'
                         TO WS-Report-Line-TXT (84:18)
                   END-IF
                   WRITE F-Report-REC FROM WS-Report-Line-TXT
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           IF WS-Flip-QTY = 0
               MOVE '  (no SLA flag changes)' TO F-Report-REC
               WRITE F-Report-REC
           END-IF
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
           MOVE WS-Exit-CD TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM GCicHimp.
