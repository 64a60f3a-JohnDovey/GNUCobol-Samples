      *>                     shorter month's last day), or the       **
      *>                     previous business day when that is not  **
      *>                     a working day                           **
      *>   FEND n <name>     n'th-last business day of every fiscal  **
      *>                     period (n=1 is the last), the periods   **
      *>                     of the 4-4-5 fiscal calendar in         **
      *>                     shop.fiscal - see FISCAL-DATE           **
      *>                                                             **
      *> Any rule may end with the compile-all list that carries the **
      *> cycle - '/LIST:<list>' - or the job stream that does -      **
      *> '/STREAM:<name>', which stands for the list its GCic step   **
      *> compiles (see shop.streams and GCicJob).                    **
      *>                                                             **
      *> This programs execution syntax is as follows:               **
      *>                                                             **
      *>          [ /RULES:<rules> ] [ /OUT:<file> ]                 **
      *>          [ /CALENDAR:<name> ]                               **
      *>                                                             **
      *> GCicCycl /RUNS [ /FROM:yyyymmdd ] [ /TO:yyyymmdd ]          **
      *>          [ /RULES:<rules> ] [ /REPORT:<file> ]              **
      *>          [ /CALENDAR:<name> ] [ /STREAMS:<file> ]           **
      *>          [ /PROJECT:<name> ]                                **
      *>     The cycle-run ledger: every projected date in a past    **
      *>     period of each rule that names a list, matched against  **
      *>     the RUN records in GCic.results for that list.  Each    **
      *>     run counts toward the nearest projected date of the     **
      *>     rule (a late run toward the date it was late for), and  **
      *>     every date is given its verdict - OK, MISSED (never     **
      *>     ran), WRONG DAY (ran, but not on the projected business **
      *>     day), RAN nX (more than once), FAILED (the last run     **
      *>     ended RUN FAILED) or NOT YET DUE.  A run GCic refused   **
      *>     records no RUN line, so its date shows as MISSED.       **
      *>     /TO: defaults to yesterday and /FROM: to 30 days        **
      *>     before it; the ledger is written to /REPORT:, or to     **
      *>     GCic.cycrun when no name is given.  /PROJECT:<name> (or **
      *>     the GCIC_PROJECT environment variable) reads the named  **
      *>     project's GCic.results - see GCic.projects.             **
      *>                                                             **
      *> /FROM: defaults to today and /TO: to 90 days on - a         **
      *> quarter's horizon.  The rules file defaults to              **
      *> shop.cycrules and the projection is written to /OUT:, or    **
      *> (shop.holidays.<name>) through the SHOP_CALENDAR variable   **
      *> the whole holiday function family honors.                   **
      *>                                                             **
      *> RETURN-CODE is 0 when the projection was produced, 4 when   **
      *> the cycle-run ledger found a cycle that was missed, ran on  **
      *> the wrong day, ran more than once or failed, 8 when rule    **
      *> lines could not be understood or a FEND rule's horizon      **
      *> runs past the years shop.fiscal defines (the projection     **
      *> is still written for the rules and dates that could), and   **
      *> 12 when a file cannot be opened or the horizon is           **
      *> unusable.                                                   **
      *>***************************************************************
      *>                                                             **
      *> AUTHOR:       JOHN DOVEY                                    **
           FUNCTION NEXT-BUSINESS-DAY
           FUNCTION PREV-BUSINESS-DAY
           FUNCTION ADD-BUSINESS-DAYS
           FUNCTION LAST-FISCAL-BUSINESS-DAY
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Proj-Status-CD.
           SELECT F-Results-FILE      ASSIGN TO
                                       WS-Results-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Results-Status-CD.
           SELECT F-Report-FILE       ASSIGN TO WS-Report-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Report-Status-CD.
           SELECT F-Stream-FILE       ASSIGN TO WS-Stream-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Stream-Status-CD.
           SELECT F-Project-FILE      ASSIGN TO
                                       WS-Project-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Project-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-Rules-FILE.
       01  F-Rules-REC                            PIC X(80).
       FD  F-Proj-FILE.
       01  F-Proj-REC                             PIC X(80).
       FD  F-Results-FILE.
       01  F-Results-REC                          PIC X(400).
       FD  F-Report-FILE.
       01  F-Report-REC                           PIC X(132).
       FD  F-Stream-FILE.
       01  F-Stream-REC                           PIC X(256).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       78  WS-Event-Table-Max-CONST               VALUE 1000.
       78  WS-Run-Table-Max-CONST                 VALUE 3000.
       78  WS-Rule-Table-Max-CONST                VALUE 200.
       01  WS-Rules-Filename-TXT
                         VALUE 'shop.cycrules'    PIC X(256).
       01  WS-Rules-Status-CD                     PIC X(2).
       01  WS-CY-Rule-Verb-TXT                    PIC X(8).
       01  WS-CY-Opnd-1-TXT                       PIC X(8).
       01  WS-CY-Name-TXT                         PIC X(40).
       01  WS-CY-Rest-TXT                         PIC X(80).
       01  WS-CY-Upper-TXT                        PIC X(80).
       01  WS-CY-Carrier-SUB                      USAGE BINARY-LONG.
       01  WS-CY-List-TXT                         PIC X(64).
       01  WS-CY-Stream-Nm-TXT                    PIC X(10).
       01  WS-CY-Unchecked-QTY        VALUE 0     PIC 9(3).
       01  WS-CY-Rest-SUB                         USAGE BINARY-LONG.
       01  WS-CY-Rule-QTY                         PIC 9(3) VALUE 0.
       01  WS-CY-Bad-Rule-QTY                     PIC 9(3) VALUE 0.
           05 WS-EV-Entry OCCURS WS-Event-Table-Max-CONST TIMES.
              10 WS-EV-Date-NUM                   PIC 9(8).
              10 WS-EV-Name-TXT                   PIC X(40).
              10 WS-EV-Rule-NUM                   PIC 9(3).
              10 WS-EV-List-TXT                   PIC X(31).
              10 WS-EV-Day-NUM                    USAGE BINARY-LONG.
              10 WS-EV-Run-QTY                    PIC 9(3).
              10 WS-EV-On-Day-QTY                 PIC 9(3).
              10 WS-EV-Last-Stamp-TXT             PIC X(16).
              10 WS-EV-Last-Status-TXT            PIC X(15).
       01  WS-EV-QTY                              PIC 9(4) VALUE 0.
       01  WS-EV-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-EV-Full-Noted-BOOL                VALUE 'Y'.
       01  WS-Found-SUB                           USAGE BINARY-LONG.
       01  WS-Edited-Date-TXT                     PIC XXXX/XX/XX.
       01  WS-Proj-Line-TXT                       PIC X(80).
      *>***************************************************************
      *> /RUNS - the cycle-run ledger.  The period asked for, and the **
      *> wider horizon projected around it so a run just outside the  **
      *> period still finds the projected date it belongs to.         **
      *>***************************************************************
       01  WS-CY-Mode-CHR             VALUE 'P'   PIC X(1).
           88 WS-CY-Project-Mode-BOOL              VALUE 'P'.
           88 WS-CY-Runs-Mode-BOOL                 VALUE 'R'.
       01  WS-RN-From-Date-NUM                    PIC 9(8).
       01  WS-RN-To-Date-NUM                      PIC 9(8).
       01  WS-RN-Today-NUM                        PIC 9(8).
       01  WS-Results-Filename-TXT
                         VALUE 'GCic.results'     PIC X(256).
       01  WS-Results-Status-CD                   PIC X(2).
       01  WS-Report-Filename-TXT                 PIC X(256).
       01  WS-Report-Status-CD                    PIC X(2).
       01  WS-Stream-Filename-TXT
                         VALUE 'shop.streams'     PIC X(256).
       01  WS-Stream-Status-CD                    PIC X(2).
       01  WS-SR-Tok-1-TXT                        PIC X(12).
       01  WS-SR-Tok-2-TXT                        PIC X(12).
       01  WS-SR-Tok-3-TXT                        PIC X(12).
       01  WS-SR-Pgm-TXT                          PIC X(12).
       01  WS-SR-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-SR-In-Stream-CHR                    PIC X(1).
           88 WS-SR-In-Stream-BOOL                 VALUE 'Y'.
           88 WS-SR-Not-In-Stream-BOOL             VALUE 'N'.
       01  WS-SR-EOF-CHR                          PIC X(1).
           88 WS-SR-EOF-BOOL                       VALUE 'Y'.
           88 WS-SR-Not-EOF-BOOL                   VALUE 'N'.
      *>***************************************************************
      *> The RUN records of the lists the rules name, inside the      **
      *> projected horizon, and - while one run is being placed - the **
      *> nearest projected date of each rule that shares its list.    **
      *>***************************************************************
       01  WS-Run-Table.
           05 WS-RT-Entry OCCURS WS-Run-Table-Max-CONST TIMES.
              10 WS-RT-List-TXT                   PIC X(31).
              10 WS-RT-Stamp-TXT                  PIC X(16).
              10 WS-RT-Date-NUM                   PIC 9(8).
              10 WS-RT-Status-TXT                 PIC X(15).
       01  WS-RT-QTY                              PIC 9(5) VALUE 0.
       01  WS-RT-SUB                              USAGE BINARY-LONG.
       01  WS-RT-Day-NUM                          USAGE BINARY-LONG.
       01  WS-RT-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-RT-Full-Noted-BOOL                VALUE 'Y'.
       01  WS-Best-Table.
           05 WS-BR-Entry OCCURS WS-Rule-Table-Max-CONST TIMES.
              10 WS-BR-Event-SUB                  USAGE BINARY-LONG.
              10 WS-BR-Dist-NUM                   USAGE BINARY-LONG.
       01  WS-BR-SUB                              USAGE BINARY-LONG.
       01  WS-BR-This-Dist-NUM                    USAGE BINARY-LONG.
       01  WS-RF-EOF-CHR                          PIC X(1).
           88 WS-RF-EOF-BOOL                       VALUE 'Y'.
           88 WS-RF-Not-EOF-BOOL                   VALUE 'N'.
       01  WS-RF-Pgm-Nm-TXT                       PIC X(31).
       01  WS-RF-Stamp-TXT                        PIC X(16).
       01  WS-RF-Mode-TXT                         PIC X(6).
       01  WS-RF-Status-TXT                       PIC X(15).
       01  WS-RF-Rest-TXT                         PIC X(330).
      *>***************************************************************
      *> Ledger line, verdict and tallies.                            **
      *>***************************************************************
       01  WS-CR-Line-REC.
           05 WS-CR-Date-TXT                      PIC XXXX/XX/XX.
           05 FILLER                  VALUE SPACES PIC X(2).
           05 WS-CR-Day-TXT                       PIC X(9).
           05 FILLER                  VALUE SPACES PIC X(2).
           05 WS-CR-Cycle-TXT                     PIC X(26).
           05 FILLER                  VALUE SPACES PIC X(1).
           05 WS-CR-List-TXT                      PIC X(20).
           05 FILLER                  VALUE SPACES PIC X(1).
           05 WS-CR-Runs-TXT                      PIC ZZ9.
           05 FILLER                  VALUE SPACES PIC X(2).
           05 WS-CR-Last-TXT                      PIC X(16).
           05 FILLER                  VALUE SPACES PIC X(2).
           05 WS-CR-Status-TXT                    PIC X(10).
           05 FILLER                  VALUE SPACES PIC X(2).
           05 WS-CR-Verdict-TXT                   PIC X(26).
       01  WS-Report-Line-TXT                     PIC X(132).
       01  WS-VD-Verdict-SUB                      USAGE BINARY-LONG.
       01  WS-VD-Flag-TXT                         PIC X(10).
       01  WS-VD-Runs-Disp-TXT                    PIC Z9.
       01  WS-VD-Due-QTY              VALUE 0     PIC 9(5).
       01  WS-VD-OK-QTY               VALUE 0     PIC 9(5).
       01  WS-VD-Missed-QTY           VALUE 0     PIC 9(5).
       01  WS-VD-Wrong-Day-QTY        VALUE 0     PIC 9(5).
       01  WS-VD-Repeat-QTY           VALUE 0     PIC 9(5).
       01  WS-VD-Failed-QTY           VALUE 0     PIC 9(5).
       01  WS-VD-Not-Due-QTY          VALUE 0     PIC 9(5).
       01  WS-Stamp-Formatted-TXT.
           05 WS-SF-Date-TXT                      PIC XXXX/XX/XX.
           05 FILLER                  VALUE ' '   PIC X(1).
           05 WS-SF-HH-TXT                        PIC X(2).
           05 FILLER                  VALUE ':'   PIC X(1).
           05 WS-SF-MM-TXT                        PIC X(2).
      *>***************************************************************
      *> Named-project resolution, found the same way GCic's own      **
      *> 123-Find-Project-Directory finds one.                        **
      *>***************************************************************
       01  WS-CY-Req-Project-TXT     VALUE SPACES PIC X(10).
       01  WS-Project-Filename-TXT
                         VALUE 'GCic.projects'    PIC X(256).
       01  WS-Project-Status-CD                   PIC X(2).
       01  WS-PJ-Name-TXT            VALUE SPACES PIC X(10).
       01  WS-PJ-Dir-TXT                          PIC X(200).
       01  WS-PJ-Tok-TXT                          PIC X(12).
       01  WS-PJ-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-PJ-Base-TXT                         PIC X(256).
       01  WS-PJ-Built-TXT                        PIC X(256).
       01  WS-PJ-EOF-CHR                          PIC X(1).
           88 WS-PJ-EOF-BOOL                       VALUE 'Y'.
           88 WS-PJ-Not-EOF-BOOL                   VALUE 'N'.
       01  WS-PJ-Found-CHR                        PIC X(1).
           88 WS-PJ-Found-BOOL                     VALUE 'Y'.
           88 WS-PJ-Not-Found-BOOL                 VALUE 'N'.
       PROCEDURE DIVISION.
       000-Main SECTION.
           PERFORM 010-Parse-Args
           IF WS-CY-Runs-Mode-BOOL
               PERFORM 015-Resolve-Project-Paths
           END-IF
           PERFORM 100-Project-Rules
           IF WS-CY-Runs-Mode-BOOL
               PERFORM 300-Report-Cycle-Runs
           ELSE
               PERFORM 200-Write-Projection
               DISPLAY 'Projected ' WS-EV-QTY ' cycle dates from '
                       WS-CY-Rule-QTY ' rules into '
                       TRIM(WS-Proj-Filename-TXT,TRAILING)
           END-IF
           IF WS-CY-Bad-Rule-QTY > 0
               DISPLAY 'WARNING - ' WS-CY-Bad-Rule-QTY
                       ' rule lines could not be understood'
               IF WS-Exit-CD < 8
                   MOVE 8 TO WS-Exit-CD
               END-IF
           END-IF
           PERFORM 900-Terminate
      * -- Control will NOT return
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:5) = '/OUT:'
                   MOVE WS-Cmd-Token-TXT (6:)
                     TO WS-Proj-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) = '/RUNS'
                   SET WS-CY-Runs-Mode-BOOL TO TRUE
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/REPORT:'
                   MOVE WS-Cmd-Token-TXT (9:)
                     TO WS-Report-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9) = '/STREAMS:'
                   MOVE WS-Cmd-Token-TXT (10:)
                     TO WS-Stream-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9) = '/PROJECT:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (10:10))
                     TO WS-CY-Req-Project-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:10)
                    = '/CALENDAR:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (11:20))
                           TRIM(WS-Cmd-Token-TXT)
               END-EVALUATE
           END-PERFORM
           ACCEPT WS-RN-Today-NUM FROM DATE YYYYMMDD
           IF WS-CY-Runs-Mode-BOOL
               IF WS-To-Date-NUM = 0
                   COMPUTE WS-To-Date-NUM =
                       DATE-OF-INTEGER(
                           INTEGER-OF-DATE(WS-RN-Today-NUM) - 1)
               END-IF
               IF WS-From-Date-NUM = 0
               AND TEST-DATE-YYYYMMDD(WS-To-Date-NUM) = 0
                   COMPUTE WS-From-Date-NUM =
                       DATE-OF-INTEGER(
                           INTEGER-OF-DATE(WS-To-Date-NUM) - 30)
               END-IF
           END-IF
           IF WS-From-Date-NUM = 0
               ACCEPT WS-From-Date-NUM FROM DATE YYYYMMDD
           END-IF
                   TRIM(WS-Rules-Filename-TXT,TRAILING),'.proj')
                 TO WS-Proj-Filename-TXT
           END-IF
           IF WS-CY-Runs-Mode-BOOL
               IF WS-Report-Filename-TXT = SPACES
                   MOVE 'GCic.cycrun' TO WS-Report-Filename-TXT
               END-IF
               IF WS-CY-Req-Project-TXT = SPACES
                   ACCEPT WS-CY-Req-Project-TXT
                       FROM ENVIRONMENT 'GCIC_PROJECT'
                   MOVE UPPER-CASE(WS-CY-Req-Project-TXT)
                     TO WS-CY-Req-Project-TXT
               END-IF
      *> -- The ledger reports on the period asked for, but the rules
      *> -- are projected five weeks either side of it: a weekly
      *> -- cycle's run two days late, just past the period's end,
      *> -- must still be found against the date it was late for.
               MOVE WS-From-Date-NUM TO WS-RN-From-Date-NUM
               MOVE WS-To-Date-NUM   TO WS-RN-To-Date-NUM
               COMPUTE WS-From-Date-NUM =
                   DATE-OF-INTEGER(
                       INTEGER-OF-DATE(WS-RN-From-Date-NUM) - 35)
               COMPUTE WS-To-Date-NUM =
                   DATE-OF-INTEGER(
                       INTEGER-OF-DATE(WS-RN-To-Date-NUM) + 35)
           END-IF
           .
      *>***************************************************************
      *> Resolve the results feed into the selected project's state   **
      *> directory.  No selection leaves it flat, exactly as GCic     **
      *> does.                                                        **
      *>***************************************************************
       015-Resolve-Project-Paths SECTION.
           MOVE WS-CY-Req-Project-TXT TO WS-PJ-Name-TXT
           IF WS-PJ-Name-TXT = SPACES
               EXIT SECTION
           END-IF
           PERFORM 017-Find-Project-Directory
           IF WS-PJ-Not-Found-BOOL
               DISPLAY 'Project ' TRIM(WS-PJ-Name-TXT)
                       ' is not defined in GCic.projects'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE 'GCic.results'            TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Results-Filename-TXT
           .
      *>***************************************************************
      *> Build <state-dir>/<base-name> into WS-PJ-Built-TXT for the   **
      *> project last found by 017.                                   **
      *>***************************************************************
       016-Apply-Project-Dir SECTION.
           MOVE SPACES TO WS-PJ-Built-TXT
           STRING TRIM(WS-PJ-Dir-TXT,TRAILING) '/'
                  TRIM(WS-PJ-Base-TXT,TRAILING)
               DELIMITED SIZE INTO WS-PJ-Built-TXT
           .
      *>***************************************************************
      *> Find the named project's state directory in GCic.projects    **
      *> ('name directory' lines, '*' comments, names compared        **
      *> case-blind).                                                 **
      *>***************************************************************
       017-Find-Project-Directory SECTION.
           SET WS-PJ-Not-Found-BOOL TO TRUE
           OPEN INPUT F-Project-FILE
           IF WS-Project-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-PJ-Not-EOF-BOOL TO TRUE
           READ F-Project-FILE
               AT END SET WS-PJ-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-PJ-EOF-BOOL OR WS-PJ-Found-BOOL
               IF F-Project-REC NOT = SPACES
               AND F-Project-REC (1:1) NOT = '*'
                   MOVE SPACES TO WS-PJ-Tok-TXT
                   MOVE 1 TO WS-PJ-Parse-SUB
                   UNSTRING F-Project-REC DELIMITED BY ALL SPACES
                       INTO WS-PJ-Tok-TXT
                       WITH POINTER WS-PJ-Parse-SUB
                   END-UNSTRING
                   IF UPPER-CASE(WS-PJ-Tok-TXT (1:10))
                      = WS-PJ-Name-TXT
                       MOVE SPACES TO WS-PJ-Dir-TXT
                       MOVE TRIM(F-Project-REC (WS-PJ-Parse-SUB:))
                         TO WS-PJ-Dir-TXT
                       IF WS-PJ-Dir-TXT NOT = SPACES
                           SET WS-PJ-Found-BOOL TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF WS-PJ-Not-Found-BOOL
                   READ F-Project-FILE
                       AT END SET WS-PJ-EOF-BOOL TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE F-Project-FILE
           .
      *>***************************************************************
      *> Read the rules file and generate every rule's events inside  **
           CLOSE F-Rules-FILE
           .
      *>***************************************************************
      *> Split one rule line into verb, numeric operand, cycle name   **
      *> and carrying list, and dispatch it.  The cycle-run ledger    **
      *> has nothing to match a rule naming no list against, so it    **
      *> only counts those.                                           **
      *>***************************************************************
       110-Project-One-Rule SECTION.
           MOVE SPACES TO WS-CY-Rule-Verb-TXT
               INTO WS-CY-Rule-Verb-TXT
                    WS-CY-Opnd-1-TXT
               WITH POINTER WS-CY-Rest-SUB
           MOVE F-Rules-REC (WS-CY-Rest-SUB:) TO WS-CY-Rest-TXT
           PERFORM 112-Split-Carrier
           IF WS-CY-Name-TXT = SPACES
               PERFORM 190-Report-Bad-Rule
               EXIT SECTION
           END-IF
           IF WS-CY-Runs-Mode-BOOL
               IF WS-CY-Stream-Nm-TXT NOT = SPACES
                   PERFORM 114-Find-Stream-List
                   IF WS-CY-List-TXT = SPACES
                       DISPLAY 'Stream ' TRIM(WS-CY-Stream-Nm-TXT)
                               ' runs no GCic /LIST: step in '
                               TRIM(WS-Stream-Filename-TXT,TRAILING)
                       PERFORM 190-Report-Bad-Rule
                       EXIT SECTION
                   END-IF
               END-IF
               IF WS-CY-List-TXT = SPACES
                   ADD 1 TO WS-CY-Unchecked-QTY
                   EXIT SECTION
               END-IF
               IF WS-CY-Rule-QTY NOT < WS-Rule-Table-Max-CONST
                   DISPLAY 'WARNING - more than '
                           WS-Rule-Table-Max-CONST
                           ' rules; the rest are not checked'
                   MOVE 12 TO WS-Exit-CD
                   EXIT SECTION
               END-IF
           END-IF
           EVALUATE TRUE
           WHEN UPPER-CASE(WS-CY-Rule-Verb-TXT) = 'MEND'
                AND WS-CY-Opnd-1-TXT (1:1) IS NUMERIC
                AND WS-CY-Opnd-1-TXT (1:1) IS NUMERIC
               MOVE WS-CY-Opnd-1-TXT (1:2) TO WS-CY-N-NUM
               PERFORM 130-Project-Month-Start-Rule
           WHEN UPPER-CASE(WS-CY-Rule-Verb-TXT) = 'FEND'
                AND WS-CY-Opnd-1-TXT (1:1) IS NUMERIC
               MOVE WS-CY-Opnd-1-TXT (1:2) TO WS-CY-N-NUM
               PERFORM 155-Project-Fiscal-End-Rule
           WHEN UPPER-CASE(WS-CY-Rule-Verb-TXT) = 'WEEKLY'
                AND WS-CY-Opnd-1-TXT (1:1) IS NUMERIC
               COMPUTE WS-CY-Dow-Want-NUM =
           END-EVALUATE
           .
      *>***************************************************************
      *> Take a trailing '/LIST:<list>' or '/STREAM:<name>' (either   **
      *> case) off the rest of the rule line, leaving the cycle name. **
      *>***************************************************************
       112-Split-Carrier SECTION.
           MOVE SPACES TO WS-CY-List-TXT
           MOVE SPACES TO WS-CY-Stream-Nm-TXT
           MOVE UPPER-CASE(WS-CY-Rest-TXT) TO WS-CY-Upper-TXT
           MOVE 0 TO WS-CY-Carrier-SUB
           INSPECT WS-CY-Upper-TXT TALLYING WS-CY-Carrier-SUB
               FOR CHARACTERS BEFORE INITIAL ' /LIST:'
           IF WS-CY-Carrier-SUB < LENGTH(WS-CY-Upper-TXT)
               MOVE WS-CY-Rest-TXT (1:WS-CY-Carrier-SUB)
                 TO WS-CY-Name-TXT
               MOVE TRIM(WS-CY-Rest-TXT (WS-CY-Carrier-SUB + 8:))
                 TO WS-CY-List-TXT
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-CY-Carrier-SUB
           INSPECT WS-CY-Upper-TXT TALLYING WS-CY-Carrier-SUB
               FOR CHARACTERS BEFORE INITIAL ' /STREAM:'
           IF WS-CY-Carrier-SUB < LENGTH(WS-CY-Upper-TXT)
               MOVE WS-CY-Rest-TXT (1:WS-CY-Carrier-SUB)
                 TO WS-CY-Name-TXT
               MOVE WS-CY-Upper-TXT (WS-CY-Carrier-SUB + 10:10)
                 TO WS-CY-Stream-Nm-TXT
               EXIT SECTION
           END-IF
           MOVE WS-CY-Rest-TXT TO WS-CY-Name-TXT
           .
      *>***************************************************************
      *> The compile-all list a job stream carries: the /LIST: of the **
      *> first GCic step of the named STREAM in the stream            **
      *> definitions (laid out as GCicJob reads them).  Spaces back   **
      *> in WS-CY-List-TXT when there is none.                        **
      *>***************************************************************
       114-Find-Stream-List SECTION.
           MOVE SPACES TO WS-CY-List-TXT
           OPEN INPUT F-Stream-FILE
           IF WS-Stream-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-SR-Not-In-Stream-BOOL TO TRUE
           SET WS-SR-Not-EOF-BOOL TO TRUE
           READ F-Stream-FILE
               AT END SET WS-SR-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SR-EOF-BOOL
                      OR WS-CY-List-TXT NOT = SPACES
               IF F-Stream-REC NOT = SPACES
               AND F-Stream-REC (1:1) NOT = '*'
                   MOVE SPACES TO WS-SR-Tok-1-TXT WS-SR-Tok-2-TXT
                                  WS-SR-Tok-3-TXT WS-SR-Pgm-TXT
                   MOVE 1 TO WS-SR-Parse-SUB
                   UNSTRING F-Stream-REC DELIMITED BY ALL SPACES
                       INTO WS-SR-Tok-1-TXT WS-SR-Tok-2-TXT
                            WS-SR-Tok-3-TXT WS-SR-Pgm-TXT
                       WITH POINTER WS-SR-Parse-SUB
                   END-UNSTRING
                   EVALUATE TRUE
                   WHEN UPPER-CASE(WS-SR-Tok-1-TXT) = 'STREAM'
                       IF UPPER-CASE(WS-SR-Tok-2-TXT (1:10))
                          = WS-CY-Stream-Nm-TXT
                           SET WS-SR-In-Stream-BOOL TO TRUE
                       ELSE
                           SET WS-SR-Not-In-Stream-BOOL TO TRUE
                       END-IF
                   WHEN UPPER-CASE(WS-SR-Tok-1-TXT) = 'STEP'
                    AND WS-SR-In-Stream-BOOL
                    AND WS-SR-Pgm-TXT = 'GCic'
                       PERFORM 116-Take-Step-List
                   END-EVALUATE
               END-IF
               READ F-Stream-FILE
                   AT END SET WS-SR-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Stream-FILE
           .
      *>***************************************************************
      *> The /LIST: operand of the GCic step line in F-Stream-REC,    **
      *> quoted or not.                                               **
      *>***************************************************************
       116-Take-Step-List SECTION.
           MOVE 0 TO WS-CY-Carrier-SUB
           INSPECT F-Stream-REC TALLYING WS-CY-Carrier-SUB
               FOR CHARACTERS BEFORE INITIAL '/LIST:'
           IF WS-CY-Carrier-SUB NOT < LENGTH(F-Stream-REC)
               EXIT SECTION
           END-IF
           COMPUTE WS-SR-Parse-SUB = WS-CY-Carrier-SUB + 7
           UNSTRING F-Stream-REC DELIMITED BY ALL SPACES OR '"'
               INTO WS-CY-List-TXT
               WITH POINTER WS-SR-Parse-SUB
           END-UNSTRING
           .
      *>***************************************************************
      *> MEND n - for every month touching the horizon, take the      **
      *> last business day of the month (PREV-BUSINESS-DAY of the     **
      *> 1st of the next month) and step back n-1 further business    **
           END-PERFORM
           .
      *>***************************************************************
      *> FEND n - for every fiscal period touching the horizon, take  **
      *> the last business day of the period (LAST-FISCAL-BUSINESS-   **
      *> DAY) and step back n-1 further business days with            **
      *> ADD-BUSINESS-DAYS.  The next period starts after the next    **
      *> business day.  A horizon reaching past the fiscal years in   **
      *> shop.fiscal is reported the way a bad rule is, once, and the **
      *> dates already projected are kept.                            **
      *>***************************************************************
       155-Project-Fiscal-End-Rule SECTION.
           IF WS-CY-N-NUM < 1 OR WS-CY-N-NUM > 22
               PERFORM 190-Report-Bad-Rule
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CY-Rule-QTY
           MOVE WS-From-Date-NUM TO WS-CY-Work-Date-NUM
           PERFORM UNTIL WS-CY-Work-Date-NUM > WS-To-Date-NUM
               MOVE LAST-FISCAL-BUSINESS-DAY(WS-CY-Work-Date-NUM)
                 TO WS-CY-Run-Date-NUM
               IF WS-CY-Run-Date-NUM = 0
                   MOVE WS-CY-Work-Date-NUM TO WS-Edited-Date-TXT
                   DISPLAY 'No fiscal period for ' WS-Edited-Date-TXT
                           ' in the fiscal calendar - rule: '
                           TRIM(F-Rules-REC,TRAILING)
                   ADD 1 TO WS-CY-Bad-Rule-QTY
                   EXIT SECTION
               END-IF
               MOVE NEXT-BUSINESS-DAY(WS-CY-Run-Date-NUM)
                 TO WS-CY-Work-Date-NUM
               IF WS-CY-N-NUM > 1
                   COMPUTE WS-CY-Step-NUM = 1 - WS-CY-N-NUM
                   MOVE ADD-BUSINESS-DAYS(WS-CY-Run-Date-NUM,
                                          WS-CY-Step-NUM)
                     TO WS-CY-Run-Date-NUM
               END-IF
               PERFORM 180-Note-Event
           END-PERFORM
           .
      *>***************************************************************
      *> Set the month walk to run from the /FROM: month through the  **
      *> /TO: month.                                                  **
      *>***************************************************************
           ADD 1 TO WS-EV-QTY
           MOVE WS-CY-Run-Date-NUM TO WS-EV-Date-NUM (WS-EV-QTY)
           MOVE WS-CY-Name-TXT     TO WS-EV-Name-TXT (WS-EV-QTY)
           MOVE WS-CY-Rule-QTY     TO WS-EV-Rule-NUM (WS-EV-QTY)
           MOVE WS-CY-List-TXT     TO WS-EV-List-TXT (WS-EV-QTY)
           MOVE INTEGER-OF-DATE(WS-CY-Run-Date-NUM)
             TO WS-EV-Day-NUM (WS-EV-QTY)
           MOVE 0                  TO WS-EV-Run-QTY (WS-EV-QTY)
           MOVE 0                  TO WS-EV-On-Day-QTY (WS-EV-QTY)
           MOVE SPACES             TO WS-EV-Last-Stamp-TXT (WS-EV-QTY)
           MOVE SPACES             TO WS-EV-Last-Status-TXT (WS-EV-QTY)
           .
      *>***************************************************************
      *> A rule line that could not be used - say so and count it,    **
           CLOSE F-Proj-FILE
           .
      *>***************************************************************
      *> The cycle-run ledger: load the runs, place each against the  **
      *> projected dates, then report every date in the period.       **
      *>***************************************************************
       300-Report-Cycle-Runs SECTION.
           PERFORM 310-Load-Runs
           PERFORM 320-Place-Runs
           PERFORM 330-Write-Run-Ledger
           DISPLAY 'Cycle dates due ' WS-RN-From-Date-NUM
                   ' through ' WS-RN-To-Date-NUM ': ' WS-VD-Due-QTY
           DISPLAY '   Missed:             ' WS-VD-Missed-QTY
           DISPLAY '   Wrong day:          ' WS-VD-Wrong-Day-QTY
           DISPLAY '   Ran more than once: ' WS-VD-Repeat-QTY
           DISPLAY '   Failed:             ' WS-VD-Failed-QTY
           DISPLAY 'Ledger written to '
                   TRIM(WS-Report-Filename-TXT,TRAILING)
           IF WS-VD-Missed-QTY + WS-VD-Wrong-Day-QTY
            + WS-VD-Repeat-QTY + WS-VD-Failed-QTY > 0
           AND WS-Exit-CD < 4
               MOVE 4 TO WS-Exit-CD
           END-IF
           .
      *>***************************************************************
      *> Keep the RUN records (results feed layout: pgm|stamp|mode|   **
      *> status|...) of the lists the projected dates name, inside    **
      *> the projected horizon.  A results feed that is not there     **
      *> simply means nothing has run.                                **
      *>***************************************************************
       310-Load-Runs SECTION.
           MOVE 0 TO WS-RT-QTY
           OPEN INPUT F-Results-FILE
           IF WS-Results-Status-CD = '35'
               EXIT SECTION
           END-IF
           IF WS-Results-Status-CD NOT = '00'
               DISPLAY 'Unable to open '
                       TRIM(WS-Results-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET WS-RF-Not-EOF-BOOL TO TRUE
           READ F-Results-FILE
               AT END SET WS-RF-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-RF-EOF-BOOL
               MOVE SPACES TO WS-RF-Pgm-Nm-TXT WS-RF-Stamp-TXT
                              WS-RF-Mode-TXT WS-RF-Status-TXT
               UNSTRING F-Results-REC DELIMITED BY '|'
                   INTO WS-RF-Pgm-Nm-TXT WS-RF-Stamp-TXT
                        WS-RF-Mode-TXT WS-RF-Status-TXT
                        WS-RF-Rest-TXT
               END-UNSTRING
               IF WS-RF-Mode-TXT = 'RUN'
               AND WS-RF-Stamp-TXT (1:8) IS NUMERIC
               AND WS-RF-Stamp-TXT (1:8) NOT < WS-From-Date-NUM
               AND WS-RF-Stamp-TXT (1:8) NOT > WS-To-Date-NUM
                   PERFORM 315-Keep-Run
               END-IF
               READ F-Results-FILE
                   AT END SET WS-RF-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Results-FILE
           .
      *>***************************************************************
      *> Keep the run just read when some projected date names its    **
      *> list.                                                        **
      *>***************************************************************
       315-Keep-Run SECTION.
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-EV-QTY
                      OR WS-EV-List-TXT (WS-I-SUB) = WS-RF-Pgm-Nm-TXT
               ADD 1 TO WS-I-SUB
           END-PERFORM
           IF WS-I-SUB > WS-EV-QTY
               EXIT SECTION
           END-IF
           IF WS-RT-QTY >= WS-Run-Table-Max-CONST
               IF NOT WS-RT-Full-Noted-BOOL
                   DISPLAY 'WARNING - more than '
                           WS-Run-Table-Max-CONST
                           ' runs; narrow the period'
                   SET WS-RT-Full-Noted-BOOL TO TRUE
                   MOVE 12 TO WS-Exit-CD
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO WS-RT-QTY
           MOVE WS-RF-Pgm-Nm-TXT  TO WS-RT-List-TXT (WS-RT-QTY)
           MOVE WS-RF-Stamp-TXT   TO WS-RT-Stamp-TXT (WS-RT-QTY)
           MOVE WS-RF-Stamp-TXT (1:8)
                                  TO WS-RT-Date-NUM (WS-RT-QTY)
           MOVE WS-RF-Status-TXT  TO WS-RT-Status-TXT (WS-RT-QTY)
           .
      *>***************************************************************
      *> Each run counts once for every rule naming its list, toward  **
      *> that rule's nearest projected date; a run exactly between    **
      *> two counts toward the earlier - it was late, not early.      **
      *>***************************************************************
       320-Place-Runs SECTION.
           MOVE 1 TO WS-RT-SUB
           PERFORM UNTIL WS-RT-SUB > WS-RT-QTY
               MOVE 1 TO WS-BR-SUB
               PERFORM UNTIL WS-BR-SUB > WS-CY-Rule-QTY
                          OR WS-BR-SUB > WS-Rule-Table-Max-CONST
                   MOVE 0 TO WS-BR-Event-SUB (WS-BR-SUB)
                   ADD 1 TO WS-BR-SUB
               END-PERFORM
               MOVE INTEGER-OF-DATE(WS-RT-Date-NUM (WS-RT-SUB))
                 TO WS-RT-Day-NUM
               MOVE 1 TO WS-I-SUB
               PERFORM UNTIL WS-I-SUB > WS-EV-QTY
                   IF WS-EV-List-TXT (WS-I-SUB)
                      = WS-RT-List-TXT (WS-RT-SUB)
                       PERFORM 325-Consider-Date
                   END-IF
                   ADD 1 TO WS-I-SUB
               END-PERFORM
               MOVE 1 TO WS-BR-SUB
               PERFORM UNTIL WS-BR-SUB > WS-CY-Rule-QTY
                          OR WS-BR-SUB > WS-Rule-Table-Max-CONST
                   IF WS-BR-Event-SUB (WS-BR-SUB) > 0
                       MOVE WS-BR-Event-SUB (WS-BR-SUB) TO WS-I-SUB
                       PERFORM 327-Count-Run
                   END-IF
                   ADD 1 TO WS-BR-SUB
               END-PERFORM
               ADD 1 TO WS-RT-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Is projected date WS-I-SUB the nearest yet of its rule to    **
      *> run WS-RT-SUB?                                               **
      *>***************************************************************
       325-Consider-Date SECTION.
           MOVE WS-EV-Rule-NUM (WS-I-SUB) TO WS-BR-SUB
           COMPUTE WS-BR-This-Dist-NUM =
               ABS(WS-EV-Day-NUM (WS-I-SUB) - WS-RT-Day-NUM)
           EVALUATE TRUE
           WHEN WS-BR-Event-SUB (WS-BR-SUB) = 0
           WHEN WS-BR-This-Dist-NUM < WS-BR-Dist-NUM (WS-BR-SUB)
           WHEN WS-BR-This-Dist-NUM = WS-BR-Dist-NUM (WS-BR-SUB)
            AND WS-EV-Day-NUM (WS-I-SUB)
                < WS-EV-Day-NUM (WS-BR-Event-SUB (WS-BR-SUB))
               MOVE WS-I-SUB       TO WS-BR-Event-SUB (WS-BR-SUB)
               MOVE WS-BR-This-Dist-NUM
                 TO WS-BR-Dist-NUM (WS-BR-SUB)
           END-EVALUATE
           .
      *>***************************************************************
      *> Count run WS-RT-SUB against projected date WS-I-SUB, keeping **
      *> the latest run's stamp and status.                           **
      *>***************************************************************
       327-Count-Run SECTION.
           IF WS-EV-Run-QTY (WS-I-SUB) < 999
               ADD 1 TO WS-EV-Run-QTY (WS-I-SUB)
           END-IF
           IF WS-RT-Date-NUM (WS-RT-SUB) = WS-EV-Date-NUM (WS-I-SUB)
           AND WS-EV-On-Day-QTY (WS-I-SUB) < 999
               ADD 1 TO WS-EV-On-Day-QTY (WS-I-SUB)
           END-IF
           IF WS-RT-Stamp-TXT (WS-RT-SUB)
              NOT < WS-EV-Last-Stamp-TXT (WS-I-SUB)
               MOVE WS-RT-Stamp-TXT (WS-RT-SUB)
                 TO WS-EV-Last-Stamp-TXT (WS-I-SUB)
               MOVE WS-RT-Status-TXT (WS-RT-SUB)
                 TO WS-EV-Last-Status-TXT (WS-I-SUB)
           END-IF
           .
      *>***************************************************************
      *> Write the ledger - every projected date in the period, in    **
      *> date order (selected smallest-first, as 200 does), with its  **
      *> runs and verdict - and the tallies under it.                 **
      *>***************************************************************
       330-Write-Run-Ledger SECTION.
           OPEN OUTPUT F-Report-FILE
           IF WS-Report-Status-CD NOT = '00'
               DISPLAY 'Unable to create '
                       TRIM(WS-Report-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-RN-From-Date-NUM TO WS-Edited-Date-TXT
           STRING 'CYCLE-RUN LEDGER ' WS-Edited-Date-TXT ' THROUGH '
               DELIMITED SIZE INTO WS-Report-Line-TXT
           MOVE WS-RN-To-Date-NUM TO WS-Edited-Date-TXT
           MOVE WS-Edited-Date-TXT TO WS-Report-Line-TXT (37:10)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'Rules: ' TRIM(WS-Rules-Filename-TXT,TRAILING)
                  '   Results: '
                  TRIM(WS-Results-Filename-TXT,TRAILING)
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           IF WS-Calendar-Name-TXT NOT = SPACES
               MOVE SPACES TO WS-Report-Line-TXT
               STRING 'CALENDAR: '
                      TRIM(WS-Calendar-Name-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-Report-Line-TXT
               WRITE F-Report-REC FROM WS-Report-Line-TXT
           END-IF
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-CR-Line-REC
           MOVE 'EXPECTED'    TO WS-CR-Line-REC (1:10)
           MOVE 'DAY'         TO WS-CR-Day-TXT
           MOVE 'CYCLE'       TO WS-CR-Cycle-TXT
           MOVE 'LIST'        TO WS-CR-List-TXT
           MOVE 'RUNS  LAST RUN' TO WS-CR-Line-REC (71:14)
           MOVE 'STATUS'      TO WS-CR-Status-TXT
           MOVE 'VERDICT'     TO WS-CR-Verdict-TXT
           WRITE F-Report-REC FROM WS-CR-Line-REC
           MOVE ALL '-' TO F-Report-REC
           WRITE F-Report-REC
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-EV-QTY
               IF WS-EV-Date-NUM (WS-I-SUB) < WS-RN-From-Date-NUM
               OR WS-EV-Date-NUM (WS-I-SUB) > WS-RN-To-Date-NUM
                   MOVE 99999999 TO WS-EV-Date-NUM (WS-I-SUB)
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-EV-QTY
               MOVE 0 TO WS-Found-SUB
               MOVE 1 TO WS-I-SUB
               PERFORM UNTIL WS-I-SUB > WS-EV-QTY
                   IF WS-EV-Date-NUM (WS-I-SUB) NOT = 99999999
                   AND (WS-Found-SUB = 0
                        OR WS-EV-Date-NUM (WS-I-SUB)
                           < WS-EV-Date-NUM (WS-Found-SUB))
                       MOVE WS-I-SUB TO WS-Found-SUB
                   END-IF
                   ADD 1 TO WS-I-SUB
               END-PERFORM
               IF WS-Found-SUB = 0
                   MOVE WS-EV-QTY TO WS-J-SUB
               ELSE
                   PERFORM 335-Write-Ledger-Line
                   MOVE 99999999 TO WS-EV-Date-NUM (WS-Found-SUB)
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'Cycle dates in the period:     ' WS-VD-Due-QTY
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           STRING '   Ran as projected:           ' WS-VD-OK-QTY
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           STRING '   Never ran (MISSED):         ' WS-VD-Missed-QTY
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           STRING '   Ran on the wrong day:       ' WS-VD-Wrong-Day-QTY
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           STRING '   Ran more than once:         ' WS-VD-Repeat-QTY
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           STRING '   Ended with failures:        ' WS-VD-Failed-QTY
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           STRING '   Not yet due:                ' WS-VD-Not-Due-QTY
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           IF WS-CY-Unchecked-QTY > 0
               MOVE SPACES TO WS-Report-Line-TXT
               STRING 'Rules naming no list (not checked): '
                      WS-CY-Unchecked-QTY
                   DELIMITED SIZE INTO WS-Report-Line-TXT
               WRITE F-Report-REC FROM WS-Report-Line-TXT
           END-IF
           CLOSE F-Report-FILE
           .
      *>***************************************************************
      *> One ledger line for projected date WS-Found-SUB.  A date     **
      *> with runs can earn more than one flag; a date that is today  **
      *> or later and has not run yet is only NOT YET DUE.            **
      *>***************************************************************
       335-Write-Ledger-Line SECTION.
           ADD 1 TO WS-VD-Due-QTY
           MOVE SPACES TO WS-CR-Line-REC
           MOVE WS-EV-Date-NUM (WS-Found-SUB) TO WS-CR-Date-TXT
           MOVE DAY-FROM-DATE(WS-EV-Date-NUM (WS-Found-SUB))
             TO WS-CY-Dow-NUM
           MOVE WS-Day-Name-TXT (WS-CY-Dow-NUM) TO WS-CR-Day-TXT
           MOVE WS-EV-Name-TXT (WS-Found-SUB) TO WS-CR-Cycle-TXT
           MOVE WS-EV-List-TXT (WS-Found-SUB) TO WS-CR-List-TXT
           MOVE WS-EV-Run-QTY (WS-Found-SUB)  TO WS-CR-Runs-TXT
           IF WS-EV-Run-QTY (WS-Found-SUB) > 0
               MOVE WS-EV-Last-Stamp-TXT (WS-Found-SUB) (1:8)
                 TO WS-SF-Date-TXT
               MOVE WS-EV-Last-Stamp-TXT (WS-Found-SUB) (9:2)
                 TO WS-SF-HH-TXT
               MOVE WS-EV-Last-Stamp-TXT (WS-Found-SUB) (11:2)
                 TO WS-SF-MM-TXT
               MOVE WS-Stamp-Formatted-TXT TO WS-CR-Last-TXT
               MOVE WS-EV-Last-Status-TXT (WS-Found-SUB)
                 TO WS-CR-Status-TXT
           END-IF
           MOVE 1 TO WS-VD-Verdict-SUB
           EVALUATE TRUE
           WHEN WS-EV-Run-QTY (WS-Found-SUB) = 0
            AND WS-EV-Date-NUM (WS-Found-SUB) NOT < WS-RN-Today-NUM
               MOVE 'NOT YET DUE' TO WS-CR-Verdict-TXT
               ADD 1 TO WS-VD-Not-Due-QTY
           WHEN WS-EV-Run-QTY (WS-Found-SUB) = 0
               MOVE 'MISSED' TO WS-CR-Verdict-TXT
               ADD 1 TO WS-VD-Missed-QTY
           WHEN OTHER
               IF WS-EV-On-Day-QTY (WS-Found-SUB) = 0
                   MOVE 'WRONG DAY' TO WS-VD-Flag-TXT
                   PERFORM 337-Add-Verdict-Flag
                   ADD 1 TO WS-VD-Wrong-Day-QTY
               END-IF
               IF WS-EV-Run-QTY (WS-Found-SUB) > 1
                   MOVE SPACES TO WS-VD-Flag-TXT
                   IF WS-EV-Run-QTY (WS-Found-SUB) > 99
                       MOVE 'RAN 99+X' TO WS-VD-Flag-TXT
                   ELSE
                       MOVE WS-EV-Run-QTY (WS-Found-SUB)
                         TO WS-VD-Runs-Disp-TXT
                       STRING 'RAN ' TRIM(WS-VD-Runs-Disp-TXT) 'X'
                           DELIMITED SIZE INTO WS-VD-Flag-TXT
                   END-IF
                   PERFORM 337-Add-Verdict-Flag
                   ADD 1 TO WS-VD-Repeat-QTY
               END-IF
               IF WS-EV-Last-Status-TXT (WS-Found-SUB) NOT = 'RUN OK'
                   MOVE 'FAILED' TO WS-VD-Flag-TXT
                   PERFORM 337-Add-Verdict-Flag
                   ADD 1 TO WS-VD-Failed-QTY
               END-IF
               IF WS-VD-Verdict-SUB = 1
                   MOVE 'OK' TO WS-CR-Verdict-TXT
                   ADD 1 TO WS-VD-OK-QTY
               END-IF
           END-EVALUATE
           WRITE F-Report-REC FROM WS-CR-Line-REC
           .
      *>***************************************************************
      *> Append WS-VD-Flag-TXT to the verdict, comma-separated.       **
      *>***************************************************************
       337-Add-Verdict-Flag SECTION.
           IF WS-VD-Verdict-SUB > 1
               STRING ', ' DELIMITED SIZE
                   INTO WS-CR-Verdict-TXT
                   WITH POINTER WS-VD-Verdict-SUB
           END-IF
           STRING TRIM(WS-VD-Flag-TXT) DELIMITED SIZE
               INTO WS-CR-Verdict-TXT
               WITH POINTER WS-VD-Verdict-SUB
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
