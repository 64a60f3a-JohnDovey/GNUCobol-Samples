       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicWarn.
      *>***************************************************************
      *> This program is the compiler-warning debt report built on    **
      *> GCic.warnings, the warning inventory GCic appends to after   **
      *> every good compile (064-066 in GCic) - each warning with its **
      *> source line and '[-Wxxx]' category, a count per category and **
      *> a total per compile.  It shows where the warnings are and    **
      *> whether they are being paid down or piling up:               **
      *>                                                              **
      *>   1. Warning debt by program, highest first - the count at   **
      *>      the latest compile, the one before it and the first     **
      *>      ever recorded, the change, and the counts of the last   **
      *>      several compiles oldest to newest                       **
      *>   2. Warning debt by category - the warnings of each         **
      *>      category across every program's latest compile, and     **
      *>      across their compiles before that                       **
      *>   3. The warnings now standing against every program whose   **
      *>      count went up at its latest compile                     **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicWarn [ /TREND:n ] [ /REPORT:<filename> ]                 **
      *>          [ /PROJECT:<name> ]                                 **
      *>                                                              **
      *> /TREND: is how many compiles the trend column shows, 2-8     **
      *> (default 6).  The report is written to /REPORT:, or to       **
      *> GCic.warnrpt when no name is given.                          **
      *>                                                              **
      *> /PROJECT:<name> (or the GCIC_PROJECT environment             **
      *> variable) works against the named project's state            **
      *> directory - see GCic.projects and GCic's own                 **
      *> 121-Resolve-Project-Paths.                                   **
      *>                                                              **
      *> RETURN-CODE is 0 when the report was produced and no         **
      *> program's warning count went up at its latest compile, 4     **
      *> when one or more did, 8 when GCic.warnings holds no data     **
      *> yet, and 12 when the report cannot be written.               **
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
           SELECT F-Warn-Inv-FILE     ASSIGN TO
                                       WS-Warn-Inv-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Warn-Inv-Status-CD.
           SELECT F-Report-FILE       ASSIGN TO WS-Report-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Report-Status-CD.
           SELECT F-Project-FILE      ASSIGN TO
                                       WS-Project-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Project-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-Warn-Inv-FILE.
       01  F-Warn-Inv-REC                         PIC X(200).
       FD  F-Report-FILE.
       01  F-Report-REC                           PIC X(132).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       78  WS-Pgm-Table-Max-CONST                 VALUE 500.
       78  WS-Cat-Table-Max-CONST                 VALUE 100.
       78  WS-Hist-Max-CONST                      VALUE 8.
       01  WS-Warn-Inv-Filename-TXT
                          VALUE 'GCic.warnings'   PIC X(256).
       01  WS-Warn-Inv-Status-CD                  PIC X(2).
       01  WS-Report-Filename-TXT
                          VALUE 'GCic.warnrpt'    PIC X(256).
       01  WS-Report-Status-CD                    PIC X(2).
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-Trend-QTY                           PIC 9(2) VALUE 6.
       01  WS-Exit-CD                             PIC 9(2) VALUE 0.
      *>***************************************************************
      *> One entry per program seen in GCic.warnings: how many        **
      *> compiles were inventoried, the first, previous and latest    **
      *> totals, the stamps of the latest two compiles (the category  **
      *> and warning lines are matched on them) and the totals of     **
      *> the last WS-Hist-Max-CONST compiles, oldest first.           **
      *>***************************************************************
       01  WS-Pgm-Table.
           05 WS-WP-Entry OCCURS WS-Pgm-Table-Max-CONST TIMES.
              10 WS-WP-Pgm-Nm-TXT                 PIC X(31).
              10 WS-WP-Builds-QTY                 PIC 9(5).
              10 WS-WP-First-NUM                  PIC 9(6).
              10 WS-WP-Prior-NUM                  PIC 9(6).
              10 WS-WP-Last-NUM                   PIC 9(6).
              10 WS-WP-Prior-Stamp-TXT            PIC X(16).
              10 WS-WP-Last-Stamp-TXT             PIC X(16).
              10 WS-WP-Hist-QTY                   PIC 9(2).
              10 WS-WP-Hist-NUM OCCURS WS-Hist-Max-CONST TIMES
                                                  PIC 9(6).
              10 WS-WP-Shown-CHR                  PIC X(1).
       01  WS-WP-QTY                              PIC 9(3) VALUE 0.
       01  WS-WP-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-WP-Full-Noted-BOOL                VALUE 'Y'.
      *>***************************************************************
      *> One entry per warning category: the programs carrying it at  **
      *> their latest compile and its count there, and its count at   **
      *> their compiles before that.                                  **
      *>***************************************************************
       01  WS-Cat-Table.
           05 WS-WC-Entry OCCURS WS-Cat-Table-Max-CONST TIMES.
              10 WS-WC-Cat-Nm-TXT                 PIC X(24).
              10 WS-WC-Pgms-QTY                   PIC 9(4).
              10 WS-WC-Current-NUM                PIC 9(7).
              10 WS-WC-Previous-NUM               PIC 9(7).
              10 WS-WC-Shown-CHR                  PIC X(1).
       01  WS-WC-QTY                              PIC 9(3) VALUE 0.
      *>***************************************************************
      *> Inventory-record split fields                                **
      *> (program|stamp|type|count-or-line|category|text).            **
      *>***************************************************************
       01  WS-WR-Pgm-Nm-TXT                       PIC X(31).
       01  WS-WR-Stamp-TXT                        PIC X(16).
       01  WS-WR-Type-TXT                         PIC X(8).
       01  WS-WR-Count-TXT                        PIC X(8).
       01  WS-WR-Cat-TXT                          PIC X(24).
       01  WS-WR-Text-TXT                         PIC X(100).
       01  WS-WR-Count-NUM                        PIC 9(6).
       01  WS-WR-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-WR-EOF-CHR                          PIC X(1).
           88 WS-WR-EOF-BOOL                       VALUE 'Y'.
           88 WS-WR-Not-EOF-BOOL                   VALUE 'N'.
      *>***************************************************************
      *> Totals and report work areas.                                **
      *>***************************************************************
       01  WS-Debt-Now-NUM                        PIC 9(8) VALUE 0.
       01  WS-Debt-Was-NUM                        PIC 9(8) VALUE 0.
       01  WS-Up-QTY                              PIC 9(3) VALUE 0.
       01  WS-Down-QTY                            PIC 9(3) VALUE 0.
       01  WS-New-QTY                             PIC 9(3) VALUE 0.
       01  WS-I-SUB                               USAGE BINARY-LONG.
       01  WS-J-SUB                               USAGE BINARY-LONG.
       01  WS-Found-SUB                           USAGE BINARY-LONG.
       01  WS-Best-SUB                            USAGE BINARY-LONG.
       01  WS-Col-SUB                             USAGE BINARY-LONG.
       01  WS-Shown-QTY                           PIC 9(3).
       01  WS-Delta-NUM                           PIC S9(7).
       01  WS-Disp-1-NUM                          PIC ZZZZZ9.
       01  WS-Disp-2-NUM                          PIC ZZZZZ9.
       01  WS-Disp-3-NUM                          PIC ZZZZZ9.
       01  WS-Disp-4-NUM                          PIC ZZZZZ9.
       01  WS-Disp-5-NUM                          PIC ZZZZ9.
       01  WS-Disp-7-NUM                          PIC ZZZZZZ9.
       01  WS-Disp-8-NUM                          PIC ZZZZZZZ9.
       01  WS-Disp-D-NUM                          PIC ++++++9.
       01  WS-Report-Line-TXT                     PIC X(132).
      *>***************************************************************
      *> Named-project state resolution - /PROJECT:<name> (or the     **
      *> GCIC_PROJECT environment variable) selects a project from    **
      *> the shop-wide GCic.projects file, and this program's         **
      *> project-scoped state filenames resolve into that project's   **
      *> state directory, the same way GCic's own                     **
      *> 121-Resolve-Project-Paths resolves them.                     **
      *>***************************************************************
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
           PERFORM 015-Resolve-Project-Paths
           PERFORM 100-Load-Totals
           IF WS-WP-QTY = 0
               DISPLAY 'GCic.warnings holds no compiles yet - '
                       'run some compiles first'
               MOVE 8 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           PERFORM 120-Load-Categories
           PERFORM 200-Write-Report
           DISPLAY 'Warning debt report written to '
                   TRIM(WS-Report-Filename-TXT,TRAILING)
           IF WS-Up-QTY > 0
               DISPLAY WS-Up-QTY ' program(s) gained warnings at '
                       'their latest compile'
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:7) = '/TREND:'
                   IF TEST-NUMVAL(WS-Cmd-Token-TXT (8:)) = 0
                   AND NUMVAL(WS-Cmd-Token-TXT (8:)) >= 2
                   AND NUMVAL(WS-Cmd-Token-TXT (8:))
                       <= WS-Hist-Max-CONST
                       COMPUTE WS-Trend-QTY =
                           NUMVAL(WS-Cmd-Token-TXT (8:))
                   ELSE
                       DISPLAY '/TREND: must be 2-8 - 6 used'
                   END-IF
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/REPORT:'
                   MOVE WS-Cmd-Token-TXT (9:)
                     TO WS-Report-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9)
                    = '/PROJECT:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (10:10))
                     TO WS-PJ-Name-TXT
               WHEN OTHER
                   DISPLAY 'Unrecognized switch ignored: '
                           TRIM(WS-Cmd-Token-TXT)
               END-EVALUATE
           END-PERFORM
           .
      *>***************************************************************
      *> Resolve the project-scoped state filenames into the named    **
      *> project's state directory - /PROJECT:<name>, or the          **
      *> GCIC_PROJECT variable when no switch was given.  No          **
      *> selection leaves everything flat, exactly as before; a       **
      *> selection that cannot be honored stops the run rather than   **
      *> silently reading another project's files.                    **
      *>***************************************************************
       015-Resolve-Project-Paths SECTION.
           IF WS-PJ-Name-TXT = SPACES
               ACCEPT WS-PJ-Name-TXT FROM ENVIRONMENT 'GCIC_PROJECT'
               MOVE UPPER-CASE(WS-PJ-Name-TXT) TO WS-PJ-Name-TXT
           END-IF
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
           MOVE WS-Warn-Inv-Filename-TXT
             TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Warn-Inv-Filename-TXT
           .
      *>***************************************************************
      *> Build <state-dir>/<base-name> into WS-PJ-Built-TXT; with     **
      *> no project selected the base name comes back unchanged.      **
      *>***************************************************************
       016-Apply-Project-Dir SECTION.
           MOVE WS-PJ-Base-TXT TO WS-PJ-Built-TXT
           IF WS-PJ-Name-TXT = SPACES OR WS-PJ-Dir-TXT = SPACES
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-PJ-Built-TXT
           STRING TRIM(WS-PJ-Dir-TXT,TRAILING) '/'
                  TRIM(WS-PJ-Base-TXT,TRAILING)
               DELIMITED SIZE INTO WS-PJ-Built-TXT
           .
      *>***************************************************************
      *> Find the selected project's state directory in               **
      *> GCic.projects ('name directory' lines, '*' comments, names   **
      *> compared case-blind).                                        **
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
      *> First pass through GCic.warnings: fold every TOTAL line into **
      *> its program's entry (lines arrive oldest first, so the last  **
      *> fold leaves the latest and previous compiles in place).      **
      *>***************************************************************
       100-Load-Totals SECTION.
           OPEN INPUT F-Warn-Inv-FILE
           IF WS-Warn-Inv-Status-CD NOT = '00'
               DISPLAY 'Unable to open warning inventory '
                       TRIM(WS-Warn-Inv-Filename-TXT,TRAILING)
               MOVE 8 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET WS-WR-Not-EOF-BOOL TO TRUE
           READ F-Warn-Inv-FILE
               AT END SET WS-WR-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WR-EOF-BOOL
               PERFORM 105-Split-Inventory-Line
               IF WS-WR-Pgm-Nm-TXT NOT = SPACES
               AND WS-WR-Type-TXT = 'TOTAL'
               AND TEST-NUMVAL(WS-WR-Count-TXT) = 0
                   COMPUTE WS-WR-Count-NUM = NUMVAL(WS-WR-Count-TXT)
                   PERFORM 110-Fold-One-Total
               END-IF
               READ F-Warn-Inv-FILE
                   AT END SET WS-WR-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Warn-Inv-FILE
           .
      *>***************************************************************
      *> Split one inventory line.  The text is the last field and    **
      *> is taken whole, '|' characters and all.                      **
      *>***************************************************************
       105-Split-Inventory-Line SECTION.
           MOVE SPACES TO WS-WR-Pgm-Nm-TXT
                          WS-WR-Stamp-TXT
                          WS-WR-Type-TXT
                          WS-WR-Count-TXT
                          WS-WR-Cat-TXT
                          WS-WR-Text-TXT
           MOVE 1 TO WS-WR-Parse-SUB
           UNSTRING F-Warn-Inv-REC DELIMITED BY '|'
               INTO WS-WR-Pgm-Nm-TXT
                    WS-WR-Stamp-TXT
                    WS-WR-Type-TXT
                    WS-WR-Count-TXT
                    WS-WR-Cat-TXT
               WITH POINTER WS-WR-Parse-SUB
           END-UNSTRING
           IF WS-WR-Parse-SUB <= LENGTH(F-Warn-Inv-REC)
               MOVE F-Warn-Inv-REC (WS-WR-Parse-SUB:)
                 TO WS-WR-Text-TXT
           END-IF
           .
      *>***************************************************************
      *> Fold one TOTAL line into the program table.                  **
      *>***************************************************************
       110-Fold-One-Total SECTION.
           PERFORM 115-Find-Program
           IF WS-Found-SUB = 0
               IF WS-WP-QTY < WS-Pgm-Table-Max-CONST
                   ADD 1 TO WS-WP-QTY
                   MOVE WS-WP-QTY TO WS-Found-SUB
                   INITIALIZE WS-WP-Entry (WS-Found-SUB)
                   MOVE WS-WR-Pgm-Nm-TXT
                     TO WS-WP-Pgm-Nm-TXT (WS-Found-SUB)
                   MOVE WS-WR-Count-NUM
                     TO WS-WP-First-NUM (WS-Found-SUB)
               ELSE
                   IF NOT WS-WP-Full-Noted-BOOL
                       DISPLAY 'WARNING - more than '
                               WS-Pgm-Table-Max-CONST
                               ' programs; extras missing from the '
                               'warning debt report'
                       SET WS-WP-Full-Noted-BOOL TO TRUE
                   END-IF
                   EXIT SECTION
               END-IF
           END-IF
           MOVE WS-WP-Last-NUM (WS-Found-SUB)
             TO WS-WP-Prior-NUM (WS-Found-SUB)
           MOVE WS-WP-Last-Stamp-TXT (WS-Found-SUB)
             TO WS-WP-Prior-Stamp-TXT (WS-Found-SUB)
           MOVE WS-WR-Count-NUM TO WS-WP-Last-NUM (WS-Found-SUB)
           MOVE WS-WR-Stamp-TXT TO WS-WP-Last-Stamp-TXT (WS-Found-SUB)
           ADD 1 TO WS-WP-Builds-QTY (WS-Found-SUB)
      *> - The trend keeps the last WS-Hist-Max-CONST totals, oldest
      *>   first; a full history shifts down one to make room.
           IF WS-WP-Hist-QTY (WS-Found-SUB) < WS-Hist-Max-CONST
               ADD 1 TO WS-WP-Hist-QTY (WS-Found-SUB)
           ELSE
               MOVE 1 TO WS-J-SUB
               PERFORM UNTIL WS-J-SUB >= WS-Hist-Max-CONST
                   MOVE WS-WP-Hist-NUM (WS-Found-SUB, WS-J-SUB + 1)
                     TO WS-WP-Hist-NUM (WS-Found-SUB, WS-J-SUB)
                   ADD 1 TO WS-J-SUB
               END-PERFORM
           END-IF
           MOVE WS-WR-Count-NUM
             TO WS-WP-Hist-NUM (WS-Found-SUB,
                                WS-WP-Hist-QTY (WS-Found-SUB))
           .
      *>***************************************************************
      *> Look WS-WR-Pgm-Nm-TXT up in the program table; WS-Found-SUB  **
      *> is 0 when it is not there.                                   **
      *>***************************************************************
       115-Find-Program SECTION.
           MOVE 0 TO WS-Found-SUB
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-WP-QTY
                      OR WS-Found-SUB > 0
               IF WS-WP-Pgm-Nm-TXT (WS-I-SUB) = WS-WR-Pgm-Nm-TXT
                   MOVE WS-I-SUB TO WS-Found-SUB
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Second pass: the CATEGORY lines of each program's latest     **
      *> compile count toward the current figures, those of the       **
      *> compile before it toward the previous ones.                  **
      *>***************************************************************
       120-Load-Categories SECTION.
           OPEN INPUT F-Warn-Inv-FILE
           IF WS-Warn-Inv-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-WR-Not-EOF-BOOL TO TRUE
           READ F-Warn-Inv-FILE
               AT END SET WS-WR-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WR-EOF-BOOL
               PERFORM 105-Split-Inventory-Line
               IF WS-WR-Type-TXT = 'CATEGORY'
               AND TEST-NUMVAL(WS-WR-Count-TXT) = 0
                   COMPUTE WS-WR-Count-NUM = NUMVAL(WS-WR-Count-TXT)
                   PERFORM 115-Find-Program
                   IF WS-Found-SUB > 0
                       PERFORM 125-Fold-One-Category
                   END-IF
               END-IF
               READ F-Warn-Inv-FILE
                   AT END SET WS-WR-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Warn-Inv-FILE
           .
      *>***************************************************************
      *> Fold one CATEGORY line of program WS-Found-SUB into the      **
      *> category table, when it belongs to either of the program's   **
      *> latest two compiles.                                         **
      *>***************************************************************
       125-Fold-One-Category SECTION.
           IF WS-WR-Stamp-TXT NOT = WS-WP-Last-Stamp-TXT (WS-Found-SUB)
           AND WS-WR-Stamp-TXT
               NOT = WS-WP-Prior-Stamp-TXT (WS-Found-SUB)
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-Best-SUB
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-WC-QTY
                      OR WS-Best-SUB > 0
               IF WS-WC-Cat-Nm-TXT (WS-J-SUB) = WS-WR-Cat-TXT
                   MOVE WS-J-SUB TO WS-Best-SUB
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           IF WS-Best-SUB = 0
               IF WS-WC-QTY >= WS-Cat-Table-Max-CONST
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-WC-QTY
               MOVE WS-WC-QTY TO WS-Best-SUB
               INITIALIZE WS-WC-Entry (WS-Best-SUB)
               MOVE WS-WR-Cat-TXT TO WS-WC-Cat-Nm-TXT (WS-Best-SUB)
           END-IF
           IF WS-WR-Stamp-TXT = WS-WP-Last-Stamp-TXT (WS-Found-SUB)
               ADD WS-WR-Count-NUM TO WS-WC-Current-NUM (WS-Best-SUB)
               ADD 1 TO WS-WC-Pgms-QTY (WS-Best-SUB)
           ELSE
               ADD WS-WR-Count-NUM TO WS-WC-Previous-NUM (WS-Best-SUB)
           END-IF
           .
      *>***************************************************************
      *> Write the three report sections and the totals.              **
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
           MOVE 'COMPILER-WARNING DEBT REPORT (FROM GCic.warnings)'
             TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           PERFORM 210-Write-Program-Section
           PERFORM 220-Write-Category-Section
           PERFORM 230-Write-Rising-Section
           PERFORM 240-Write-Totals
           CLOSE F-Report-FILE
           .
      *>***************************************************************
      *> Section 1 - every program, the most warnings first.  PREV    **
      *> is blank for a program with only one compile inventoried.    **
      *>***************************************************************
       210-Write-Program-Section SECTION.
           MOVE 'WARNING DEBT BY PROGRAM (LATEST COMPILE)'
             TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 'PROGRAM' TO WS-Report-Line-TXT (3:31)
           MOVE 'LATEST   PREV  FIRST COMPILES  CHANGE'
             TO WS-Report-Line-TXT (35:37)
           MOVE 'TREND (OLDEST TO LATEST)'
             TO WS-Report-Line-TXT (80:24)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-WP-QTY
               MOVE SPACE TO WS-WP-Shown-CHR (WS-I-SUB)
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE 0 TO WS-Shown-QTY
           PERFORM UNTIL WS-Shown-QTY >= WS-WP-QTY
               MOVE 0 TO WS-Best-SUB
               MOVE 1 TO WS-I-SUB
               PERFORM UNTIL WS-I-SUB > WS-WP-QTY
                   IF WS-WP-Shown-CHR (WS-I-SUB) = SPACE
                   AND (WS-Best-SUB = 0
                        OR WS-WP-Last-NUM (WS-I-SUB) >
                           WS-WP-Last-NUM (WS-Best-SUB))
                       MOVE WS-I-SUB TO WS-Best-SUB
                   END-IF
                   ADD 1 TO WS-I-SUB
               END-PERFORM
               MOVE 'X' TO WS-WP-Shown-CHR (WS-Best-SUB)
               PERFORM 215-Write-Program-Line
               ADD 1 TO WS-Shown-QTY
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> One program's line, and its share of the totals.             **
      *>***************************************************************
       215-Write-Program-Line SECTION.
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-WP-Pgm-Nm-TXT (WS-Best-SUB)
             TO WS-Report-Line-TXT (3:31)
           MOVE WS-WP-Last-NUM (WS-Best-SUB) TO WS-Disp-1-NUM
           MOVE WS-Disp-1-NUM TO WS-Report-Line-TXT (35:6)
           MOVE WS-WP-First-NUM (WS-Best-SUB) TO WS-Disp-3-NUM
           MOVE WS-Disp-3-NUM TO WS-Report-Line-TXT (49:6)
           MOVE WS-WP-Builds-QTY (WS-Best-SUB) TO WS-Disp-4-NUM
           MOVE WS-Disp-4-NUM TO WS-Report-Line-TXT (58:6)
           ADD WS-WP-Last-NUM (WS-Best-SUB) TO WS-Debt-Now-NUM
           IF WS-WP-Builds-QTY (WS-Best-SUB) < 2
               MOVE 'NEW' TO WS-Report-Line-TXT (67:3)
               ADD 1 TO WS-New-QTY
           ELSE
               MOVE WS-WP-Prior-NUM (WS-Best-SUB) TO WS-Disp-2-NUM
               MOVE WS-Disp-2-NUM TO WS-Report-Line-TXT (42:6)
               ADD WS-WP-Prior-NUM (WS-Best-SUB) TO WS-Debt-Was-NUM
               COMPUTE WS-Delta-NUM =
                   WS-WP-Last-NUM (WS-Best-SUB)
                   - WS-WP-Prior-NUM (WS-Best-SUB)
               MOVE WS-Delta-NUM TO WS-Disp-D-NUM
               MOVE WS-Disp-D-NUM TO WS-Report-Line-TXT (65:7)
               EVALUATE TRUE
               WHEN WS-Delta-NUM > 0
                   MOVE 'UP' TO WS-Report-Line-TXT (73:4)
                   ADD 1 TO WS-Up-QTY
               WHEN WS-Delta-NUM < 0
                   MOVE 'DOWN' TO WS-Report-Line-TXT (73:4)
                   ADD 1 TO WS-Down-QTY
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF
      *> - The trend shows the last WS-Trend-QTY totals kept.
           IF WS-WP-Hist-QTY (WS-Best-SUB) > WS-Trend-QTY
               COMPUTE WS-J-SUB =
                   WS-WP-Hist-QTY (WS-Best-SUB) - WS-Trend-QTY + 1
           ELSE
               MOVE 1 TO WS-J-SUB
           END-IF
           MOVE 80 TO WS-Col-SUB
           PERFORM UNTIL WS-J-SUB > WS-WP-Hist-QTY (WS-Best-SUB)
               MOVE WS-WP-Hist-NUM (WS-Best-SUB, WS-J-SUB)
                 TO WS-Disp-5-NUM
               MOVE WS-Disp-5-NUM
                 TO WS-Report-Line-TXT (WS-Col-SUB:5)
               ADD 6 TO WS-Col-SUB
               ADD 1 TO WS-J-SUB
           END-PERFORM
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           .
      *>***************************************************************
      *> Section 2 - every category, the most warnings first.         **
      *>***************************************************************
       220-Write-Category-Section SECTION.
           MOVE 'WARNING DEBT BY CATEGORY (EVERY PROGRAM''S LATEST '
             TO WS-Report-Line-TXT
           MOVE 'COMPILE VS THE ONE BEFORE)'
             TO WS-Report-Line-TXT (50:26)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 'CATEGORY' TO WS-Report-Line-TXT (3:24)
           MOVE 'PROGRAMS  CURRENT PREVIOUS  CHANGE'
             TO WS-Report-Line-TXT (29:34)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           IF WS-WC-QTY = 0
               MOVE '  (no warnings recorded)' TO F-Report-REC
               WRITE F-Report-REC
           END-IF
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-WC-QTY
               MOVE SPACE TO WS-WC-Shown-CHR (WS-I-SUB)
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE 0 TO WS-Shown-QTY
           PERFORM UNTIL WS-Shown-QTY >= WS-WC-QTY
               MOVE 0 TO WS-Best-SUB
               MOVE 1 TO WS-I-SUB
               PERFORM UNTIL WS-I-SUB > WS-WC-QTY
                   IF WS-WC-Shown-CHR (WS-I-SUB) = SPACE
                   AND (WS-Best-SUB = 0
                        OR WS-WC-Current-NUM (WS-I-SUB) >
                           WS-WC-Current-NUM (WS-Best-SUB))
                       MOVE WS-I-SUB TO WS-Best-SUB
                   END-IF
                   ADD 1 TO WS-I-SUB
               END-PERFORM
               MOVE 'X' TO WS-WC-Shown-CHR (WS-Best-SUB)
               MOVE SPACES TO WS-Report-Line-TXT
               MOVE WS-WC-Cat-Nm-TXT (WS-Best-SUB)
                 TO WS-Report-Line-TXT (3:24)
               MOVE WS-WC-Pgms-QTY (WS-Best-SUB) TO WS-Disp-1-NUM
               MOVE WS-Disp-1-NUM TO WS-Report-Line-TXT (31:6)
               MOVE WS-WC-Current-NUM (WS-Best-SUB) TO WS-Disp-7-NUM
               MOVE WS-Disp-7-NUM TO WS-Report-Line-TXT (38:7)
               MOVE WS-WC-Previous-NUM (WS-Best-SUB) TO WS-Disp-7-NUM
               MOVE WS-Disp-7-NUM TO WS-Report-Line-TXT (47:7)
               COMPUTE WS-Delta-NUM =
                   WS-WC-Current-NUM (WS-Best-SUB)
                   - WS-WC-Previous-NUM (WS-Best-SUB)
               MOVE WS-Delta-NUM TO WS-Disp-D-NUM
               MOVE WS-Disp-D-NUM TO WS-Report-Line-TXT (56:7)
               WRITE F-Report-REC FROM WS-Report-Line-TXT
               ADD 1 TO WS-Shown-QTY
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> Section 3 - a third pass for the WARNING lines of the        **
      *> latest compile of every program whose count went up, so      **
      *> the new debt can be read without opening a listing.          **
      *>***************************************************************
       230-Write-Rising-Section SECTION.
           MOVE 'WARNINGS STANDING AGAINST PROGRAMS WHOSE COUNT WENT UP'
             TO F-Report-REC
           WRITE F-Report-REC
           IF WS-Up-QTY = 0
               MOVE '  (no program''s warning count went up)'
                 TO F-Report-REC
               WRITE F-Report-REC
               MOVE SPACES TO F-Report-REC
               WRITE F-Report-REC
               EXIT SECTION
           END-IF
           OPEN INPUT F-Warn-Inv-FILE
           IF WS-Warn-Inv-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-WR-Not-EOF-BOOL TO TRUE
           READ F-Warn-Inv-FILE
               AT END SET WS-WR-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WR-EOF-BOOL
               PERFORM 105-Split-Inventory-Line
               IF WS-WR-Type-TXT = 'WARNING'
                   PERFORM 115-Find-Program
                   IF WS-Found-SUB > 0
                   AND WS-WP-Builds-QTY (WS-Found-SUB) > 1
                   AND WS-WP-Last-NUM (WS-Found-SUB) >
                       WS-WP-Prior-NUM (WS-Found-SUB)
                   AND WS-WR-Stamp-TXT =
                       WS-WP-Last-Stamp-TXT (WS-Found-SUB)
                       MOVE SPACES TO WS-Report-Line-TXT
                       MOVE WS-WR-Pgm-Nm-TXT
                         TO WS-Report-Line-TXT (3:31)
                       MOVE 'LINE' TO WS-Report-Line-TXT (35:4)
                       MOVE WS-WR-Count-TXT (1:6)
                         TO WS-Report-Line-TXT (40:6)
                       MOVE WS-WR-Cat-TXT (1:14)
                         TO WS-Report-Line-TXT (47:14)
                       MOVE WS-WR-Text-TXT (1:71)
                         TO WS-Report-Line-TXT (62:71)
                       WRITE F-Report-REC FROM WS-Report-Line-TXT
                   END-IF
               END-IF
               READ F-Warn-Inv-FILE
                   AT END SET WS-WR-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Warn-Inv-FILE
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> The closing totals.  'Was' is the programs' counts at the    **
      *> compile before their latest; a program with one compile      **
      *> inventoried brings all its warnings in as new debt.          **
      *>***************************************************************
       240-Write-Totals SECTION.
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-WP-QTY TO WS-Disp-1-NUM
           STRING 'PROGRAMS INVENTORIED: ' WS-Disp-1-NUM
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-Debt-Now-NUM TO WS-Disp-8-NUM
           STRING 'WARNING DEBT NOW:     ' WS-Disp-8-NUM
               DELIMITED SIZE INTO WS-Report-Line-TXT
           MOVE WS-Debt-Was-NUM TO WS-Disp-8-NUM
           STRING '  (WAS ' WS-Disp-8-NUM ')'
               DELIMITED SIZE INTO WS-Report-Line-TXT (31:20)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-Up-QTY TO WS-Disp-1-NUM
           MOVE WS-Down-QTY TO WS-Disp-2-NUM
           MOVE WS-New-QTY TO WS-Disp-3-NUM
           STRING 'PROGRAMS UP:          ' WS-Disp-1-NUM
                  '  DOWN: ' WS-Disp-2-NUM
                  '  NEW: ' WS-Disp-3-NUM
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
       END PROGRAM GCicWarn.
