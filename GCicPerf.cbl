       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicPerf.
      *>***************************************************************
      *> This program is the runtime performance regression report    **
      *> built on GCic.exectimes, the per-execution feed GCic's       **
      *> 231-Record-Execution writes for every /SMOKE and F4 run.     **
      *> The smoke baseline compare proves a program still prints     **
      *> the right answer; it says nothing about how long it took to  **
      *> print it.  A program that has gone from two seconds to       **
      *> twenty is a production incident waiting for month-end        **
      *> volumes, and this report is where it shows first:            **
      *>                                                              **
      *>   1. Each program's latest good execution against the        **
      *>      rolling average of the good executions before it, with  **
      *>      the programs that slowed down beyond the tolerance      **
      *>      flagged                                                 **
      *>   2. The slowest executions - each program's latest run,     **
      *>      slowest first                                           **
      *>   3. With /LIST:, the members that have no recorded          **
      *>      execution at all                                        **
      *>                                                              **
      *> Only executions that ended EXECUTED OK are averaged or       **
      *> compared - a run that died early, or printed the wrong       **
      *> answer, says nothing about the program's speed.              **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicPerf [ /LIST:<compile-all-list> ] [ /WINDOW:nn ]         **
      *>          [ /TOLERANCE:nnn ] [ /MINSEC:nn ] [ /TOP:nn ]       **
      *>          [ /MODE:SMOKE|F4|ALL ] [ /REPORT:<filename> ]       **
      *>          [ /PROJECT:<name> ]                                 **
      *>                                                              **
      *> /LIST: confines the report to the members of a compile-all   **
      *> list.  /WINDOW: is how many good executions before the       **
      *> latest make up the rolling average (default 5, at most 20).  **
      *> A program is flagged when its latest good execution took     **
      *> more than /TOLERANCE: percent longer than that average       **
      *> (default 50) and at least /MINSEC: seconds longer (default   **
      *> 2), so a one-second program taking two is not an incident.   **
      *> /TOP: bounds the slowest-executions section (default 10).    **
      *> /MODE: picks the executions looked at - the /SMOKE runs of   **
      *> compile-all (the default), interactive F4 runs, or both.     **
      *> The report is written to /REPORT:, or to GCic.perfrpt when   **
      *> no name is given.                                            **
      *>                                                              **
      *> /PROJECT:<name> (or the GCIC_PROJECT environment             **
      *> variable) works against the named project's state            **
      *> directory - see GCic.projects and GCic's own                 **
      *> 121-Resolve-Project-Paths.                                   **
      *>                                                              **
      *> RETURN-CODE is 0 when no program has slowed down beyond the  **
      *> tolerance, 4 when at least one has, 8 when GCic.exectimes    **
      *> holds no executions of the kind asked for yet, and 12 when   **
      *> a file cannot be opened or the command line is unusable.     **
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
           SELECT F-Exec-Timing-FILE  ASSIGN TO
                                       WS-Exec-Timing-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Exec-Timing-Status-CD.
           SELECT F-List-FILE         ASSIGN TO WS-List-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-List-Status-CD.
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
       FD  F-Exec-Timing-FILE.
       01  F-Exec-Timing-REC                      PIC X(80).
       FD  F-List-FILE.
       01  F-List-REC                             PIC X(256).
       FD  F-Report-FILE.
       01  F-Report-REC                           PIC X(132).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       78  WS-Pgm-Table-Max-CONST                 VALUE 500.
       78  WS-Window-Max-CONST                    VALUE 20.
       01  WS-Exec-Timing-Filename-TXT
                          VALUE 'GCic.exectimes'  PIC X(256).
       01  WS-Exec-Timing-Status-CD               PIC X(2).
       01  WS-List-Filename-TXT                   PIC X(256).
       01  WS-List-Status-CD                      PIC X(2).
       01  WS-Report-Filename-TXT
                          VALUE 'GCic.perfrpt'    PIC X(256).
       01  WS-Report-Status-CD                    PIC X(2).
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-Window-QTY                          PIC 9(2) VALUE 5.
       01  WS-Tolerance-PCT                       PIC 9(3) VALUE 50.
       01  WS-Min-Sec-NUM                         PIC 9(2) VALUE 2.
       01  WS-Top-QTY                             PIC 9(2) VALUE 10.
       01  WS-Mode-TXT               VALUE 'SMOKE' PIC X(5).
       01  WS-Exit-CD                             PIC 9(2) VALUE 0.
      *>***************************************************************
      *> One entry per program seen in GCic.exectimes: its latest     **
      *> run of any verdict, and the seconds of its most recent good  **
      *> runs, oldest first - the window plus the latest.             **
      *>***************************************************************
       01  WS-Perf-Table.
           05 WS-PT-Entry OCCURS WS-Pgm-Table-Max-CONST TIMES.
              10 WS-PT-Pgm-Nm-TXT                 PIC X(31).
              10 WS-PT-Last-Stamp-TXT             PIC X(16).
              10 WS-PT-Last-Mode-TXT              PIC X(5).
              10 WS-PT-Last-Sec-NUM               PIC 9(6).
              10 WS-PT-Last-RC-TXT                PIC X(4).
              10 WS-PT-Last-Verdict-TXT           PIC X(4).
              10 WS-PT-Runs-QTY                   PIC 9(5).
              10 WS-PT-Fail-QTY                   PIC 9(5).
              10 WS-PT-Good-QTY                   PIC 9(2).
              10 WS-PT-Good-Sec-NUM               PIC 9(6)
                                   OCCURS 21 TIMES.
              10 WS-PT-Avg-Sec-NUM                PIC 9(6)V9.
              10 WS-PT-Change-PCT                 PIC S9(6).
              10 WS-PT-Slower-CHR                 PIC X(1).
                 88 WS-PT-Slower-BOOL              VALUE 'Y'.
              10 WS-PT-In-List-CHR                PIC X(1).
                 88 WS-PT-In-List-BOOL             VALUE 'Y'.
              10 WS-PT-Shown-CHR                  PIC X(1).
       01  WS-PT-QTY                              PIC 9(3) VALUE 0.
       01  WS-PT-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-PT-Full-Noted-BOOL                VALUE 'Y'.
       01  WS-Keep-QTY                            PIC 9(2).
       01  WS-Slower-QTY                          PIC 9(3) VALUE 0.
       01  WS-Compared-QTY                        PIC 9(3) VALUE 0.
       01  WS-Used-QTY                            PIC 9(3) VALUE 0.
      *>***************************************************************
      *> Feed-record split fields                                     **
      *> (program|stamp|mode|seconds|rc|verdict).                     **
      *>***************************************************************
       01  WS-ER-Pgm-Nm-TXT                       PIC X(31).
       01  WS-ER-Stamp-TXT                        PIC X(16).
       01  WS-ER-Mode-TXT                         PIC X(5).
       01  WS-ER-Sec-TXT                          PIC X(8).
       01  WS-ER-RC-TXT                           PIC X(6).
       01  WS-ER-Verdict-TXT                      PIC X(4).
       01  WS-ER-Rest-TXT                         PIC X(20).
       01  WS-ER-Sec-NUM                          PIC 9(6).
       01  WS-PF-EOF-CHR                          PIC X(1).
           88 WS-PF-EOF-BOOL                       VALUE 'Y'.
           88 WS-PF-Not-EOF-BOOL                   VALUE 'N'.
      *>***************************************************************
      *> The /LIST: members, in list order.                           **
      *>***************************************************************
       01  WS-Member-Table.
           05 WS-MB-Entry OCCURS WS-Pgm-Table-Max-CONST TIMES.
              10 WS-MB-Pgm-Nm-TXT                 PIC X(31).
       01  WS-MB-QTY                              PIC 9(3) VALUE 0.
       01  WS-MB-Parse-File-TXT                   PIC X(256).
       01  WS-MB-Parse-SUB                        USAGE BINARY-LONG.
      *>***************************************************************
      *> Report work areas.                                           **
      *>***************************************************************
       01  WS-I-SUB                               USAGE BINARY-LONG.
       01  WS-J-SUB                               USAGE BINARY-LONG.
       01  WS-Found-SUB                           USAGE BINARY-LONG.
       01  WS-Best-SUB                            USAGE BINARY-LONG.
       01  WS-Shown-QTY                           PIC 9(3).
       01  WS-Sum-Sec-NUM                         PIC 9(8).
       01  WS-Latest-Sec-NUM                      PIC 9(6).
       01  WS-Limit-Sec-NUM                       PIC 9(8)V9.
       01  WS-Disp-1-NUM                          PIC ZZZZZ9.
       01  WS-Disp-2-NUM                          PIC ZZZZ9.9.
       01  WS-Disp-3-NUM                          PIC ZZZ9.
       01  WS-Disp-P-NUM                          PIC ++++++9.
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
           IF WS-List-Filename-TXT NOT = SPACES
               PERFORM 050-Load-List-Members
           END-IF
           PERFORM 100-Load-Exec-Times
           PERFORM 150-Compare-With-Average
           IF WS-Used-QTY = 0
               DISPLAY 'GCic.exectimes holds no recorded executions '
                       'of that kind yet - run a compile-all with '
                       '/SMOKE first'
               MOVE 8 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           PERFORM 200-Write-Report
           IF WS-Slower-QTY > 0
               MOVE 4 TO WS-Exit-CD
           END-IF
           MOVE WS-Slower-QTY TO WS-Disp-3-NUM
           DISPLAY 'Runtime report written to '
                   TRIM(WS-Report-Filename-TXT,TRAILING) ' - '
                   TRIM(WS-Disp-3-NUM)
                   ' program(s) slowed down beyond the tolerance'
           PERFORM 900-Terminate
      * -- Control will NOT return
           .
      *>***************************************************************
      *> Parse the command line - the same token walk GCic's          **
      *> 010-Parse-Args does.                                         **
      *>***************************************************************
       010-Parse-Args SECTION.
           MOVE SPACES TO WS-List-Filename-TXT
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:6) = '/LIST:'
                   MOVE WS-Cmd-Token-TXT (7:)
                     TO WS-List-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/WINDOW:'
                   IF TEST-NUMVAL(WS-Cmd-Token-TXT (9:)) = 0
                   AND NUMVAL(WS-Cmd-Token-TXT (9:)) >= 1
                   AND NUMVAL(WS-Cmd-Token-TXT (9:))
                       <= WS-Window-Max-CONST
                       COMPUTE WS-Window-QTY =
                           NUMVAL(WS-Cmd-Token-TXT (9:))
                   ELSE
                       DISPLAY '/WINDOW: must be 1-20'
                       MOVE 12 TO WS-Exit-CD
                       PERFORM 900-Terminate
      *> ------------- Control will NOT return
                   END-IF
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:11)
                    = '/TOLERANCE:'
                   IF TEST-NUMVAL(WS-Cmd-Token-TXT (12:)) = 0
                   AND NUMVAL(WS-Cmd-Token-TXT (12:)) >= 0
                   AND NUMVAL(WS-Cmd-Token-TXT (12:)) <= 999
                       COMPUTE WS-Tolerance-PCT =
                           NUMVAL(WS-Cmd-Token-TXT (12:))
                   ELSE
                       DISPLAY '/TOLERANCE: must be a percentage'
                       MOVE 12 TO WS-Exit-CD
                       PERFORM 900-Terminate
      *> ------------- Control will NOT return
                   END-IF
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/MINSEC:'
                   IF TEST-NUMVAL(WS-Cmd-Token-TXT (9:)) = 0
                   AND NUMVAL(WS-Cmd-Token-TXT (9:)) >= 0
                   AND NUMVAL(WS-Cmd-Token-TXT (9:)) <= 99
                       COMPUTE WS-Min-Sec-NUM =
                           NUMVAL(WS-Cmd-Token-TXT (9:))
                   ELSE
                       DISPLAY '/MINSEC: must be 0-99'
                       MOVE 12 TO WS-Exit-CD
                       PERFORM 900-Terminate
      *> ------------- Control will NOT return
                   END-IF
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:5) = '/TOP:'
                   IF TEST-NUMVAL(WS-Cmd-Token-TXT (6:)) = 0
                       COMPUTE WS-Top-QTY =
                           NUMVAL(WS-Cmd-Token-TXT (6:))
                   ELSE
                       DISPLAY '/TOP: must be numeric'
                       MOVE 12 TO WS-Exit-CD
                       PERFORM 900-Terminate
      *> ------------- Control will NOT return
                   END-IF
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:6) = '/MODE:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (7:5))
                     TO WS-Mode-TXT
                   IF WS-Mode-TXT NOT = 'SMOKE'
                   AND WS-Mode-TXT NOT = 'F4'
                   AND WS-Mode-TXT NOT = 'ALL'
                       DISPLAY '/MODE: must be SMOKE, F4 or ALL'
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
           MOVE WS-Exec-Timing-Filename-TXT TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Exec-Timing-Filename-TXT
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
      *> Load the /LIST: members in order, folder and extension       **
      *> stripped (the same split GCic's 115-Parse-Filename makes).   **
      *>***************************************************************
       050-Load-List-Members SECTION.
           OPEN INPUT F-List-FILE
           IF WS-List-Status-CD NOT = '00'
               DISPLAY 'Unable to open compile-all list '
                       TRIM(WS-List-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET WS-PF-Not-EOF-BOOL TO TRUE
           READ F-List-FILE
               AT END SET WS-PF-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-PF-EOF-BOOL
               IF F-List-REC NOT = SPACES
               AND F-List-REC (1:1) NOT = '*'
               AND WS-MB-QTY < WS-Pgm-Table-Max-CONST
                   PERFORM 055-Add-List-Member
               END-IF
               READ F-List-FILE
                   AT END SET WS-PF-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-List-FILE
           .
      *>***************************************************************
      *> One list member: strip folder and extension.                 **
      *>***************************************************************
       055-Add-List-Member SECTION.
           ADD 1 TO WS-MB-QTY
           MOVE SPACES TO WS-MB-Parse-File-TXT
           MOVE LENGTH(TRIM(F-List-REC,TRAILING))
             TO WS-MB-Parse-SUB
           PERFORM UNTIL WS-MB-Parse-SUB = 0
           OR F-List-REC (WS-MB-Parse-SUB:1) = '/'
           OR F-List-REC (WS-MB-Parse-SUB:1) = '\'
               SUBTRACT 1 FROM WS-MB-Parse-SUB
           END-PERFORM
           IF WS-MB-Parse-SUB = 0
               MOVE F-List-REC TO WS-MB-Parse-File-TXT
           ELSE
               ADD 1 TO WS-MB-Parse-SUB
               MOVE F-List-REC (WS-MB-Parse-SUB:)
                 TO WS-MB-Parse-File-TXT
           END-IF
           MOVE LENGTH(TRIM(WS-MB-Parse-File-TXT,TRAILING))
             TO WS-MB-Parse-SUB
           PERFORM UNTIL WS-MB-Parse-SUB = 0
           OR WS-MB-Parse-File-TXT (WS-MB-Parse-SUB:1) = '.'
               SUBTRACT 1 FROM WS-MB-Parse-SUB
           END-PERFORM
           IF WS-MB-Parse-SUB = 0
               MOVE WS-MB-Parse-File-TXT
                 TO WS-MB-Pgm-Nm-TXT (WS-MB-QTY)
           ELSE
               MOVE WS-MB-Parse-File-TXT (1:WS-MB-Parse-SUB - 1)
                 TO WS-MB-Pgm-Nm-TXT (WS-MB-QTY)
           END-IF
           .
      *>***************************************************************
      *> One pass through GCic.exectimes, folding each execution of   **
      *> the kind asked for into its program's entry (records arrive  **
      *> oldest first, so the last fold leaves the latest run in      **
      *> place).                                                      **
      *>***************************************************************
       100-Load-Exec-Times SECTION.
           OPEN INPUT F-Exec-Timing-FILE
           IF WS-Exec-Timing-Status-CD NOT = '00'
               DISPLAY 'Unable to open execution-time feed '
                       TRIM(WS-Exec-Timing-Filename-TXT,TRAILING)
               MOVE 8 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           COMPUTE WS-Keep-QTY = WS-Window-QTY + 1
           SET WS-PF-Not-EOF-BOOL TO TRUE
           READ F-Exec-Timing-FILE
               AT END SET WS-PF-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-PF-EOF-BOOL
               MOVE SPACES TO WS-ER-Pgm-Nm-TXT
                              WS-ER-Stamp-TXT
                              WS-ER-Mode-TXT
                              WS-ER-Sec-TXT
                              WS-ER-RC-TXT
                              WS-ER-Verdict-TXT
               UNSTRING F-Exec-Timing-REC DELIMITED BY '|'
                   INTO WS-ER-Pgm-Nm-TXT
                        WS-ER-Stamp-TXT
                        WS-ER-Mode-TXT
                        WS-ER-Sec-TXT
                        WS-ER-RC-TXT
                        WS-ER-Verdict-TXT
                        WS-ER-Rest-TXT
               END-UNSTRING
               IF WS-ER-Pgm-Nm-TXT NOT = SPACES
               AND TEST-NUMVAL(TRIM(WS-ER-Sec-TXT,TRAILING)) = 0
               AND (WS-Mode-TXT = 'ALL'
                    OR WS-ER-Mode-TXT = WS-Mode-TXT)
                   COMPUTE WS-ER-Sec-NUM =
                       NUMVAL(WS-ER-Sec-TXT)
                   PERFORM 110-Fold-One-Execution
               END-IF
               READ F-Exec-Timing-FILE
                   AT END SET WS-PF-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Exec-Timing-FILE
           .
      *>***************************************************************
      *> Fold one execution into the program table.  A good run goes  **
      *> onto the end of the program's recent good runs, the oldest   **
      *> dropping off once the window plus the latest is full.        **
      *>***************************************************************
       110-Fold-One-Execution SECTION.
           MOVE 0 TO WS-Found-SUB
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-PT-QTY
                      OR WS-Found-SUB > 0
               IF WS-PT-Pgm-Nm-TXT (WS-I-SUB) = WS-ER-Pgm-Nm-TXT
                   MOVE WS-I-SUB TO WS-Found-SUB
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           IF WS-Found-SUB = 0
               IF WS-PT-QTY < WS-Pgm-Table-Max-CONST
                   ADD 1 TO WS-PT-QTY
                   MOVE WS-PT-QTY TO WS-Found-SUB
                   INITIALIZE WS-PT-Entry (WS-Found-SUB)
                   MOVE WS-ER-Pgm-Nm-TXT
                     TO WS-PT-Pgm-Nm-TXT (WS-Found-SUB)
               ELSE
                   IF NOT WS-PT-Full-Noted-BOOL
                       DISPLAY 'WARNING - more than '
                               WS-Pgm-Table-Max-CONST
                               ' programs; extras missing from the '
                               'runtime report'
                       SET WS-PT-Full-Noted-BOOL TO TRUE
                   END-IF
                   EXIT SECTION
               END-IF
           END-IF
           MOVE WS-ER-Stamp-TXT   TO WS-PT-Last-Stamp-TXT (WS-Found-SUB)
           MOVE WS-ER-Mode-TXT    TO WS-PT-Last-Mode-TXT (WS-Found-SUB)
           MOVE WS-ER-Sec-NUM     TO WS-PT-Last-Sec-NUM (WS-Found-SUB)
           MOVE WS-ER-RC-TXT      TO WS-PT-Last-RC-TXT (WS-Found-SUB)
           MOVE WS-ER-Verdict-TXT
             TO WS-PT-Last-Verdict-TXT (WS-Found-SUB)
           ADD 1 TO WS-PT-Runs-QTY (WS-Found-SUB)
           IF WS-ER-Verdict-TXT NOT = 'OK'
               ADD 1 TO WS-PT-Fail-QTY (WS-Found-SUB)
               EXIT SECTION
           END-IF
           IF WS-PT-Good-QTY (WS-Found-SUB) >= WS-Keep-QTY
               MOVE 1 TO WS-J-SUB
               PERFORM UNTIL WS-J-SUB >= WS-Keep-QTY
                   MOVE WS-PT-Good-Sec-NUM (WS-Found-SUB, WS-J-SUB + 1)
                     TO WS-PT-Good-Sec-NUM (WS-Found-SUB, WS-J-SUB)
                   ADD 1 TO WS-J-SUB
               END-PERFORM
               MOVE WS-ER-Sec-NUM
                 TO WS-PT-Good-Sec-NUM (WS-Found-SUB, WS-Keep-QTY)
           ELSE
               ADD 1 TO WS-PT-Good-QTY (WS-Found-SUB)
               MOVE WS-ER-Sec-NUM
                 TO WS-PT-Good-Sec-NUM (WS-Found-SUB,
                                        WS-PT-Good-QTY (WS-Found-SUB))
           END-IF
           .
      *>***************************************************************
      *> Mark the programs the report covers (all of them, or the     **
      *> /LIST: members) and compare each one's latest good run with  **
      *> the average of the good runs before it.  Flagged: more than  **
      *> the tolerance above the average, and at least /MINSEC:       **
      *> seconds above it.                                            **
      *>***************************************************************
       150-Compare-With-Average SECTION.
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-PT-QTY
               IF WS-List-Filename-TXT = SPACES
                   SET WS-PT-In-List-BOOL (WS-I-SUB) TO TRUE
               ELSE
                   MOVE 1 TO WS-J-SUB
                   PERFORM UNTIL WS-J-SUB > WS-MB-QTY
                              OR WS-PT-In-List-BOOL (WS-I-SUB)
                       IF WS-MB-Pgm-Nm-TXT (WS-J-SUB)
                          = WS-PT-Pgm-Nm-TXT (WS-I-SUB)
                           SET WS-PT-In-List-BOOL (WS-I-SUB) TO TRUE
                       END-IF
                       ADD 1 TO WS-J-SUB
                   END-PERFORM
               END-IF
               IF WS-PT-In-List-BOOL (WS-I-SUB)
                   ADD 1 TO WS-Used-QTY
                   IF WS-PT-Good-QTY (WS-I-SUB) >= 2
                       PERFORM 155-Compare-One-Program
                   END-IF
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Compare program WS-I-SUB's latest good run with its average. **
      *>***************************************************************
       155-Compare-One-Program SECTION.
           ADD 1 TO WS-Compared-QTY
           MOVE WS-PT-Good-Sec-NUM (WS-I-SUB, WS-PT-Good-QTY (WS-I-SUB))
             TO WS-Latest-Sec-NUM
           MOVE 0 TO WS-Sum-Sec-NUM
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB >= WS-PT-Good-QTY (WS-I-SUB)
               ADD WS-PT-Good-Sec-NUM (WS-I-SUB, WS-J-SUB)
                 TO WS-Sum-Sec-NUM
               ADD 1 TO WS-J-SUB
           END-PERFORM
           COMPUTE WS-PT-Avg-Sec-NUM (WS-I-SUB) ROUNDED =
               WS-Sum-Sec-NUM / (WS-PT-Good-QTY (WS-I-SUB) - 1)
           IF WS-PT-Avg-Sec-NUM (WS-I-SUB) > 0
               COMPUTE WS-PT-Change-PCT (WS-I-SUB) ROUNDED =
                   (WS-Latest-Sec-NUM - WS-PT-Avg-Sec-NUM (WS-I-SUB))
                   * 100 / WS-PT-Avg-Sec-NUM (WS-I-SUB)
           ELSE
               IF WS-Latest-Sec-NUM > 0
                   MOVE 999999 TO WS-PT-Change-PCT (WS-I-SUB)
               ELSE
                   MOVE 0 TO WS-PT-Change-PCT (WS-I-SUB)
               END-IF
           END-IF
           COMPUTE WS-Limit-Sec-NUM =
               WS-PT-Avg-Sec-NUM (WS-I-SUB)
               * (100 + WS-Tolerance-PCT) / 100
           IF WS-Latest-Sec-NUM > WS-Limit-Sec-NUM
           AND WS-Latest-Sec-NUM - WS-PT-Avg-Sec-NUM (WS-I-SUB)
               >= WS-Min-Sec-NUM
               SET WS-PT-Slower-BOOL (WS-I-SUB) TO TRUE
               ADD 1 TO WS-Slower-QTY
           END-IF
           .
      *>***************************************************************
      *> Write the report sections.                                   **
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
           MOVE 'RUNTIME PERFORMANCE REPORT (FROM GCic.exectimes)'
             TO F-Report-REC
           WRITE F-Report-REC
           IF WS-List-Filename-TXT NOT = SPACES
               MOVE SPACES TO WS-Report-Line-TXT
               STRING 'Members of ' TRIM(WS-List-Filename-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-Report-Line-TXT
               WRITE F-Report-REC FROM WS-Report-Line-TXT
           END-IF
           MOVE WS-Window-QTY TO WS-Disp-3-NUM
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'Executions: ' TRIM(WS-Mode-TXT)
                  '.  Latest good run against the average of up to '
                  TRIM(WS-Disp-3-NUM) ' good runs before it.'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE WS-Tolerance-PCT TO WS-Disp-3-NUM
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'Flagged when more than ' TRIM(WS-Disp-3-NUM)
                  '% slower'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           MOVE WS-Min-Sec-NUM TO WS-Disp-3-NUM
           STRING TRIM(WS-Report-Line-TXT,TRAILING)
                  ' and at least ' TRIM(WS-Disp-3-NUM)
                  ' seconds slower than that average.'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           PERFORM 210-Write-Regression-Section
           PERFORM 220-Write-Slowest-Section
           IF WS-List-Filename-TXT NOT = SPACES
               PERFORM 230-Write-Unrecorded-Section
           END-IF
           CLOSE F-Report-FILE
           .
      *>***************************************************************
      *> Section 1 - every program with at least two good runs,       **
      *> latest vs rolling average, the biggest rise first.           **
      *>***************************************************************
       210-Write-Regression-Section SECTION.
           MOVE 'RUNTIME REGRESSIONS (LATEST VS ROLLING AVERAGE, '
             TO F-Report-REC
           MOVE 'SECONDS)' TO F-Report-REC (49:)
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 'PROGRAM' TO WS-Report-Line-TXT (3:31)
           MOVE 'LATEST  AVERAGE  RUNS   CHANGE'
             TO WS-Report-Line-TXT (35:30)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-PT-QTY
               MOVE SPACE TO WS-PT-Shown-CHR (WS-I-SUB)
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE 0 TO WS-Shown-QTY
           PERFORM UNTIL WS-Shown-QTY >= WS-Compared-QTY
               MOVE 0 TO WS-Best-SUB
               MOVE 1 TO WS-I-SUB
               PERFORM UNTIL WS-I-SUB > WS-PT-QTY
                   IF WS-PT-Shown-CHR (WS-I-SUB) = SPACE
                   AND WS-PT-In-List-BOOL (WS-I-SUB)
                   AND WS-PT-Good-QTY (WS-I-SUB) >= 2
                   AND (WS-Best-SUB = 0
                        OR WS-PT-Change-PCT (WS-I-SUB) >
                           WS-PT-Change-PCT (WS-Best-SUB))
                       MOVE WS-I-SUB TO WS-Best-SUB
                   END-IF
                   ADD 1 TO WS-I-SUB
               END-PERFORM
               MOVE 'X' TO WS-PT-Shown-CHR (WS-Best-SUB)
               MOVE SPACES TO WS-Report-Line-TXT
               MOVE WS-PT-Pgm-Nm-TXT (WS-Best-SUB)
                 TO WS-Report-Line-TXT (3:31)
               MOVE WS-PT-Good-Sec-NUM (WS-Best-SUB,
                                        WS-PT-Good-QTY (WS-Best-SUB))
                 TO WS-Disp-1-NUM
               MOVE WS-Disp-1-NUM TO WS-Report-Line-TXT (35:6)
               MOVE WS-PT-Avg-Sec-NUM (WS-Best-SUB) TO WS-Disp-2-NUM
               MOVE WS-Disp-2-NUM TO WS-Report-Line-TXT (43:7)
               COMPUTE WS-Disp-3-NUM = WS-PT-Good-QTY (WS-Best-SUB) - 1
               MOVE WS-Disp-3-NUM TO WS-Report-Line-TXT (52:4)
               IF WS-PT-Change-PCT (WS-Best-SUB) = 999999
                   MOVE '    new' TO WS-Report-Line-TXT (57:7)
               ELSE
                   MOVE WS-PT-Change-PCT (WS-Best-SUB)
                     TO WS-Disp-P-NUM
                   MOVE WS-Disp-P-NUM TO WS-Report-Line-TXT (57:7)
                   MOVE '%' TO WS-Report-Line-TXT (64:1)
               END-IF
               IF WS-PT-Slower-BOOL (WS-Best-SUB)
                   MOVE '** SLOWER' TO WS-Report-Line-TXT (67:9)
               END-IF
               WRITE F-Report-REC FROM WS-Report-Line-TXT
               ADD 1 TO WS-Shown-QTY
           END-PERFORM
           IF WS-Compared-QTY = 0
               MOVE '  (no program has two good recorded executions '
                 TO F-Report-REC
               MOVE 'yet)' TO F-Report-REC (48:)
               WRITE F-Report-REC
           END-IF
           MOVE WS-Slower-QTY TO WS-Disp-3-NUM
           MOVE SPACES TO WS-Report-Line-TXT
           STRING '  ' TRIM(WS-Disp-3-NUM)
                  ' program(s) slowed down beyond the tolerance'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> Section 2 - the slowest executions: each program's latest    **
      *> run, whatever its verdict, slowest first.                    **
      *>***************************************************************
       220-Write-Slowest-Section SECTION.
           MOVE 'SLOWEST EXECUTIONS (LATEST RUN OF EACH PROGRAM)'
             TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 'PROGRAM' TO WS-Report-Line-TXT (3:31)
           MOVE 'SECONDS  WHEN              MODE      RC  VERDICT'
             TO WS-Report-Line-TXT (35:48)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-PT-QTY
               MOVE SPACE TO WS-PT-Shown-CHR (WS-I-SUB)
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE 0 TO WS-Shown-QTY
           PERFORM UNTIL WS-Shown-QTY >= WS-Top-QTY
               MOVE 0 TO WS-Best-SUB
               MOVE 1 TO WS-I-SUB
               PERFORM UNTIL WS-I-SUB > WS-PT-QTY
                   IF WS-PT-Shown-CHR (WS-I-SUB) = SPACE
                   AND WS-PT-In-List-BOOL (WS-I-SUB)
                   AND (WS-Best-SUB = 0
                        OR WS-PT-Last-Sec-NUM (WS-I-SUB) >
                           WS-PT-Last-Sec-NUM (WS-Best-SUB))
                       MOVE WS-I-SUB TO WS-Best-SUB
                   END-IF
                   ADD 1 TO WS-I-SUB
               END-PERFORM
               IF WS-Best-SUB = 0
                   MOVE WS-Top-QTY TO WS-Shown-QTY
               ELSE
                   MOVE 'X' TO WS-PT-Shown-CHR (WS-Best-SUB)
                   MOVE SPACES TO WS-Report-Line-TXT
                   MOVE WS-PT-Pgm-Nm-TXT (WS-Best-SUB)
                     TO WS-Report-Line-TXT (3:31)
                   MOVE WS-PT-Last-Sec-NUM (WS-Best-SUB)
                     TO WS-Disp-1-NUM
                   MOVE WS-Disp-1-NUM TO WS-Report-Line-TXT (35:6)
                   STRING WS-PT-Last-Stamp-TXT (WS-Best-SUB) (1:4) '/'
                          WS-PT-Last-Stamp-TXT (WS-Best-SUB) (5:2) '/'
                          WS-PT-Last-Stamp-TXT (WS-Best-SUB) (7:2) ' '
                          WS-PT-Last-Stamp-TXT (WS-Best-SUB) (9:2) ':'
                          WS-PT-Last-Stamp-TXT (WS-Best-SUB) (11:2)
                       DELIMITED SIZE
                       INTO WS-Report-Line-TXT (44:16)
                   MOVE WS-PT-Last-Mode-TXT (WS-Best-SUB)
                     TO WS-Report-Line-TXT (62:5)
                   MOVE WS-PT-Last-RC-TXT (WS-Best-SUB)
                     TO WS-Report-Line-TXT (70:4)
                   MOVE WS-PT-Last-Verdict-TXT (WS-Best-SUB)
                     TO WS-Report-Line-TXT (76:4)
                   WRITE F-Report-REC FROM WS-Report-Line-TXT
                   ADD 1 TO WS-Shown-QTY
               END-IF
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> Section 3 - /LIST: members with no recorded execution of     **
      *> the kind asked for (no canned arguments in <list>.gcargs,    **
      *> or never run).                                               **
      *>***************************************************************
       230-Write-Unrecorded-Section SECTION.
           MOVE 'LIST MEMBERS WITH NO RECORDED EXECUTION'
             TO F-Report-REC
           WRITE F-Report-REC
           MOVE 0 TO WS-Shown-QTY
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-MB-QTY
               MOVE 0 TO WS-Found-SUB
               MOVE 1 TO WS-I-SUB
               PERFORM UNTIL WS-I-SUB > WS-PT-QTY
                          OR WS-Found-SUB > 0
                   IF WS-PT-Pgm-Nm-TXT (WS-I-SUB)
                      = WS-MB-Pgm-Nm-TXT (WS-J-SUB)
                       MOVE WS-I-SUB TO WS-Found-SUB
                   END-IF
                   ADD 1 TO WS-I-SUB
               END-PERFORM
               IF WS-Found-SUB = 0
                   MOVE SPACES TO WS-Report-Line-TXT
                   MOVE WS-MB-Pgm-Nm-TXT (WS-J-SUB)
                     TO WS-Report-Line-TXT (3:31)
                   WRITE F-Report-REC FROM WS-Report-Line-TXT
                   ADD 1 TO WS-Shown-QTY
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           IF WS-Shown-QTY = 0
               MOVE '  (none)' TO F-Report-REC
               WRITE F-Report-REC
           END-IF
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
           MOVE WS-Exit-CD TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM GCicPerf.
