       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicMorn.
      *>***************************************************************
      *> This program is the morning operations pack.  Every morning  **
      *> someone opens the aging report, the regression report, the   **
      *> GCicAud output, GCic.chkstat, the planning report and the    **
      *> cycle projection one at a time and pastes the highlights     **
      *> into an email.  This program gathers those highlights into   **
      *> one dated pack, written twice - as HTML for the morning      **
      *> distribution and as a 132-column print file:                 **
      *>                                                              **
      *>   1. The last compile-all run - list, when, how it ended     **
      *>      and its pass/fail/skip tallies (GCic.results)           **
      *>   2. Programs newly failing and fixed since the run before   **
      *>      it, compiles and smoke executions (GCicDlta)            **
      *>   3. Programs broken past the repair SLA (GCicAge)           **
      *>   4. GCic.log/GCic.results reconciliation discrepancies      **
      *>      (GCicAud)                                               **
      *>   5. The last integrity-check verdict (GCic.chkstat)         **
      *>   6. The compile-time trend - the library's total compile    **
      *>      time at each program's previous and latest compile,     **
      *>      and the programs that slowed down most (GCicPlan)       **
      *>   7. The cycle dates shop.cycrules has due in the next five  **
      *>      business days (GCicCycl)                                **
      *>                                                              **
      *> The utilities are run exactly as an operator would run them, **
      *> so the pack says what their own reports say.  Each section   **
      *> is rated GREEN, AMBER or RED:                                **
      *>                                                              **
      *>   1. AMBER when the run ended RUN FAILED, when there is no   **
      *>      run recorded, or when the last one is older than the    **
      *>      previous business day                                   **
      *>   2. AMBER when anything is newly failing, or when there are **
      *>      not yet two runs of the list to compare                 **
      *>   3. RED when a program is past the SLA, AMBER when programs **
      *>      are broken but all inside it                            **
      *>   4. RED when a compile-all run died before its closing RUN  **
      *>      summary, AMBER for any other discrepancy                **
      *>   5. RED for a PROBLEMS verdict, AMBER when there is none or **
      *>      it is older than the previous business day              **
      *>   6. AMBER when the library's compile time grew by more than **
      *>      the tolerance                                           **
      *>   7. GREEN - the section is for information                  **
      *>                                                              **
      *> A section whose figures could not be produced (a utility     **
      *> that failed, a feed that is not there yet) is AMBER and says **
      *> why.                                                         **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicMorn [ /LIST:<compile-all-list> ] [ /SLA:nn ]            **
      *>          [ /TOLERANCE:nn ] [ /DAYS:n ] [ /RULES:<rules> ]    **
      *>          [ /OUT:<name> ] [ /PROJECT:<name> ]                 **
      *>                                                              **
      *> /LIST: names the list section 2 is about; by default it is   **
      *> the list of the last compile-all run.  Section 6 always      **
      *> covers the whole library.  /SLA: is passed to GCicAge        **
      *> (default its own 5 business days).  /TOLERANCE:              **
      *> is the growth in the library's compile time, in percent,     **
      *> that turns section 6 AMBER (default 20).  /DAYS: is how many **
      *> business days ahead section 7 looks (default 5) and /RULES:  **
      *> the cycle rules it projects (default shop.cycrules).  The    **
      *> pack is written to <name>.yyyymmdd.html and                  **
      *> <name>.yyyymmdd.prt, the name being /OUT:, or GCic.morning   **
      *> when none is given.                                          **
      *>                                                              **
      *> /PROJECT:<name> (or the GCIC_PROJECT environment             **
      *> variable) works against the named project's state            **
      *> directory - see GCic.projects and GCic's own                 **
      *> 121-Resolve-Project-Paths - and is handed on to the          **
      *> utilities the pack runs.                                     **
      *>                                                              **
      *> RETURN-CODE is 0 when every section is GREEN, 4 when the     **
      *> worst is AMBER, 8 when any section is RED - the one to page  **
      *> someone for - and 12 when the pack cannot be written or the  **
      *> command line is unusable.                                    **
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
           FUNCTION ADD-BUSINESS-DAYS
           FUNCTION PREV-BUSINESS-DAY
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-Results-FILE      ASSIGN TO WS-Results-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Results-Status-CD.
           SELECT F-Chk-Stat-FILE     ASSIGN TO
                                       WS-Chk-Stat-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Chk-Stat-Status-CD.
           SELECT F-Work-FILE         ASSIGN TO WS-Work-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Work-Status-CD.
           SELECT F-Print-FILE        ASSIGN TO WS-Print-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Print-Status-CD.
           SELECT F-Html-FILE         ASSIGN TO WS-Html-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Html-Status-CD.
           SELECT F-Project-FILE      ASSIGN TO
                                       WS-Project-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Project-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-Results-FILE.
       01  F-Results-REC                          PIC X(400).
       FD  F-Chk-Stat-FILE.
       01  F-Chk-Stat-REC                         PIC X(80).
       FD  F-Work-FILE.
       01  F-Work-REC                             PIC X(256).
       FD  F-Print-FILE.
       01  F-Print-REC                            PIC X(132).
       FD  F-Html-FILE.
       01  F-Html-REC                             PIC X(800).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       78  WS-Line-Table-Max-CONST                VALUE 1000.
       78  WS-Trend-Table-Max-CONST               VALUE 500.
       78  WS-Section-Max-CONST                   VALUE 7.
       78  WS-Slowest-Shown-CONST                 VALUE 5.
       78  WS-Discrepancy-Shown-CONST             VALUE 25.
       01  WS-Results-Filename-TXT
                          VALUE 'GCic.results'    PIC X(256).
       01  WS-Results-Status-CD                   PIC X(2).
       01  WS-Chk-Stat-Filename-TXT
                          VALUE 'GCic.chkstat'    PIC X(256).
       01  WS-Chk-Stat-Status-CD                  PIC X(2).
       01  WS-Work-Filename-TXT                   PIC X(256).
       01  WS-Work-Status-CD                      PIC X(2).
       01  WS-Print-Filename-TXT                  PIC X(256).
       01  WS-Print-Status-CD                     PIC X(2).
       01  WS-Html-Filename-TXT                   PIC X(256).
       01  WS-Html-Status-CD                      PIC X(2).
       01  WS-Out-Name-TXT
                          VALUE 'GCic.morning'    PIC X(200).
       01  WS-Rules-Filename-TXT
                          VALUE 'shop.cycrules'   PIC X(256).
       01  WS-List-Filename-TXT      VALUE SPACES PIC X(256).
       01  WS-SLA-Days-TXT           VALUE SPACES PIC X(4).
       01  WS-Tolerance-PCT                       PIC 9(3) VALUE 20.
       01  WS-Ahead-Days-NUM                      PIC 9(2) VALUE 5.
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-Cmd-TXT                             PIC X(768).
       01  WS-Cmd-Ptr-SUB                         USAGE BINARY-LONG.
       01  WS-Raw-RC-NUM                          USAGE BINARY-LONG.
       01  WS-Util-RC-NUM                         PIC 9(3).
       01  WS-Util-Out-CHR                        PIC X(1).
           88 WS-Util-Out-BOOL                     VALUE 'Y'.
       01  WS-Exit-CD                             PIC 9(2) VALUE 0.
      *>***************************************************************
      *> The pack's date and the business-day horizon of section 7.   **
      *>***************************************************************
       01  WS-Today-Date-NUM                      PIC 9(8).
       01  WS-Today-Time-NUM                      PIC 9(8).
       01  WS-Prev-Bus-Date-NUM                   PIC 9(8).
       01  WS-Horizon-Date-NUM                    PIC 9(8).
       01  WS-Step-NUM             SIGN LEADING SEPARATE PIC S9(4).
       01  WS-Edited-Date-TXT                     PIC XXXX/XX/XX.
       01  WS-Edited-Date-2-TXT                   PIC XXXX/XX/XX.
       01  WS-Pack-Stamp-TXT                      PIC X(16).
      *>***************************************************************
      *> Raw stamps are YYYYMMDDHHMMSSss; the pack shows them the     **
      *> way GCicOps' status panel does.                              **
      *>***************************************************************
       01  WS-Raw-Stamp-TXT                       PIC X(16).
       01  WS-Stamp-Formatted-TXT.
           05 WS-SF-Date-TXT                     PIC XXXX/XX/XX.
           05 FILLER                  VALUE ' '  PIC X(1).
           05 WS-SF-HH-TXT                       PIC X(2).
           05 FILLER                  VALUE ':'  PIC X(1).
           05 WS-SF-MM-TXT                       PIC X(2).
      *>***************************************************************
      *> The sections: title, rating (GREEN, AMBER or RED) and the    **
      *> one-line summary the status table at the head of the pack    **
      *> shows.                                                       **
      *>***************************************************************
       01  WS-Section-Title-FILLER-TXT.
           05 VALUE 'LAST COMPILE-ALL RUN'        PIC X(40).
           05 VALUE 'NEWLY FAILING AND FIXED'     PIC X(40).
           05 VALUE 'PAST THE REPAIR SLA'         PIC X(40).
           05 VALUE 'LOG/RESULTS RECONCILIATION'  PIC X(40).
           05 VALUE 'LAST INTEGRITY CHECK'        PIC X(40).
           05 VALUE 'COMPILE-TIME TREND'          PIC X(40).
           05 VALUE 'CYCLE DATES DUE'             PIC X(40).
       01  WS-Section-Titles-TXT
                          REDEFINES WS-Section-Title-FILLER-TXT.
           05 WS-Section-Title-TXT                OCCURS 7 TIMES
                                                  PIC X(40).
       01  WS-Section-Table.
           05 WS-SC-Entry OCCURS WS-Section-Max-CONST TIMES.
              10 WS-SC-Status-TXT                 PIC X(5).
              10 WS-SC-Summary-TXT                PIC X(90).
       01  WS-Sect-SUB                            USAGE BINARY-LONG.
       01  WS-Sect-NO                             PIC 9(1).
       01  WS-Rate-TXT                            PIC X(5).
       01  WS-Overall-TXT                         PIC X(5).
      *>***************************************************************
      *> The detail lines of every section, in the order gathered.    **
      *>***************************************************************
       01  WS-Line-Table.
           05 WS-LN-Entry OCCURS WS-Line-Table-Max-CONST TIMES.
              10 WS-LN-Sect-NUM                   PIC 9(1).
              10 WS-LN-Text-TXT                   PIC X(120).
       01  WS-LN-QTY                              PIC 9(4) VALUE 0.
       01  WS-LN-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-LN-Full-Noted-BOOL                VALUE 'Y'.
       01  WS-Line-Text-TXT                       PIC X(120).
      *>***************************************************************
      *> Feed-record split fields - the '|'-delimited layout GCic's   **
      *> 226-Append-Results-Feed writes - and the last RUN record.    **
      *>***************************************************************
       01  WS-RF-Pgm-Nm-TXT                       PIC X(256).
       01  WS-RF-Stamp-TXT                        PIC X(16).
       01  WS-RF-Mode-TXT                         PIC X(6).
       01  WS-RF-Status-TXT                       PIC X(15).
       01  WS-RF-Pass-TXT                         PIC X(9).
       01  WS-RF-Fail-TXT                         PIC X(9).
       01  WS-RF-Skip-TXT                         PIC X(9).
       01  WS-LR-List-TXT            VALUE SPACES PIC X(256).
       01  WS-LR-Stamp-TXT                        PIC X(16).
       01  WS-LR-Status-TXT                       PIC X(15).
       01  WS-LR-Pass-TXT                         PIC X(9).
       01  WS-LR-Fail-TXT                         PIC X(9).
       01  WS-LR-Skip-TXT                         PIC X(9).
       01  WS-MO-EOF-CHR                          PIC X(1).
           88 WS-MO-EOF-BOOL                       VALUE 'Y'.
           88 WS-MO-Not-EOF-BOOL                   VALUE 'N'.
      *>***************************************************************
      *> Block capture - the lines under one heading of a utility's   **
      *> report, up to the blank line that ends it.                   **
      *>***************************************************************
       01  WS-Block-Heading-TXT                   PIC X(60).
       01  WS-Block-Label-TXT                     PIC X(60).
       01  WS-Block-QTY                           PIC 9(5).
       01  WS-Block-In-CHR                        PIC X(1).
           88 WS-Block-In-BOOL                     VALUE 'Y'.
           88 WS-Block-Done-BOOL                   VALUE 'D'.
       01  WS-Newly-Fail-QTY                      PIC 9(5).
       01  WS-Fixed-QTY                           PIC 9(5).
       01  WS-Exec-Fail-QTY                       PIC 9(5).
       01  WS-Exec-Fixed-QTY                      PIC 9(5).
      *>***************************************************************
      *> The aging-report line - the fixed columns GCicAge's          **
      *> 230-Write-Aging-Line writes.                                 **
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
       01  WS-Broken-QTY                          PIC 9(5).
       01  WS-Past-SLA-QTY                        PIC 9(5).
      *>***************************************************************
      *> Reconciliation counts.                                       **
      *>***************************************************************
       01  WS-Unclosed-QTY                        PIC 9(5).
       01  WS-Discrepancy-QTY                     PIC 9(5).
      *>***************************************************************
      *> Compile-time trend - one entry per program in the planning   **
      *> report's trend section.                                      **
      *>***************************************************************
       01  WS-Trend-Table.
           05 WS-TR-Entry OCCURS WS-Trend-Table-Max-CONST TIMES.
              10 WS-TR-Pgm-Nm-TXT                 PIC X(31).
              10 WS-TR-Prior-Sec-NUM              PIC 9(6).
              10 WS-TR-Last-Sec-NUM               PIC 9(6).
              10 WS-TR-Delta-Sec-NUM              PIC S9(6).
              10 WS-TR-Shown-CHR                  PIC X(1).
       01  WS-TR-QTY                              PIC 9(3) VALUE 0.
       01  WS-Prior-Total-NUM                     PIC 9(8).
       01  WS-Last-Total-NUM                      PIC 9(8).
       01  WS-Slower-QTY                          PIC 9(5).
       01  WS-Faster-QTY                          PIC 9(5).
       01  WS-Steady-QTY                          PIC 9(5).
       01  WS-Growth-PCT                          PIC S9(5).
      *>***************************************************************
      *> Cycle dates due.                                             **
      *>***************************************************************
       01  WS-Due-QTY                             PIC 9(5).
      *>***************************************************************
      *> Report work areas.                                           **
      *>***************************************************************
       01  WS-I-SUB                               USAGE BINARY-LONG.
       01  WS-Best-SUB                            USAGE BINARY-LONG.
       01  WS-Shown-QTY                           PIC 9(5).
       01  WS-Disp-1-NUM                          PIC ZZZZ9.
       01  WS-Disp-2-NUM                          PIC ZZZZ9.
       01  WS-Disp-3-NUM                          PIC ZZZZ9.
       01  WS-Disp-4-NUM                          PIC ZZZZ9.
       01  WS-Disp-8-NUM                          PIC ZZZZZZZ9.
       01  WS-Disp-9-NUM                          PIC ZZZZZZZ9.
       01  WS-Disp-D-NUM                          PIC ++++++9.
       01  WS-Disp-P-NUM                          PIC ++++9.
       01  WS-Print-Line-TXT                      PIC X(132).
       01  WS-Html-Line-TXT                       PIC X(800).
       01  WS-Html-SUB                            USAGE BINARY-LONG.
       01  WS-Esc-In-TXT                          PIC X(132).
       01  WS-Esc-Len-NUM                         USAGE BINARY-LONG.
       01  WS-Esc-SUB                             USAGE BINARY-LONG.
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
           PERFORM 050-Set-Pack-Dates
           PERFORM 100-Check-Last-Run
           PERFORM 110-Check-Regressions
           PERFORM 120-Check-Aging
           PERFORM 130-Check-Reconciliation
           PERFORM 140-Check-Integrity
           PERFORM 150-Check-Compile-Trend
           PERFORM 160-Check-Due-Cycles
           CALL 'CBL_DELETE_FILE' USING WS-Work-Filename-TXT
           MOVE 0 TO RETURN-CODE
      *> -- The pack is as bad as its worst section.
           MOVE 'GREEN' TO WS-Overall-TXT
           MOVE 1 TO WS-Sect-SUB
           PERFORM UNTIL WS-Sect-SUB > WS-Section-Max-CONST
               EVALUATE TRUE
               WHEN WS-SC-Status-TXT (WS-Sect-SUB) = 'RED'
                   MOVE 'RED' TO WS-Overall-TXT
               WHEN WS-SC-Status-TXT (WS-Sect-SUB) = 'AMBER'
               AND WS-Overall-TXT = 'GREEN'
                   MOVE 'AMBER' TO WS-Overall-TXT
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               ADD 1 TO WS-Sect-SUB
           END-PERFORM
           EVALUATE WS-Overall-TXT
           WHEN 'RED'   MOVE 8 TO WS-Exit-CD
           WHEN 'AMBER' MOVE 4 TO WS-Exit-CD
           WHEN OTHER   MOVE 0 TO WS-Exit-CD
           END-EVALUATE
           PERFORM 400-Write-Print-Pack
           PERFORM 500-Write-Html-Pack
           DISPLAY 'Morning pack written to '
                   TRIM(WS-Html-Filename-TXT,TRAILING) ' and '
                   TRIM(WS-Print-Filename-TXT,TRAILING)
           MOVE 1 TO WS-Sect-SUB
           PERFORM UNTIL WS-Sect-SUB > WS-Section-Max-CONST
               DISPLAY '  ' WS-SC-Status-TXT (WS-Sect-SUB) ' '
                       WS-Section-Title-TXT (WS-Sect-SUB) (1:28)
                       ' ' TRIM(WS-SC-Summary-TXT (WS-Sect-SUB),
                                TRAILING)
               ADD 1 TO WS-Sect-SUB
           END-PERFORM
           DISPLAY 'Overall: ' TRIM(WS-Overall-TXT)
           PERFORM 900-Terminate
      *> ----- Control will NOT return
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:6) = '/LIST:'
                   MOVE WS-Cmd-Token-TXT (7:)
                     TO WS-List-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:5) = '/SLA:'
                   IF TEST-NUMVAL(WS-Cmd-Token-TXT (6:)) = 0
                       MOVE WS-Cmd-Token-TXT (6:4) TO WS-SLA-Days-TXT
                   ELSE
                       DISPLAY '/SLA: must be a number of business '
                               'days'
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:6) = '/DAYS:'
                   IF TEST-NUMVAL(WS-Cmd-Token-TXT (7:)) = 0
                   AND NUMVAL(WS-Cmd-Token-TXT (7:)) >= 1
                   AND NUMVAL(WS-Cmd-Token-TXT (7:)) <= 60
                       COMPUTE WS-Ahead-Days-NUM =
                           NUMVAL(WS-Cmd-Token-TXT (7:))
                   ELSE
                       DISPLAY '/DAYS: must be 1-60'
                       MOVE 12 TO WS-Exit-CD
                       PERFORM 900-Terminate
      *> ------------- Control will NOT return
                   END-IF
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:7) = '/RULES:'
                   MOVE WS-Cmd-Token-TXT (8:)
                     TO WS-Rules-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:5) = '/OUT:'
                   MOVE WS-Cmd-Token-TXT (6:) TO WS-Out-Name-TXT
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
      *> silently reading another project's files.  The selection is  **
      *> exported through GCIC_PROJECT for the utilities the pack     **
      *> runs, as GCicOps does for the ones it launches.              **
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
           SET ENVIRONMENT 'GCIC_PROJECT' TO WS-PJ-Name-TXT
           MOVE WS-Results-Filename-TXT TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Results-Filename-TXT
           MOVE WS-Chk-Stat-Filename-TXT TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Chk-Stat-Filename-TXT
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
      *> The pack's date, the previous business day (anything older   **
      *> is stale) and the last business day section 7 looks ahead    **
      *> to; also the dated output names and the work file the        **
      *> utilities write into.                                        **
      *>***************************************************************
       050-Set-Pack-Dates SECTION.
           ACCEPT WS-Today-Date-NUM FROM DATE YYYYMMDD
           ACCEPT WS-Today-Time-NUM FROM TIME
           MOVE WS-Today-Date-NUM TO WS-Pack-Stamp-TXT (1:8)
           MOVE WS-Today-Time-NUM TO WS-Pack-Stamp-TXT (9:8)
           MOVE PREV-BUSINESS-DAY(WS-Today-Date-NUM)
             TO WS-Prev-Bus-Date-NUM
           MOVE WS-Ahead-Days-NUM TO WS-Step-NUM
           MOVE ADD-BUSINESS-DAYS(WS-Today-Date-NUM, WS-Step-NUM)
             TO WS-Horizon-Date-NUM
           MOVE SPACES TO WS-Print-Filename-TXT
                          WS-Html-Filename-TXT
                          WS-Work-Filename-TXT
           STRING TRIM(WS-Out-Name-TXT,TRAILING) '.'
                  WS-Today-Date-NUM '.prt'
               DELIMITED SIZE INTO WS-Print-Filename-TXT
           STRING TRIM(WS-Out-Name-TXT,TRAILING) '.'
                  WS-Today-Date-NUM '.html'
               DELIMITED SIZE INTO WS-Html-Filename-TXT
           STRING TRIM(WS-Out-Name-TXT,TRAILING) '.wrk'
               DELIMITED SIZE INTO WS-Work-Filename-TXT
           MOVE 1 TO WS-Sect-SUB
           PERFORM UNTIL WS-Sect-SUB > WS-Section-Max-CONST
               MOVE 'GREEN' TO WS-SC-Status-TXT (WS-Sect-SUB)
               MOVE SPACES  TO WS-SC-Summary-TXT (WS-Sect-SUB)
               ADD 1 TO WS-Sect-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Section 1 - the latest closing RUN record in GCic.results.   **
      *> Its list is the one section 2 reports on unless /LIST:       **
      *> names another; section 6 always covers the whole library.    **
      *>***************************************************************
       100-Check-Last-Run SECTION.
           MOVE 1 TO WS-Sect-SUB
           OPEN INPUT F-Results-FILE
           IF WS-Results-Status-CD = '00'
               SET WS-MO-Not-EOF-BOOL TO TRUE
               READ F-Results-FILE
                   AT END SET WS-MO-EOF-BOOL TO TRUE
               END-READ
               PERFORM UNTIL WS-MO-EOF-BOOL
                   PERFORM 105-Split-Results-Record
                   IF WS-RF-Mode-TXT = 'RUN'
                   AND WS-RF-Status-TXT (1:4) = 'RUN '
                       MOVE WS-RF-Pgm-Nm-TXT TO WS-LR-List-TXT
                       MOVE WS-RF-Stamp-TXT  TO WS-LR-Stamp-TXT
                       MOVE WS-RF-Status-TXT TO WS-LR-Status-TXT
                       MOVE WS-RF-Pass-TXT   TO WS-LR-Pass-TXT
                       MOVE WS-RF-Fail-TXT   TO WS-LR-Fail-TXT
                       MOVE WS-RF-Skip-TXT   TO WS-LR-Skip-TXT
                   END-IF
                   READ F-Results-FILE
                       AT END SET WS-MO-EOF-BOOL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE F-Results-FILE
           END-IF
           IF WS-LR-List-TXT = SPACES
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
               MOVE 'No compile-all run is recorded in GCic.results'
                 TO WS-SC-Summary-TXT (WS-Sect-SUB)
               EXIT SECTION
           END-IF
           IF WS-List-Filename-TXT = SPACES
               MOVE WS-LR-List-TXT TO WS-List-Filename-TXT
           END-IF
           MOVE WS-LR-Stamp-TXT TO WS-Raw-Stamp-TXT
           PERFORM 340-Format-Stamp
           MOVE SPACES TO WS-Line-Text-TXT
           STRING 'List:      ' TRIM(WS-LR-List-TXT,TRAILING)
               DELIMITED SIZE INTO WS-Line-Text-TXT
           PERFORM 320-Add-Line
           MOVE SPACES TO WS-Line-Text-TXT
           STRING 'Ended:     ' WS-Stamp-Formatted-TXT '  '
                  TRIM(WS-LR-Status-TXT,TRAILING)
               DELIMITED SIZE INTO WS-Line-Text-TXT
           PERFORM 320-Add-Line
           MOVE SPACES TO WS-Line-Text-TXT
           STRING 'Compiled:  ' TRIM(WS-LR-Pass-TXT)
                  '   Failed: ' TRIM(WS-LR-Fail-TXT)
                  '   Skipped (cached): ' TRIM(WS-LR-Skip-TXT)
               DELIMITED SIZE INTO WS-Line-Text-TXT
           PERFORM 320-Add-Line
           MOVE SPACES TO WS-SC-Summary-TXT (WS-Sect-SUB)
           STRING TRIM(WS-LR-Status-TXT,TRAILING) ' at '
                  WS-Stamp-Formatted-TXT ' - '
                  TRIM(WS-LR-Pass-TXT) ' compiled, '
                  TRIM(WS-LR-Fail-TXT) ' failed'
               DELIMITED SIZE INTO WS-SC-Summary-TXT (WS-Sect-SUB)
           IF WS-LR-Status-TXT NOT = 'RUN OK'
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
           END-IF
           IF WS-LR-Stamp-TXT (1:8) < WS-Prev-Bus-Date-NUM
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
               MOVE WS-Prev-Bus-Date-NUM TO WS-Edited-Date-TXT
               MOVE SPACES TO WS-Line-Text-TXT
               STRING 'No compile-all run has ended since the '
                      'previous business day, ' WS-Edited-Date-TXT
                   DELIMITED SIZE INTO WS-Line-Text-TXT
               PERFORM 320-Add-Line
           END-IF
           .
      *>***************************************************************
      *> Split one '|'-delimited feed record into its fields.         **
      *>***************************************************************
       105-Split-Results-Record SECTION.
           MOVE SPACES TO WS-RF-Pgm-Nm-TXT
                          WS-RF-Stamp-TXT
                          WS-RF-Mode-TXT
                          WS-RF-Status-TXT
                          WS-RF-Pass-TXT
                          WS-RF-Fail-TXT
                          WS-RF-Skip-TXT
           UNSTRING F-Results-REC DELIMITED BY '|'
               INTO WS-RF-Pgm-Nm-TXT
                    WS-RF-Stamp-TXT
                    WS-RF-Mode-TXT
                    WS-RF-Status-TXT
                    WS-RF-Pass-TXT
                    WS-RF-Fail-TXT
                    WS-RF-Skip-TXT
           END-UNSTRING
           .
      *>***************************************************************
      *> Section 2 - GCicDlta's newly-failing and fixed sections, for **
      *> compiles and for smoke executions.                           **
      *>***************************************************************
       110-Check-Regressions SECTION.
           MOVE 2 TO WS-Sect-SUB
           IF WS-List-Filename-TXT = SPACES
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
               MOVE 'No compile-all run to compare'
                 TO WS-SC-Summary-TXT (WS-Sect-SUB)
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-Cmd-TXT
           MOVE 1 TO WS-Cmd-Ptr-SUB
           STRING 'GCicDlta "/LIST:'
                  TRIM(WS-List-Filename-TXT,TRAILING)
                  '" "/REPORT:' TRIM(WS-Work-Filename-TXT,TRAILING)
                  '" >"' TRIM(WS-Work-Filename-TXT,TRAILING)
                  '.log" 2>&1'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-Ptr-SUB
           PERFORM 300-Run-Utility
           IF WS-Util-RC-NUM = 8
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
               MOVE SPACES TO WS-SC-Summary-TXT (WS-Sect-SUB)
               STRING 'GCic.results does not yet hold two runs of '
                      TRIM(WS-List-Filename-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-SC-Summary-TXT (WS-Sect-SUB)
               EXIT SECTION
           END-IF
           IF WS-Util-RC-NUM NOT = 0 OR NOT WS-Util-Out-BOOL
               PERFORM 335-Note-Unavailable
               EXIT SECTION
           END-IF
           MOVE 'NEWLY FAILING' TO WS-Block-Heading-TXT
           MOVE 'Compiles newly failing:' TO WS-Block-Label-TXT
           PERFORM 310-Capture-Block
           MOVE WS-Block-QTY TO WS-Newly-Fail-QTY
           MOVE 'FIXED' TO WS-Block-Heading-TXT
           MOVE 'Compiles fixed:' TO WS-Block-Label-TXT
           PERFORM 310-Capture-Block
           MOVE WS-Block-QTY TO WS-Fixed-QTY
           MOVE 'SMOKE EXECUTIONS NEWLY FAILING'
             TO WS-Block-Heading-TXT
           MOVE 'Smoke executions newly failing:'
             TO WS-Block-Label-TXT
           PERFORM 310-Capture-Block
           MOVE WS-Block-QTY TO WS-Exec-Fail-QTY
           MOVE 'SMOKE EXECUTIONS FIXED' TO WS-Block-Heading-TXT
           MOVE 'Smoke executions fixed:' TO WS-Block-Label-TXT
           PERFORM 310-Capture-Block
           MOVE WS-Block-QTY TO WS-Exec-Fixed-QTY
           IF WS-Newly-Fail-QTY > 0 OR WS-Exec-Fail-QTY > 0
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
           END-IF
           MOVE WS-Newly-Fail-QTY TO WS-Disp-1-NUM
           MOVE WS-Fixed-QTY      TO WS-Disp-2-NUM
           MOVE WS-Exec-Fail-QTY  TO WS-Disp-3-NUM
           MOVE WS-Exec-Fixed-QTY TO WS-Disp-4-NUM
           MOVE SPACES TO WS-SC-Summary-TXT (WS-Sect-SUB)
           STRING 'Compiles: ' TRIM(WS-Disp-1-NUM)
                  ' newly failing, ' TRIM(WS-Disp-2-NUM)
                  ' fixed; smoke tests: ' TRIM(WS-Disp-3-NUM)
                  ' newly failing, ' TRIM(WS-Disp-4-NUM) ' fixed'
               DELIMITED SIZE INTO WS-SC-Summary-TXT (WS-Sect-SUB)
           .
      *>***************************************************************
      *> Section 3 - GCicAge.  Every program past the SLA is listed;  **
      *> GCicAge's own RETURN-CODE rates the section.                 **
      *>***************************************************************
       120-Check-Aging SECTION.
           MOVE 3 TO WS-Sect-SUB
           MOVE SPACES TO WS-Cmd-TXT
           MOVE 1 TO WS-Cmd-Ptr-SUB
           STRING 'GCicAge "/REPORT:'
                  TRIM(WS-Work-Filename-TXT,TRAILING) '"'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-Ptr-SUB
           IF WS-SLA-Days-TXT NOT = SPACES
               STRING ' /SLA:' TRIM(WS-SLA-Days-TXT)
                   DELIMITED SIZE INTO WS-Cmd-TXT
                   WITH POINTER WS-Cmd-Ptr-SUB
           END-IF
           STRING ' >"' TRIM(WS-Work-Filename-TXT,TRAILING)
                  '.log" 2>&1'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-Ptr-SUB
           PERFORM 300-Run-Utility
           IF WS-Util-RC-NUM > 8 OR NOT WS-Util-Out-BOOL
               PERFORM 335-Note-Unavailable
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-Broken-QTY WS-Past-SLA-QTY
           OPEN INPUT F-Work-FILE
           SET WS-MO-Not-EOF-BOOL TO TRUE
           READ F-Work-FILE
               AT END SET WS-MO-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-MO-EOF-BOOL
               MOVE F-Work-REC TO WS-Age-Line-TXT
               IF WS-AL-Since-TXT (5:1) = '/'
               AND WS-AL-Since-TXT (8:1) = '/'
                   ADD 1 TO WS-Broken-QTY
                   IF WS-AL-Flag-TXT = '** PAST SLA'
                       ADD 1 TO WS-Past-SLA-QTY
                       IF WS-Past-SLA-QTY = 1
                           MOVE SPACES TO WS-Line-Text-TXT
                           MOVE 'PROGRAM' TO WS-Line-Text-TXT (1:31)
                           MOVE 'STATUS' TO WS-Line-Text-TXT (33:15)
                           MOVE 'BROKEN SINCE'
                             TO WS-Line-Text-TXT (49:12)
                           MOVE 'BUS DAYS' TO WS-Line-Text-TXT (62:8)
                           PERFORM 320-Add-Line
                       END-IF
                       MOVE WS-Age-Line-TXT (1:70)
                         TO WS-Line-Text-TXT
                       PERFORM 320-Add-Line
                   END-IF
               END-IF
               READ F-Work-FILE
                   AT END SET WS-MO-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Work-FILE
           EVALUATE TRUE
           WHEN WS-Util-RC-NUM = 8
               MOVE 'RED' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
           WHEN WS-Util-RC-NUM = 4
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           MOVE WS-Broken-QTY   TO WS-Disp-1-NUM
           MOVE WS-Past-SLA-QTY TO WS-Disp-2-NUM
           MOVE SPACES TO WS-SC-Summary-TXT (WS-Sect-SUB)
           STRING TRIM(WS-Disp-1-NUM) ' program(s) broken, '
                  TRIM(WS-Disp-2-NUM) ' past the repair SLA'
               DELIMITED SIZE INTO WS-SC-Summary-TXT (WS-Sect-SUB)
           .
      *>***************************************************************
      *> Section 4 - GCicAud.  Its discrepancy lines go to the        **
      *> console, so its output is captured; the first                **
      *> WS-Discrepancy-Shown-CONST of them are listed.               **
      *>***************************************************************
       130-Check-Reconciliation SECTION.
           MOVE 4 TO WS-Sect-SUB
           MOVE SPACES TO WS-Cmd-TXT
           MOVE 1 TO WS-Cmd-Ptr-SUB
           STRING 'GCicAud >"' TRIM(WS-Work-Filename-TXT,TRAILING)
                  '" 2>&1'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-Ptr-SUB
           PERFORM 300-Run-Utility
           IF WS-Util-RC-NUM > 4 OR NOT WS-Util-Out-BOOL
               PERFORM 335-Note-Unavailable
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-Unclosed-QTY WS-Discrepancy-QTY
           OPEN INPUT F-Work-FILE
           SET WS-MO-Not-EOF-BOOL TO TRUE
           READ F-Work-FILE
               AT END SET WS-MO-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-MO-EOF-BOOL
               IF F-Work-REC (1:13) = 'UNCLOSED RUN:'
               OR F-Work-REC (1:14) = 'NO AUDIT LINE:'
               OR F-Work-REC (1:18) = 'NO RESULTS RECORD:'
                   ADD 1 TO WS-Discrepancy-QTY
                   IF F-Work-REC (1:13) = 'UNCLOSED RUN:'
                       ADD 1 TO WS-Unclosed-QTY
                   END-IF
                   IF WS-Discrepancy-QTY
                      <= WS-Discrepancy-Shown-CONST
                       MOVE F-Work-REC TO WS-Line-Text-TXT
                       PERFORM 320-Add-Line
                   END-IF
               END-IF
               READ F-Work-FILE
                   AT END SET WS-MO-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Work-FILE
           IF WS-Discrepancy-QTY > WS-Discrepancy-Shown-CONST
               COMPUTE WS-Disp-1-NUM =
                   WS-Discrepancy-QTY - WS-Discrepancy-Shown-CONST
               MOVE SPACES TO WS-Line-Text-TXT
               STRING '... and ' TRIM(WS-Disp-1-NUM)
                      ' more - run GCicAud for the full list'
                   DELIMITED SIZE INTO WS-Line-Text-TXT
               PERFORM 320-Add-Line
           END-IF
           IF WS-Unclosed-QTY > 0
               STRING 'A compile-all run appears to have died before '
                      'its closing RUN summary - rerun it to resume'
                   DELIMITED SIZE INTO WS-Line-Text-TXT
               PERFORM 320-Add-Line
               MOVE 'RED' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
           END-IF
           IF WS-Util-RC-NUM = 4
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
           END-IF
           MOVE WS-Discrepancy-QTY TO WS-Disp-1-NUM
           MOVE WS-Unclosed-QTY    TO WS-Disp-2-NUM
           MOVE SPACES TO WS-SC-Summary-TXT (WS-Sect-SUB)
           IF WS-Util-RC-NUM = 0
               MOVE 'GCic.log and GCic.results are in step'
                 TO WS-SC-Summary-TXT (WS-Sect-SUB)
           ELSE
               STRING TRIM(WS-Disp-1-NUM) ' discrepancies, '
                      TRIM(WS-Disp-2-NUM) ' from an unclosed run'
                   DELIMITED SIZE INTO WS-SC-Summary-TXT (WS-Sect-SUB)
           END-IF
           .
      *>***************************************************************
      *> Section 5 - the verdict the last GCicChk run left in         **
      *> GCic.chkstat.                                                **
      *>***************************************************************
       140-Check-Integrity SECTION.
           MOVE 5 TO WS-Sect-SUB
           MOVE SPACES TO F-Chk-Stat-REC
           OPEN INPUT F-Chk-Stat-FILE
           IF WS-Chk-Stat-Status-CD = '00'
               READ F-Chk-Stat-FILE
                   AT END MOVE SPACES TO F-Chk-Stat-REC
               END-READ
               CLOSE F-Chk-Stat-FILE
           END-IF
           IF F-Chk-Stat-REC (1:8) IS NOT NUMERIC
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
               MOVE 'No GCicChk run is recorded in GCic.chkstat'
                 TO WS-SC-Summary-TXT (WS-Sect-SUB)
               EXIT SECTION
           END-IF
           MOVE F-Chk-Stat-REC (1:16) TO WS-Raw-Stamp-TXT
           PERFORM 340-Format-Stamp
           MOVE SPACES TO WS-SC-Summary-TXT (WS-Sect-SUB)
           STRING TRIM(F-Chk-Stat-REC (18:40),TRAILING)
                  ' at ' WS-Stamp-Formatted-TXT
               DELIMITED SIZE INTO WS-SC-Summary-TXT (WS-Sect-SUB)
           MOVE SPACES TO WS-Line-Text-TXT
           STRING 'Last GCicChk run: ' WS-Stamp-Formatted-TXT
                  '  verdict ' TRIM(F-Chk-Stat-REC (18:40),TRAILING)
               DELIMITED SIZE INTO WS-Line-Text-TXT
           PERFORM 320-Add-Line
           IF F-Chk-Stat-REC (18:8) = 'PROBLEMS'
               MOVE 'RED' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
               STRING 'Problems were reported and left standing - '
                      'run GCicChk for the details'
                   DELIMITED SIZE INTO WS-Line-Text-TXT
               PERFORM 320-Add-Line
           END-IF
           IF F-Chk-Stat-REC (1:8) < WS-Prev-Bus-Date-NUM
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
               MOVE WS-Prev-Bus-Date-NUM TO WS-Edited-Date-TXT
               MOVE SPACES TO WS-Line-Text-TXT
               STRING 'GCicChk has not run since the previous '
                      'business day, ' WS-Edited-Date-TXT
                   DELIMITED SIZE INTO WS-Line-Text-TXT
               PERFORM 320-Add-Line
           END-IF
           .
      *>***************************************************************
      *> Section 6 - GCicPlan's trend section: each program's         **
      *> previous and latest compile time, added up over the library, **
      *> and the programs that slowed down most.                      **
      *>***************************************************************
       150-Check-Compile-Trend SECTION.
           MOVE 6 TO WS-Sect-SUB
           MOVE SPACES TO WS-Cmd-TXT
           MOVE 1 TO WS-Cmd-Ptr-SUB
           STRING 'GCicPlan "/REPORT:'
                  TRIM(WS-Work-Filename-TXT,TRAILING)
                  '" >"' TRIM(WS-Work-Filename-TXT,TRAILING)
                  '.log" 2>&1'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-Ptr-SUB
           PERFORM 300-Run-Utility
           IF WS-Util-RC-NUM = 8
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
               MOVE 'GCic.timings holds no compile times yet'
                 TO WS-SC-Summary-TXT (WS-Sect-SUB)
               EXIT SECTION
           END-IF
           IF WS-Util-RC-NUM NOT = 0 OR NOT WS-Util-Out-BOOL
               PERFORM 335-Note-Unavailable
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-Prior-Total-NUM WS-Last-Total-NUM
                     WS-Slower-QTY WS-Faster-QTY WS-Steady-QTY
           MOVE SPACE TO WS-Block-In-CHR
           OPEN INPUT F-Work-FILE
           SET WS-MO-Not-EOF-BOOL TO TRUE
           READ F-Work-FILE
               AT END SET WS-MO-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-MO-EOF-BOOL OR WS-Block-Done-BOOL
               EVALUATE TRUE
               WHEN WS-Block-In-BOOL AND F-Work-REC = SPACES
                   SET WS-Block-Done-BOOL TO TRUE
               WHEN WS-Block-In-BOOL
                   PERFORM 155-Fold-Trend-Line
               WHEN F-Work-REC (1:17) = 'TREND BY PROGRAM '
                   SET WS-Block-In-BOOL TO TRUE
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               READ F-Work-FILE
                   AT END SET WS-MO-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Work-FILE
           IF WS-Prior-Total-NUM > 0
               COMPUTE WS-Growth-PCT ROUNDED =
                   (WS-Last-Total-NUM - WS-Prior-Total-NUM) * 100
                   / WS-Prior-Total-NUM
           ELSE
               MOVE 0 TO WS-Growth-PCT
           END-IF
           MOVE WS-Prior-Total-NUM TO WS-Disp-8-NUM
           MOVE WS-Last-Total-NUM  TO WS-Disp-9-NUM
           MOVE WS-Growth-PCT      TO WS-Disp-P-NUM
           MOVE SPACES TO WS-Line-Text-TXT
           STRING 'Library compile time, previous vs latest compile: '
                  TRIM(WS-Disp-8-NUM) 's -> ' TRIM(WS-Disp-9-NUM)
                  's (' TRIM(WS-Disp-P-NUM) '%)'
               DELIMITED SIZE INTO WS-Line-Text-TXT
           PERFORM 320-Add-Line
           MOVE WS-Slower-QTY TO WS-Disp-1-NUM
           MOVE WS-Faster-QTY TO WS-Disp-2-NUM
           MOVE WS-Steady-QTY TO WS-Disp-3-NUM
           MOVE SPACES TO WS-Line-Text-TXT
           STRING 'Programs slower: ' TRIM(WS-Disp-1-NUM)
                  '   faster: ' TRIM(WS-Disp-2-NUM)
                  '   steady: ' TRIM(WS-Disp-3-NUM)
               DELIMITED SIZE INTO WS-Line-Text-TXT
           PERFORM 320-Add-Line
           PERFORM 157-List-Slowest-Changes
           IF WS-Growth-PCT > WS-Tolerance-PCT
               MOVE 'AMBER' TO WS-Rate-TXT
               PERFORM 330-Rate-Section
           END-IF
           MOVE WS-Tolerance-PCT TO WS-Disp-4-NUM
           MOVE SPACES TO WS-SC-Summary-TXT (WS-Sect-SUB)
           STRING 'Library compile time ' TRIM(WS-Disp-P-NUM)
                  '% on the previous compiles (tolerance '
                  TRIM(WS-Disp-4-NUM) '%)'
               DELIMITED SIZE INTO WS-SC-Summary-TXT (WS-Sect-SUB)
           .
      *>***************************************************************
      *> One line of GCicPlan's trend section - program in columns    **
      *> 3-33, previous seconds 35-40, latest 43-48 and slower /      **
      *> faster / steady at 60.                                       **
      *>***************************************************************
       155-Fold-Trend-Line SECTION.
           IF F-Work-REC (60:6) NOT = 'slower'
           AND F-Work-REC (60:6) NOT = 'faster'
           AND F-Work-REC (60:6) NOT = 'steady'
               EXIT SECTION
           END-IF
           IF TEST-NUMVAL(F-Work-REC (35:6)) NOT = 0
           OR TEST-NUMVAL(F-Work-REC (43:6)) NOT = 0
               EXIT SECTION
           END-IF
           EVALUATE F-Work-REC (60:6)
           WHEN 'slower' ADD 1 TO WS-Slower-QTY
           WHEN 'faster' ADD 1 TO WS-Faster-QTY
           WHEN OTHER    ADD 1 TO WS-Steady-QTY
           END-EVALUATE
           ADD NUMVAL(F-Work-REC (35:6)) TO WS-Prior-Total-NUM
           ADD NUMVAL(F-Work-REC (43:6)) TO WS-Last-Total-NUM
           IF F-Work-REC (60:6) = 'slower'
           AND WS-TR-QTY < WS-Trend-Table-Max-CONST
               ADD 1 TO WS-TR-QTY
               MOVE F-Work-REC (3:31) TO WS-TR-Pgm-Nm-TXT (WS-TR-QTY)
               COMPUTE WS-TR-Prior-Sec-NUM (WS-TR-QTY) =
                   NUMVAL(F-Work-REC (35:6))
               COMPUTE WS-TR-Last-Sec-NUM (WS-TR-QTY) =
                   NUMVAL(F-Work-REC (43:6))
               COMPUTE WS-TR-Delta-Sec-NUM (WS-TR-QTY) =
                   WS-TR-Last-Sec-NUM (WS-TR-QTY)
                   - WS-TR-Prior-Sec-NUM (WS-TR-QTY)
               MOVE SPACE TO WS-TR-Shown-CHR (WS-TR-QTY)
           END-IF
           .
      *>***************************************************************
      *> The WS-Slowest-Shown-CONST programs that slowed down most,   **
      *> the biggest slowdown first.                                  **
      *>***************************************************************
       157-List-Slowest-Changes SECTION.
           IF WS-TR-QTY = 0
               EXIT SECTION
           END-IF
           MOVE 'Slowed down most:' TO WS-Line-Text-TXT
           PERFORM 320-Add-Line
           MOVE 0 TO WS-Shown-QTY
           PERFORM UNTIL WS-Shown-QTY >= WS-TR-QTY
                      OR WS-Shown-QTY >= WS-Slowest-Shown-CONST
               MOVE 0 TO WS-Best-SUB
               MOVE 1 TO WS-I-SUB
               PERFORM UNTIL WS-I-SUB > WS-TR-QTY
                   IF WS-TR-Shown-CHR (WS-I-SUB) = SPACE
                   AND (WS-Best-SUB = 0
                        OR WS-TR-Delta-Sec-NUM (WS-I-SUB) >
                           WS-TR-Delta-Sec-NUM (WS-Best-SUB))
                       MOVE WS-I-SUB TO WS-Best-SUB
                   END-IF
                   ADD 1 TO WS-I-SUB
               END-PERFORM
               MOVE 'X' TO WS-TR-Shown-CHR (WS-Best-SUB)
               MOVE WS-TR-Prior-Sec-NUM (WS-Best-SUB) TO WS-Disp-1-NUM
               MOVE WS-TR-Last-Sec-NUM (WS-Best-SUB)  TO WS-Disp-2-NUM
               MOVE WS-TR-Delta-Sec-NUM (WS-Best-SUB) TO WS-Disp-D-NUM
               MOVE SPACES TO WS-Line-Text-TXT
               MOVE WS-TR-Pgm-Nm-TXT (WS-Best-SUB)
                 TO WS-Line-Text-TXT (3:31)
               STRING WS-Disp-1-NUM 's -> ' TRIM(WS-Disp-2-NUM) 's ('
                      TRIM(WS-Disp-D-NUM) 's)'
                   DELIMITED SIZE INTO WS-Line-Text-TXT (35:)
               PERFORM 320-Add-Line
               ADD 1 TO WS-Shown-QTY
           END-PERFORM
           .
      *>***************************************************************
      *> Section 7 - GCicCycl's projection from today to the last     **
      *> business day of the horizon.  Its date lines are             **
      *> 'yyyy/mm/dd  <day name>  <cycle>'.                           **
      *>***************************************************************
       160-Check-Due-Cycles SECTION.
           MOVE 7 TO WS-Sect-SUB
           MOVE SPACES TO WS-Cmd-TXT
           MOVE 1 TO WS-Cmd-Ptr-SUB
           STRING 'GCicCycl /FROM:' WS-Today-Date-NUM
                  ' /TO:' WS-Horizon-Date-NUM
                  ' "/RULES:' TRIM(WS-Rules-Filename-TXT,TRAILING)
                  '" "/OUT:' TRIM(WS-Work-Filename-TXT,TRAILING)
                  '" >"' TRIM(WS-Work-Filename-TXT,TRAILING)
                  '.log" 2>&1'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-Ptr-SUB
           PERFORM 300-Run-Utility
           IF WS-Util-RC-NUM NOT = 0 OR NOT WS-Util-Out-BOOL
               PERFORM 335-Note-Unavailable
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-Due-QTY
           OPEN INPUT F-Work-FILE
           SET WS-MO-Not-EOF-BOOL TO TRUE
           READ F-Work-FILE
               AT END SET WS-MO-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-MO-EOF-BOOL
               IF F-Work-REC (5:1) = '/' AND F-Work-REC (8:1) = '/'
                   ADD 1 TO WS-Due-QTY
                   MOVE F-Work-REC TO WS-Line-Text-TXT
                   PERFORM 320-Add-Line
               END-IF
               READ F-Work-FILE
                   AT END SET WS-MO-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Work-FILE
           MOVE WS-Due-QTY TO WS-Disp-1-NUM
           MOVE WS-Ahead-Days-NUM TO WS-Disp-2-NUM
           MOVE WS-Horizon-Date-NUM TO WS-Edited-Date-TXT
           MOVE SPACES TO WS-SC-Summary-TXT (WS-Sect-SUB)
           STRING TRIM(WS-Disp-1-NUM) ' cycle date(s) due in the next '
                  TRIM(WS-Disp-2-NUM) ' business days (through '
                  WS-Edited-Date-TXT ')'
               DELIMITED SIZE INTO WS-SC-Summary-TXT (WS-Sect-SUB)
           .
      *>***************************************************************
      *> Run the command built in WS-Cmd-TXT, which writes its output **
      *> to the work file, as GCicHimp runs the utilities it          **
      *> compares.  WS-Util-RC-NUM is the utility's RETURN-CODE (the  **
      *> wait status SYSTEM returns is scaled by 256) and             **
      *> WS-Util-Out-BOOL says whether the work file is there to be   **
      *> read.  The console output of utilities whose report goes to  **
      *> a file is kept beside the work file and dropped afterwards.  **
      *>***************************************************************
       300-Run-Utility SECTION.
           CALL 'CBL_DELETE_FILE' USING WS-Work-Filename-TXT
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
           MOVE 'N' TO WS-Util-Out-CHR
           OPEN INPUT F-Work-FILE
           IF WS-Work-Status-CD = '00'
               SET WS-Util-Out-BOOL TO TRUE
               CLOSE F-Work-FILE
           END-IF
           MOVE SPACES TO WS-Esc-In-TXT
           STRING TRIM(WS-Work-Filename-TXT,TRAILING) '.log'
               DELIMITED SIZE INTO WS-Esc-In-TXT
           CALL 'CBL_DELETE_FILE' USING WS-Esc-In-TXT
           MOVE 0 TO RETURN-CODE
           .
      *>***************************************************************
      *> Copy the lines under heading WS-Block-Heading-TXT of the     **
      *> utility report in the work file into the current section,    **
      *> under WS-Block-Label-TXT, up to the blank line that ends     **
      *> the block.  WS-Block-QTY counts them, '(none)' excepted; an  **
      *> empty block adds nothing to the pack.                        **
      *>***************************************************************
       310-Capture-Block SECTION.
           MOVE 0 TO WS-Block-QTY
           MOVE SPACE TO WS-Block-In-CHR
           OPEN INPUT F-Work-FILE
           IF WS-Work-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-MO-Not-EOF-BOOL TO TRUE
           READ F-Work-FILE
               AT END SET WS-MO-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-MO-EOF-BOOL OR WS-Block-Done-BOOL
               EVALUATE TRUE
               WHEN WS-Block-In-BOOL AND F-Work-REC = SPACES
                   SET WS-Block-Done-BOOL TO TRUE
               WHEN WS-Block-In-BOOL
                   IF TRIM(F-Work-REC) NOT = '(none)'
                       ADD 1 TO WS-Block-QTY
                       IF WS-Block-QTY = 1
                           MOVE WS-Block-Label-TXT TO WS-Line-Text-TXT
                           PERFORM 320-Add-Line
                       END-IF
                       MOVE F-Work-REC TO WS-Line-Text-TXT
                       PERFORM 320-Add-Line
                   END-IF
               WHEN F-Work-REC = WS-Block-Heading-TXT
                   SET WS-Block-In-BOOL TO TRUE
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
               READ F-Work-FILE
                   AT END SET WS-MO-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Work-FILE
           .
      *>***************************************************************
      *> Add WS-Line-Text-TXT to section WS-Sect-SUB's detail lines.  **
      *>***************************************************************
       320-Add-Line SECTION.
           IF WS-LN-QTY < WS-Line-Table-Max-CONST
               ADD 1 TO WS-LN-QTY
               MOVE WS-Sect-SUB TO WS-LN-Sect-NUM (WS-LN-QTY)
               MOVE WS-Line-Text-TXT TO WS-LN-Text-TXT (WS-LN-QTY)
           ELSE
               IF NOT WS-LN-Full-Noted-BOOL
                   DISPLAY 'WARNING - more than '
                           WS-Line-Table-Max-CONST
                           ' detail lines; extras missing from '
                           'the pack'
                   SET WS-LN-Full-Noted-BOOL TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO WS-Line-Text-TXT
           .
      *>***************************************************************
      *> Rate section WS-Sect-SUB WS-Rate-TXT, unless it is already   **
      *> rated worse.                                                 **
      *>***************************************************************
       330-Rate-Section SECTION.
           EVALUATE TRUE
           WHEN WS-Rate-TXT = 'RED'
               MOVE 'RED' TO WS-SC-Status-TXT (WS-Sect-SUB)
           WHEN WS-Rate-TXT = 'AMBER'
           AND WS-SC-Status-TXT (WS-Sect-SUB) = 'GREEN'
               MOVE 'AMBER' TO WS-SC-Status-TXT (WS-Sect-SUB)
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
      *>***************************************************************
      *> The utility behind section WS-Sect-SUB did not produce its   **
      *> figures - the section is AMBER and says which command to     **
      *> run by hand.                                                 **
      *>***************************************************************
       335-Note-Unavailable SECTION.
           MOVE 'AMBER' TO WS-Rate-TXT
           PERFORM 330-Rate-Section
           MOVE WS-Util-RC-NUM TO WS-Disp-1-NUM
           MOVE SPACES TO WS-SC-Summary-TXT (WS-Sect-SUB)
           STRING 'Not available - the utility ended with '
                  'RETURN-CODE ' TRIM(WS-Disp-1-NUM)
               DELIMITED SIZE INTO WS-SC-Summary-TXT (WS-Sect-SUB)
           MOVE SPACES TO WS-Line-Text-TXT
           STRING 'Command: '
                  WS-Cmd-TXT (1:WS-Cmd-Ptr-SUB - 1)
               DELIMITED SIZE INTO WS-Line-Text-TXT
           PERFORM 320-Add-Line
           .
      *>***************************************************************
      *> Expand a raw YYYYMMDDHHMMSSss stamp for human eyes.          **
      *>***************************************************************
       340-Format-Stamp SECTION.
           MOVE WS-Raw-Stamp-TXT (1:4)  TO WS-SF-Date-TXT (1:4)
           MOVE '/'                     TO WS-SF-Date-TXT (5:1)
           MOVE WS-Raw-Stamp-TXT (5:2)  TO WS-SF-Date-TXT (6:2)
           MOVE '/'                     TO WS-SF-Date-TXT (8:1)
           MOVE WS-Raw-Stamp-TXT (7:2)  TO WS-SF-Date-TXT (9:2)
           MOVE WS-Raw-Stamp-TXT (9:2)  TO WS-SF-HH-TXT
           MOVE WS-Raw-Stamp-TXT (11:2) TO WS-SF-MM-TXT
           .
      *>***************************************************************
      *> The 132-column print version: the heading, the status table, **
      *> then each section with its detail lines.                     **
      *>***************************************************************
       400-Write-Print-Pack SECTION.
           OPEN OUTPUT F-Print-FILE
           IF WS-Print-Status-CD NOT = '00'
               DISPLAY 'Unable to create pack file '
                       TRIM(WS-Print-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE WS-Pack-Stamp-TXT TO WS-Raw-Stamp-TXT
           PERFORM 340-Format-Stamp
           MOVE SPACES TO WS-Print-Line-TXT
           STRING 'GCIC MORNING OPERATIONS PACK - '
                  WS-Stamp-Formatted-TXT
               DELIMITED SIZE INTO WS-Print-Line-TXT
           IF WS-PJ-Name-TXT NOT = SPACES
               MOVE 'PROJECT:' TO WS-Print-Line-TXT (60:8)
               MOVE WS-PJ-Name-TXT TO WS-Print-Line-TXT (69:10)
           END-IF
           MOVE 'OVERALL:' TO WS-Print-Line-TXT (100:8)
           MOVE WS-Overall-TXT TO WS-Print-Line-TXT (109:5)
           WRITE F-Print-REC FROM WS-Print-Line-TXT
           MOVE ALL '=' TO F-Print-REC
           WRITE F-Print-REC
           MOVE SPACES TO WS-Print-Line-TXT
           MOVE 'SECTION' TO WS-Print-Line-TXT (1:7)
           MOVE 'STATUS' TO WS-Print-Line-TXT (33:6)
           MOVE 'SUMMARY' TO WS-Print-Line-TXT (41:7)
           WRITE F-Print-REC FROM WS-Print-Line-TXT
           MOVE 1 TO WS-Sect-SUB
           PERFORM UNTIL WS-Sect-SUB > WS-Section-Max-CONST
               MOVE SPACES TO WS-Print-Line-TXT
               MOVE WS-Sect-SUB TO WS-Sect-NO
               MOVE WS-Sect-NO TO WS-Print-Line-TXT (1:1)
               MOVE WS-Section-Title-TXT (WS-Sect-SUB)
                 TO WS-Print-Line-TXT (4:28)
               MOVE WS-SC-Status-TXT (WS-Sect-SUB)
                 TO WS-Print-Line-TXT (33:5)
               MOVE WS-SC-Summary-TXT (WS-Sect-SUB)
                 TO WS-Print-Line-TXT (41:90)
               WRITE F-Print-REC FROM WS-Print-Line-TXT
               ADD 1 TO WS-Sect-SUB
           END-PERFORM
           MOVE SPACES TO WS-Print-Line-TXT
           STRING 'OVERALL STATUS ' TRIM(WS-Overall-TXT)
                  ' - RETURN-CODE ' WS-Exit-CD
               DELIMITED SIZE INTO WS-Print-Line-TXT
           WRITE F-Print-REC FROM WS-Print-Line-TXT
           MOVE 1 TO WS-Sect-SUB
           PERFORM UNTIL WS-Sect-SUB > WS-Section-Max-CONST
               PERFORM 410-Write-Print-Section
               ADD 1 TO WS-Sect-SUB
           END-PERFORM
           CLOSE F-Print-FILE
           .
      *>***************************************************************
      *> One section of the print version.                            **
      *>***************************************************************
       410-Write-Print-Section SECTION.
           MOVE WS-Sect-SUB TO WS-Sect-NO
           MOVE SPACES TO F-Print-REC
           WRITE F-Print-REC
           MOVE SPACES TO WS-Print-Line-TXT
           STRING WS-Sect-NO '. '
                  TRIM(WS-Section-Title-TXT (WS-Sect-SUB),TRAILING)
                  '  [' TRIM(WS-SC-Status-TXT (WS-Sect-SUB)) ']'
               DELIMITED SIZE INTO WS-Print-Line-TXT
           WRITE F-Print-REC FROM WS-Print-Line-TXT
           MOVE ALL '-' TO F-Print-REC
           WRITE F-Print-REC
           MOVE SPACES TO WS-Print-Line-TXT
           MOVE WS-SC-Summary-TXT (WS-Sect-SUB)
             TO WS-Print-Line-TXT (3:90)
           WRITE F-Print-REC FROM WS-Print-Line-TXT
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-LN-QTY
               IF WS-LN-Sect-NUM (WS-I-SUB) = WS-Sect-SUB
                   MOVE SPACES TO WS-Print-Line-TXT
                   MOVE WS-LN-Text-TXT (WS-I-SUB)
                     TO WS-Print-Line-TXT (5:120)
                   WRITE F-Print-REC FROM WS-Print-Line-TXT
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> The HTML version: the same heading, status table and         **
      *> sections, each rating shown in its colour, the detail lines  **
      *> kept in their columns.                                       **
      *>***************************************************************
       500-Write-Html-Pack SECTION.
           OPEN OUTPUT F-Html-FILE
           IF WS-Html-Status-CD NOT = '00'
               DISPLAY 'Unable to create pack file '
                       TRIM(WS-Html-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE WS-Pack-Stamp-TXT TO WS-Raw-Stamp-TXT
           PERFORM 340-Format-Stamp
           MOVE '<!DOCTYPE html>' TO F-Html-REC
           WRITE F-Html-REC
           MOVE SPACES TO F-Html-REC
           STRING '<html><head><meta charset="utf-8">'
                  '<title>GCic morning operations pack '
                  WS-SF-Date-TXT '</title>'
               DELIMITED SIZE INTO F-Html-REC
           WRITE F-Html-REC
           MOVE '<style>body{font-family:sans-serif;margin:1em}'
             TO F-Html-REC
           WRITE F-Html-REC
           MOVE SPACES TO F-Html-REC
           STRING 'table{border-collapse:collapse}'
                  'td,th{border:1px solid #999;padding:2px 8px;'
                  'text-align:left}'
                  'pre{background:#f4f4f4;padding:6px}'
               DELIMITED SIZE INTO F-Html-REC
           WRITE F-Html-REC
           MOVE SPACES TO F-Html-REC
           STRING '.GREEN{background:#2e7d32;color:#fff}'
                  '.AMBER{background:#f9a825;color:#000}'
                  '.RED{background:#c62828;color:#fff}'
                  '</style></head><body>'
               DELIMITED SIZE INTO F-Html-REC
           WRITE F-Html-REC
           MOVE SPACES TO F-Html-REC
           STRING '<h1>GCic morning operations pack - '
                  WS-Stamp-Formatted-TXT '</h1>'
               DELIMITED SIZE INTO F-Html-REC
           WRITE F-Html-REC
           IF WS-PJ-Name-TXT NOT = SPACES
               MOVE SPACES TO F-Html-REC
               STRING '<p>Project ' TRIM(WS-PJ-Name-TXT) '</p>'
                   DELIMITED SIZE INTO F-Html-REC
               WRITE F-Html-REC
           END-IF
           MOVE SPACES TO F-Html-REC
           STRING '<p>Overall status: <b class="'
                  TRIM(WS-Overall-TXT) '">&nbsp;'
                  TRIM(WS-Overall-TXT) '&nbsp;</b> (RETURN-CODE '
                  WS-Exit-CD ')</p>'
               DELIMITED SIZE INTO F-Html-REC
           WRITE F-Html-REC
           MOVE SPACES TO F-Html-REC
           STRING '<table><tr><th>Section</th><th>Status</th>'
                  '<th>Summary</th></tr>'
               DELIMITED SIZE INTO F-Html-REC
           WRITE F-Html-REC
           MOVE 1 TO WS-Sect-SUB
           PERFORM UNTIL WS-Sect-SUB > WS-Section-Max-CONST
               MOVE WS-Sect-SUB TO WS-Sect-NO
               MOVE SPACES TO WS-Html-Line-TXT
               MOVE 1 TO WS-Html-SUB
               STRING '<tr><td><a href="#s' WS-Sect-NO '">'
                      WS-Sect-NO '. '
                      TRIM(WS-Section-Title-TXT (WS-Sect-SUB),
                           TRAILING)
                      '</a></td><td class="'
                      TRIM(WS-SC-Status-TXT (WS-Sect-SUB)) '">'
                      TRIM(WS-SC-Status-TXT (WS-Sect-SUB))
                      '</td><td>'
                   DELIMITED SIZE INTO WS-Html-Line-TXT
                   WITH POINTER WS-Html-SUB
               MOVE WS-SC-Summary-TXT (WS-Sect-SUB) TO WS-Esc-In-TXT
               PERFORM 520-Escape-Html-Text
               STRING '</td></tr>'
                   DELIMITED SIZE INTO WS-Html-Line-TXT
                   WITH POINTER WS-Html-SUB
               WRITE F-Html-REC FROM WS-Html-Line-TXT
               ADD 1 TO WS-Sect-SUB
           END-PERFORM
           MOVE '</table>' TO F-Html-REC
           WRITE F-Html-REC
           MOVE 1 TO WS-Sect-SUB
           PERFORM UNTIL WS-Sect-SUB > WS-Section-Max-CONST
               PERFORM 510-Write-Html-Section
               ADD 1 TO WS-Sect-SUB
           END-PERFORM
           MOVE '</body></html>' TO F-Html-REC
           WRITE F-Html-REC
           CLOSE F-Html-FILE
           .
      *>***************************************************************
      *> One section of the HTML version.                             **
      *>***************************************************************
       510-Write-Html-Section SECTION.
           MOVE WS-Sect-SUB TO WS-Sect-NO
           MOVE SPACES TO F-Html-REC
           STRING '<h2 id="s' WS-Sect-NO '">'
                  WS-Sect-NO '. '
                  TRIM(WS-Section-Title-TXT (WS-Sect-SUB),TRAILING)
                  ' <span class="'
                  TRIM(WS-SC-Status-TXT (WS-Sect-SUB)) '">&nbsp;'
                  TRIM(WS-SC-Status-TXT (WS-Sect-SUB))
                  '&nbsp;</span></h2>'
               DELIMITED SIZE INTO F-Html-REC
           WRITE F-Html-REC
           MOVE SPACES TO WS-Html-Line-TXT
           MOVE 1 TO WS-Html-SUB
           STRING '<p>' DELIMITED SIZE INTO WS-Html-Line-TXT
               WITH POINTER WS-Html-SUB
           MOVE WS-SC-Summary-TXT (WS-Sect-SUB) TO WS-Esc-In-TXT
           PERFORM 520-Escape-Html-Text
           STRING '</p>' DELIMITED SIZE INTO WS-Html-Line-TXT
               WITH POINTER WS-Html-SUB
           WRITE F-Html-REC FROM WS-Html-Line-TXT
           MOVE 0 TO WS-Shown-QTY
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-LN-QTY
               IF WS-LN-Sect-NUM (WS-I-SUB) = WS-Sect-SUB
                   MOVE SPACES TO WS-Html-Line-TXT
                   MOVE 1 TO WS-Html-SUB
      *> --------- The <pre> opens on the first line, so the text
      *> --------- does not start with a blank line.
                   IF WS-Shown-QTY = 0
                       STRING '<pre>' DELIMITED SIZE
                           INTO WS-Html-Line-TXT
                           WITH POINTER WS-Html-SUB
                   END-IF
                   MOVE WS-LN-Text-TXT (WS-I-SUB) TO WS-Esc-In-TXT
                   PERFORM 520-Escape-Html-Text
                   IF WS-Html-SUB = 1
                       MOVE ' ' TO WS-Html-Line-TXT
                   END-IF
                   WRITE F-Html-REC FROM WS-Html-Line-TXT
                   ADD 1 TO WS-Shown-QTY
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           IF WS-Shown-QTY > 0
               MOVE '</pre>' TO F-Html-REC
               WRITE F-Html-REC
           END-IF
           .
      *>***************************************************************
      *> Append WS-Esc-In-TXT, trailing spaces dropped, to            **
      *> WS-Html-Line-TXT at WS-Html-SUB with &, < and > escaped.     **
      *>***************************************************************
       520-Escape-Html-Text SECTION.
           IF WS-Esc-In-TXT = SPACES
               EXIT SECTION
           END-IF
           MOVE LENGTH(TRIM(WS-Esc-In-TXT,TRAILING)) TO WS-Esc-Len-NUM
           MOVE 1 TO WS-Esc-SUB
           PERFORM UNTIL WS-Esc-SUB > WS-Esc-Len-NUM
               EVALUATE WS-Esc-In-TXT (WS-Esc-SUB:1)
               WHEN '&'
                   STRING '&amp;' DELIMITED SIZE
                       INTO WS-Html-Line-TXT
                       WITH POINTER WS-Html-SUB
               WHEN '<'
                   STRING '&lt;' DELIMITED SIZE
                       INTO WS-Html-Line-TXT
                       WITH POINTER WS-Html-SUB
               WHEN '>'
                   STRING '&gt;' DELIMITED SIZE
                       INTO WS-Html-Line-TXT
                       WITH POINTER WS-Html-SUB
               WHEN OTHER
                   STRING WS-Esc-In-TXT (WS-Esc-SUB:1) DELIMITED SIZE
                       INTO WS-Html-Line-TXT
                       WITH POINTER WS-Html-SUB
               END-EVALUATE
               ADD 1 TO WS-Esc-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
           MOVE WS-Exit-CD TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM GCicMorn.
