      *> checklist without memorizing a single switch spelling.       **
      *>                                                             **
      *> The status panel shown on entry (and on 'R') answers the    **
      *> morning's first four questions without leaving the           **
      *> screen:                                                      **
      *>                                                             **
      *>   1. The latest RUN record from GCic.results - which list   **
      *>   3. How stale GCic.programs and shop.holidays are - days   **
      *>      since last update, and for the holiday calendar the    **
      *>      last date it covers                                    **
      *>   4. How the last job stream went - the closing line of its **
      *>      most recent run in GCic.joblog, or the step it is in   **
      *>      when that run has not ended                            **
      *>                                                             **
      *> This programs execution syntax is as follows:               **
      *>                                                             **
      *> GCicOps                                                     **
      *>                                                             **
      *> The launched utilities (GCic, GCicRpt, GCicDlta, GCicXarc,  **
      *> GCicChk, GCicRcon, GCicHskp, GCicHcal, GCicDate, GCicCycl,  **
      *> GCicJob) are run by name; GCic itself honors the            **
      *> GCIC_COMMAND environment variable exactly as GCic's own     **
      *> parallel launcher does.                                     **
      *>                                                             **
      *> GCicOps [ /PROJECT:<name> ] runs the console against the    **
      *> named project's state directory (see GCic.projects): the    **
      *> launched utility works the same project without any more    **
      *> switches.  shop.holidays stays shop-wide.                   **
      *>                                                             **
      *> The console only offers what the operator may do: the      **
      *> privileged choices - re-recording smoke baselines           **
      *> (/REBASE), the GCicChk /REPAIR and GCicRcon /FIX prompts,   **
      *> and the housekeeping option as a whole - are hidden from a  **
      *> user whose role in shop.operators is not entitled to them   **
      *> (see IS-AUTHORISED).  The utilities check again themselves  **
      *> and record every attempt in GCic.privlog.                   **
      *>                                                             **
      *> RETURN-CODE is always 0; each launched utility reports its  **
      *> own RETURN-CODE on screen as it finishes.                   **
      *>***************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION IS-AUTHORISED
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Holiday-Status-CD.
           SELECT F-Job-Log-FILE      ASSIGN TO
                                       WS-Job-Log-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Job-Log-Status-CD.
           SELECT F-Project-FILE      ASSIGN TO
                                       WS-Project-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
       01  F-Chk-Stat-REC                         PIC X(60).
       FD  F-Holiday-FILE.
       01  F-Holiday-REC                          PIC X(80).
       FD  F-Job-Log-FILE.
       01  F-Job-Log-REC                          PIC X(132).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       01  WS-Holiday-Status-CD                   PIC X(2).
       01  WS-Known-Pgm-Filename-TXT
                          VALUE 'GCic.programs'   PIC X(256).
       01  WS-Job-Log-Filename-TXT
                          VALUE 'GCic.joblog'     PIC X(256).
       01  WS-Job-Log-Status-CD                   PIC X(2).
       01  WS-GCic-Cmd-TXT                        PIC X(256).
       01  WS-Cmd-TXT                             PIC X(512).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-ST-Chk-Line-TXT                     PIC X(64).
       01  WS-ST-Pgm-Line-TXT                     PIC X(64).
       01  WS-ST-Hol-Line-TXT                     PIC X(64).
       01  WS-ST-Job-Line-TXT                     PIC X(64).
      *>***************************************************************
      *> Job-log fields - the fixed-column line GCicJob writes for    **
      *> each event, and the last run found in it.                    **
      *>***************************************************************
       01  WS-Job-Log-REC.
           05 WS-JL-Stream-Nm-TXT                PIC X(10).
           05 FILLER                             PIC X(1).
           05 WS-JL-Run-Stamp-TXT                PIC X(16).
           05 FILLER                             PIC X(1).
           05 WS-JL-Event-TXT                    PIC X(8).
           05 FILLER                             PIC X(1).
           05 WS-JL-Step-Seq-NUM                 PIC 9(3).
           05 FILLER                             PIC X(1).
           05 WS-JL-Step-Nm-TXT                  PIC X(8).
           05 FILLER                             PIC X(1).
           05 WS-JL-Stamp-TXT                    PIC X(16).
           05 FILLER                             PIC X(1).
           05 WS-JL-RC-NUM                       PIC 9(3).
           05 FILLER                             PIC X(1).
           05 WS-JL-Status-TXT                   PIC X(12).
           05 FILLER                             PIC X(1).
           05 WS-JL-Text-TXT                     PIC X(48).
       01  WS-LJ-Stream-Nm-TXT                    PIC X(10).
       01  WS-LJ-Run-Stamp-TXT                    PIC X(16).
       01  WS-LJ-Step-Nm-TXT                      PIC X(8).
       01  WS-LJ-Status-TXT                       PIC X(12).
       01  WS-LJ-RC-NUM                           PIC 9(3).
       01  WS-LJ-Text-TXT                         PIC X(48).
      *>***************************************************************
      *> Feed-record split fields - the '|'-delimited layout GCic's   **
      *> 226-Append-Results-Feed writes.                              **
           88 WS-Answer-OK-BOOL                    VALUE 'Y'.
           88 WS-Answer-Bad-BOOL                   VALUE 'N'.
      *>***************************************************************
      *> What the operator is entitled to (see 020-Check-            **
      *> Entitlements), and the housekeeping menu line, which is     **
      *> blank when the option is hidden.                            **
      *>***************************************************************
       01  WS-AU-Rebase-CHR                       PIC X(1).
           88 WS-AU-Rebase-BOOL                    VALUE 'Y'.
       01  WS-AU-Repair-CHR                       PIC X(1).
           88 WS-AU-Repair-BOOL                    VALUE 'Y'.
       01  WS-AU-Fix-CHR                          PIC X(1).
           88 WS-AU-Fix-BOOL                       VALUE 'Y'.
       01  WS-AU-Purge-CHR                        PIC X(1).
           88 WS-AU-Purge-BOOL                     VALUE 'Y'.
       01  WS-AU-Hskp-Menu-TXT                    PIC X(30).
      *>***************************************************************
      *> Named-project state resolution - /PROJECT:<name> selects a  **
      *> project from the shop-wide GCic.projects file; the status   **
      *> panel reads that project's state files, and the selection   **
             05 LINE 05 COL 04 VALUE 'Last check:'.
             05 LINE 06 COL 04 VALUE 'Manifest:  '.
             05 LINE 07 COL 04 VALUE 'Holidays:  '.
             05 LINE 08 COL 04 VALUE 'Last job:  '.
             05 LINE 09 COL 02 VALUE 'NIGHTLY CHECKLIST'.
             05 LINE 09 COL 42 VALUE 'REPORTS AND INQUIRIES'.
             05 LINE 15 COL 02 VALUE 'MAINTENANCE'.
             05 LINE 05 COL 16 PIC X(64) FROM WS-ST-Chk-Line-TXT.
             05 LINE 06 COL 16 PIC X(64) FROM WS-ST-Pgm-Line-TXT.
             05 LINE 07 COL 16 PIC X(64) FROM WS-ST-Hol-Line-TXT.
             05 LINE 08 COL 16 PIC X(64) FROM WS-ST-Job-Line-TXT.
          03 BACKGROUND-COLOR COB-COLOR-BLACK
             FOREGROUND-COLOR COB-COLOR-GREEN HIGHLIGHT.
             05 LINE 10 COL 04 VALUE ' 1  Compile-all run'.
             05 LINE 12 COL 04 VALUE ' 3  Smoke-test run'.
             05 LINE 13 COL 04 VALUE ' 4  State-file check ' &
                                     '(GCicChk)'.
             05 LINE 14 COL 04 VALUE '13  Job stream (GCicJob)'.
             05 LINE 10 COL 44 VALUE ' 5  Activity report (GCicRpt)'.
             05 LINE 11 COL 44 VALUE ' 6  Regression rpt (GCicDlta)'.
             05 LINE 12 COL 44 VALUE ' 7  Listing archive ' &
             05 LINE 14 COL 44 VALUE ' 9  Cycle dates (GCicCycl)'.
             05 LINE 16 COL 04 VALUE '10  Manifest reconcile ' &
                                     '(GCicRcon)'.
             05 LINE 17 COL 04 PIC X(30) FROM WS-AU-Hskp-Menu-TXT.
             05 LINE 18 COL 04 VALUE '12  Calendar check (GCicHcal)'.
          03 BACKGROUND-COLOR COB-COLOR-BLACK
             FOREGROUND-COLOR COB-COLOR-CYAN  HIGHLIGHT.
             05 LINE 20 COL 02
                VALUE 'Choice (1-13, R refresh, Q quit):'.
          03 BACKGROUND-COLOR COB-COLOR-BLACK
             FOREGROUND-COLOR COB-COLOR-WHITE HIGHLIGHT.
             05 LINE 20 COL 36 PIC X(2) USING WS-Choice-TXT.
           END-IF
           PERFORM 010-Parse-Args
           PERFORM 015-Resolve-Project-Paths
           PERFORM 020-Check-Entitlements
           PERFORM 100-Gather-Status
           SET WS-Not-Done-BOOL TO TRUE
           PERFORM UNTIL WS-Done-BOOL
           MOVE WS-Known-Pgm-Filename-TXT TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Known-Pgm-Filename-TXT
           MOVE WS-Job-Log-Filename-TXT TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Job-Log-Filename-TXT
           .
      *>***************************************************************
      *> Build <state-dir>/<base-name> into WS-PJ-Built-TXT; with    **
               DELIMITED SIZE INTO WS-PJ-Built-TXT
           .
      *>***************************************************************
      *> Ask IS-AUTHORISED (a '*QUERY', so nothing is recorded) which **
      *> privileged choices this operator may make, and hide the     **
      *> rest.  Asked again on 'R', so a change to shop.operators    **
      *> shows without leaving the console.                          **
      *>***************************************************************
       020-Check-Entitlements SECTION.
           MOVE 'N' TO WS-AU-Rebase-CHR WS-AU-Repair-CHR
                       WS-AU-Fix-CHR WS-AU-Purge-CHR
           IF IS-AUTHORISED('GCicOps', 'REBASE', '*QUERY') = 1
               SET WS-AU-Rebase-BOOL TO TRUE
           END-IF
           IF IS-AUTHORISED('GCicOps', 'REPAIR', '*QUERY') = 1
               SET WS-AU-Repair-BOOL TO TRUE
           END-IF
           IF IS-AUTHORISED('GCicOps', 'FIX', '*QUERY') = 1
               SET WS-AU-Fix-BOOL TO TRUE
           END-IF
           MOVE SPACES TO WS-AU-Hskp-Menu-TXT
           IF IS-AUTHORISED('GCicOps', 'PURGE', '*QUERY') = 1
               SET WS-AU-Purge-BOOL TO TRUE
               MOVE '11  Housekeeping (GCicHskp)'
                 TO WS-AU-Hskp-Menu-TXT
           END-IF
           .
      *>***************************************************************
      *> Find the selected project's state directory in              **
      *> GCic.projects ('name directory' lines, '*' comments, names  **
      *> compared case-blind).                                       **
           CLOSE F-Project-FILE
           .
      *>***************************************************************
      *> Fill the five status-panel lines.                            **
      *>***************************************************************
       100-Gather-Status SECTION.
           ACCEPT WS-Today-Date-NUM FROM DATE YYYYMMDD
           PERFORM 130-Describe-File-Age
           MOVE WS-Age-Line-TXT TO WS-ST-Pgm-Line-TXT
           PERFORM 140-Describe-Holiday-Calendar
           PERFORM 160-Read-Last-Job
           .
      *>***************************************************************
      *> The latest closing RUN record in GCic.results - which        **
           MOVE WS-Raw-Stamp-TXT (11:2) TO WS-SF-MM-TXT
           .
      *>***************************************************************
      *> The most recent job-stream run in GCic.joblog: its JOB END   **
      *> line when it has one, otherwise the step it was last in -    **
      *> still running, or killed part-way and waiting for a          **
      *> restart.                                                     **
      *>***************************************************************
       160-Read-Last-Job SECTION.
           MOVE 'no job stream run recorded in GCic.joblog'
             TO WS-ST-Job-Line-TXT
           MOVE SPACES TO WS-LJ-Run-Stamp-TXT
           OPEN INPUT F-Job-Log-FILE
           IF WS-Job-Log-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-OP-Not-EOF-BOOL TO TRUE
           READ F-Job-Log-FILE INTO WS-Job-Log-REC
               AT END SET WS-OP-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-OP-EOF-BOOL
               EVALUATE WS-JL-Event-TXT
               WHEN 'JOB BEG'
                   MOVE WS-JL-Stream-Nm-TXT TO WS-LJ-Stream-Nm-TXT
                   MOVE WS-JL-Run-Stamp-TXT TO WS-LJ-Run-Stamp-TXT
                   MOVE SPACES              TO WS-LJ-Step-Nm-TXT
                   MOVE SPACES              TO WS-LJ-Status-TXT
               WHEN 'STEP BEG'
                   IF WS-JL-Run-Stamp-TXT = WS-LJ-Run-Stamp-TXT
                       MOVE WS-JL-Step-Nm-TXT TO WS-LJ-Step-Nm-TXT
                   END-IF
               WHEN 'JOB END'
                   IF WS-JL-Run-Stamp-TXT = WS-LJ-Run-Stamp-TXT
                       MOVE WS-JL-Status-TXT TO WS-LJ-Status-TXT
                       MOVE WS-JL-RC-NUM     TO WS-LJ-RC-NUM
                       MOVE WS-JL-Text-TXT   TO WS-LJ-Text-TXT
                   END-IF
               END-EVALUATE
               READ F-Job-Log-FILE INTO WS-Job-Log-REC
                   AT END SET WS-OP-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Job-Log-FILE
           IF WS-LJ-Run-Stamp-TXT = SPACES
               EXIT SECTION
           END-IF
           MOVE WS-LJ-Run-Stamp-TXT TO WS-Raw-Stamp-TXT
           PERFORM 150-Format-Stamp
           MOVE SPACES TO WS-ST-Job-Line-TXT
           IF WS-LJ-Status-TXT = SPACES
               STRING TRIM(WS-LJ-Stream-Nm-TXT,TRAILING) ' '
                      WS-Stamp-Formatted-TXT ' not ended - in step '
                      TRIM(WS-LJ-Step-Nm-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-ST-Job-Line-TXT
           ELSE
               STRING TRIM(WS-LJ-Stream-Nm-TXT,TRAILING) ' '
                      WS-Stamp-Formatted-TXT ' '
                      TRIM(WS-LJ-Status-TXT,TRAILING)
                      ' RC ' WS-LJ-RC-NUM ' - '
                      TRIM(WS-LJ-Text-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-ST-Job-Line-TXT
           END-IF
           .
      *>***************************************************************
      *> Route the operator's menu choice.                            **
      *>***************************************************************
       200-Dispatch-Choice SECTION.
           WHEN 'Q'
               SET WS-Done-BOOL TO TRUE
           WHEN 'R'
               PERFORM 020-Check-Entitlements
               PERFORM 100-Gather-Status
           WHEN '1'  PERFORM 310-Run-Compile-All
           WHEN '2'  PERFORM 320-Run-Single-Compile
           WHEN '8'  PERFORM 380-Run-Date-Inquiry
           WHEN '9'  PERFORM 390-Run-Cycle-Projection
           WHEN '10' PERFORM 400-Run-Manifest-Reconcile
           WHEN '11'
               IF WS-AU-Purge-BOOL
                   PERFORM 410-Run-Housekeeping
               ELSE
                   MOVE ' Enter 1-13, R to refresh or Q to quit'
                     TO WS-Output-Msg-TXT
               END-IF
           WHEN '12' PERFORM 420-Run-Calendar-Check
           WHEN '13' PERFORM 430-Run-Job-Stream
           WHEN OTHER
               MOVE ' Enter 1-13, R to refresh or Q to quit'
                 TO WS-Output-Msg-TXT
           END-EVALUATE
           .
      *>***************************************************************
      *> Menu option 1 - compile-all run, with optional parallel      **
      *> workers, a named switch profile and the change ticket the    **
      *> builds are made under (see GCic.tickets).                    **
      *>***************************************************************
       310-Run-Compile-All SECTION.
           DISPLAY S-Blank-SCR
                   DELIMITED SIZE INTO WS-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           MOVE 'Change ticket (blank for none)'
             TO WS-Prompt-TXT
           PERFORM 500-Prompt-Text
           IF WS-Answer-TXT NOT = SPACES
               STRING ' /TICKET:' TRIM(WS-Answer-TXT)
                   DELIMITED SIZE INTO WS-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           PERFORM 600-Run-Command
           .
      *>***************************************************************
      *> Menu option 2 - single unattended compile, with the change   **
      *> ticket it is made under.                                     **
      *>***************************************************************
       320-Run-Single-Compile SECTION.
           DISPLAY S-Blank-SCR
                   DELIMITED SIZE INTO WS-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           MOVE 'Change ticket (blank for none)'
             TO WS-Prompt-TXT
           PERFORM 500-Prompt-Text
           IF WS-Answer-TXT NOT = SPACES
               STRING ' /TICKET:' TRIM(WS-Answer-TXT)
                   DELIMITED SIZE INTO WS-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           PERFORM 600-Run-Command
           .
      *>***************************************************************
                  '" /BATCH /SMOKE'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-SUB
           IF WS-AU-Rebase-BOOL
               MOVE 'Re-record output baselines (Y/N)'
                 TO WS-Prompt-TXT
               PERFORM 520-Prompt-Yes-No
               IF WS-Answer-TXT (1:1) = 'Y'
                   STRING ' /REBASE'
                       DELIMITED SIZE INTO WS-Cmd-TXT
                       WITH POINTER WS-Cmd-SUB
               END-IF
           END-IF
           PERFORM 600-Run-Command
           .
           STRING 'GCicChk'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-SUB
           IF WS-AU-Repair-BOOL
               MOVE 'Repair (drop bad records) (Y/N)'
                 TO WS-Prompt-TXT
               PERFORM 520-Prompt-Yes-No
               IF WS-Answer-TXT (1:1) = 'Y'
                   STRING ' /REPAIR'
                       DELIMITED SIZE INTO WS-Cmd-TXT
                       WITH POINTER WS-Cmd-SUB
               END-IF
           END-IF
           PERFORM 600-Run-Command
           PERFORM 100-Gather-Status
                  '"'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-SUB
           IF WS-AU-Fix-BOOL
               MOVE 'Write corrected manifest (/FIX) (Y/N)'
                 TO WS-Prompt-TXT
               PERFORM 520-Prompt-Yes-No
               IF WS-Answer-TXT (1:1) = 'Y'
                   STRING ' /FIX'
                       DELIMITED SIZE INTO WS-Cmd-TXT
                       WITH POINTER WS-Cmd-SUB
               END-IF
           END-IF
           PERFORM 600-Run-Command
           .
           PERFORM 600-Run-Command
           .
      *>***************************************************************
      *> Menu option 13 - GCicJob job-stream run, or a restart of     **
      *> the stream's last run from its failed step.                  **
      *>***************************************************************
       430-Run-Job-Stream SECTION.
           DISPLAY S-Blank-SCR
           MOVE 'Stream name (see shop.streams)' TO WS-Prompt-TXT
           PERFORM 510-Prompt-Required
           IF WS-Answer-TXT = SPACES
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-Cmd-TXT
           MOVE 1 TO WS-Cmd-SUB
           STRING 'GCicJob ' TRIM(WS-Answer-TXT)
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-SUB
           MOVE 'Restart the last run (Y/N)' TO WS-Prompt-TXT
           PERFORM 520-Prompt-Yes-No
           IF WS-Answer-TXT (1:1) = 'Y'
               MOVE 'Restart at step (blank for the failed step)'
                 TO WS-Prompt-TXT
               PERFORM 500-Prompt-Text
               IF WS-Answer-TXT = SPACES
                   STRING ' /RESTART'
                       DELIMITED SIZE INTO WS-Cmd-TXT
                       WITH POINTER WS-Cmd-SUB
               ELSE
                   STRING ' /RESTART:' TRIM(WS-Answer-TXT)
                       DELIMITED SIZE INTO WS-Cmd-TXT
                       WITH POINTER WS-Cmd-SUB
               END-IF
           END-IF
           PERFORM 600-Run-Command
           PERFORM 100-Gather-Status
           .
      *>***************************************************************
      *> One line-mode prompt; the answer comes back in               **
      *> WS-Answer-TXT (spaces when the operator just pressed         **
      *> ENTER).                                                      **
