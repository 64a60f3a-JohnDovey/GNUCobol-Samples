       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicJob.
      *>***************************************************************
      *> This program is the job-stream runner for the GCic toolset.  **
      *> The nightly sequence - GCicChk, the GCic compile-all, then   **
      *> GCicDlta, GCicAud, GCicAge, GCicStds and GCicHskp - is the   **
      *> same chain every night, and every one of those utilities     **
      *> already documents what its RETURN-CODE means.  This runner   **
      *> reads a named stream from the shop's stream definitions      **
      *> (shop.streams), runs its steps in order, and honors those    **
      *> return codes the way JCL's COND does:                        **
      *>                                                              **
      *>   1. Each step carries the highest RETURN-CODE an earlier    **
      *>      step of the run may have ended with for it to run.  A   **
      *>      step whose condition is not met is FLUSHED - skipped,   **
      *>      with the reason logged - and the stream goes on to      **
      *>      test the steps after it.                                **
      *>   2. A step ending with RETURN-CODE 12 or more (the          **
      *>      toolset's setup-error code, or a command the shell      **
      *>      could not run at all) is ABENDED and the stream stops   **
      *>      there; the steps after it are logged NOT RUN.           **
      *>                                                              **
      *> Every step's start and end, with its RETURN-CODE, goes to    **
      *> the job log (GCic.joblog) as it happens, so a run killed     **
      *> part-way still shows which step it was in.                   **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicJob <stream> [ /RESTART[:<step>] ] [ /STREAMS:<file> ]   **
      *>                                                              **
      *> <stream> names a STREAM in shop.streams (or in the file      **
      *> named by /STREAMS:).  /RESTART reruns the stream's last run  **
      *> from the first step that did not complete - the abended,     **
      *> flushed, interrupted or never-reached one - and logs the     **
      *> steps before it BYPASSED rather than running them again.     **
      *> /RESTART:<step> restarts from the named step instead.  As    **
      *> with a JCL restart, only the steps run in this run count     **
      *> toward the later steps' conditions.                          **
      *>                                                              **
      *> A step's command is run by name; a command that starts with  **
      *> GCic itself honors the GCIC_COMMAND environment variable     **
      *> exactly as GCic's own parallel launcher does.                **
      *>                                                              **
      *> /PROJECT:<name> (or the GCIC_PROJECT environment variable)   **
      *> works against the named project's state directory - see      **
      *> GCic.projects and GCic's own 121-Resolve-Project-Paths.  The **
      *> job log is kept in that directory, and the selection is      **
      *> exported through GCIC_PROJECT so every step works the same   **
      *> project.  shop.streams stays shop-wide.                      **
      *>                                                              **
      *> RETURN-CODE is the highest RETURN-CODE of the steps run, or  **
      *> 12 for a setup error (an unknown stream, a bad step line, an **
      *> unwritable job log, nothing to restart from).                **
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
           SELECT F-Stream-FILE       ASSIGN TO WS-Stream-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Stream-Status-CD.
           SELECT F-Job-Log-FILE      ASSIGN TO
                                       WS-Job-Log-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Job-Log-Status-CD.
           SELECT F-Project-FILE      ASSIGN TO
                                       WS-Project-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Project-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-Stream-FILE.
       01  F-Stream-REC                           PIC X(256).
       FD  F-Job-Log-FILE.
       01  F-Job-Log-REC                          PIC X(132).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       78  WS-Step-Table-Max-CONST                VALUE 50.
       01  WS-Stream-Filename-TXT
                         VALUE 'shop.streams'     PIC X(256).
       01  WS-Stream-Status-CD                    PIC X(2).
       01  WS-Job-Log-Filename-TXT
                         VALUE 'GCic.joblog'      PIC X(256).
       01  WS-Job-Log-Status-CD                   PIC X(2).
       01  WS-GCic-Cmd-TXT                        PIC X(256).
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-Cmd-TXT                             PIC X(512).
       01  WS-Exit-CD                             PIC 9(2) VALUE 0.
      *>***************************************************************
      *> The run as the command line asked for it.                    **
      *>***************************************************************
       01  WS-JB-Stream-Nm-TXT       VALUE SPACES PIC X(10).
       01  WS-JB-Req-Project-TXT     VALUE SPACES PIC X(10).
       01  WS-JB-Restart-CHR         VALUE 'N'    PIC X(1).
           88 WS-JB-Restart-BOOL                   VALUE 'Y'.
           88 WS-JB-Fresh-Run-BOOL                 VALUE 'N'.
       01  WS-JB-Restart-Step-TXT    VALUE SPACES PIC X(8).
      *>***************************************************************
      *> The stream's steps, as shop.streams defines them, with what  **
      *> became of each in the stream's last run (for a restart).     **
      *>***************************************************************
       01  WS-Step-Table.
           05 WS-SP-Entry OCCURS WS-Step-Table-Max-CONST TIMES.
              10 WS-SP-Step-Nm-TXT                PIC X(8).
              10 WS-SP-Cond-NUM                   PIC 9(3).
              10 WS-SP-Cmd-TXT                    PIC X(256).
              10 WS-SP-Prev-Status-TXT            PIC X(12).
       01  WS-SP-QTY                              PIC 9(3) VALUE 0.
       01  WS-SP-SUB                              USAGE BINARY-LONG.
       01  WS-SP-Start-SUB                        USAGE BINARY-LONG.
       01  WS-SP-Tok-1-TXT                        PIC X(12).
       01  WS-SP-Tok-2-TXT                        PIC X(12).
       01  WS-SP-Tok-3-TXT                        PIC X(12).
       01  WS-SP-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-SP-Line-NUM                         PIC 9(5) VALUE 0.
       01  WS-SP-In-Stream-CHR       VALUE 'N'    PIC X(1).
           88 WS-SP-In-Stream-BOOL                 VALUE 'Y'.
           88 WS-SP-Not-In-Stream-BOOL             VALUE 'N'.
       01  WS-SP-Stream-Found-CHR    VALUE 'N'    PIC X(1).
           88 WS-SP-Stream-Found-BOOL              VALUE 'Y'.
       01  WS-SP-EOF-CHR                          PIC X(1).
           88 WS-SP-EOF-BOOL                       VALUE 'Y'.
           88 WS-SP-Not-EOF-BOOL                   VALUE 'N'.
      *>***************************************************************
      *> Run-time state of this run.                                  **
      *>***************************************************************
       01  WS-RN-Run-Stamp-TXT                    PIC X(16).
       01  WS-RN-Now-DT-NUM                       PIC 9(8).
       01  WS-RN-Now-TM-NUM                       PIC 9(8).
       01  WS-RN-Now-Stamp-TXT                    PIC X(16).
       01  WS-RN-High-RC-NUM         VALUE 0      PIC 9(3).
       01  WS-RN-Step-RC-NUM                      PIC 9(3).
       01  WS-RN-Raw-RC-NUM                       PIC S9(9) COMP.
       01  WS-RN-Cond-Disp-TXT                    PIC Z(2)9.
       01  WS-RN-RC-Disp-TXT                      PIC Z(2)9.
       01  WS-RN-Abend-Step-TXT      VALUE SPACES PIC X(8).
       01  WS-RN-Flushed-QTY         VALUE 0      PIC 9(3).
       01  WS-RN-Ran-QTY             VALUE 0      PIC 9(3).
       01  WS-RN-Stopped-CHR         VALUE 'N'    PIC X(1).
           88 WS-RN-Stopped-BOOL                   VALUE 'Y'.
           88 WS-RN-Not-Stopped-BOOL               VALUE 'N'.
      *>***************************************************************
      *> The job log - one fixed-column line per event.  A run is     **
      *> identified by stream + the stamp its JOB BEG line carries:   **
      *>                                                              **
      *>   JOB BEG   STARTED or RESTARTED (text: the restart step)    **
      *>   STEP BEG  STARTED (text: the command run)                  **
      *>   STEP END  ENDED, ABENDED, FLUSHED, BYPASSED or NOT RUN     **
      *>   JOB END   COMPLETED, INCOMPLETE or FAILED, with the run's  **
      *>             highest RETURN-CODE                              **
      *>***************************************************************
       01  WS-Job-Log-REC.
           05 WS-JL-Stream-Nm-TXT                 PIC X(10).
           05 FILLER                  VALUE ' '   PIC X(1).
           05 WS-JL-Run-Stamp-TXT                 PIC X(16).
           05 FILLER                  VALUE ' '   PIC X(1).
           05 WS-JL-Event-TXT                     PIC X(8).
           05 FILLER                  VALUE ' '   PIC X(1).
           05 WS-JL-Step-Seq-NUM                  PIC 9(3).
           05 FILLER                  VALUE ' '   PIC X(1).
           05 WS-JL-Step-Nm-TXT                   PIC X(8).
           05 FILLER                  VALUE ' '   PIC X(1).
           05 WS-JL-Stamp-TXT                     PIC X(16).
           05 FILLER                  VALUE ' '   PIC X(1).
           05 WS-JL-RC-NUM                        PIC 9(3).
           05 FILLER                  VALUE ' '   PIC X(1).
           05 WS-JL-Status-TXT                    PIC X(12).
           05 FILLER                  VALUE ' '   PIC X(1).
           05 WS-JL-Text-TXT                      PIC X(48).
       01  WS-JL-Read-REC                         PIC X(132).
       01  WS-JL-Last-Run-Stamp-TXT  VALUE SPACES PIC X(16).
       01  WS-JL-EOF-CHR                          PIC X(1).
           88 WS-JL-EOF-BOOL                       VALUE 'Y'.
           88 WS-JL-Not-EOF-BOOL                   VALUE 'N'.
      *>***************************************************************
      *> Named-project resolution, found the same way GCic's own      **
      *> 123-Find-Project-Directory finds one.                        **
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
           MOVE SPACES TO WS-GCic-Cmd-TXT
           ACCEPT WS-GCic-Cmd-TXT FROM ENVIRONMENT 'GCIC_COMMAND'
           IF WS-GCic-Cmd-TXT = SPACES
               MOVE 'GCic' TO WS-GCic-Cmd-TXT
           END-IF
           PERFORM 010-Parse-Args
           PERFORM 015-Resolve-Project-Paths
           PERFORM 100-Load-Stream
           MOVE 1 TO WS-SP-Start-SUB
           IF WS-JB-Restart-BOOL
               PERFORM 200-Find-Restart-Point
           END-IF
           PERFORM 300-Run-Stream
           PERFORM 900-Terminate
      * -- Control will NOT return
           .
      *>***************************************************************
      *> Parse the command line - the same token walk GCic's          **
      *> 010-Parse-Args does; the one token without a slash is the    **
      *> stream name.                                                 **
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) = '/RESTART'
                   SET WS-JB-Restart-BOOL TO TRUE
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9) = '/RESTART:'
                   SET WS-JB-Restart-BOOL TO TRUE
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (10:8))
                     TO WS-JB-Restart-Step-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9) = '/STREAMS:'
                   MOVE WS-Cmd-Token-TXT (10:)
                     TO WS-Stream-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9) = '/PROJECT:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (10:10))
                     TO WS-JB-Req-Project-TXT
               WHEN WS-Cmd-Token-TXT (1:1) NOT = '/'
                AND WS-JB-Stream-Nm-TXT = SPACES
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (1:10))
                     TO WS-JB-Stream-Nm-TXT
               WHEN OTHER
                   DISPLAY 'Unrecognized switch ignored: '
                           TRIM(WS-Cmd-Token-TXT)
               END-EVALUATE
           END-PERFORM
           IF WS-JB-Stream-Nm-TXT = SPACES
               DISPLAY 'A stream name is required - GCicJob <stream> '
                       '[ /RESTART[:<step>] ] [ /STREAMS:<file> ]'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           IF WS-JB-Req-Project-TXT = SPACES
               ACCEPT WS-JB-Req-Project-TXT
                   FROM ENVIRONMENT 'GCIC_PROJECT'
               MOVE UPPER-CASE(WS-JB-Req-Project-TXT)
                 TO WS-JB-Req-Project-TXT
           END-IF
           .
      *>***************************************************************
      *> Resolve the job log into the selected project's state        **
      *> directory and export the selection for the steps.  No        **
      *> selection leaves it flat, exactly as GCic does.              **
      *>***************************************************************
       015-Resolve-Project-Paths SECTION.
           MOVE WS-JB-Req-Project-TXT TO WS-PJ-Name-TXT
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
           MOVE 'GCic.joblog'             TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Job-Log-Filename-TXT
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
      *> Load the requested stream's steps from the stream            **
      *> definitions - a 'STREAM <name>' line and the 'STEP' lines    **
      *> that follow it, up to the next STREAM line.  Stream names    **
      *> are compared case-blind.                                     **
      *>***************************************************************
       100-Load-Stream SECTION.
           OPEN INPUT F-Stream-FILE
           IF WS-Stream-Status-CD NOT = '00'
               DISPLAY 'Unable to read stream definitions '
                       TRIM(WS-Stream-Filename-TXT,TRAILING)
                       ' (status ' WS-Stream-Status-CD ')'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET WS-SP-Not-EOF-BOOL TO TRUE
           READ F-Stream-FILE
               AT END SET WS-SP-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SP-EOF-BOOL
               ADD 1 TO WS-SP-Line-NUM
               IF F-Stream-REC NOT = SPACES
               AND F-Stream-REC (1:1) NOT = '*'
                   MOVE SPACES TO WS-SP-Tok-1-TXT
                                  WS-SP-Tok-2-TXT
                                  WS-SP-Tok-3-TXT
                   MOVE 1 TO WS-SP-Parse-SUB
                   UNSTRING F-Stream-REC DELIMITED BY ALL SPACES
                       INTO WS-SP-Tok-1-TXT
                            WS-SP-Tok-2-TXT
                       WITH POINTER WS-SP-Parse-SUB
                   END-UNSTRING
                   EVALUATE TRUE
                   WHEN UPPER-CASE(WS-SP-Tok-1-TXT) = 'STREAM'
                       IF UPPER-CASE(WS-SP-Tok-2-TXT (1:10))
                          = WS-JB-Stream-Nm-TXT
                           SET WS-SP-In-Stream-BOOL TO TRUE
                           SET WS-SP-Stream-Found-BOOL TO TRUE
                       ELSE
                           SET WS-SP-Not-In-Stream-BOOL TO TRUE
                       END-IF
                   WHEN UPPER-CASE(WS-SP-Tok-1-TXT) = 'STEP'
                    AND WS-SP-In-Stream-BOOL
                       PERFORM 110-Add-Step
                   END-EVALUATE
               END-IF
               READ F-Stream-FILE
                   AT END SET WS-SP-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Stream-FILE
           IF WS-Exit-CD NOT = 0
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           IF NOT WS-SP-Stream-Found-BOOL
               DISPLAY 'Stream ' TRIM(WS-JB-Stream-Nm-TXT)
                       ' is not defined in '
                       TRIM(WS-Stream-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           IF WS-SP-QTY = 0
               DISPLAY 'Stream ' TRIM(WS-JB-Stream-Nm-TXT)
                       ' has no steps'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           .
      *>***************************************************************
      *> Add one 'STEP <step> <cond> <command...>' line to the step   **
      *> table.  A malformed line is reported with its line number    **
      *> and fails the run before anything is started - half a        **
      *> stream is worse than none.                                   **
      *>***************************************************************
       110-Add-Step SECTION.
           MOVE 1 TO WS-SP-Parse-SUB
           UNSTRING F-Stream-REC DELIMITED BY ALL SPACES
               INTO WS-SP-Tok-1-TXT
                    WS-SP-Tok-2-TXT
                    WS-SP-Tok-3-TXT
               WITH POINTER WS-SP-Parse-SUB
           END-UNSTRING
           EVALUATE TRUE
           WHEN WS-SP-Tok-2-TXT = SPACES
            OR WS-SP-Tok-2-TXT (9:) NOT = SPACES
               DISPLAY 'Line ' WS-SP-Line-NUM
                       ': a step name of 1-8 characters is required'
               MOVE 12 TO WS-Exit-CD
           WHEN WS-SP-Tok-3-TXT = SPACES
            OR TEST-NUMVAL(TRIM(WS-SP-Tok-3-TXT)) NOT = 0
            OR NUMVAL(WS-SP-Tok-3-TXT) > 999
               DISPLAY 'Line ' WS-SP-Line-NUM
                       ': the condition must be a RETURN-CODE 0-999'
               MOVE 12 TO WS-Exit-CD
           WHEN F-Stream-REC (WS-SP-Parse-SUB:) = SPACES
               DISPLAY 'Line ' WS-SP-Line-NUM
                       ': step ' TRIM(WS-SP-Tok-2-TXT)
                       ' has no command'
               MOVE 12 TO WS-Exit-CD
           WHEN WS-SP-QTY NOT < WS-Step-Table-Max-CONST
               DISPLAY 'Line ' WS-SP-Line-NUM
                       ': more than ' WS-Step-Table-Max-CONST
                       ' steps in one stream'
               MOVE 12 TO WS-Exit-CD
           WHEN OTHER
               ADD 1 TO WS-SP-QTY
               MOVE UPPER-CASE(WS-SP-Tok-2-TXT (1:8))
                 TO WS-SP-Step-Nm-TXT (WS-SP-QTY)
               MOVE NUMVAL(WS-SP-Tok-3-TXT)
                 TO WS-SP-Cond-NUM (WS-SP-QTY)
               MOVE TRIM(F-Stream-REC (WS-SP-Parse-SUB:))
                 TO WS-SP-Cmd-TXT (WS-SP-QTY)
               MOVE SPACES TO WS-SP-Prev-Status-TXT (WS-SP-QTY)
           END-EVALUATE
           .
      *>***************************************************************
      *> /RESTART - find where this stream's last run got to.  Every  **
      *> JOB BEG line for the stream starts the tally afresh, so what **
      *> is left at end of file is the last run: a step whose last    **
      *> event there was STEP BEG was interrupted while it ran.  The  **
      *> restart point is the first step that did not end ENDED or    **
      *> BYPASSED, or the step /RESTART:<step> names.                 **
      *>***************************************************************
       200-Find-Restart-Point SECTION.
           OPEN INPUT F-Job-Log-FILE
           IF WS-Job-Log-Status-CD NOT = '00'
               DISPLAY 'No job log '
                       TRIM(WS-Job-Log-Filename-TXT,TRAILING)
                       ' - stream ' TRIM(WS-JB-Stream-Nm-TXT)
                       ' has no run to restart'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET WS-JL-Not-EOF-BOOL TO TRUE
           READ F-Job-Log-FILE INTO WS-JL-Read-REC
               AT END SET WS-JL-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-JL-EOF-BOOL
               MOVE WS-JL-Read-REC TO WS-Job-Log-REC
               IF WS-JL-Stream-Nm-TXT = WS-JB-Stream-Nm-TXT
                   EVALUATE WS-JL-Event-TXT
                   WHEN 'JOB BEG'
                       MOVE WS-JL-Run-Stamp-TXT
                         TO WS-JL-Last-Run-Stamp-TXT
                       MOVE 1 TO WS-SP-SUB
                       PERFORM UNTIL WS-SP-SUB > WS-SP-QTY
                           MOVE SPACES
                             TO WS-SP-Prev-Status-TXT (WS-SP-SUB)
                           ADD 1 TO WS-SP-SUB
                       END-PERFORM
                   WHEN 'STEP BEG'
                   WHEN 'STEP END'
                       IF WS-JL-Run-Stamp-TXT
                          = WS-JL-Last-Run-Stamp-TXT
                           PERFORM 210-Note-Step-Event
                       END-IF
                   END-EVALUATE
               END-IF
               READ F-Job-Log-FILE INTO WS-JL-Read-REC
                   AT END SET WS-JL-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Job-Log-FILE
           IF WS-JL-Last-Run-Stamp-TXT = SPACES
               DISPLAY 'Stream ' TRIM(WS-JB-Stream-Nm-TXT)
                       ' has no run in the job log to restart'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE 1 TO WS-SP-SUB
           IF WS-JB-Restart-Step-TXT NOT = SPACES
               PERFORM UNTIL WS-SP-SUB > WS-SP-QTY
                          OR WS-SP-Step-Nm-TXT (WS-SP-SUB)
                             = WS-JB-Restart-Step-TXT
                   ADD 1 TO WS-SP-SUB
               END-PERFORM
               IF WS-SP-SUB > WS-SP-QTY
                   DISPLAY 'Step ' TRIM(WS-JB-Restart-Step-TXT)
                           ' is not a step of stream '
                           TRIM(WS-JB-Stream-Nm-TXT)
                   MOVE 12 TO WS-Exit-CD
                   PERFORM 900-Terminate
      *> --------- Control will NOT return
               END-IF
           ELSE
               PERFORM UNTIL WS-SP-SUB > WS-SP-QTY
                          OR (WS-SP-Prev-Status-TXT (WS-SP-SUB)
                              NOT = 'ENDED'
                          AND WS-SP-Prev-Status-TXT (WS-SP-SUB)
                              NOT = 'BYPASSED')
                   ADD 1 TO WS-SP-SUB
               END-PERFORM
               IF WS-SP-SUB > WS-SP-QTY
                   DISPLAY 'Stream ' TRIM(WS-JB-Stream-Nm-TXT)
                           ' run ' WS-JL-Last-Run-Stamp-TXT
                           ' completed every step - nothing to restart'
                   PERFORM 900-Terminate
      *> --------- Control will NOT return
               END-IF
           END-IF
           MOVE WS-SP-SUB TO WS-SP-Start-SUB
           .
      *>***************************************************************
      *> Record one STEP BEG/STEP END line of the last run against    **
      *> its step (found by name, so a step added to or dropped from  **
      *> the stream since does not shift the others).                 **
      *>***************************************************************
       210-Note-Step-Event SECTION.
           MOVE 1 TO WS-SP-SUB
           PERFORM UNTIL WS-SP-SUB > WS-SP-QTY
                      OR WS-SP-Step-Nm-TXT (WS-SP-SUB)
                         = WS-JL-Step-Nm-TXT
               ADD 1 TO WS-SP-SUB
           END-PERFORM
           IF WS-SP-SUB > WS-SP-QTY
               EXIT SECTION
           END-IF
           MOVE WS-JL-Status-TXT TO WS-SP-Prev-Status-TXT (WS-SP-SUB)
           .
      *>***************************************************************
      *> Run the stream from WS-SP-Start-SUB: steps before it (a      **
      *> restart) are logged BYPASSED, each later step is run or      **
      *> flushed on its condition, and an abend logs the rest NOT     **
      *> RUN.                                                         **
      *>***************************************************************
       300-Run-Stream SECTION.
           PERFORM 710-Get-Stamp
           MOVE WS-RN-Now-Stamp-TXT TO WS-RN-Run-Stamp-TXT
           MOVE 'JOB BEG' TO WS-JL-Event-TXT
           MOVE 0         TO WS-JL-Step-Seq-NUM
           MOVE SPACES    TO WS-JL-Step-Nm-TXT
           MOVE 0         TO WS-JL-RC-NUM
           IF WS-JB-Restart-BOOL
               MOVE 'RESTARTED' TO WS-JL-Status-TXT
               MOVE SPACES TO WS-JL-Text-TXT
               STRING 'from step '
                      TRIM(WS-SP-Step-Nm-TXT (WS-SP-Start-SUB))
                      ' of run ' WS-JL-Last-Run-Stamp-TXT
                   DELIMITED SIZE INTO WS-JL-Text-TXT
           ELSE
               MOVE 'STARTED' TO WS-JL-Status-TXT
               MOVE TRIM(WS-Stream-Filename-TXT) TO WS-JL-Text-TXT
           END-IF
           PERFORM 700-Write-Job-Log
           DISPLAY 'Stream ' TRIM(WS-JB-Stream-Nm-TXT) ' '
                   TRIM(WS-JL-Status-TXT) ' ' WS-RN-Run-Stamp-TXT
                   ' - ' TRIM(WS-JL-Text-TXT)
           MOVE 1 TO WS-SP-SUB
           PERFORM UNTIL WS-SP-SUB > WS-SP-QTY
               MOVE WS-SP-SUB TO WS-JL-Step-Seq-NUM
               MOVE WS-SP-Step-Nm-TXT (WS-SP-SUB) TO WS-JL-Step-Nm-TXT
               EVALUATE TRUE
               WHEN WS-SP-SUB < WS-SP-Start-SUB
                   MOVE 'BYPASSED' TO WS-JL-Status-TXT
                   MOVE 0 TO WS-JL-RC-NUM
                   MOVE SPACES TO WS-JL-Text-TXT
                   STRING 'completed in run ' WS-JL-Last-Run-Stamp-TXT
                       DELIMITED SIZE INTO WS-JL-Text-TXT
                   PERFORM 320-Log-Step-Outcome
               WHEN WS-RN-Stopped-BOOL
                   MOVE 'NOT RUN' TO WS-JL-Status-TXT
                   MOVE 0 TO WS-JL-RC-NUM
                   MOVE SPACES TO WS-JL-Text-TXT
                   STRING 'stream stopped at step '
                          TRIM(WS-RN-Abend-Step-TXT)
                       DELIMITED SIZE INTO WS-JL-Text-TXT
                   PERFORM 320-Log-Step-Outcome
               WHEN WS-RN-High-RC-NUM > WS-SP-Cond-NUM (WS-SP-SUB)
                   MOVE 'FLUSHED' TO WS-JL-Status-TXT
                   MOVE 0 TO WS-JL-RC-NUM
                   MOVE WS-SP-Cond-NUM (WS-SP-SUB)
                     TO WS-RN-Cond-Disp-TXT
                   MOVE WS-RN-High-RC-NUM TO WS-RN-RC-Disp-TXT
                   MOVE SPACES TO WS-JL-Text-TXT
                   STRING 'COND ' TRIM(WS-RN-Cond-Disp-TXT)
                          ' not met - highest RC so far '
                          TRIM(WS-RN-RC-Disp-TXT)
                       DELIMITED SIZE INTO WS-JL-Text-TXT
                   ADD 1 TO WS-RN-Flushed-QTY
                   PERFORM 320-Log-Step-Outcome
               WHEN OTHER
                   PERFORM 310-Run-One-Step
               END-EVALUATE
               ADD 1 TO WS-SP-SUB
           END-PERFORM
           PERFORM 710-Get-Stamp
           MOVE 'JOB END'         TO WS-JL-Event-TXT
           MOVE 0                 TO WS-JL-Step-Seq-NUM
           MOVE SPACES            TO WS-JL-Step-Nm-TXT
           MOVE WS-RN-High-RC-NUM TO WS-JL-RC-NUM
           MOVE WS-RN-High-RC-NUM TO WS-RN-RC-Disp-TXT
           MOVE SPACES            TO WS-JL-Text-TXT
           EVALUATE TRUE
           WHEN WS-RN-Stopped-BOOL
               MOVE 'FAILED' TO WS-JL-Status-TXT
               STRING 'abended at step ' TRIM(WS-RN-Abend-Step-TXT)
                      ' - restart from there'
                   DELIMITED SIZE INTO WS-JL-Text-TXT
           WHEN WS-RN-Flushed-QTY > 0
               MOVE 'INCOMPLETE' TO WS-JL-Status-TXT
               MOVE WS-RN-Flushed-QTY TO WS-RN-Cond-Disp-TXT
               STRING TRIM(WS-RN-Cond-Disp-TXT)
                      ' step(s) flushed on their COND'
                   DELIMITED SIZE INTO WS-JL-Text-TXT
           WHEN OTHER
               MOVE 'COMPLETED' TO WS-JL-Status-TXT
               MOVE WS-RN-Ran-QTY TO WS-RN-Cond-Disp-TXT
               STRING TRIM(WS-RN-Cond-Disp-TXT) ' step(s) run'
                   DELIMITED SIZE INTO WS-JL-Text-TXT
           END-EVALUATE
           PERFORM 700-Write-Job-Log
           DISPLAY 'Stream ' TRIM(WS-JB-Stream-Nm-TXT) ' '
                   TRIM(WS-JL-Status-TXT) ', highest RC '
                   TRIM(WS-RN-RC-Disp-TXT) ' - '
                   TRIM(WS-JL-Text-TXT)
           MOVE WS-RN-High-RC-NUM TO WS-Exit-CD
           IF WS-RN-High-RC-NUM > 99
               MOVE 99 TO WS-Exit-CD
           END-IF
           .
      *>***************************************************************
      *> Run step WS-SP-SUB.  CALL 'SYSTEM' hands back the shell's    **
      *> wait status on Unix-like systems (exit code times 256), so   **
      *> it is scaled back to the step's own RETURN-CODE; a command   **
      *> that could not be started at all counts as a setup error.    **
      *>***************************************************************
       310-Run-One-Step SECTION.
           MOVE SPACES TO WS-Cmd-TXT
           IF WS-SP-Cmd-TXT (WS-SP-SUB) (1:5) = 'GCic '
               STRING TRIM(WS-GCic-Cmd-TXT,TRAILING) ' '
                      TRIM(WS-SP-Cmd-TXT (WS-SP-SUB) (6:))
                   DELIMITED SIZE INTO WS-Cmd-TXT
           ELSE
               MOVE WS-SP-Cmd-TXT (WS-SP-SUB) TO WS-Cmd-TXT
           END-IF
           PERFORM 710-Get-Stamp
           MOVE 'STEP BEG' TO WS-JL-Event-TXT
           MOVE 0          TO WS-JL-RC-NUM
           MOVE 'STARTED'  TO WS-JL-Status-TXT
           MOVE WS-Cmd-TXT TO WS-JL-Text-TXT
           PERFORM 700-Write-Job-Log
           DISPLAY ' '
           DISPLAY 'Step ' WS-JL-Step-Seq-NUM ' '
                   TRIM(WS-JL-Step-Nm-TXT) ' started '
                   WS-RN-Now-Stamp-TXT ': ' TRIM(WS-Cmd-TXT,TRAILING)
           CALL 'SYSTEM' USING TRIM(WS-Cmd-TXT,TRAILING)
           MOVE RETURN-CODE TO WS-RN-Raw-RC-NUM
           EVALUATE TRUE
           WHEN WS-RN-Raw-RC-NUM < 0
               MOVE 12 TO WS-RN-Step-RC-NUM
           WHEN WS-RN-Raw-RC-NUM > 255
               DIVIDE WS-RN-Raw-RC-NUM BY 256
                   GIVING WS-RN-Step-RC-NUM
           WHEN OTHER
               MOVE WS-RN-Raw-RC-NUM TO WS-RN-Step-RC-NUM
           END-EVALUATE
           ADD 1 TO WS-RN-Ran-QTY
           IF WS-RN-Step-RC-NUM > WS-RN-High-RC-NUM
               MOVE WS-RN-Step-RC-NUM TO WS-RN-High-RC-NUM
           END-IF
           MOVE WS-RN-Step-RC-NUM TO WS-JL-RC-NUM
           MOVE SPACES TO WS-JL-Text-TXT
           IF WS-RN-Step-RC-NUM >= 12
               MOVE 'ABENDED' TO WS-JL-Status-TXT
               MOVE 'RC 12 or more - stream stopped'
                 TO WS-JL-Text-TXT
               MOVE WS-SP-Step-Nm-TXT (WS-SP-SUB)
                 TO WS-RN-Abend-Step-TXT
               SET WS-RN-Stopped-BOOL TO TRUE
           ELSE
               MOVE 'ENDED' TO WS-JL-Status-TXT
           END-IF
           PERFORM 320-Log-Step-Outcome
           .
      *>***************************************************************
      *> Log the STEP END line for step WS-SP-SUB (status, RC and     **
      *> text already set) and echo it to the console.                **
      *>***************************************************************
       320-Log-Step-Outcome SECTION.
           PERFORM 710-Get-Stamp
           MOVE 'STEP END' TO WS-JL-Event-TXT
           PERFORM 700-Write-Job-Log
           MOVE WS-JL-RC-NUM TO WS-RN-RC-Disp-TXT
           DISPLAY 'Step ' WS-JL-Step-Seq-NUM ' '
                   TRIM(WS-JL-Step-Nm-TXT) ' '
                   TRIM(WS-JL-Status-TXT) ' RC '
                   TRIM(WS-RN-RC-Disp-TXT) ' '
                   TRIM(WS-JL-Text-TXT,TRAILING)
           .
      *>***************************************************************
      *> Append one line to the job log, opened and closed around     **
      *> each line so the log on disk is always current - the STEP    **
      *> BEG line must be there before the step runs, or a run        **
      *> killed mid-step could not be restarted.  The first line of   **
      *> a run that cannot be written stops it before any step runs.  **
      *>***************************************************************
       700-Write-Job-Log SECTION.
           MOVE WS-JB-Stream-Nm-TXT TO WS-JL-Stream-Nm-TXT
           MOVE WS-RN-Run-Stamp-TXT TO WS-JL-Run-Stamp-TXT
           MOVE WS-RN-Now-Stamp-TXT TO WS-JL-Stamp-TXT
           OPEN EXTEND F-Job-Log-FILE
           IF WS-Job-Log-Status-CD = '35'
               OPEN OUTPUT F-Job-Log-FILE
           END-IF
           IF WS-Job-Log-Status-CD NOT = '00'
               DISPLAY 'WARNING - unable to write the job log '
                       TRIM(WS-Job-Log-Filename-TXT,TRAILING)
                       ' (status ' WS-Job-Log-Status-CD ')'
               IF WS-JL-Event-TXT = 'JOB BEG'
                   MOVE 12 TO WS-Exit-CD
                   PERFORM 900-Terminate
      *> --------- Control will NOT return
               END-IF
               EXIT SECTION
           END-IF
           WRITE F-Job-Log-REC FROM WS-Job-Log-REC
           CLOSE F-Job-Log-FILE
           .
      *>***************************************************************
      *> The time now as a YYYYMMDDHHMMSSss stamp.                    **
      *>***************************************************************
       710-Get-Stamp SECTION.
           ACCEPT WS-RN-Now-DT-NUM FROM DATE YYYYMMDD
           ACCEPT WS-RN-Now-TM-NUM FROM TIME
           MOVE WS-RN-Now-DT-NUM TO WS-RN-Now-Stamp-TXT (1:8)
           MOVE WS-RN-Now-TM-NUM TO WS-RN-Now-Stamp-TXT (9:8)
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
           MOVE WS-Exit-CD TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM GCicJob.
