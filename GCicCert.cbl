       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicCert.
      *>***************************************************************
      *> This program is the compiler certification run.  GCic now    **
      *> records the cobc version every build was made with (in the   **
      *> build cache and as the last field of each GCic.results       **
      *> line), and a build made under another version is never a     **
      *> cache hit.  After cobc is upgraded this program finds every  **
      *> program of a compile-all list whose last good build was made **
      *> under an older (or unrecorded) version, rebuilds just those  **
      *> programs through GCic with /SMOKE, and reports for each one: **
      *>                                                              **
      *>   1. The version it was last built with and the version it   **
      *>      was rebuilt with.                                       **
      *>   2. Its compile and execution status before and after.      **
      *>   3. Its warning count before and after, and the text of     **
      *>      every warning the new compiler raises that the old one  **
      *>      did not.                                                **
      *>   4. Its smoke-test baseline verdict - output unchanged,     **
      *>      changed, or not checkable.                              **
      *>                                                              **
      *> A program is CERTIFIED when it rebuilt cleanly, raised no    **
      *> new warning and matched its smoke baseline.  Run this before **
      *> the nightly compile-all after an upgrade: the nightly would  **
      *> rebuild the same programs anyway, but without the before     **
      *> and after picture.                                           **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicCert /LIST:<compile-all-list> [ /CHECK ]                 **
      *>          [ /REPORT:<filename> ] [ /PROJECT:<name> ]          **
      *>          [ /TICKET:<ref> ]                                   **
      *>                                                              **
      *> /CHECK lists the programs that need certifying without       **
      *> rebuilding anything.  The report is written to /REPORT:, or  **
      *> to <list>.gccert when no name is given.  /PROJECT:<name> (or **
      *> the GCIC_PROJECT environment variable) selects the project   **
      *> whose GCic.results is read, and is passed on to GCic.  GCic  **
      *> is run as GCIC_COMMAND names it, or as GCic.                 **
      *>                                                              **
      *> /TICKET:<ref> is the change ticket the rebuilds are made     **
      *> under, passed on to GCic so they are logged against it.  A   **
      *> project GCic.projects marks '+TICKET' will not be rebuilt    **
      *> without one, so such a run is refused before anything is     **
      *> done; /CHECK rebuilds nothing and needs no ticket.           **
      *>                                                              **
      *> RETURN-CODE is 0 when every rebuilt program is certified     **
      *> (or none needed it), 4 when a program raised new warnings or **
      *> could not be smoke-checked against a baseline, 8 when a      **
      *> program failed to build or its smoke output differs from     **
      *> (or has no) baseline, and 12 when a file cannot be opened,   **
      *> the command line is unusable, a required change ticket was   **
      *> not given, or GCic could not be run.                         **
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
           SELECT F-List-FILE         ASSIGN TO WS-List-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-List-Status-CD.
           SELECT F-Results-FILE      ASSIGN TO
                                       WS-Results-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Results-Status-CD.
           SELECT F-Smoke-Args-FILE   ASSIGN TO
                                       WS-Smoke-Args-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Smoke-Args-Status-CD.
           SELECT F-Sub-List-FILE     ASSIGN TO
                                       WS-Sub-List-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Sub-List-Status-CD.
           SELECT F-Work-FILE         ASSIGN TO WS-Work-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Work-Status-CD.
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
       FD  F-List-FILE.
       01  F-List-REC                             PIC X(256).
       FD  F-Results-FILE.
       01  F-Results-REC                          PIC X(400).
       FD  F-Smoke-Args-FILE.
       01  F-Smoke-Args-REC                       PIC X(200).
       FD  F-Sub-List-FILE.
       01  F-Sub-List-REC                         PIC X(256).
       FD  F-Work-FILE.
       01  F-Work-REC                             PIC X(256).
       FD  F-Report-FILE.
       01  F-Report-REC                           PIC X(132).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       78  WS-Report-LPP-CONST                    VALUE 58.
       78  WS-Member-Table-Max-CONST              VALUE 500.
       78  WS-Warning-Table-Max-CONST             VALUE 5000.
       01  WS-List-Filename-TXT                   PIC X(256).
       01  WS-List-Status-CD                      PIC X(2).
       01  WS-Results-Filename-TXT
                         VALUE 'GCic.results'     PIC X(256).
       01  WS-Results-Status-CD                   PIC X(2).
       01  WS-Smoke-Args-Filename-TXT             PIC X(256).
       01  WS-Smoke-Args-Status-CD                PIC X(2).
       01  WS-Sub-List-Filename-TXT               PIC X(256).
       01  WS-Sub-List-Status-CD                  PIC X(2).
       01  WS-Work-Filename-TXT                   PIC X(256).
       01  WS-Work-Status-CD                      PIC X(2).
       01  WS-Report-Filename-TXT    VALUE SPACES PIC X(256).
       01  WS-Report-Status-CD                    PIC X(2).
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-Exit-CD                             PIC 9(2) VALUE 0.
       01  WS-Check-Only-CHR         VALUE 'N'    PIC X(1).
           88 WS-Check-Only-BOOL                   VALUE 'Y'.
      *>***************************************************************
      *> The compiler being certified, found the way GCic's own       **
      *> 125-Capture-Cobc-Version finds it, and the moment the        **
      *> rebuild started - results lines stamped from then on are     **
      *> this run's.                                                  **
      *>***************************************************************
       01  WS-CV-Version-TXT         VALUE SPACES PIC X(20).
       01  WS-CV-Token-TXT                        PIC X(64).
       01  WS-CV-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-Run-Date-NUM                        PIC 9(8).
       01  WS-Run-Time-NUM                        PIC 9(8).
       01  WS-Run-Stamp-TXT                       PIC X(16).
      *>***************************************************************
      *> Launching GCic - the GCicHimp way.                           **
      *>***************************************************************
       01  WS-GCic-Cmd-TXT                        PIC X(256).
       01  WS-Cmd-TXT                             PIC X(1024).
       01  WS-Cmd-Ptr-SUB                         USAGE BINARY-LONG.
       01  WS-Raw-RC-NUM                          USAGE BINARY-LONG.
       01  WS-Util-RC-NUM                         PIC 9(3).
      *>***************************************************************
      *> One entry per list member.  Old- fields describe the last    **
      *> good build before this run, New- fields this run's rebuild.  **
      *>***************************************************************
       01  WS-Member-Table.
           05 WS-MB-Entry OCCURS WS-Member-Table-Max-CONST TIMES.
              10 WS-MB-List-Line-TXT              PIC X(256).
              10 WS-MB-Folder-TXT                 PIC X(256).
              10 WS-MB-Pgm-Nm-TXT                 PIC X(31).
              10 WS-MB-State-CHR                  PIC X(1).
                 88 WS-MB-Candidate-BOOL           VALUE 'C'.
                 88 WS-MB-Current-BOOL             VALUE 'V'.
                 88 WS-MB-Never-Built-BOOL         VALUE 'N'.
              10 WS-MB-Old-Version-TXT            PIC X(20).
              10 WS-MB-Old-Stamp-TXT              PIC X(16).
              10 WS-MB-Old-Status-TXT             PIC X(15).
              10 WS-MB-Old-Exec-TXT               PIC X(15).
              10 WS-MB-New-Version-TXT            PIC X(20).
              10 WS-MB-New-Status-TXT             PIC X(15).
              10 WS-MB-New-Exec-TXT               PIC X(15).
              10 WS-MB-Old-Warn-QTY               PIC 9(4).
              10 WS-MB-New-Warn-QTY               PIC 9(4).
              10 WS-MB-Added-Warn-QTY             PIC 9(4).
              10 WS-MB-Smoke-CHR                  PIC X(1).
                 88 WS-MB-Smoke-Listed-BOOL        VALUE 'L'.
                 88 WS-MB-Smoke-Baselined-BOOL     VALUE 'B'.
                 88 WS-MB-Smoke-Not-Listed-BOOL    VALUE ' '.
              10 WS-MB-Verdict-TXT                PIC X(13).
              10 WS-MB-Result-TXT                 PIC X(9).
       01  WS-MB-QTY                              PIC 9(3) VALUE 0.
       01  WS-MB-SUB                              USAGE BINARY-LONG.
       01  WS-MB-Parse-File-TXT                   PIC X(256).
       01  WS-MB-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-Candidate-QTY                       PIC 9(4) VALUE 0.
       01  WS-Current-QTY                         PIC 9(4) VALUE 0.
       01  WS-Never-Built-QTY                     PIC 9(4) VALUE 0.
       01  WS-Certified-QTY                       PIC 9(4) VALUE 0.
       01  WS-Review-QTY                          PIC 9(4) VALUE 0.
       01  WS-Failed-QTY                          PIC 9(4) VALUE 0.
      *>***************************************************************
      *> Every warning found in a candidate's listing, before ('O')   **
      *> and after ('N') the rebuild.  A new warning is an 'N' entry  **
      *> whose text no 'O' entry of the same program has.             **
      *>***************************************************************
       01  WS-Warning-Table.
           05 WS-WN-Entry OCCURS WS-Warning-Table-Max-CONST TIMES.
              10 WS-WN-MB-SUB                     USAGE BINARY-LONG.
              10 WS-WN-Ent-Side-CHR               PIC X(1).
              10 WS-WN-Line-NUM                   PIC 9(6).
              10 WS-WN-Msg-TXT                    PIC X(100).
              10 WS-WN-Added-CHR                  PIC X(1).
                 88 WS-WN-Added-BOOL               VALUE 'Y'.
       01  WS-WN-QTY                              PIC 9(5) VALUE 0.
       01  WS-WN-SUB                              USAGE BINARY-LONG.
       01  WS-WN-Side-CHR                         PIC X(1).
           88 WS-WN-Before-BOOL                    VALUE 'O'.
           88 WS-WN-After-BOOL                     VALUE 'N'.
       01  WS-WN-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-WN-Full-Noted-BOOL                VALUE 'Y'.
      *>***************************************************************
      *> cobc diagnostic split fields - the same split GCic's         **
      *> 224-Parse-Cobc-Message makes.                                **
      *>***************************************************************
       01  WS-EX-Tok-1-TXT                        PIC X(256).
       01  WS-EX-Tok-2-TXT                        PIC X(20).
       01  WS-EX-Tok-3-TXT                        PIC X(20).
       01  WS-EX-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-EX-Line-NUM                         PIC 9(6).
       01  WS-EX-Msg-TXT                          PIC X(100).
      *>***************************************************************
      *> Results-feed split fields.                                   **
      *>***************************************************************
       01  WS-RF-Pgm-Nm-TXT                       PIC X(31).
       01  WS-RF-Stamp-TXT                        PIC X(16).
       01  WS-RF-Mode-TXT                         PIC X(6).
       01  WS-RF-Status-TXT                       PIC X(15).
       01  WS-RF-Pass-TXT                         PIC X(10).
       01  WS-RF-Fail-TXT                         PIC X(10).
       01  WS-RF-Skip-TXT                         PIC X(10).
       01  WS-RF-Listing-TXT                      PIC X(256).
       01  WS-RF-Xref-TXT                         PIC X(256).
       01  WS-RF-Version-TXT                      PIC X(20).
       01  WS-WK-EOF-CHR                          PIC X(1).
           88 WS-WK-EOF-BOOL                       VALUE 'Y'.
           88 WS-WK-Not-EOF-BOOL                   VALUE 'N'.
       01  WS-I-SUB                               USAGE BINARY-LONG.
       01  WS-J-SUB                               USAGE BINARY-LONG.
       01  WS-Found-CHR                           PIC X(1).
           88 WS-Found-BOOL                        VALUE 'Y'.
           88 WS-Not-Found-BOOL                    VALUE 'N'.
      *>***************************************************************
      *> Report line layouts and pagination controls, in GCicRpt's    **
      *> style.                                                       **
      *>***************************************************************
       01  WS-Page-QTY                            PIC 9(4) VALUE 0.
       01  WS-Line-QTY                            PIC 9(2) VALUE 99.
       01  WS-Report-Line-TXT                     PIC X(132).
       01  WS-RH-Heading-TXT.
           05 VALUE 'GCIC COMPILER CERTIFICATION'      PIC X(30).
           05 VALUE 'FROM: '                           PIC X(6).
           05 WS-RH-List-TXT                           PIC X(58).
           05 FILLER                                   PIC X(29).
           05 VALUE 'PAGE '                            PIC X(5).
           05 WS-RH-Page-NUM                           PIC ZZZ9.
       01  WS-RC-Column-Heading-TXT.
           05 VALUE 'PROGRAM'                          PIC X(21).
           05 VALUE 'OLD COBC'                         PIC X(11).
           05 VALUE 'NEW COBC'                         PIC X(11).
           05 VALUE 'BUILT BEFORE / AFTER'             PIC X(30).
           05 VALUE 'RUN B/A'                          PIC X(10).
           05 VALUE 'WARN OLD/NEW/ADD'                 PIC X(17).
           05 VALUE 'SMOKE'                            PIC X(14).
           05 VALUE 'RESULT'                           PIC X(9).
       01  WS-RC-Cert-Line-TXT.
           05 WS-RC-Pgm-Nm-TXT                         PIC X(20).
           05 FILLER                                   PIC X(1).
           05 WS-RC-Old-Version-TXT                    PIC X(10).
           05 FILLER                                   PIC X(1).
           05 WS-RC-New-Version-TXT                    PIC X(10).
           05 FILLER                                   PIC X(1).
           05 WS-RC-Old-Status-TXT                     PIC X(14).
           05 FILLER                                   PIC X(1).
           05 WS-RC-New-Status-TXT                     PIC X(14).
           05 FILLER                                   PIC X(1).
           05 WS-RC-Old-Exec-TXT                       PIC X(4).
           05 FILLER                                   PIC X(1).
           05 WS-RC-New-Exec-TXT                       PIC X(4).
           05 FILLER                                   PIC X(1).
           05 WS-RC-Old-Warn-TXT                       PIC ZZZ9.
           05 FILLER                                   PIC X(1).
           05 WS-RC-New-Warn-TXT                       PIC ZZZ9.
           05 FILLER                                   PIC X(1).
           05 WS-RC-Added-Warn-TXT                     PIC ZZZ9.
           05 FILLER                                   PIC X(3).
           05 WS-RC-Verdict-TXT                        PIC X(13).
           05 FILLER                                   PIC X(1).
           05 WS-RC-Result-TXT                         PIC X(9).
       01  WS-RC-Warn-Line-TXT.
           05 FILLER                                   PIC X(6).
           05 VALUE 'NEW WARNING LINE '                PIC X(17).
           05 WS-RC-Warn-Line-NUM                      PIC Z(5)9.
           05 VALUE ': '                               PIC X(2).
           05 WS-RC-Warn-Msg-TXT                       PIC X(100).
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
       01  WS-TK-Ticket-TXT          VALUE SPACES PIC X(15).
       01  WS-TK-Flag-Name-TXT                    PIC X(12).
       01  WS-TK-Required-CHR        VALUE 'N'    PIC X(1).
           88 WS-TK-Required-BOOL                  VALUE 'Y'.
           88 WS-TK-Not-Required-BOOL              VALUE 'N'.
       PROCEDURE DIVISION.
       000-Main SECTION.
           PERFORM 010-Parse-Args
           PERFORM 015-Resolve-Project-Paths
           PERFORM 018-Check-Ticket-Required
           IF WS-TK-Required-BOOL AND WS-TK-Ticket-TXT = SPACES
           AND NOT WS-Check-Only-BOOL
               DISPLAY 'Project ' TRIM(WS-PJ-Name-TXT)
                       ' requires a change ticket - certification'
                       ' refused (use /TICKET:<ref>)'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           PERFORM 100-Capture-Cobc-Version
           PERFORM 110-Load-Member-List
           PERFORM 120-Load-Prior-Builds
           PERFORM 130-Select-Candidates
           IF WS-Check-Only-BOOL OR WS-Candidate-QTY = 0
               PERFORM 500-Write-Certification-Report
               DISPLAY 'Certification candidates written to '
                       TRIM(WS-Report-Filename-TXT,TRAILING)
                       ' (' WS-Candidate-QTY ' to certify under cobc '
                       TRIM(WS-CV-Version-TXT,TRAILING) ', '
                       WS-Current-QTY ' already current)'
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET WS-WN-Before-BOOL TO TRUE
           PERFORM 200-Scan-Candidate-Listings
           PERFORM 210-Write-Sub-List
           PERFORM 220-Write-Sub-Smoke-Args
           PERFORM 230-Run-Rebuild
           PERFORM 300-Load-Rebuild-Results
           SET WS-WN-After-BOOL TO TRUE
           PERFORM 200-Scan-Candidate-Listings
           PERFORM 310-Find-New-Warnings
           PERFORM 320-Judge-Candidates
           PERFORM 500-Write-Certification-Report
           CALL 'CBL_DELETE_FILE' USING WS-Sub-List-Filename-TXT
           CALL 'CBL_DELETE_FILE' USING WS-Smoke-Args-Filename-TXT
           DISPLAY 'Certification report written to '
                   TRIM(WS-Report-Filename-TXT,TRAILING)
                   ' (' WS-Certified-QTY ' certified, '
                   WS-Review-QTY ' to review, '
                   WS-Failed-QTY ' failed under cobc '
                   TRIM(WS-CV-Version-TXT,TRAILING) ')'
           EVALUATE TRUE
           WHEN WS-Failed-QTY > 0
               MOVE 8 TO WS-Exit-CD
           WHEN WS-Review-QTY > 0
               MOVE 4 TO WS-Exit-CD
           END-EVALUATE
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) = '/CHECK'
                   SET WS-Check-Only-BOOL TO TRUE
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/REPORT:'
                   MOVE WS-Cmd-Token-TXT (9:)
                     TO WS-Report-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9)
                    = '/PROJECT:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (10:10))
                     TO WS-PJ-Name-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/TICKET:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (9:15))
                     TO WS-TK-Ticket-TXT
               WHEN OTHER
                   DISPLAY 'Unrecognized switch ignored: '
                           TRIM(WS-Cmd-Token-TXT)
               END-EVALUATE
           END-PERFORM
           IF WS-List-Filename-TXT = SPACES
               DISPLAY '/LIST:<compile-all-list> is required'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           IF WS-Report-Filename-TXT = SPACES
               STRING TRIM(WS-List-Filename-TXT,TRAILING) '.gccert'
                   DELIMITED SIZE INTO WS-Report-Filename-TXT
           END-IF
           MOVE SPACES TO WS-Sub-List-Filename-TXT
           STRING TRIM(WS-List-Filename-TXT,TRAILING) '.gccert.lst'
               DELIMITED SIZE INTO WS-Sub-List-Filename-TXT
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
           MOVE WS-Results-Filename-TXT TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Results-Filename-TXT
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
      *> Decide whether the selected project is 'ticket required' -   **
      *> GCic.projects carries a '+TICKET <name>' line for it (names  **
      *> compared case-blind), exactly as GCic's                      **
      *> 124-Check-Ticket-Required decides it.  No project selected   **
      *> means no requirement.                                        **
      *>***************************************************************
       018-Check-Ticket-Required SECTION.
           SET WS-TK-Not-Required-BOOL TO TRUE
           IF WS-PJ-Name-TXT = SPACES
               EXIT SECTION
           END-IF
           OPEN INPUT F-Project-FILE
           IF WS-Project-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-PJ-Not-EOF-BOOL TO TRUE
           READ F-Project-FILE
               AT END SET WS-PJ-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-PJ-EOF-BOOL OR WS-TK-Required-BOOL
               IF F-Project-REC NOT = SPACES
               AND F-Project-REC (1:1) NOT = '*'
                   MOVE SPACES TO WS-PJ-Tok-TXT
                                  WS-TK-Flag-Name-TXT
                   MOVE 1 TO WS-PJ-Parse-SUB
                   UNSTRING F-Project-REC DELIMITED BY ALL SPACES
                       INTO WS-PJ-Tok-TXT WS-TK-Flag-Name-TXT
                       WITH POINTER WS-PJ-Parse-SUB
                   END-UNSTRING
                   IF UPPER-CASE(WS-PJ-Tok-TXT) = '+TICKET'
                   AND UPPER-CASE(WS-TK-Flag-Name-TXT (1:10))
                       = WS-PJ-Name-TXT
                       SET WS-TK-Required-BOOL TO TRUE
                   END-IF
               END-IF
               READ F-Project-FILE
                   AT END SET WS-PJ-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Project-FILE
           .
      *>***************************************************************
      *> Find out which cobc is installed: the last word of the       **
      *> first line 'cobc --version' prints, exactly as GCic's        **
      *> 125-Capture-Cobc-Version finds it.  The answer goes into     **
      *> GCIC_COBC_VERSION so the GCic this run launches records the  **
      *> very same version.  A version that cannot be read cannot be  **
      *> certified.                                                   **
      *>***************************************************************
       100-Capture-Cobc-Version SECTION.
           ACCEPT WS-CV-Version-TXT
               FROM ENVIRONMENT 'GCIC_COBC_VERSION'
           IF WS-CV-Version-TXT NOT = SPACES
               EXIT SECTION
           END-IF
           MOVE 'GCicCert.cver' TO WS-Work-Filename-TXT
           MOVE SPACES TO WS-Cmd-TXT
           STRING 'cobc --version >"'
                  TRIM(WS-Work-Filename-TXT,TRAILING) '" 2>&1'
               DELIMITED SIZE INTO WS-Cmd-TXT
           CALL 'SYSTEM' USING TRIM(WS-Cmd-TXT,TRAILING)
           IF RETURN-CODE = 0
               OPEN INPUT F-Work-FILE
               IF WS-Work-Status-CD = '00'
                   MOVE SPACES TO F-Work-REC
                   READ F-Work-FILE
                       AT END MOVE SPACES TO F-Work-REC
                   END-READ
                   MOVE 1 TO WS-CV-Parse-SUB
                   PERFORM UNTIL WS-CV-Parse-SUB > LENGTH(F-Work-REC)
                           OR F-Work-REC (WS-CV-Parse-SUB:) = SPACES
                       MOVE SPACES TO WS-CV-Token-TXT
                       UNSTRING F-Work-REC DELIMITED BY ALL SPACES
                           INTO WS-CV-Token-TXT
                           WITH POINTER WS-CV-Parse-SUB
                       END-UNSTRING
                       IF WS-CV-Token-TXT NOT = SPACES
                           MOVE WS-CV-Token-TXT TO WS-CV-Version-TXT
                       END-IF
                   END-PERFORM
                   CLOSE F-Work-FILE
               END-IF
           END-IF
           CALL 'CBL_DELETE_FILE' USING WS-Work-Filename-TXT
           MOVE 0 TO RETURN-CODE
           IF WS-CV-Version-TXT = SPACES
               DISPLAY 'Unable to determine the cobc version - '
                       'nothing can be certified'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET ENVIRONMENT 'GCIC_COBC_VERSION' TO WS-CV-Version-TXT
           .
      *>***************************************************************
      *> Load the compile-all list, keeping each line as written (it  **
      *> is copied to the rebuild sub-list), the folder GCic will     **
      *> change into for it, and the program name - the same split    **
      *> GCic's 115-Parse-Filename makes.                             **
      *>***************************************************************
       110-Load-Member-List SECTION.
           OPEN INPUT F-List-FILE
           IF WS-List-Status-CD NOT = '00'
               DISPLAY 'Unable to open compile-all list '
                       TRIM(WS-List-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET WS-WK-Not-EOF-BOOL TO TRUE
           READ F-List-FILE
               AT END SET WS-WK-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WK-EOF-BOOL
               IF F-List-REC NOT = SPACES
               AND F-List-REC (1:1) NOT = '*'
               AND WS-MB-QTY < WS-Member-Table-Max-CONST
                   PERFORM 115-Add-Member-Entry
               END-IF
               READ F-List-FILE
                   AT END SET WS-WK-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-List-FILE
           .
      *>***************************************************************
      *> Parse one list line into the member table.                   **
      *>***************************************************************
       115-Add-Member-Entry SECTION.
           ADD 1 TO WS-MB-QTY
           INITIALIZE WS-MB-Entry (WS-MB-QTY)
           SET WS-MB-Never-Built-BOOL (WS-MB-QTY) TO TRUE
           MOVE F-List-REC TO WS-MB-List-Line-TXT (WS-MB-QTY)
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
               MOVE F-List-REC (1:WS-MB-Parse-SUB)
                 TO WS-MB-Folder-TXT (WS-MB-QTY)
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
      *> Read GCic.results for each member's last good build (COMPILE **
      *> OK, COMPILE WARN or WARN+ - a SKIPPED line carries no build, **
      *> and a failed one left the old executable in place) and its   **
      *> latest execution.  The cobc version is the tenth field;      **
      *> lines written before versions were recorded have none, and   **
      *> count as built under an unknown compiler.                    **
      *>***************************************************************
       120-Load-Prior-Builds SECTION.
           OPEN INPUT F-Results-FILE
           IF WS-Results-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-WK-Not-EOF-BOOL TO TRUE
           READ F-Results-FILE
               AT END SET WS-WK-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WK-EOF-BOOL
               PERFORM 125-Split-Results-Line
               IF WS-RF-Mode-TXT = 'LIST' OR WS-RF-Mode-TXT = 'SINGLE'
                   PERFORM 128-Find-Results-Member
                   IF WS-Found-BOOL
                       EVALUATE TRUE
                       WHEN WS-RF-Status-TXT = 'COMPILE OK'
                       OR   WS-RF-Status-TXT = 'COMPILE WARN'
                       OR   WS-RF-Status-TXT = 'COMPILE WARN+'
                           MOVE WS-RF-Version-TXT
                             TO WS-MB-Old-Version-TXT (WS-MB-SUB)
                           MOVE WS-RF-Stamp-TXT
                             TO WS-MB-Old-Stamp-TXT (WS-MB-SUB)
                           MOVE WS-RF-Status-TXT
                             TO WS-MB-Old-Status-TXT (WS-MB-SUB)
                           SET WS-MB-Candidate-BOOL (WS-MB-SUB)
                             TO TRUE
                       WHEN WS-RF-Status-TXT (1:8) = 'EXECUTED'
                           MOVE WS-RF-Status-TXT
                             TO WS-MB-Old-Exec-TXT (WS-MB-SUB)
                       END-EVALUATE
                   END-IF
               END-IF
               READ F-Results-FILE
                   AT END SET WS-WK-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Results-FILE
           .
      *>***************************************************************
      *> Split the results line just read into its fields.            **
      *>***************************************************************
       125-Split-Results-Line SECTION.
           MOVE SPACES TO WS-RF-Pgm-Nm-TXT
           MOVE SPACES TO WS-RF-Stamp-TXT
           MOVE SPACES TO WS-RF-Mode-TXT
           MOVE SPACES TO WS-RF-Status-TXT
           MOVE SPACES TO WS-RF-Version-TXT
           UNSTRING F-Results-REC DELIMITED BY '|'
               INTO WS-RF-Pgm-Nm-TXT
                    WS-RF-Stamp-TXT
                    WS-RF-Mode-TXT
                    WS-RF-Status-TXT
                    WS-RF-Pass-TXT
                    WS-RF-Fail-TXT
                    WS-RF-Skip-TXT
                    WS-RF-Listing-TXT
                    WS-RF-Xref-TXT
                    WS-RF-Version-TXT
           END-UNSTRING
           .
      *>***************************************************************
      *> Find the member the results line just split belongs to;      **
      *> WS-MB-SUB is left pointing at it.                            **
      *>***************************************************************
       128-Find-Results-Member SECTION.
           SET WS-Not-Found-BOOL TO TRUE
           MOVE 1 TO WS-MB-SUB
           PERFORM UNTIL WS-MB-SUB > WS-MB-QTY OR WS-Found-BOOL
               IF WS-MB-Pgm-Nm-TXT (WS-MB-SUB) = WS-RF-Pgm-Nm-TXT
                   SET WS-Found-BOOL TO TRUE
               ELSE
                   ADD 1 TO WS-MB-SUB
               END-IF
           END-PERFORM
           .
      *>***************************************************************
      *> A member last built under the installed compiler is already  **
      *> current; one never successfully built has nothing to         **
      *> certify and is only counted.  Every other built member is a  **
      *> candidate.                                                   **
      *>***************************************************************
       130-Select-Candidates SECTION.
           MOVE 1 TO WS-MB-SUB
           PERFORM UNTIL WS-MB-SUB > WS-MB-QTY
               EVALUATE TRUE
               WHEN WS-MB-Never-Built-BOOL (WS-MB-SUB)
                   ADD 1 TO WS-Never-Built-QTY
               WHEN WS-MB-Old-Version-TXT (WS-MB-SUB)
                    = WS-CV-Version-TXT
                   SET WS-MB-Current-BOOL (WS-MB-SUB) TO TRUE
                   ADD 1 TO WS-Current-QTY
               WHEN OTHER
                   ADD 1 TO WS-Candidate-QTY
               END-EVALUATE
               ADD 1 TO WS-MB-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Collect the warnings in every candidate's listing - before   **
      *> the rebuild, the last good build's; after it, the new one's. **
      *> GCic writes <pgm>.gclst into the member's own folder.        **
      *>***************************************************************
       200-Scan-Candidate-Listings SECTION.
           MOVE 1 TO WS-MB-SUB
           PERFORM UNTIL WS-MB-SUB > WS-MB-QTY
               IF WS-MB-Candidate-BOOL (WS-MB-SUB)
                   PERFORM 205-Scan-One-Listing
               END-IF
               ADD 1 TO WS-MB-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Note every 'warning' diagnostic in member WS-MB-SUB's        **
      *> listing.  A listing GCic's LISTING option rewrote has no     **
      *> cobc messages in it and simply yields no warnings.           **
      *>***************************************************************
       205-Scan-One-Listing SECTION.
           MOVE SPACES TO WS-Work-Filename-TXT
           STRING TRIM(WS-MB-Folder-TXT (WS-MB-SUB),TRAILING)
                  TRIM(WS-MB-Pgm-Nm-TXT (WS-MB-SUB),TRAILING)
                  '.gclst'
               DELIMITED SIZE INTO WS-Work-Filename-TXT
           OPEN INPUT F-Work-FILE
           IF WS-Work-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-WK-Not-EOF-BOOL TO TRUE
           READ F-Work-FILE
               AT END SET WS-WK-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WK-EOF-BOOL
               PERFORM 207-Parse-Cobc-Message
               READ F-Work-FILE
                   AT END SET WS-WK-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Work-FILE
           .
      *>***************************************************************
      *> Classify one listing line as GCic's 224-Parse-Cobc-Message   **
      *> does - 'name.cbl:123: warning: the message text' - and       **
      *> note it when it is a warning.                                **
      *>***************************************************************
       207-Parse-Cobc-Message SECTION.
           MOVE SPACES TO WS-EX-Tok-1-TXT
           MOVE SPACES TO WS-EX-Tok-2-TXT
           MOVE SPACES TO WS-EX-Tok-3-TXT
           MOVE 1 TO WS-EX-Parse-SUB
           UNSTRING F-Work-REC DELIMITED BY ':'
               INTO WS-EX-Tok-1-TXT
                    WS-EX-Tok-2-TXT
                    WS-EX-Tok-3-TXT
               WITH POINTER WS-EX-Parse-SUB
           END-UNSTRING
           IF WS-EX-Tok-2-TXT = SPACES
           OR TEST-NUMVAL(WS-EX-Tok-2-TXT) NOT = 0
           OR TRIM(WS-EX-Tok-3-TXT) NOT = 'warning'
               EXIT SECTION
           END-IF
           COMPUTE WS-EX-Line-NUM = NUMVAL(WS-EX-Tok-2-TXT)
           MOVE SPACES TO WS-EX-Msg-TXT
           IF WS-EX-Parse-SUB <= LENGTH(F-Work-REC)
               MOVE TRIM(F-Work-REC (WS-EX-Parse-SUB:),LEADING)
                 TO WS-EX-Msg-TXT
           END-IF
           IF WS-WN-Before-BOOL
               ADD 1 TO WS-MB-Old-Warn-QTY (WS-MB-SUB)
           ELSE
               ADD 1 TO WS-MB-New-Warn-QTY (WS-MB-SUB)
           END-IF
           IF WS-WN-QTY < WS-Warning-Table-Max-CONST
               ADD 1 TO WS-WN-QTY
               MOVE WS-MB-SUB      TO WS-WN-MB-SUB (WS-WN-QTY)
               MOVE WS-WN-Side-CHR TO WS-WN-Ent-Side-CHR (WS-WN-QTY)
               MOVE WS-EX-Line-NUM TO WS-WN-Line-NUM (WS-WN-QTY)
               MOVE WS-EX-Msg-TXT  TO WS-WN-Msg-TXT (WS-WN-QTY)
               MOVE 'N'            TO WS-WN-Added-CHR (WS-WN-QTY)
           ELSE
               IF NOT WS-WN-Full-Noted-BOOL
                   DISPLAY 'Warning table full - only the first '
                           WS-Warning-Table-Max-CONST
                           ' warnings are compared'
                   SET WS-WN-Full-Noted-BOOL TO TRUE
               END-IF
           END-IF
           .
      *>***************************************************************
      *> Write the candidates' list lines, exactly as the compile-all **
      *> list has them, to the rebuild sub-list.  Any smoke           **
      *> difference report left from an earlier run is removed, so    **
      *> one found afterward is this rebuild's.                       **
      *>***************************************************************
       210-Write-Sub-List SECTION.
           OPEN OUTPUT F-Sub-List-FILE
           IF WS-Sub-List-Status-CD NOT = '00'
               DISPLAY 'Unable to create rebuild list '
                       TRIM(WS-Sub-List-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE 1 TO WS-MB-SUB
           PERFORM UNTIL WS-MB-SUB > WS-MB-QTY
               IF WS-MB-Candidate-BOOL (WS-MB-SUB)
                   WRITE F-Sub-List-REC
                       FROM WS-MB-List-Line-TXT (WS-MB-SUB)
                   MOVE SPACES TO WS-Work-Filename-TXT
                   STRING TRIM(WS-MB-Folder-TXT (WS-MB-SUB),TRAILING)
                          TRIM(WS-MB-Pgm-Nm-TXT (WS-MB-SUB),TRAILING)
                          '.smkdiff'
                       DELIMITED SIZE INTO WS-Work-Filename-TXT
                   CALL 'CBL_DELETE_FILE' USING WS-Work-Filename-TXT
               END-IF
               ADD 1 TO WS-MB-SUB
           END-PERFORM
           CLOSE F-Sub-List-FILE
           .
      *>***************************************************************
      *> Copy the candidates' entries from the list's smoke manifest  **
      *> (<list>.gcargs - program in columns 1-31, 'B' in column 186  **
      *> for a baselined program) to the sub-list's own manifest, and **
      *> note which candidates are smoked and which are baselined.    **
      *> WS-Smoke-Args-Filename-TXT is left naming the sub-list's     **
      *> manifest so it can be removed afterward.                     **
      *>***************************************************************
       220-Write-Sub-Smoke-Args SECTION.
           MOVE SPACES TO WS-Smoke-Args-Filename-TXT
           STRING TRIM(WS-List-Filename-TXT,TRAILING) '.gcargs'
               DELIMITED SIZE INTO WS-Smoke-Args-Filename-TXT
           MOVE SPACES TO WS-Work-Filename-TXT
           STRING TRIM(WS-Sub-List-Filename-TXT,TRAILING) '.gcargs'
               DELIMITED SIZE INTO WS-Work-Filename-TXT
           OPEN INPUT F-Smoke-Args-FILE
           IF WS-Smoke-Args-Status-CD NOT = '00'
               MOVE WS-Work-Filename-TXT TO WS-Smoke-Args-Filename-TXT
               EXIT SECTION
           END-IF
           OPEN OUTPUT F-Work-FILE
           IF WS-Work-Status-CD NOT = '00'
               CLOSE F-Smoke-Args-FILE
               DISPLAY 'Unable to create rebuild smoke manifest '
                       TRIM(WS-Work-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET WS-WK-Not-EOF-BOOL TO TRUE
           READ F-Smoke-Args-FILE
               AT END SET WS-WK-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WK-EOF-BOOL
               MOVE F-Smoke-Args-REC (1:31) TO WS-RF-Pgm-Nm-TXT
               PERFORM 128-Find-Results-Member
               IF WS-Found-BOOL
                   IF WS-MB-Candidate-BOOL (WS-MB-SUB)
                       WRITE F-Work-REC FROM F-Smoke-Args-REC
                       IF F-Smoke-Args-REC (186:1) = 'B'
                           SET WS-MB-Smoke-Baselined-BOOL (WS-MB-SUB)
                             TO TRUE
                       ELSE
                           SET WS-MB-Smoke-Listed-BOOL (WS-MB-SUB)
                             TO TRUE
                       END-IF
                   END-IF
               END-IF
               READ F-Smoke-Args-FILE
                   AT END SET WS-WK-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Smoke-Args-FILE
           CLOSE F-Work-FILE
           MOVE WS-Work-Filename-TXT TO WS-Smoke-Args-Filename-TXT
           .
      *>***************************************************************
      *> Rebuild the candidates through GCic with /SMOKE.  They were  **
      *> built under another compiler, so none is a build-cache hit.  **
      *> RETURN-CODE comes back as the shell's wait status and is     **
      *> scaled as GCicHimp scales it; GCic's 8 (compile failures) is **
      *> what the report is for, but 12 or more means it never got    **
      *> as far as building.                                          **
      *>***************************************************************
       230-Run-Rebuild SECTION.
           ACCEPT WS-Run-Date-NUM FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time-NUM FROM TIME
           MOVE WS-Run-Date-NUM TO WS-Run-Stamp-TXT (1:8)
           MOVE WS-Run-Time-NUM TO WS-Run-Stamp-TXT (9:8)
           MOVE SPACES TO WS-GCic-Cmd-TXT
           ACCEPT WS-GCic-Cmd-TXT FROM ENVIRONMENT 'GCIC_COMMAND'
           IF WS-GCic-Cmd-TXT = SPACES
               MOVE 'GCic' TO WS-GCic-Cmd-TXT
           END-IF
           MOVE SPACES TO WS-Cmd-TXT
           MOVE 1 TO WS-Cmd-Ptr-SUB
           STRING '"' TRIM(WS-GCic-Cmd-TXT,TRAILING)
                  '" "/LIST:'
                  TRIM(WS-Sub-List-Filename-TXT,TRAILING)
                  '" /BATCH /SMOKE'
               DELIMITED SIZE INTO WS-Cmd-TXT
               WITH POINTER WS-Cmd-Ptr-SUB
           IF WS-PJ-Name-TXT NOT = SPACES
               STRING ' /PROJECT:' TRIM(WS-PJ-Name-TXT)
                   DELIMITED SIZE INTO WS-Cmd-TXT
                   WITH POINTER WS-Cmd-Ptr-SUB
           END-IF
           IF WS-TK-Ticket-TXT NOT = SPACES
               STRING ' /TICKET:' TRIM(WS-TK-Ticket-TXT)
                   DELIMITED SIZE INTO WS-Cmd-TXT
                   WITH POINTER WS-Cmd-Ptr-SUB
           END-IF
           DISPLAY 'Rebuilding ' WS-Candidate-QTY
                   ' programs under cobc '
                   TRIM(WS-CV-Version-TXT,TRAILING) ' ...'
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
           IF WS-Util-RC-NUM NOT < 12
               DISPLAY 'Unable to complete: '
                       TRIM(WS-Cmd-TXT,TRAILING)
                       ' (RETURN-CODE ' WS-Util-RC-NUM ')'
               CALL 'CBL_DELETE_FILE' USING WS-Sub-List-Filename-TXT
               CALL 'CBL_DELETE_FILE' USING WS-Smoke-Args-Filename-TXT
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           .
      *>***************************************************************
      *> Pick the rebuild's own lines out of GCic.results - those     **
      *> stamped at or after the rebuild started.                     **
      *>***************************************************************
       300-Load-Rebuild-Results SECTION.
           OPEN INPUT F-Results-FILE
           IF WS-Results-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-WK-Not-EOF-BOOL TO TRUE
           READ F-Results-FILE
               AT END SET WS-WK-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-WK-EOF-BOOL
               PERFORM 125-Split-Results-Line
               IF (WS-RF-Mode-TXT = 'LIST'
                   OR WS-RF-Mode-TXT = 'SINGLE')
               AND WS-RF-Stamp-TXT NOT < WS-Run-Stamp-TXT
                   PERFORM 128-Find-Results-Member
                   IF WS-Found-BOOL
                       IF WS-MB-Candidate-BOOL (WS-MB-SUB)
                           IF WS-RF-Status-TXT (1:8) = 'EXECUTED'
                               MOVE WS-RF-Status-TXT
                                 TO WS-MB-New-Exec-TXT (WS-MB-SUB)
                           ELSE
                               MOVE WS-RF-Status-TXT
                                 TO WS-MB-New-Status-TXT (WS-MB-SUB)
                               MOVE WS-RF-Version-TXT
                                 TO WS-MB-New-Version-TXT (WS-MB-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ F-Results-FILE
                   AT END SET WS-WK-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Results-FILE
           .
      *>***************************************************************
      *> Mark each warning of the new build whose text the old build  **
      *> did not have, and count them per program.                    **
      *>***************************************************************
       310-Find-New-Warnings SECTION.
           MOVE 1 TO WS-WN-SUB
           PERFORM UNTIL WS-WN-SUB > WS-WN-QTY
               IF WS-WN-Ent-Side-CHR (WS-WN-SUB) = 'N'
                   SET WS-Not-Found-BOOL TO TRUE
                   MOVE 1 TO WS-J-SUB
                   PERFORM UNTIL WS-J-SUB > WS-WN-QTY OR WS-Found-BOOL
                       IF WS-WN-Ent-Side-CHR (WS-J-SUB) = 'O'
                       AND WS-WN-MB-SUB (WS-J-SUB)
                           = WS-WN-MB-SUB (WS-WN-SUB)
                       AND WS-WN-Msg-TXT (WS-J-SUB)
                           = WS-WN-Msg-TXT (WS-WN-SUB)
                           SET WS-Found-BOOL TO TRUE
                       END-IF
                       ADD 1 TO WS-J-SUB
                   END-PERFORM
                   IF WS-Not-Found-BOOL
                       SET WS-WN-Added-BOOL (WS-WN-SUB) TO TRUE
                       MOVE WS-WN-MB-SUB (WS-WN-SUB) TO WS-MB-SUB
                       ADD 1 TO WS-MB-Added-Warn-QTY (WS-MB-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-WN-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Give each candidate its smoke verdict and its result:        **
      *>   FAILED     it did not build, or its smoke output differs   **
      *>              from (or has no) baseline, or it failed to run  **
      *>   REVIEW     it built, but raised new warnings or could not  **
      *>              be checked against a baseline                   **
      *>   CERTIFIED  otherwise                                       **
      *> GCic writes <pgm>.smkdiff only when the output differs, and  **
      *> 210-Write-Sub-List removed any older one.                    **
      *>***************************************************************
       320-Judge-Candidates SECTION.
           MOVE 1 TO WS-MB-SUB
           PERFORM UNTIL WS-MB-SUB > WS-MB-QTY
               IF WS-MB-Candidate-BOOL (WS-MB-SUB)
                   PERFORM 325-Judge-One-Candidate
                   EVALUATE WS-MB-Result-TXT (WS-MB-SUB)
                   WHEN 'FAILED'
                       ADD 1 TO WS-Failed-QTY
                   WHEN 'REVIEW'
                       ADD 1 TO WS-Review-QTY
                   WHEN OTHER
                       ADD 1 TO WS-Certified-QTY
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-MB-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Judge candidate WS-MB-SUB.                                   **
      *>***************************************************************
       325-Judge-One-Candidate SECTION.
           EVALUATE TRUE
           WHEN WS-MB-New-Status-TXT (WS-MB-SUB) = SPACES
               MOVE 'NOT REBUILT'   TO WS-MB-Verdict-TXT (WS-MB-SUB)
           WHEN WS-MB-New-Status-TXT (WS-MB-SUB) = 'COMPILE FAILED'
               MOVE 'NOT RUN'       TO WS-MB-Verdict-TXT (WS-MB-SUB)
           WHEN WS-MB-Smoke-Not-Listed-BOOL (WS-MB-SUB)
               MOVE 'NOT SMOKED'    TO WS-MB-Verdict-TXT (WS-MB-SUB)
           WHEN WS-MB-Smoke-Listed-BOOL (WS-MB-SUB)
               MOVE 'NOT BASELINED' TO WS-MB-Verdict-TXT (WS-MB-SUB)
           WHEN OTHER
               MOVE SPACES TO WS-Work-Filename-TXT
               STRING TRIM(WS-MB-Folder-TXT (WS-MB-SUB),TRAILING)
                      TRIM(WS-MB-Pgm-Nm-TXT (WS-MB-SUB),TRAILING)
                      '.smkbase'
                   DELIMITED SIZE INTO WS-Work-Filename-TXT
               OPEN INPUT F-Work-FILE
               IF WS-Work-Status-CD = '00'
                   CLOSE F-Work-FILE
                   MOVE SPACES TO WS-Work-Filename-TXT
                   STRING TRIM(WS-MB-Folder-TXT (WS-MB-SUB),TRAILING)
                          TRIM(WS-MB-Pgm-Nm-TXT (WS-MB-SUB),TRAILING)
                          '.smkdiff'
                       DELIMITED SIZE INTO WS-Work-Filename-TXT
                   OPEN INPUT F-Work-FILE
                   IF WS-Work-Status-CD = '00'
                       CLOSE F-Work-FILE
                       MOVE 'DIFFERS'
                         TO WS-MB-Verdict-TXT (WS-MB-SUB)
                   ELSE
                       IF WS-MB-New-Exec-TXT (WS-MB-SUB)
                          = 'EXECUTED OK'
                           MOVE 'MATCHES'
                             TO WS-MB-Verdict-TXT (WS-MB-SUB)
                       ELSE
                           MOVE 'RUN FAILED'
                             TO WS-MB-Verdict-TXT (WS-MB-SUB)
                       END-IF
                   END-IF
               ELSE
                   MOVE 'NO BASELINE'
                     TO WS-MB-Verdict-TXT (WS-MB-SUB)
               END-IF
           END-EVALUATE
           EVALUATE TRUE
           WHEN WS-MB-New-Status-TXT (WS-MB-SUB) = SPACES
           OR   WS-MB-New-Status-TXT (WS-MB-SUB) = 'COMPILE FAILED'
           OR   WS-MB-Verdict-TXT (WS-MB-SUB) = 'DIFFERS'
           OR   WS-MB-Verdict-TXT (WS-MB-SUB) = 'NO BASELINE'
           OR   WS-MB-Verdict-TXT (WS-MB-SUB) = 'RUN FAILED'
               MOVE 'FAILED'    TO WS-MB-Result-TXT (WS-MB-SUB)
           WHEN WS-MB-Added-Warn-QTY (WS-MB-SUB) > 0
           OR   WS-MB-Verdict-TXT (WS-MB-SUB) = 'NOT SMOKED'
           OR   WS-MB-Verdict-TXT (WS-MB-SUB) = 'NOT BASELINED'
               MOVE 'REVIEW'    TO WS-MB-Result-TXT (WS-MB-SUB)
           WHEN OTHER
               MOVE 'CERTIFIED' TO WS-MB-Result-TXT (WS-MB-SUB)
           END-EVALUATE
           .
      *>***************************************************************
      *> Write the report: one line per candidate, each followed by   **
      *> the warnings its new build raised that the old did not, then **
      *> the totals.  A /CHECK run (or one with nothing to certify)   **
      *> lists the candidates and their old builds only.              **
      *>***************************************************************
       500-Write-Certification-Report SECTION.
           OPEN OUTPUT F-Report-FILE
           IF WS-Report-Status-CD NOT = '00'
               DISPLAY 'Unable to create report file '
                       TRIM(WS-Report-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE WS-List-Filename-TXT (1:58) TO WS-RH-List-TXT
           MOVE 0  TO WS-Page-QTY
           MOVE 99 TO WS-Line-QTY
           MOVE SPACES TO WS-Report-Line-TXT
           IF WS-Check-Only-BOOL OR WS-Candidate-QTY = 0
               STRING 'PROGRAMS LAST BUILT UNDER A COMPILER OTHER '
                      'THAN COBC ' TRIM(WS-CV-Version-TXT,TRAILING)
                      ' - NOT REBUILT'
                   DELIMITED SIZE INTO WS-Report-Line-TXT
           ELSE
               STRING 'PROGRAMS REBUILT UNDER COBC '
                      TRIM(WS-CV-Version-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-Report-Line-TXT
           END-IF
           PERFORM 590-Write-Report-Line
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 590-Write-Report-Line
           IF WS-Candidate-QTY = 0
               MOVE 'NO PROGRAM NEEDS CERTIFYING' TO WS-Report-Line-TXT
               PERFORM 590-Write-Report-Line
           ELSE
               MOVE WS-RC-Column-Heading-TXT TO WS-Report-Line-TXT
               PERFORM 590-Write-Report-Line
               MOVE 1 TO WS-MB-SUB
               PERFORM UNTIL WS-MB-SUB > WS-MB-QTY
                   IF WS-MB-Candidate-BOOL (WS-MB-SUB)
                       PERFORM 510-Write-Candidate-Line
                   END-IF
                   ADD 1 TO WS-MB-SUB
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 590-Write-Report-Line
           MOVE 'SUMMARY' TO WS-Report-Line-TXT
           PERFORM 590-Write-Report-Line
           MOVE SPACES TO WS-Report-Line-TXT
           STRING '  ' WS-MB-QTY ' programs in the list, '
                  WS-Candidate-QTY ' built under another compiler, '
                  WS-Current-QTY ' already current, '
                  WS-Never-Built-QTY ' never built'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           PERFORM 590-Write-Report-Line
           IF NOT WS-Check-Only-BOOL AND WS-Candidate-QTY > 0
               MOVE SPACES TO WS-Report-Line-TXT
               STRING '  ' WS-Certified-QTY ' certified, '
                      WS-Review-QTY ' to review, '
                      WS-Failed-QTY ' failed'
                   DELIMITED SIZE INTO WS-Report-Line-TXT
               PERFORM 590-Write-Report-Line
           END-IF
           CLOSE F-Report-FILE
           .
      *>***************************************************************
      *> One candidate's line, then its new warnings.                 **
      *>***************************************************************
       510-Write-Candidate-Line SECTION.
           MOVE SPACES TO WS-RC-Cert-Line-TXT
           MOVE WS-MB-Pgm-Nm-TXT (WS-MB-SUB)     TO WS-RC-Pgm-Nm-TXT
           IF WS-MB-Old-Version-TXT (WS-MB-SUB) = SPACES
               MOVE '(unknown)' TO WS-RC-Old-Version-TXT
           ELSE
               MOVE WS-MB-Old-Version-TXT (WS-MB-SUB)
                 TO WS-RC-Old-Version-TXT
           END-IF
           MOVE WS-MB-Old-Status-TXT (WS-MB-SUB) TO WS-RC-Old-Status-TXT
           MOVE WS-MB-Old-Exec-TXT (WS-MB-SUB) (10:)
             TO WS-RC-Old-Exec-TXT
           IF WS-MB-Old-Exec-TXT (WS-MB-SUB) = SPACES
               MOVE '-'                          TO WS-RC-Old-Exec-TXT
           END-IF
           IF NOT WS-Check-Only-BOOL
               MOVE WS-MB-New-Version-TXT (WS-MB-SUB)
                 TO WS-RC-New-Version-TXT
               MOVE WS-MB-New-Status-TXT (WS-MB-SUB)
                 TO WS-RC-New-Status-TXT
               IF WS-MB-New-Status-TXT (WS-MB-SUB) = SPACES
                   MOVE '(not built)'            TO WS-RC-New-Status-TXT
               END-IF
               MOVE WS-MB-New-Exec-TXT (WS-MB-SUB) (10:)
                 TO WS-RC-New-Exec-TXT
               IF WS-MB-New-Exec-TXT (WS-MB-SUB) = SPACES
                   MOVE '-'                      TO WS-RC-New-Exec-TXT
               END-IF
               MOVE WS-MB-Old-Warn-QTY (WS-MB-SUB)
                 TO WS-RC-Old-Warn-TXT
               MOVE WS-MB-New-Warn-QTY (WS-MB-SUB)
                 TO WS-RC-New-Warn-TXT
               MOVE WS-MB-Added-Warn-QTY (WS-MB-SUB)
                 TO WS-RC-Added-Warn-TXT
               MOVE WS-MB-Verdict-TXT (WS-MB-SUB) TO WS-RC-Verdict-TXT
               MOVE WS-MB-Result-TXT (WS-MB-SUB)  TO WS-RC-Result-TXT
           END-IF
           MOVE WS-RC-Cert-Line-TXT TO WS-Report-Line-TXT
           PERFORM 590-Write-Report-Line
           IF WS-Check-Only-BOOL
               EXIT SECTION
           END-IF
           MOVE 1 TO WS-WN-SUB
           PERFORM UNTIL WS-WN-SUB > WS-WN-QTY
               IF WS-WN-MB-SUB (WS-WN-SUB) = WS-MB-SUB
               AND WS-WN-Added-BOOL (WS-WN-SUB)
                   MOVE WS-WN-Line-NUM (WS-WN-SUB)
                     TO WS-RC-Warn-Line-NUM
                   MOVE WS-WN-Msg-TXT (WS-WN-SUB)
                     TO WS-RC-Warn-Msg-TXT
                   MOVE WS-RC-Warn-Line-TXT TO WS-Report-Line-TXT
                   PERFORM 590-Write-Report-Line
               END-IF
               ADD 1 TO WS-WN-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Write one line to the report, paginated the way GCicRpt      **
      *> paginates.                                                   **
      *>***************************************************************
       590-Write-Report-Line SECTION.
           IF WS-Line-QTY >= WS-Report-LPP-CONST
               ADD 1 TO WS-Page-QTY
               MOVE WS-Page-QTY TO WS-RH-Page-NUM
               IF WS-Page-QTY > 1
                   MOVE SPACES TO F-Report-REC
                   WRITE F-Report-REC
               END-IF
               WRITE F-Report-REC FROM WS-RH-Heading-TXT
               MOVE SPACES TO F-Report-REC
               WRITE F-Report-REC
               MOVE 3 TO WS-Line-QTY
           END-IF
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           ADD 1 TO WS-Line-QTY
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
           MOVE WS-Exit-CD TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM GCicCert.
