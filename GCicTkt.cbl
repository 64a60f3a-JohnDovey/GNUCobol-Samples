       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicTkt.
      *>***************************************************************
      *> This program is the reporting side of the change ledger that **
      *> GCic's 227-Write-Ticket-Ledger writes.  Every build run with **
      *> a change ticket (/TICKET:<ref>, or the Change Ticket field   **
      *> on GCic's screen) is filed in GCic.tickets, an indexed file  **
      *> keyed by ticket + program + YYYYMMDDHHMMSSss stamp, and a    **
      *> compile refused in a 'ticket required' project (a            **
      *> '+TICKET <name>' line in GCic.projects) is filed there under **
      *> a blank ticket.  This utility answers the auditors'          **
      *> question - which change request put this version into the    **
      *> library? - in both directions.                               **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicTkt [ /TICKET:<ref> ] [ /REPORT:<file> ]                 **
      *>     The ticket report: for every ticket on the ledger (or    **
      *>     just the one named), every program and stamp built       **
      *>     under it - mode, status, who ran it - with each          **
      *>     program's last build under the ticket marked FINAL, so   **
      *>     the status it was left in is plain.  Written to          **
      *>     /REPORT:, or to GCic.tktrpt when no name is given.       **
      *>                                                              **
      *> GCicTkt /EXCEPTIONS [ /SINCE:<yyyymmdd> ] [ /REPORT:<file> ] **
      *>     The exceptions report: for every ticket-required         **
      *>     project in GCic.projects (or just the one named with     **
      *>     /PROJECT:), every build in its GCic.results that has no  **
      *>     ticket on the ledger, and every compile the ledger shows **
      *>     was refused for want of one.  /SINCE: ignores anything   **
      *>     stamped before that date - the day the project was       **
      *>     flagged, typically.  Written to /REPORT:, or to          **
      *>     GCic.tktexc when no name is given.                       **
      *>                                                              **
      *> /PROJECT:<name> (or the GCIC_PROJECT environment variable)   **
      *> works against the named project's state directory - see      **
      *> GCic.projects and GCic's own 121-Resolve-Project-Paths.      **
      *>                                                              **
      *> RETURN-CODE is 0 when the report completed clean, 4 when the **
      *> exceptions report found exceptions, 8 when the requested     **
      *> ticket is not on the ledger, and 12 for a setup error (no    **
      *> ledger to report on, an unknown project, an unwritable       **
      *> report).                                                     **
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
           SELECT F-Ticket-FILE       ASSIGN TO WS-Ticket-Filename-TXT
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS F-TKL-Key
                                       FILE STATUS IS
                                       WS-Ticket-Status-CD.
           SELECT F-Results-FILE      ASSIGN TO
                                       WS-Results-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Results-Status-CD.
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
       FD  F-Ticket-FILE.
       01  F-Ticket-REC.
           05 F-TKL-Key.
              10 F-TKL-Ticket-TXT                 PIC X(15).
              10 F-TKL-Pgm-Nm-TXT                 PIC X(31).
              10 F-TKL-Stamp-TXT                  PIC X(16).
           05 F-TKL-Data-TXT                      PIC X(64).
       FD  F-Results-FILE.
       01  F-Results-REC                          PIC X(400).
       FD  F-Report-FILE.
       01  F-Report-REC                           PIC X(132).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       78  WS-Build-Table-Max-CONST               VALUE 5000.
       78  WS-Project-Table-Max-CONST             VALUE 50.
       01  WS-Ticket-Filename-TXT
                         VALUE 'GCic.tickets'     PIC X(256).
       01  WS-Ticket-Status-CD                    PIC X(2).
       01  WS-Results-Filename-TXT
                         VALUE 'GCic.results'     PIC X(256).
       01  WS-Results-Status-CD                   PIC X(2).
       01  WS-Report-Filename-TXT                 PIC X(256).
       01  WS-Report-Status-CD                    PIC X(2).
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-Exit-CD                             PIC 9(2) VALUE 0.
      *>***************************************************************
      *> The run as the command line asked for it.                    **
      *>***************************************************************
       01  WS-TK-Mode-CHR                VALUE 'T' PIC X(1).
           88 WS-TK-Ticket-Mode-BOOL               VALUE 'T'.
           88 WS-TK-Exception-Mode-BOOL            VALUE 'E'.
       01  WS-TK-Req-Ticket-TXT      VALUE SPACES PIC X(15).
       01  WS-TK-Since-TXT           VALUE SPACES PIC X(8).
       01  WS-TK-Req-Project-TXT     VALUE SPACES PIC X(10).
      *>***************************************************************
      *> The change-ledger record, laid out exactly as GCic's         **
      *> 227-Write-Ticket-Ledger writes it.                           **
      *>***************************************************************
       01  WS-TKL-Hold-REC.
           05 WS-TKL-Ticket-TXT                   PIC X(15).
           05 WS-TKL-Pgm-Nm-TXT                   PIC X(31).
           05 WS-TKL-Stamp-TXT                    PIC X(16).
           05 WS-TKL-Mode-TXT                     PIC X(6).
           05 FILLER                              PIC X(1).
           05 WS-TKL-Status-TXT                   PIC X(15).
           05 FILLER                              PIC X(1).
           05 WS-TKL-User-TXT                     PIC X(12).
           05 FILLER                              PIC X(1).
           05 WS-TKL-Project-TXT                  PIC X(10).
           05 FILLER                              PIC X(1).
           05 WS-TKL-Switches-TXT                 PIC X(9).
           05 FILLER                              PIC X(8).
       01  WS-TKL-Held-CHR                        PIC X(1).
           88 WS-TKL-Held-BOOL                     VALUE 'Y'.
           88 WS-TKL-Not-Held-BOOL                 VALUE 'N'.
       01  WS-TKL-EOF-CHR                         PIC X(1).
           88 WS-TKL-EOF-BOOL                      VALUE 'Y'.
           88 WS-TKL-Not-EOF-BOOL                  VALUE 'N'.
       01  WS-TKL-Final-CHR                       PIC X(1).
           88 WS-TKL-Final-BOOL                    VALUE 'Y'.
           88 WS-TKL-Not-Final-BOOL                VALUE 'N'.
       01  WS-TKL-Last-Ticket-TXT                 PIC X(15).
      *>***************************************************************
      *> Ticket report tallies - per ticket and for the whole run.    **
      *>***************************************************************
       01  WS-TR-Build-QTY                        PIC 9(6).
       01  WS-TR-Pgm-QTY                          PIC 9(6).
       01  WS-TR-Failed-QTY                       PIC 9(6).
       01  WS-TR-Ticket-QTY                       PIC 9(6) VALUE 0.
       01  WS-TR-All-Build-QTY                    PIC 9(6) VALUE 0.
      *>***************************************************************
      *> Exceptions report work areas - the ticket-required projects  **
      *> and, for the project in hand, every ticketed build on its    **
      *> ledger (program + stamp), which its GCic.results rows are    **
      *> checked against.                                             **
      *>***************************************************************
       01  WS-Project-Table.
           05 WS-TP-Name-TXT        OCCURS WS-Project-Table-Max-CONST
                                    TIMES         PIC X(10).
       01  WS-TP-QTY                              PIC 9(3) VALUE 0.
       01  WS-TP-SUB                              USAGE BINARY-LONG.
       01  WS-TP-Flag-Name-TXT                    PIC X(12).
       01  WS-Build-Table.
           05 WS-BT-Entry OCCURS WS-Build-Table-Max-CONST TIMES.
              10 WS-BT-Pgm-Nm-TXT                 PIC X(31).
              10 WS-BT-Stamp-TXT                  PIC X(16).
       01  WS-BT-QTY                              PIC 9(5) VALUE 0.
       01  WS-BT-SUB                              USAGE BINARY-LONG.
       01  WS-BT-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-BT-Full-Noted-BOOL                VALUE 'Y'.
       01  WS-BT-Found-CHR                        PIC X(1).
           88 WS-BT-Found-BOOL                     VALUE 'Y'.
           88 WS-BT-Not-Found-BOOL                 VALUE 'N'.
       01  WS-EX-Project-QTY                      PIC 9(6).
       01  WS-EX-All-QTY                          PIC 9(6) VALUE 0.
       01  WS-EX-Reason-TXT                       PIC X(24).
       01  WS-RF-EOF-CHR                          PIC X(1).
           88 WS-RF-EOF-BOOL                       VALUE 'Y'.
           88 WS-RF-Not-EOF-BOOL                   VALUE 'N'.
      *>***************************************************************
      *> Results-feed split fields.                                   **
      *>***************************************************************
       01  WS-RF-Pgm-Nm-TXT                       PIC X(31).
       01  WS-RF-Stamp-TXT                        PIC X(16).
       01  WS-RF-Mode-TXT                         PIC X(6).
       01  WS-RF-Status-TXT                       PIC X(15).
       01  WS-RF-Rest-TXT                         PIC X(330).
      *>***************************************************************
      *> Report line and the stamp expanded for human eyes.           **
      *>***************************************************************
       01  WS-Report-Line-TXT                     PIC X(132).
       01  WS-Stamp-Raw-TXT                       PIC X(16).
       01  WS-Stamp-Formatted-TXT.
           05 WS-SF-Date-TXT                      PIC XXXX/XX/XX.
           05 FILLER                  VALUE ' '   PIC X(1).
           05 WS-SF-HH-TXT                        PIC X(2).
           05 FILLER                  VALUE ':'   PIC X(1).
           05 WS-SF-MM-TXT                        PIC X(2).
           05 FILLER                  VALUE ':'   PIC X(1).
           05 WS-SF-SS-TXT                        PIC X(2).
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
           PERFORM 010-Parse-Args
           IF WS-TK-Exception-Mode-BOOL
               PERFORM 300-Report-Exceptions
           ELSE
               PERFORM 015-Resolve-Project-Paths
               PERFORM 200-Report-By-Ticket
           END-IF
           PERFORM 900-Terminate
      * -- Control will NOT return
           .
      *>***************************************************************
      *> Parse the command line - the same token walk GCic's          **
      *> 010-Parse-Args does.                                         **
      *>***************************************************************
       010-Parse-Args SECTION.
           MOVE SPACES TO WS-Report-Filename-TXT
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/TICKET:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (9:15))
                     TO WS-TK-Req-Ticket-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) = '/EXCEPTIONS'
                   SET WS-TK-Exception-Mode-BOOL TO TRUE
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:7) = '/SINCE:'
                   MOVE WS-Cmd-Token-TXT (8:8) TO WS-TK-Since-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9) = '/PROJECT:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (10:10))
                     TO WS-TK-Req-Project-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/REPORT:'
                   MOVE WS-Cmd-Token-TXT (9:)
                     TO WS-Report-Filename-TXT
               WHEN OTHER
                   DISPLAY 'Unrecognized switch ignored: '
                           TRIM(WS-Cmd-Token-TXT)
               END-EVALUATE
           END-PERFORM
           IF WS-TK-Since-TXT NOT = SPACES
           AND (WS-TK-Since-TXT IS NOT NUMERIC
                OR TEST-DATE-YYYYMMDD(NUMVAL(WS-TK-Since-TXT)) NOT = 0)
               DISPLAY '/SINCE: must be a valid yyyymmdd date'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           IF WS-TK-Req-Project-TXT = SPACES
               ACCEPT WS-TK-Req-Project-TXT
                   FROM ENVIRONMENT 'GCIC_PROJECT'
               MOVE UPPER-CASE(WS-TK-Req-Project-TXT)
                 TO WS-TK-Req-Project-TXT
           END-IF
           IF WS-Report-Filename-TXT = SPACES
               IF WS-TK-Exception-Mode-BOOL
                   MOVE 'GCic.tktexc' TO WS-Report-Filename-TXT
               ELSE
                   MOVE 'GCic.tktrpt' TO WS-Report-Filename-TXT
               END-IF
           END-IF
           .
      *>***************************************************************
      *> Resolve the ledger (and results feed) into the selected      **
      *> project's state directory.  No selection leaves them flat,   **
      *> exactly as GCic does.                                        **
      *>***************************************************************
       015-Resolve-Project-Paths SECTION.
           MOVE WS-TK-Req-Project-TXT TO WS-PJ-Name-TXT
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
           MOVE 'GCic.tickets'            TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Ticket-Filename-TXT
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
      *> Collect the ticket-required projects - every                 **
      *> '+TICKET <name>' line in GCic.projects (names compared       **
      *> case-blind), the same test GCic's 124-Check-Ticket-Required  **
      *> makes.                                                       **
      *>***************************************************************
       018-Load-Ticket-Projects SECTION.
           MOVE 0 TO WS-TP-QTY
           OPEN INPUT F-Project-FILE
           IF WS-Project-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-PJ-Not-EOF-BOOL TO TRUE
           READ F-Project-FILE
               AT END SET WS-PJ-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-PJ-EOF-BOOL
               IF F-Project-REC NOT = SPACES
               AND F-Project-REC (1:1) NOT = '*'
                   MOVE SPACES TO WS-PJ-Tok-TXT
                                  WS-TP-Flag-Name-TXT
                   MOVE 1 TO WS-PJ-Parse-SUB
                   UNSTRING F-Project-REC DELIMITED BY ALL SPACES
                       INTO WS-PJ-Tok-TXT WS-TP-Flag-Name-TXT
                       WITH POINTER WS-PJ-Parse-SUB
                   END-UNSTRING
                   IF UPPER-CASE(WS-PJ-Tok-TXT) = '+TICKET'
                   AND WS-TP-Flag-Name-TXT NOT = SPACES
                   AND WS-TP-QTY < WS-Project-Table-Max-CONST
                       ADD 1 TO WS-TP-QTY
                       MOVE UPPER-CASE(WS-TP-Flag-Name-TXT (1:10))
                         TO WS-TP-Name-TXT (WS-TP-QTY)
                   END-IF
               END-IF
               READ F-Project-FILE
                   AT END SET WS-PJ-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Project-FILE
           .
      *>***************************************************************
      *> Expand the raw WS-Stamp-Raw-TXT into 'YYYY/MM/DD HH:MM:SS'   **
      *> in WS-Stamp-Formatted-TXT.                                   **
      *>***************************************************************
       050-Format-Stamp SECTION.
           MOVE WS-Stamp-Raw-TXT (1:4)  TO WS-SF-Date-TXT (1:4)
           MOVE '/'                     TO WS-SF-Date-TXT (5:1)
           MOVE WS-Stamp-Raw-TXT (5:2)  TO WS-SF-Date-TXT (6:2)
           MOVE '/'                     TO WS-SF-Date-TXT (8:1)
           MOVE WS-Stamp-Raw-TXT (7:2)  TO WS-SF-Date-TXT (9:2)
           MOVE WS-Stamp-Raw-TXT (9:2)  TO WS-SF-HH-TXT
           MOVE WS-Stamp-Raw-TXT (11:2) TO WS-SF-MM-TXT
           MOVE WS-Stamp-Raw-TXT (13:2) TO WS-SF-SS-TXT
           .
      *>***************************************************************
      *> Create the report file and write its title line (already     **
      *> built in WS-Report-Line-TXT by the caller).                  **
      *>***************************************************************
       100-Open-Report SECTION.
           OPEN OUTPUT F-Report-FILE
           IF WS-Report-Status-CD NOT = '00'
               DISPLAY 'Unable to create report file '
                       TRIM(WS-Report-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> The ticket report.  The ledger's key delivers every build    **
      *> under one ticket together, program by program, oldest stamp  **
      *> first; each record is held back one read so that the last    **
      *> build of each program under the ticket can be marked FINAL   **
      *> - that is the status the change left the program in.         **
      *> Blank-ticket (refused) records belong to the exceptions      **
      *> report and are passed over.                                  **
      *>***************************************************************
       200-Report-By-Ticket SECTION.
           OPEN INPUT F-Ticket-FILE
           IF WS-Ticket-Status-CD NOT = '00'
               DISPLAY 'Unable to open change ledger '
                       TRIM(WS-Ticket-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE SPACES TO WS-Report-Line-TXT
           IF WS-TK-Req-Ticket-TXT = SPACES
               STRING 'CHANGE LEDGER BY TICKET - '
                      TRIM(WS-Ticket-Filename-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-Report-Line-TXT
           ELSE
               STRING 'CHANGE LEDGER FOR TICKET '
                      TRIM(WS-TK-Req-Ticket-TXT) ' - '
                      TRIM(WS-Ticket-Filename-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-Report-Line-TXT
           END-IF
           PERFORM 100-Open-Report
           MOVE SPACES TO WS-TKL-Last-Ticket-TXT
           SET WS-TKL-Not-Held-BOOL TO TRUE
           SET WS-TKL-Not-EOF-BOOL  TO TRUE
           MOVE WS-TK-Req-Ticket-TXT TO F-TKL-Ticket-TXT
           IF WS-TK-Req-Ticket-TXT = SPACES
      *> ----- Start past the blank-ticket refusals
               MOVE HIGH-VALUES TO F-TKL-Pgm-Nm-TXT
                                   F-TKL-Stamp-TXT
               START F-Ticket-FILE KEY IS > F-TKL-Key
                   INVALID KEY SET WS-TKL-EOF-BOOL TO TRUE
               END-START
           ELSE
               MOVE LOW-VALUES TO F-TKL-Pgm-Nm-TXT
                                  F-TKL-Stamp-TXT
               START F-Ticket-FILE KEY IS >= F-TKL-Key
                   INVALID KEY SET WS-TKL-EOF-BOOL TO TRUE
               END-START
           END-IF
           PERFORM 210-Read-Next-Ledger
           PERFORM UNTIL WS-TKL-EOF-BOOL
               IF WS-TKL-Held-BOOL
                   IF WS-TKL-Ticket-TXT = F-TKL-Ticket-TXT
                   AND WS-TKL-Pgm-Nm-TXT = F-TKL-Pgm-Nm-TXT
                       SET WS-TKL-Not-Final-BOOL TO TRUE
                   ELSE
                       SET WS-TKL-Final-BOOL TO TRUE
                   END-IF
                   PERFORM 220-Write-Ticket-Line
               END-IF
               MOVE F-Ticket-REC TO WS-TKL-Hold-REC
               SET WS-TKL-Held-BOOL TO TRUE
               PERFORM 210-Read-Next-Ledger
           END-PERFORM
           IF WS-TKL-Held-BOOL
               SET WS-TKL-Final-BOOL TO TRUE
               PERFORM 220-Write-Ticket-Line
               PERFORM 230-Write-Ticket-Summary
           END-IF
           CLOSE F-Ticket-FILE
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           STRING WS-TR-All-Build-QTY ' BUILDS UNDER '
                  WS-TR-Ticket-QTY ' TICKETS'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           CLOSE F-Report-FILE
           IF WS-TR-Ticket-QTY = 0
           AND WS-TK-Req-Ticket-TXT NOT = SPACES
               DISPLAY 'Ticket ' TRIM(WS-TK-Req-Ticket-TXT)
                       ' is not on the change ledger'
               MOVE 8 TO WS-Exit-CD
           ELSE
               DISPLAY WS-TR-All-Build-QTY ' builds under '
                       WS-TR-Ticket-QTY ' tickets - see '
                       TRIM(WS-Report-Filename-TXT,TRAILING)
           END-IF
           .
      *>***************************************************************
      *> Read the next ledger record, ending the walk at end of file  **
      *> or - when one ticket was asked for - at the next ticket.     **
      *>***************************************************************
       210-Read-Next-Ledger SECTION.
           IF WS-TKL-EOF-BOOL
               EXIT SECTION
           END-IF
           READ F-Ticket-FILE NEXT RECORD
               AT END SET WS-TKL-EOF-BOOL TO TRUE
           END-READ
           IF WS-TKL-Not-EOF-BOOL
           AND WS-TK-Req-Ticket-TXT NOT = SPACES
           AND F-TKL-Ticket-TXT NOT = WS-TK-Req-Ticket-TXT
               SET WS-TKL-EOF-BOOL TO TRUE
           END-IF
           .
      *>***************************************************************
      *> One build line for the held record, preceded by the ticket   **
      *> heading (and the prior ticket's summary) when the ticket     **
      *> changes.                                                     **
      *>***************************************************************
       220-Write-Ticket-Line SECTION.
           IF WS-TKL-Ticket-TXT NOT = WS-TKL-Last-Ticket-TXT
               IF WS-TKL-Last-Ticket-TXT NOT = SPACES
                   PERFORM 230-Write-Ticket-Summary
               END-IF
               MOVE WS-TKL-Ticket-TXT TO WS-TKL-Last-Ticket-TXT
               ADD 1 TO WS-TR-Ticket-QTY
               MOVE 0 TO WS-TR-Build-QTY
                         WS-TR-Pgm-QTY
                         WS-TR-Failed-QTY
               MOVE SPACES TO WS-Report-Line-TXT
               STRING 'TICKET ' WS-TKL-Ticket-TXT
                   DELIMITED SIZE INTO WS-Report-Line-TXT
               WRITE F-Report-REC FROM WS-Report-Line-TXT
               MOVE SPACES TO WS-Report-Line-TXT
               MOVE 'PROGRAM'         TO WS-Report-Line-TXT (3:7)
               MOVE 'STAMP'           TO WS-Report-Line-TXT (35:5)
               MOVE 'BUILT'           TO WS-Report-Line-TXT (52:5)
               MOVE 'MODE'            TO WS-Report-Line-TXT (72:4)
               MOVE 'STATUS'          TO WS-Report-Line-TXT (79:6)
               MOVE 'BY'              TO WS-Report-Line-TXT (95:2)
               MOVE 'PROJECT'         TO WS-Report-Line-TXT (108:7)
               WRITE F-Report-REC FROM WS-Report-Line-TXT
           END-IF
           ADD 1 TO WS-TR-Build-QTY
                    WS-TR-All-Build-QTY
           MOVE WS-TKL-Stamp-TXT TO WS-Stamp-Raw-TXT
           PERFORM 050-Format-Stamp
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-TKL-Pgm-Nm-TXT      TO WS-Report-Line-TXT (3:31)
           MOVE WS-TKL-Stamp-TXT       TO WS-Report-Line-TXT (35:16)
           MOVE WS-Stamp-Formatted-TXT TO WS-Report-Line-TXT (52:19)
           MOVE WS-TKL-Mode-TXT        TO WS-Report-Line-TXT (72:6)
           MOVE WS-TKL-Status-TXT      TO WS-Report-Line-TXT (79:15)
           MOVE WS-TKL-User-TXT        TO WS-Report-Line-TXT (95:12)
           MOVE WS-TKL-Project-TXT     TO WS-Report-Line-TXT (108:10)
           IF WS-TKL-Final-BOOL
               MOVE 'FINAL'            TO WS-Report-Line-TXT (120:5)
               ADD 1 TO WS-TR-Pgm-QTY
               IF WS-TKL-Status-TXT = 'COMPILE FAILED'
                   ADD 1 TO WS-TR-Failed-QTY
               END-IF
           END-IF
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           .
      *>***************************************************************
      *> Close off one ticket - builds, programs, and how many        **
      *> programs the change left failing.                            **
      *>***************************************************************
       230-Write-Ticket-Summary SECTION.
           MOVE SPACES TO WS-Report-Line-TXT
           STRING '  ' WS-TR-Build-QTY ' BUILDS OF '
                  WS-TR-Pgm-QTY ' PROGRAMS, '
                  WS-TR-Failed-QTY ' LEFT FAILING'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> The exceptions report - every ticket-required project, or    **
      *> just the one selected.  A selected project that is not       **
      *> flagged is reported as such; there is nothing to check.      **
      *>***************************************************************
       300-Report-Exceptions SECTION.
           PERFORM 018-Load-Ticket-Projects
           MOVE SPACES TO WS-Report-Line-TXT
           IF WS-TK-Since-TXT = SPACES
               STRING 'BUILDS WITHOUT A CHANGE TICKET IN TICKET-'
                      'REQUIRED PROJECTS'
                   DELIMITED SIZE INTO WS-Report-Line-TXT
           ELSE
               STRING 'BUILDS WITHOUT A CHANGE TICKET IN TICKET-'
                      'REQUIRED PROJECTS SINCE ' WS-TK-Since-TXT
                   DELIMITED SIZE INTO WS-Report-Line-TXT
           END-IF
           PERFORM 100-Open-Report
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 'PROJECT'          TO WS-Report-Line-TXT (1:7)
           MOVE 'PROGRAM'          TO WS-Report-Line-TXT (12:7)
           MOVE 'STAMP'            TO WS-Report-Line-TXT (44:5)
           MOVE 'BUILT'            TO WS-Report-Line-TXT (61:5)
           MOVE 'MODE'             TO WS-Report-Line-TXT (81:4)
           MOVE 'STATUS'           TO WS-Report-Line-TXT (88:6)
           MOVE 'EXCEPTION'        TO WS-Report-Line-TXT (104:9)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           IF WS-TK-Req-Project-TXT NOT = SPACES
               MOVE 0 TO WS-TP-SUB
               MOVE 1 TO WS-BT-SUB
               PERFORM UNTIL WS-BT-SUB > WS-TP-QTY
                   IF WS-TP-Name-TXT (WS-BT-SUB)
                      = WS-TK-Req-Project-TXT
                       MOVE WS-BT-SUB TO WS-TP-SUB
                   END-IF
                   ADD 1 TO WS-BT-SUB
               END-PERFORM
               IF WS-TP-SUB = 0
                   DISPLAY 'Project ' TRIM(WS-TK-Req-Project-TXT)
                           ' is not flagged +TICKET in GCic.projects'
                   MOVE SPACES TO WS-Report-Line-TXT
                   STRING 'PROJECT ' TRIM(WS-TK-Req-Project-TXT)
                          ' IS NOT TICKET-REQUIRED - NOTHING TO CHECK'
                       DELIMITED SIZE INTO WS-Report-Line-TXT
                   WRITE F-Report-REC FROM WS-Report-Line-TXT
               ELSE
                   PERFORM 310-Check-One-Project
               END-IF
           ELSE
               IF WS-TP-QTY = 0
                   MOVE SPACES TO WS-Report-Line-TXT
                   STRING 'NO PROJECT IS FLAGGED +TICKET IN '
                          'GCic.projects - NOTHING TO CHECK'
                       DELIMITED SIZE INTO WS-Report-Line-TXT
                   WRITE F-Report-REC FROM WS-Report-Line-TXT
               END-IF
               MOVE 1 TO WS-TP-SUB
               PERFORM UNTIL WS-TP-SUB > WS-TP-QTY
                   PERFORM 310-Check-One-Project
                   ADD 1 TO WS-TP-SUB
               END-PERFORM
           END-IF
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           STRING WS-EX-All-QTY ' EXCEPTIONS'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           CLOSE F-Report-FILE
           DISPLAY WS-EX-All-QTY ' exceptions - see '
                   TRIM(WS-Report-Filename-TXT,TRAILING)
           IF WS-EX-All-QTY > 0
           AND WS-Exit-CD < 4
               MOVE 4 TO WS-Exit-CD
           END-IF
           .
      *>***************************************************************
      *> One ticket-required project (WS-TP-SUB): resolve its state   **
      *> directory, load its ticketed builds from the ledger (noting  **
      *> the refusals on the way), then check its results feed.  A    **
      *> project with no ledger yet simply has no ticketed builds.    **
      *>***************************************************************
       310-Check-One-Project SECTION.
           MOVE WS-TP-Name-TXT (WS-TP-SUB) TO WS-PJ-Name-TXT
           MOVE 0 TO WS-EX-Project-QTY
           PERFORM 017-Find-Project-Directory
           IF WS-PJ-Not-Found-BOOL
               MOVE SPACES TO WS-Report-Line-TXT
               STRING WS-PJ-Name-TXT ' FLAGGED +TICKET BUT HAS NO '
                      'STATE DIRECTORY IN GCic.projects'
                   DELIMITED SIZE INTO WS-Report-Line-TXT
               WRITE F-Report-REC FROM WS-Report-Line-TXT
               MOVE 12 TO WS-Exit-CD
               EXIT SECTION
           END-IF
           MOVE 'GCic.tickets'            TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Ticket-Filename-TXT
           MOVE 'GCic.results'            TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Results-Filename-TXT
           PERFORM 320-Load-Ticketed-Builds
           PERFORM 330-Check-Results-Feed
           MOVE SPACES TO WS-Report-Line-TXT
           STRING WS-PJ-Name-TXT ' ' WS-EX-Project-QTY
                  ' EXCEPTIONS'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           .
      *>***************************************************************
      *> Read the project's whole ledger: a ticketed build goes into  **
      *> the build table for 330's lookup; a blank-ticket record is   **
      *> a refused compile and is reported straight away.             **
      *>***************************************************************
       320-Load-Ticketed-Builds SECTION.
           MOVE 0 TO WS-BT-QTY
           OPEN INPUT F-Ticket-FILE
           IF WS-Ticket-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-TKL-Not-EOF-BOOL TO TRUE
           READ F-Ticket-FILE NEXT RECORD
               AT END SET WS-TKL-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-TKL-EOF-BOOL
               MOVE F-Ticket-REC TO WS-TKL-Hold-REC
               IF WS-TKL-Ticket-TXT = SPACES
                   IF WS-TKL-Stamp-TXT (1:8) >= WS-TK-Since-TXT
                       MOVE WS-TKL-Pgm-Nm-TXT TO WS-RF-Pgm-Nm-TXT
                       MOVE WS-TKL-Stamp-TXT  TO WS-RF-Stamp-TXT
                       MOVE WS-TKL-Mode-TXT   TO WS-RF-Mode-TXT
                       MOVE WS-TKL-Status-TXT TO WS-RF-Status-TXT
                       MOVE 'REFUSED - NO TICKET' TO WS-EX-Reason-TXT
                       PERFORM 340-Write-Exception-Line
                   END-IF
               ELSE
                   IF WS-BT-QTY < WS-Build-Table-Max-CONST
                       ADD 1 TO WS-BT-QTY
                       MOVE WS-TKL-Pgm-Nm-TXT
                         TO WS-BT-Pgm-Nm-TXT (WS-BT-QTY)
                       MOVE WS-TKL-Stamp-TXT
                         TO WS-BT-Stamp-TXT (WS-BT-QTY)
                   ELSE
                       IF NOT WS-BT-Full-Noted-BOOL
                           DISPLAY 'More than '
                                   WS-Build-Table-Max-CONST
                                   ' ticketed builds - later ones '
                                   'may be reported as exceptions'
                           SET WS-BT-Full-Noted-BOOL TO TRUE
                       END-IF
                   END-IF
               END-IF
               READ F-Ticket-FILE NEXT RECORD
                   AT END SET WS-TKL-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Ticket-FILE
           .
      *>***************************************************************
      *> Every compile row (mode SINGLE or LIST) in the project's     **
      *> GCic.results that actually built something - cache-SKIPPED   **
      *> compiles and smoke EXECUTED rows are not builds - must have  **
      *> a ticketed ledger record with the same program and stamp.    **
      *>***************************************************************
       330-Check-Results-Feed SECTION.
           OPEN INPUT F-Results-FILE
           IF WS-Results-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-RF-Not-EOF-BOOL TO TRUE
           READ F-Results-FILE
               AT END SET WS-RF-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-RF-EOF-BOOL
               MOVE SPACES TO WS-RF-Pgm-Nm-TXT WS-RF-Stamp-TXT
                              WS-RF-Mode-TXT   WS-RF-Status-TXT
               UNSTRING F-Results-REC DELIMITED BY '|'
                   INTO WS-RF-Pgm-Nm-TXT WS-RF-Stamp-TXT
                        WS-RF-Mode-TXT   WS-RF-Status-TXT
                        WS-RF-Rest-TXT
               END-UNSTRING
               IF (WS-RF-Mode-TXT = 'SINGLE' OR 'LIST')
               AND WS-RF-Status-TXT (1:8) = 'COMPILE '
               AND WS-RF-Stamp-TXT (1:8) >= WS-TK-Since-TXT
                   SET WS-BT-Not-Found-BOOL TO TRUE
                   MOVE 1 TO WS-BT-SUB
                   PERFORM UNTIL WS-BT-SUB > WS-BT-QTY
                              OR WS-BT-Found-BOOL
                       IF WS-BT-Pgm-Nm-TXT (WS-BT-SUB)
                          = WS-RF-Pgm-Nm-TXT
                       AND WS-BT-Stamp-TXT (WS-BT-SUB)
                          = WS-RF-Stamp-TXT
                           SET WS-BT-Found-BOOL TO TRUE
                       END-IF
                       ADD 1 TO WS-BT-SUB
                   END-PERFORM
                   IF WS-BT-Not-Found-BOOL
                       MOVE 'BUILT WITHOUT A TICKET' TO WS-EX-Reason-TXT
                       PERFORM 340-Write-Exception-Line
                   END-IF
               END-IF
               READ F-Results-FILE
                   AT END SET WS-RF-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Results-FILE
           .
      *>***************************************************************
      *> One exception line from the WS-RF- fields.                   **
      *>***************************************************************
       340-Write-Exception-Line SECTION.
           ADD 1 TO WS-EX-Project-QTY
                    WS-EX-All-QTY
           MOVE WS-RF-Stamp-TXT TO WS-Stamp-Raw-TXT
           PERFORM 050-Format-Stamp
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-PJ-Name-TXT         TO WS-Report-Line-TXT (1:10)
           MOVE WS-RF-Pgm-Nm-TXT       TO WS-Report-Line-TXT (12:31)
           MOVE WS-RF-Stamp-TXT        TO WS-Report-Line-TXT (44:16)
           MOVE WS-Stamp-Formatted-TXT TO WS-Report-Line-TXT (61:19)
           MOVE WS-RF-Mode-TXT         TO WS-Report-Line-TXT (81:6)
           MOVE WS-RF-Status-TXT       TO WS-Report-Line-TXT (88:15)
           MOVE WS-EX-Reason-TXT       TO WS-Report-Line-TXT (104:24)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           .
      *>***************************************************************
      *> Set the exit code and halt.                                  **
      *>***************************************************************
       900-Terminate SECTION.
           MOVE WS-Exit-CD TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM GCicTkt.
