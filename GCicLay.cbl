       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicLay.
      *>***************************************************************
      *> This program works out the storage layout of every copybook  **
      *> a compile-all run recorded, keeps a versioned history of     **
      *> those layouts and reports the drift between runs.  GCicDict  **
      *> lists each field's level, name, PIC, USAGE, OCCURS and       **
      *> REDEFINES; this utility parses the same members the same     **
      *> way and goes on to compute, for every field, its starting    **
      *> offset (from 0) within its 01-level record and its length    **
      *> in bytes (all occurrences), and for every 01 level the       **
      *> total record length:                                         **
      *>                                                              **
      *>   - elementary sizes come from the PIC and USAGE: DISPLAY    **
      *>     one byte per character (plus one for SIGN SEPARATE),     **
      *>     NATIONAL two, BINARY/COMP/COMP-4/COMP-5 2, 4 or 8 bytes  **
      *>     for up to 4, 9 or 18 digits, COMP-3/PACKED-DECIMAL       **
      *>     digits/2+1, COMP-1 4, COMP-2 8, INDEX 4, POINTER 8;      **
      *>   - a group's USAGE is inherited by its members, and its     **
      *>     length is the sum of its members'; OCCURS multiplies     **
      *>     (the TO maximum for OCCURS DEPENDING ON);                **
      *>   - a REDEFINES starts at the item it redefines and takes    **
      *>     no room of its own unless it is the longer.              **
      *>                                                              **
      *> Slack bytes for SYNCHRONIZED items are not added.  88 and    **
      *> 66 levels take no storage and are left out.                  **
      *>                                                              **
      *> Each run appends a snapshot of every layout to the           **
      *> layout history GCic.layouts - one line per field,            **
      *> version|stamp|copybook|record|level|field|offset|length|     **
      *> occurs|picture|usage - under the next version number, then   **
      *> compares each copybook's current layout with its most        **
      *> recent earlier snapshot and writes the drift report: every   **
      *> field whose offset or length moved, every field added or     **
      *> removed and every 01 record whose total length changed,      **
      *> each copybook with the programs that copy it (from the       **
      *> <list>.gccpy pairs).                                         **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicLay /LIST:<compile-all-list> [ /CPYDIR:<folder> ]        **
      *>         [ /REPORT:<filename> ] [ /LAYOUT:<filename> ]        **
      *>         [ /PROJECT:<name> ]                                  **
      *>                                                              **
      *> /LIST: and /CPYDIR: are exactly as for GCicDict.  The drift  **
      *> report is written to /REPORT:, or to <list>.gcdrift when no  **
      *> name is given; the field-by-field layout listing is written  **
      *> to /LAYOUT:, or to <list>.gclayout.                          **
      *>                                                              **
      *> /PROJECT:<name> (or the GCIC_PROJECT environment             **
      *> variable) works against the named project's state            **
      *> directory - see GCic.projects and GCic's own                 **
      *> 121-Resolve-Project-Paths.                                   **
      *>                                                              **
      *> RETURN-CODE is 0 when no layout drifted, 4 when one or more  **
      *> did, 8 when one or more copybooks could not be opened (they  **
      *> are listed in the reports and left out of the snapshot),     **
      *> and 12 when the pairs file, a report or the layout history   **
      *> cannot be opened.                                            **
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
           SELECT F-Cpy-Pair-FILE     ASSIGN TO
                                       WS-Cpy-Pair-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Cpy-Pair-Status-CD.
           SELECT F-Copybook-FILE     ASSIGN TO
                                       WS-Copybook-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Copybook-Status-CD.
           SELECT F-Layout-Hist-FILE  ASSIGN TO
                                       WS-Layout-Hist-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Layout-Hist-Status-CD.
           SELECT F-Report-FILE       ASSIGN TO WS-Report-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Report-Status-CD.
           SELECT F-Layout-FILE       ASSIGN TO WS-Layout-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Layout-Status-CD.
           SELECT F-Project-FILE      ASSIGN TO
                                       WS-Project-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Project-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-Cpy-Pair-FILE.
       01  F-Cpy-Pair-REC.
           05 F-CP-Cpy-Nm-TXT                     PIC X(31).
           05 F-CP-Pgm-Nm-TXT                     PIC X(31).
       FD  F-Copybook-FILE.
       01  F-Copybook-REC                         PIC X(256).
       FD  F-Layout-Hist-FILE.
       01  F-Layout-Hist-REC                      PIC X(256).
       FD  F-Report-FILE.
       01  F-Report-REC                           PIC X(132).
       FD  F-Layout-FILE.
       01  F-Layout-REC                           PIC X(132).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       78  WS-Report-LPP-CONST                    VALUE 58.
       78  WS-Pair-Table-Max-CONST                VALUE 2000.
       78  WS-Cpy-Table-Max-CONST                 VALUE 300.
       78  WS-Entry-Table-Max-CONST               VALUE 6000.
       78  WS-Stack-Max-CONST                     VALUE 50.
       01  WS-List-Filename-TXT                   PIC X(256).
       01  WS-Cpy-Pair-Filename-TXT               PIC X(256).
       01  WS-Cpy-Pair-Status-CD                  PIC X(2).
       01  WS-Copybook-Filename-TXT               PIC X(256).
       01  WS-Copybook-Status-CD                  PIC X(2).
       01  WS-Cpy-Dir-TXT                         PIC X(256).
       01  WS-Layout-Hist-Filename-TXT
                         VALUE 'GCic.layouts'     PIC X(256).
       01  WS-Layout-Hist-Status-CD               PIC X(2).
       01  WS-Report-Filename-TXT                 PIC X(256).
       01  WS-Report-Status-CD                    PIC X(2).
       01  WS-Layout-Filename-TXT                 PIC X(256).
       01  WS-Layout-Status-CD                    PIC X(2).
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-Exit-CD                             PIC 9(2) VALUE 0.
       01  WS-I-SUB                               USAGE BINARY-LONG.
       01  WS-J-SUB                               USAGE BINARY-LONG.
       01  WS-K-SUB                               USAGE BINARY-LONG.
      *>***************************************************************
      *> This run's snapshot version and stamp.                       **
      *>***************************************************************
       01  WS-Run-Version-NUM                     PIC 9(5) VALUE 0.
       01  WS-Run-Stamp-TXT                       PIC X(16).
       01  WS-Run-Date-NUM                        PIC 9(8).
       01  WS-Run-Time-NUM                        PIC 9(8).
      *>***************************************************************
      *> The recorded copybook/program pairs.                         **
      *>***************************************************************
       01  WS-Pair-Table.
           05 WS-PR-Entry OCCURS WS-Pair-Table-Max-CONST TIMES.
              10 WS-PR-Cpy-Nm-TXT                 PIC X(31).
              10 WS-PR-Pgm-Nm-TXT                 PIC X(31).
       01  WS-PR-QTY                              PIC 9(4) VALUE 0.
       01  WS-PR-EOF-CHR                          PIC X(1).
           88 WS-PR-EOF-BOOL                       VALUE 'Y'.
           88 WS-PR-Not-EOF-BOOL                   VALUE 'N'.
      *>***************************************************************
      *> One entry per distinct copybook: its slice of the entry      **
      *> table, the snapshot it is compared with and what drifted.    **
      *>***************************************************************
       01  WS-Cpy-Table.
           05 WS-CB-Entry OCCURS WS-Cpy-Table-Max-CONST TIMES.
              10 WS-CB-Cpy-Nm-TXT                 PIC X(31).
              10 WS-CB-Opened-CHR                 PIC X(1).
                 88 WS-CB-Opened-BOOL              VALUE 'Y'.
                 88 WS-CB-Not-Opened-BOOL          VALUE 'N'.
              10 WS-CB-First-SUB                  USAGE BINARY-LONG.
              10 WS-CB-Last-SUB                   USAGE BINARY-LONG.
              10 WS-CB-Prior-Version-NUM          PIC 9(5).
              10 WS-CB-Prior-Stamp-TXT            PIC X(16).
              10 WS-CB-Drift-QTY                  PIC 9(4).
       01  WS-CB-QTY                              PIC 9(3) VALUE 0.
       01  WS-CB-SUB                              USAGE BINARY-LONG.
       01  WS-CB-Found-CHR                        PIC X(1).
           88 WS-CB-Found-BOOL                     VALUE 'Y'.
           88 WS-CB-Not-Found-BOOL                 VALUE 'N'.
       01  WS-CB-Missing-QTY                      PIC 9(3) VALUE 0.
       01  WS-CB-Drifted-QTY                      PIC 9(3) VALUE 0.
       01  WS-CB-New-QTY                          PIC 9(3) VALUE 0.
      *>***************************************************************
      *> Every data entry of every copybook, in source order, with    **
      *> its computed offset and length.  Unit-NUM is the length of   **
      *> one occurrence; Length-NUM covers all of them.               **
      *>***************************************************************
       01  WS-Entry-Table.
           05 WS-LE-Entry OCCURS WS-Entry-Table-Max-CONST TIMES.
              10 WS-LE-CB-SUB                     USAGE BINARY-LONG.
              10 WS-LE-Rec-Nm-TXT                 PIC X(31).
              10 WS-LE-Level-TXT                  PIC X(2).
              10 WS-LE-Level-NUM                  PIC 9(2).
              10 WS-LE-Name-TXT                   PIC X(31).
              10 WS-LE-Pic-TXT                    PIC X(30).
              10 WS-LE-Usage-TXT                  PIC X(14).
              10 WS-LE-Sign-Sep-CHR               PIC X(1).
                 88 WS-LE-Sign-Sep-BOOL            VALUE 'Y'.
              10 WS-LE-Occurs-NUM                 PIC 9(5).
              10 WS-LE-Redefines-TXT              PIC X(31).
              10 WS-LE-Offset-NUM                 PIC 9(7).
              10 WS-LE-Unit-NUM                   PIC 9(7).
              10 WS-LE-Length-NUM                 PIC 9(7).
              10 WS-LE-Prior-SUB                  USAGE BINARY-LONG.
       01  WS-LE-QTY                              PIC 9(4) VALUE 0.
       01  WS-LE-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-LE-Full-Noted-BOOL                VALUE 'Y'.
      *>***************************************************************
      *> The earlier snapshot each copybook is compared with.         **
      *>***************************************************************
       01  WS-Prior-Table.
           05 WS-PE-Entry OCCURS WS-Entry-Table-Max-CONST TIMES.
              10 WS-PE-CB-SUB                     USAGE BINARY-LONG.
              10 WS-PE-Rec-Nm-TXT                 PIC X(31).
              10 WS-PE-Level-TXT                  PIC X(2).
              10 WS-PE-Name-TXT                   PIC X(31).
              10 WS-PE-Offset-NUM                 PIC 9(7).
              10 WS-PE-Length-NUM                 PIC 9(7).
              10 WS-PE-Matched-CHR                PIC X(1).
                 88 WS-PE-Matched-BOOL             VALUE 'Y'.
                 88 WS-PE-Not-Matched-BOOL         VALUE 'N'.
       01  WS-PE-QTY                              PIC 9(4) VALUE 0.
      *>***************************************************************
      *> One layout-history line split into its fields.               **
      *>***************************************************************
       01  WS-LH-Version-TXT                      PIC X(5).
       01  WS-LH-Version-NUM                      PIC 9(5).
       01  WS-LH-Stamp-TXT                        PIC X(16).
       01  WS-LH-Cpy-Nm-TXT                       PIC X(31).
       01  WS-LH-Rec-Nm-TXT                       PIC X(31).
       01  WS-LH-Level-TXT                        PIC X(2).
       01  WS-LH-Name-TXT                         PIC X(31).
       01  WS-LH-Offset-TXT                       PIC X(7).
       01  WS-LH-Length-TXT                       PIC X(7).
       01  WS-LH-EOF-CHR                          PIC X(1).
           88 WS-LH-EOF-BOOL                       VALUE 'Y'.
           88 WS-LH-Not-EOF-BOOL                   VALUE 'N'.
       01  WS-LH-Line-TXT                         PIC X(256).
       01  WS-LH-Occurs-NUM                       PIC Z(4)9.
       01  WS-LH-Offset-NUM                       PIC Z(6)9.
       01  WS-LH-Length-NUM                       PIC Z(6)9.
       01  WS-LH-Write-SUB                        USAGE BINARY-LONG.
      *>***************************************************************
      *> Copybook parsing work areas - the same entry-joining         **
      *> GCicDict's 230-Parse-Copybook-Fields does.                   **
      *>***************************************************************
       01  WS-Cur-Cpy-Nm-TXT                      PIC X(31).
       01  WS-Entry-TXT                           PIC X(1024).
       01  WS-Entry-SUB                           USAGE BINARY-LONG.
       01  WS-Entry-Open-CHR                      PIC X(1).
           88 WS-Entry-Open-BOOL                   VALUE 'Y'.
           88 WS-Entry-Closed-BOOL                 VALUE 'N'.
       01  WS-DE-Level-TXT                        PIC X(2).
       01  WS-DE-Token-TXT                        PIC X(64).
       01  WS-DE-Prior-Token-TXT                  PIC X(64).
       01  WS-DE-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-DE-Token-Len-NUM                    USAGE BINARY-LONG.
       01  WS-DE-Quote-QTY                        USAGE BINARY-LONG.
       01  WS-DE-Quote-2-QTY                      USAGE BINARY-LONG.
       01  WS-DE-Literal-CHR                      PIC X(1).
           88 WS-DE-In-Literal-BOOL                VALUE 'Y'.
           88 WS-DE-Not-In-Literal-BOOL            VALUE 'N'.
       01  WS-CP-EOF-CHR                          PIC X(1).
           88 WS-CP-EOF-BOOL                       VALUE 'Y'.
           88 WS-CP-Not-EOF-BOOL                   VALUE 'N'.
       01  WS-CP-Trim-Len-NUM                     USAGE BINARY-LONG.
      *>***************************************************************
      *> Offset computation: the running position within the current  **
      *> record and the stack of groups still open above the entry    **
      *> being placed.  Saved-Pos is where the position stood before  **
      *> a REDEFINES group started.                                   **
      *>***************************************************************
       01  WS-LY-Pos-NUM                          PIC 9(7).
       01  WS-LY-End-NUM                          PIC 9(7).
       01  WS-LY-Saved-Pos-NUM                    PIC 9(7).
       01  WS-LY-Rec-Nm-TXT                       PIC X(31).
       01  WS-LY-Group-CHR                        PIC X(1).
           88 WS-LY-Group-BOOL                     VALUE 'Y'.
           88 WS-LY-Elementary-BOOL                VALUE 'N'.
       01  WS-Stack-Table.
           05 WS-ST-Entry OCCURS WS-Stack-Max-CONST TIMES.
              10 WS-ST-LE-SUB                     USAGE BINARY-LONG.
              10 WS-ST-Saved-Pos-NUM              PIC 9(7).
       01  WS-ST-QTY                              USAGE BINARY-LONG.
      *>***************************************************************
      *> Elementary-size work areas: the PICTURE's character counts.  **
      *>***************************************************************
       01  WS-PC-Display-QTY                      PIC 9(5).
       01  WS-PC-Digit-QTY                        PIC 9(5).
       01  WS-PC-National-QTY                     PIC 9(5).
       01  WS-PC-Repeat-QTY                       PIC 9(5).
       01  WS-PC-Digit-NUM                        PIC 9(1).
       01  WS-PC-Char-CHR                         PIC X(1).
       01  WS-PC-Class-CHR                        PIC X(1).
       01  WS-PC-SUB                              USAGE BINARY-LONG.
       01  WS-PC-Usage-TXT                        PIC X(14).
      *>***************************************************************
      *> Report line layouts and pagination controls, in GCicRpt's    **
      *> style - one set for each of the two reports.                 **
      *>***************************************************************
       01  WS-Page-QTY                            PIC 9(4) VALUE 0.
       01  WS-Line-QTY                            PIC 9(2) VALUE 99.
       01  WS-LO-Page-QTY                         PIC 9(4) VALUE 0.
       01  WS-LO-Line-QTY                         PIC 9(2) VALUE 99.
       01  WS-Report-Line-TXT                     PIC X(132).
       01  WS-RH-Heading-TXT.
           05 VALUE 'GCIC LAYOUT DRIFT'                PIC X(30).
           05 VALUE 'FROM: '                           PIC X(6).
           05 WS-RH-List-TXT                           PIC X(58).
           05 FILLER                                   PIC X(29).
           05 VALUE 'PAGE '                            PIC X(5).
           05 WS-RH-Page-NUM                           PIC ZZZ9.
       01  WS-LH-Heading-TXT.
           05 VALUE 'GCIC RECORD LAYOUTS'              PIC X(30).
           05 VALUE 'FROM: '                           PIC X(6).
           05 WS-LHH-List-TXT                          PIC X(58).
           05 FILLER                                   PIC X(29).
           05 VALUE 'PAGE '                            PIC X(5).
           05 WS-LHH-Page-NUM                          PIC ZZZ9.
       01  WS-RL-Layout-Line-TXT.
           05 WS-RL-Level-TXT                          PIC X(2).
           05 FILLER                                   PIC X(1).
           05 WS-RL-Name-Area-TXT                      PIC X(45).
           05 WS-RL-Pic-TXT                            PIC X(20).
           05 FILLER                                   PIC X(1).
           05 WS-RL-Usage-TXT                          PIC X(14).
           05 FILLER                                   PIC X(1).
           05 WS-RL-Occurs-TXT                         PIC X(6).
           05 FILLER                                   PIC X(1).
           05 WS-RL-Offset-TXT                         PIC X(8).
           05 FILLER                                   PIC X(1).
           05 WS-RL-Length-TXT                         PIC X(8).
           05 FILLER                                   PIC X(1).
           05 WS-RL-Redefines-TXT                      PIC X(23).
       01  WS-RL-Indent-SUB                       USAGE BINARY-LONG.
       01  WS-RL-Edit-NUM                         PIC Z(6)9.
       01  WS-RD-Drift-Line-TXT.
           05 FILLER                                   PIC X(2).
           05 WS-RD-Rec-Nm-TXT                         PIC X(31).
           05 FILLER                                   PIC X(1).
           05 WS-RD-Name-TXT                           PIC X(31).
           05 FILLER                                   PIC X(1).
           05 WS-RD-Old-Offset-TXT                     PIC X(8).
           05 WS-RD-Old-Length-TXT                     PIC X(8).
           05 FILLER                                   PIC X(2).
           05 WS-RD-New-Offset-TXT                     PIC X(8).
           05 WS-RD-New-Length-TXT                     PIC X(8).
           05 FILLER                                   PIC X(2).
           05 WS-RD-Change-TXT                         PIC X(30).
       01  WS-RD-Edit-NUM                         PIC Z(6)9.
       01  WS-RD-Moved-QTY                        PIC 9(5) VALUE 0.
       01  WS-RD-Rec-Changed-QTY                  PIC 9(5) VALUE 0.
      *>***************************************************************
      *> A raw stamp is YYYYMMDDHHMMSSss; the reports show it         **
      *> formatted for human eyes, as GCicXarc's list display does.   **
      *>***************************************************************
       01  WS-Stamp-Raw-TXT                      PIC X(16).
       01  WS-Stamp-Formatted-TXT.
           05 WS-SF-Date-TXT                     PIC XXXX/XX/XX.
           05 FILLER                  VALUE ' '  PIC X(1).
           05 WS-SF-HH-TXT                       PIC X(2).
           05 FILLER                  VALUE ':'  PIC X(1).
           05 WS-SF-MM-TXT                       PIC X(2).
           05 FILLER                  VALUE ':'  PIC X(1).
           05 WS-SF-SS-TXT                       PIC X(2).
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
           PERFORM 100-Load-Pair-Table
           IF WS-PR-QTY = 0
               DISPLAY 'No recorded copybook pairs ('
                       TRIM(WS-Cpy-Pair-Filename-TXT,TRAILING)
                       ') - run a compile-all with listings on first'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           ACCEPT WS-Run-Date-NUM FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time-NUM FROM TIME
           MOVE WS-Run-Date-NUM TO WS-Run-Stamp-TXT (1:8)
           MOVE WS-Run-Time-NUM TO WS-Run-Stamp-TXT (9:8)
           PERFORM 200-Build-Layouts
           PERFORM 300-Load-Prior-Snapshots
           PERFORM 400-Compare-Layouts
           PERFORM 500-Write-Layout-Listing
           PERFORM 600-Write-Drift-Report
           PERFORM 700-Save-Snapshot
           DISPLAY 'Layout snapshot version ' WS-Run-Version-NUM
                   ' saved to '
                   TRIM(WS-Layout-Hist-Filename-TXT,TRAILING)
           DISPLAY 'Layout listing written to '
                   TRIM(WS-Layout-Filename-TXT,TRAILING)
           DISPLAY 'Drift report written to '
                   TRIM(WS-Report-Filename-TXT,TRAILING)
                   ' (' WS-CB-Drifted-QTY ' copybooks drifted, '
                   WS-RD-Rec-Changed-QTY ' record lengths changed)'
           IF WS-CB-Drifted-QTY > 0
               MOVE 4 TO WS-Exit-CD
           END-IF
           IF WS-CB-Missing-QTY > 0
               DISPLAY 'WARNING - ' WS-CB-Missing-QTY
                       ' copybooks could not be opened - see the '
                       'reports'
               MOVE 8 TO WS-Exit-CD
           END-IF
           PERFORM 900-Terminate
      * -- Control will NOT return
           .
      *>***************************************************************
      *> Parse the command line - the same token walk GCic's          **
      *> 010-Parse-Args does.                                         **
      *>***************************************************************
       010-Parse-Args SECTION.
           MOVE SPACES TO WS-List-Filename-TXT
           MOVE SPACES TO WS-Cpy-Dir-TXT
           MOVE SPACES TO WS-Report-Filename-TXT
           MOVE SPACES TO WS-Layout-Filename-TXT
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/CPYDIR:'
                   MOVE WS-Cmd-Token-TXT (9:) TO WS-Cpy-Dir-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/REPORT:'
                   MOVE WS-Cmd-Token-TXT (9:)
                     TO WS-Report-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/LAYOUT:'
                   MOVE WS-Cmd-Token-TXT (9:)
                     TO WS-Layout-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9)
                    = '/PROJECT:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (10:10))
                     TO WS-PJ-Name-TXT
               WHEN OTHER
                   DISPLAY 'Unrecognized switch ignored: '
                           TRIM(WS-Cmd-Token-TXT)
               END-EVALUATE
           END-PERFORM
           IF WS-List-Filename-TXT = SPACES
               DISPLAY 'Specify /LIST:<compile-all-list>'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE CONCATENATE(
               TRIM(WS-List-Filename-TXT,TRAILING),'.gccpy')
             TO WS-Cpy-Pair-Filename-TXT
           IF WS-Report-Filename-TXT = SPACES
               MOVE CONCATENATE(
                   TRIM(WS-List-Filename-TXT,TRAILING),'.gcdrift')
                 TO WS-Report-Filename-TXT
           END-IF
           IF WS-Layout-Filename-TXT = SPACES
               MOVE CONCATENATE(
                   TRIM(WS-List-Filename-TXT,TRAILING),'.gclayout')
                 TO WS-Layout-Filename-TXT
           END-IF
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
           MOVE WS-Layout-Hist-Filename-TXT
             TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Layout-Hist-Filename-TXT
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
      *> Load the recorded copybook/program pairs and build the       **
      *> distinct-copybook table, in first-seen order as GCicDict     **
      *> walks them.                                                  **
      *>***************************************************************
       100-Load-Pair-Table SECTION.
           OPEN INPUT F-Cpy-Pair-FILE
           IF WS-Cpy-Pair-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-PR-Not-EOF-BOOL TO TRUE
           READ F-Cpy-Pair-FILE
               AT END SET WS-PR-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-PR-EOF-BOOL
               IF F-CP-Cpy-Nm-TXT NOT = SPACES
               AND WS-PR-QTY < WS-Pair-Table-Max-CONST
                   ADD 1 TO WS-PR-QTY
                   MOVE F-CP-Cpy-Nm-TXT
                     TO WS-PR-Cpy-Nm-TXT (WS-PR-QTY)
                   MOVE F-CP-Pgm-Nm-TXT
                     TO WS-PR-Pgm-Nm-TXT (WS-PR-QTY)
                   PERFORM 105-Add-Copybook-Entry
               END-IF
               READ F-Cpy-Pair-FILE
                   AT END SET WS-PR-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Cpy-Pair-FILE
           .
      *>***************************************************************
      *> Add the copybook of pair WS-PR-QTY to the copybook table     **
      *> unless it is already there.                                  **
      *>***************************************************************
       105-Add-Copybook-Entry SECTION.
           SET WS-CB-Not-Found-BOOL TO TRUE
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-CB-QTY OR WS-CB-Found-BOOL
               IF WS-CB-Cpy-Nm-TXT (WS-J-SUB)
                  = WS-PR-Cpy-Nm-TXT (WS-PR-QTY)
                   SET WS-CB-Found-BOOL TO TRUE
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           IF WS-CB-Found-BOOL
           OR WS-CB-QTY >= WS-Cpy-Table-Max-CONST
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CB-QTY
           MOVE WS-PR-Cpy-Nm-TXT (WS-PR-QTY)
             TO WS-CB-Cpy-Nm-TXT (WS-CB-QTY)
           SET WS-CB-Not-Opened-BOOL (WS-CB-QTY) TO TRUE
           MOVE 1 TO WS-CB-First-SUB (WS-CB-QTY)
           MOVE 0 TO WS-CB-Last-SUB (WS-CB-QTY)
           MOVE 0 TO WS-CB-Prior-Version-NUM (WS-CB-QTY)
           MOVE SPACES TO WS-CB-Prior-Stamp-TXT (WS-CB-QTY)
           MOVE 0 TO WS-CB-Drift-QTY (WS-CB-QTY)
           .
      *>***************************************************************
      *> Parse every copybook into the entry table and place its      **
      *> entries.                                                     **
      *>***************************************************************
       200-Build-Layouts SECTION.
           MOVE 1 TO WS-CB-SUB
           PERFORM UNTIL WS-CB-SUB > WS-CB-QTY
               MOVE WS-CB-Cpy-Nm-TXT (WS-CB-SUB) TO WS-Cur-Cpy-Nm-TXT
               COMPUTE WS-CB-First-SUB (WS-CB-SUB) = WS-LE-QTY + 1
               PERFORM 210-Resolve-Copybook-File
               IF WS-Copybook-Status-CD = '00'
                   SET WS-CB-Opened-BOOL (WS-CB-SUB) TO TRUE
                   PERFORM 220-Parse-Copybook-Fields
                   MOVE WS-LE-QTY TO WS-CB-Last-SUB (WS-CB-SUB)
                   PERFORM 250-Compute-Offsets
               ELSE
                   ADD 1 TO WS-CB-Missing-QTY
                   MOVE WS-LE-QTY TO WS-CB-Last-SUB (WS-CB-SUB)
               END-IF
               ADD 1 TO WS-CB-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Open the copybook member: the recorded name as written,      **
      *> then with the usual extensions, each tried in /CPYDIR:       **
      *> after the current folder - GCicDict's own search order.      **
      *>***************************************************************
       210-Resolve-Copybook-File SECTION.
           MOVE TRIM(WS-Cur-Cpy-Nm-TXT,TRAILING)
             TO WS-Copybook-Filename-TXT
           PERFORM 215-Try-Open-Copybook
           IF WS-Copybook-Status-CD = '00'
               EXIT SECTION
           END-IF
           MOVE CONCATENATE(TRIM(WS-Cur-Cpy-Nm-TXT,TRAILING),
                            '.cpy')
             TO WS-Copybook-Filename-TXT
           PERFORM 215-Try-Open-Copybook
           IF WS-Copybook-Status-CD = '00'
               EXIT SECTION
           END-IF
           MOVE CONCATENATE(TRIM(WS-Cur-Cpy-Nm-TXT,TRAILING),
                            '.CPY')
             TO WS-Copybook-Filename-TXT
           PERFORM 215-Try-Open-Copybook
           IF WS-Copybook-Status-CD = '00'
               EXIT SECTION
           END-IF
           MOVE CONCATENATE(TRIM(WS-Cur-Cpy-Nm-TXT,TRAILING),
                            '.cbl')
             TO WS-Copybook-Filename-TXT
           PERFORM 215-Try-Open-Copybook
           .
      *>***************************************************************
      *> Try the candidate name in the current folder, then under     **
      *> /CPYDIR:.  A successful open leaves the file open for        **
      *> 220-Parse-Copybook-Fields.                                   **
      *>***************************************************************
       215-Try-Open-Copybook SECTION.
           OPEN INPUT F-Copybook-FILE
           IF WS-Copybook-Status-CD = '00'
               EXIT SECTION
           END-IF
           IF WS-Cpy-Dir-TXT NOT = SPACES
               MOVE SPACES TO WS-Entry-TXT
               STRING TRIM(WS-Cpy-Dir-TXT,TRAILING) '/'
                      TRIM(WS-Copybook-Filename-TXT,TRAILING)
                   DELIMITED SIZE INTO WS-Entry-TXT
               MOVE WS-Entry-TXT (1:256)
                 TO WS-Copybook-Filename-TXT
               OPEN INPUT F-Copybook-FILE
           END-IF
           .
      *>***************************************************************
      *> Stream the copybook, joining each data definition's lines    **
      *> until its terminating period, the way GCicDict does.         **
      *>***************************************************************
       220-Parse-Copybook-Fields SECTION.
           MOVE SPACES TO WS-Entry-TXT
           MOVE 1 TO WS-Entry-SUB
           SET WS-Entry-Closed-BOOL TO TRUE
           SET WS-CP-Not-EOF-BOOL TO TRUE
           READ F-Copybook-FILE
               AT END SET WS-CP-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-CP-EOF-BOOL
               IF F-Copybook-REC (1:1) NOT = '*'
               AND F-Copybook-REC (7:1) NOT = '*'
               AND F-Copybook-REC (7:1) NOT = '/'
               AND F-Copybook-REC NOT = SPACES
                   PERFORM 225-Fold-Line-Into-Entry
               END-IF
               READ F-Copybook-FILE
                   AT END SET WS-CP-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           IF WS-Entry-Open-BOOL
               PERFORM 230-Note-Entry
           END-IF
           CLOSE F-Copybook-FILE
           .
      *>***************************************************************
      *> Append one source line to the entry being accumulated and    **
      *> note the entry when its period arrives.                      **
      *>***************************************************************
       225-Fold-Line-Into-Entry SECTION.
           IF WS-Entry-Closed-BOOL
               MOVE SPACES TO WS-Entry-TXT
               MOVE 1 TO WS-Entry-SUB
               SET WS-Entry-Open-BOOL TO TRUE
           END-IF
           IF WS-Entry-SUB < 900
               IF WS-Entry-SUB > 1
                   STRING ' '
                       DELIMITED SIZE INTO WS-Entry-TXT
                       WITH POINTER WS-Entry-SUB
               END-IF
               STRING TRIM(UPPER-CASE(F-Copybook-REC))
                   DELIMITED SIZE INTO WS-Entry-TXT
                   WITH POINTER WS-Entry-SUB
           END-IF
           MOVE LENGTH(TRIM(F-Copybook-REC,TRAILING))
             TO WS-CP-Trim-Len-NUM
           IF WS-CP-Trim-Len-NUM > 0
           AND F-Copybook-REC (WS-CP-Trim-Len-NUM:1) = '.'
               PERFORM 230-Note-Entry
               SET WS-Entry-Closed-BOOL TO TRUE
           END-IF
           .
      *>***************************************************************
      *> Parse the accumulated entry - level, name, PIC, USAGE,       **
      *> OCCURS, REDEFINES, SIGN SEPARATE - into the entry table.     **
      *> Literals (VALUE clauses) are stepped over so their text is   **
      *> never taken for a clause.  88 and 66 levels are passed over. **
      *>***************************************************************
       230-Note-Entry SECTION.
           MOVE SPACES TO WS-DE-Level-TXT
           MOVE 1 TO WS-DE-Parse-SUB
           MOVE SPACES TO WS-DE-Token-TXT
           UNSTRING WS-Entry-TXT DELIMITED BY ALL SPACES
               INTO WS-DE-Token-TXT
               WITH POINTER WS-DE-Parse-SUB
           END-UNSTRING
           IF WS-DE-Token-TXT (1:2) IS NOT NUMERIC
           OR WS-DE-Token-TXT (3:) NOT = SPACES
               IF NOT (WS-DE-Token-TXT (1:1) IS NUMERIC
                       AND WS-DE-Token-TXT (2:) = SPACES)
                   EXIT SECTION
               END-IF
           END-IF
           MOVE WS-DE-Token-TXT (1:2) TO WS-DE-Level-TXT
           IF WS-DE-Token-TXT (2:1) = SPACE
               MOVE SPACES TO WS-DE-Level-TXT
               MOVE WS-DE-Token-TXT (1:1)
                 TO WS-DE-Level-TXT (2:1)
               MOVE '0' TO WS-DE-Level-TXT (1:1)
           END-IF
           IF WS-DE-Level-TXT = '88' OR '66'
               EXIT SECTION
           END-IF
           IF WS-LE-QTY >= WS-Entry-Table-Max-CONST
               IF NOT WS-LE-Full-Noted-BOOL
                   DISPLAY 'WARNING - more than '
                           WS-Entry-Table-Max-CONST
                           ' data entries; the rest are left out'
                   SET WS-LE-Full-Noted-BOOL TO TRUE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO WS-LE-QTY
           MOVE WS-CB-SUB        TO WS-LE-CB-SUB (WS-LE-QTY)
           MOVE WS-DE-Level-TXT  TO WS-LE-Level-TXT (WS-LE-QTY)
           MOVE WS-DE-Level-TXT  TO WS-LE-Level-NUM (WS-LE-QTY)
           IF WS-DE-Level-TXT = '77'
               MOVE 1 TO WS-LE-Level-NUM (WS-LE-QTY)
           END-IF
           MOVE SPACES TO WS-LE-Rec-Nm-TXT (WS-LE-QTY)
           MOVE SPACES TO WS-LE-Pic-TXT (WS-LE-QTY)
           MOVE SPACES TO WS-LE-Usage-TXT (WS-LE-QTY)
           MOVE 'N'    TO WS-LE-Sign-Sep-CHR (WS-LE-QTY)
           MOVE 1      TO WS-LE-Occurs-NUM (WS-LE-QTY)
           MOVE SPACES TO WS-LE-Redefines-TXT (WS-LE-QTY)
           MOVE 0      TO WS-LE-Offset-NUM (WS-LE-QTY)
           MOVE 0      TO WS-LE-Unit-NUM (WS-LE-QTY)
           MOVE 0      TO WS-LE-Length-NUM (WS-LE-QTY)
           MOVE 0      TO WS-LE-Prior-SUB (WS-LE-QTY)
           MOVE SPACES TO WS-DE-Token-TXT
           UNSTRING WS-Entry-TXT DELIMITED BY ALL SPACES
               INTO WS-DE-Token-TXT
               WITH POINTER WS-DE-Parse-SUB
           END-UNSTRING
           PERFORM 235-Trim-Token-Period
           EVALUATE TRUE
           WHEN WS-DE-Token-TXT = SPACES
           WHEN WS-DE-Token-TXT = 'FILLER'
           WHEN WS-DE-Token-TXT (1:3) = 'PIC'
           WHEN WS-DE-Token-TXT (1:5) = 'VALUE'
           WHEN WS-DE-Token-TXT (1:5) = 'USAGE'
           WHEN WS-DE-Token-TXT (1:6) = 'OCCURS'
           WHEN WS-DE-Token-TXT (1:9) = 'REDEFINES'
      *> ------ A nameless item is a FILLER in all but name; its
      *> ------ first clause is walked below with the rest.
               MOVE 'FILLER' TO WS-LE-Name-TXT (WS-LE-QTY)
               MOVE 1 TO WS-DE-Parse-SUB
               MOVE SPACES TO WS-DE-Token-TXT
               UNSTRING WS-Entry-TXT DELIMITED BY ALL SPACES
                   INTO WS-DE-Token-TXT
                   WITH POINTER WS-DE-Parse-SUB
               END-UNSTRING
               IF WS-Entry-TXT (WS-DE-Parse-SUB:6) = 'FILLER'
                   MOVE SPACES TO WS-DE-Token-TXT
                   UNSTRING WS-Entry-TXT DELIMITED BY ALL SPACES
                       INTO WS-DE-Token-TXT
                       WITH POINTER WS-DE-Parse-SUB
                   END-UNSTRING
               END-IF
           WHEN OTHER
               MOVE WS-DE-Token-TXT (1:31)
                 TO WS-LE-Name-TXT (WS-LE-QTY)
           END-EVALUATE
      *> -- Walk the remaining tokens for the clauses of interest.
           MOVE SPACES TO WS-DE-Prior-Token-TXT
           SET WS-DE-Not-In-Literal-BOOL TO TRUE
           PERFORM UNTIL WS-DE-Parse-SUB > 900
                      OR WS-Entry-TXT (WS-DE-Parse-SUB:) = SPACES
               MOVE SPACES TO WS-DE-Token-TXT
               UNSTRING WS-Entry-TXT DELIMITED BY ALL SPACES
                   INTO WS-DE-Token-TXT
                   WITH POINTER WS-DE-Parse-SUB
               END-UNSTRING
               MOVE 0 TO WS-DE-Quote-QTY
               MOVE 0 TO WS-DE-Quote-2-QTY
               INSPECT WS-DE-Token-TXT TALLYING
                   WS-DE-Quote-QTY FOR ALL "'"
                   WS-DE-Quote-2-QTY FOR ALL '"'
               ADD WS-DE-Quote-2-QTY TO WS-DE-Quote-QTY
               EVALUATE TRUE
               WHEN WS-DE-In-Literal-BOOL
                   IF MOD(WS-DE-Quote-QTY, 2) = 1
                       SET WS-DE-Not-In-Literal-BOOL TO TRUE
                   END-IF
               WHEN WS-DE-Quote-QTY > 0
                   IF MOD(WS-DE-Quote-QTY, 2) = 1
                       SET WS-DE-In-Literal-BOOL TO TRUE
                   END-IF
               WHEN WS-DE-Token-TXT = 'IS'
               AND (WS-DE-Prior-Token-TXT = 'PIC'
                    OR WS-DE-Prior-Token-TXT = 'PICTURE'
                    OR WS-DE-Prior-Token-TXT = 'USAGE')
                   CONTINUE
               WHEN OTHER
                   PERFORM 235-Trim-Token-Period
                   PERFORM 240-Apply-Clause-Token
                   MOVE WS-DE-Token-TXT TO WS-DE-Prior-Token-TXT
               END-EVALUATE
           END-PERFORM
           .
      *>***************************************************************
      *> Drop the entry's terminating period from the token, leaving  **
      *> any period inside an edited picture alone.                   **
      *>***************************************************************
       235-Trim-Token-Period SECTION.
           MOVE LENGTH(TRIM(WS-DE-Token-TXT,TRAILING))
             TO WS-DE-Token-Len-NUM
           IF WS-DE-Token-Len-NUM > 0
           AND WS-DE-Token-TXT (WS-DE-Token-Len-NUM:1) = '.'
               MOVE SPACE TO WS-DE-Token-TXT (WS-DE-Token-Len-NUM:1)
           END-IF
           .
      *>***************************************************************
      *> Apply one clause token, in the light of the token before it, **
      *> to entry WS-LE-QTY.                                          **
      *>***************************************************************
       240-Apply-Clause-Token SECTION.
           EVALUATE TRUE
           WHEN WS-DE-Token-TXT = SPACES
               CONTINUE
           WHEN WS-DE-Prior-Token-TXT = 'PIC'
           OR   WS-DE-Prior-Token-TXT = 'PICTURE'
               MOVE WS-DE-Token-TXT (1:30)
                 TO WS-LE-Pic-TXT (WS-LE-QTY)
           WHEN WS-DE-Prior-Token-TXT = 'OCCURS'
           OR   WS-DE-Prior-Token-TXT = 'TO'
               IF WS-DE-Token-TXT (1:1) IS NUMERIC
                   MOVE NUMVAL(WS-DE-Token-TXT)
                     TO WS-LE-Occurs-NUM (WS-LE-QTY)
               END-IF
           WHEN WS-DE-Prior-Token-TXT = 'REDEFINES'
               MOVE WS-DE-Token-TXT (1:31)
                 TO WS-LE-Redefines-TXT (WS-LE-QTY)
           WHEN WS-DE-Token-TXT = 'SEPARATE'
               MOVE 'Y' TO WS-LE-Sign-Sep-CHR (WS-LE-QTY)
           WHEN WS-DE-Token-TXT (1:4) = 'COMP'
           OR   WS-DE-Token-TXT (1:6) = 'BINARY'
           OR   WS-DE-Token-TXT (1:6) = 'PACKED'
           OR   WS-DE-Token-TXT (1:6) = 'FLOAT-'
           OR   WS-DE-Token-TXT = 'POINTER'
           OR   WS-DE-Token-TXT = 'PROGRAM-POINTER'
           OR   WS-DE-Token-TXT = 'INDEX'
           OR   WS-DE-Token-TXT = 'NATIONAL'
           OR   WS-DE-Token-TXT = 'DISPLAY'
               IF WS-LE-Usage-TXT (WS-LE-QTY) = SPACES
                   MOVE WS-DE-Token-TXT (1:14)
                     TO WS-LE-Usage-TXT (WS-LE-QTY)
               END-IF
           END-EVALUATE
           .
      *>***************************************************************
      *> Place the entries of copybook WS-CB-SUB: walk them in order  **
      *> keeping the running position and a stack of open groups; a   **
      *> group's length is known when an entry at its level or        **
      *> higher (or the end of the copybook) closes it.               **
      *>***************************************************************
       250-Compute-Offsets SECTION.
           MOVE 0 TO WS-ST-QTY
           MOVE 0 TO WS-LY-Pos-NUM
           MOVE WS-Cur-Cpy-Nm-TXT TO WS-LY-Rec-Nm-TXT
           MOVE WS-CB-First-SUB (WS-CB-SUB) TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-CB-Last-SUB (WS-CB-SUB)
               PERFORM UNTIL WS-ST-QTY = 0
               OR WS-LE-Level-NUM (WS-ST-LE-SUB (WS-ST-QTY))
                  < WS-LE-Level-NUM (WS-I-SUB)
                   PERFORM 255-Close-Group
               END-PERFORM
               IF WS-LE-Level-NUM (WS-I-SUB) = 1
                   MOVE 0 TO WS-LY-Pos-NUM
                   MOVE WS-LE-Name-TXT (WS-I-SUB) TO WS-LY-Rec-Nm-TXT
               END-IF
               MOVE WS-LY-Rec-Nm-TXT TO WS-LE-Rec-Nm-TXT (WS-I-SUB)
      *> ----- A member without its own USAGE takes its group's.
               IF WS-LE-Usage-TXT (WS-I-SUB) = SPACES
               AND WS-ST-QTY > 0
                   MOVE WS-LE-Usage-TXT (WS-ST-LE-SUB (WS-ST-QTY))
                     TO WS-LE-Usage-TXT (WS-I-SUB)
               END-IF
               MOVE WS-LY-Pos-NUM TO WS-LY-Saved-Pos-NUM
               MOVE WS-LY-Pos-NUM TO WS-LE-Offset-NUM (WS-I-SUB)
               IF WS-LE-Redefines-TXT (WS-I-SUB) NOT = SPACES
                   MOVE WS-I-SUB TO WS-J-SUB
                   PERFORM UNTIL WS-J-SUB <= WS-CB-First-SUB (WS-CB-SUB)
                   OR (WS-LE-Name-TXT (WS-J-SUB)
                       = WS-LE-Redefines-TXT (WS-I-SUB)
                       AND WS-J-SUB < WS-I-SUB)
                       SUBTRACT 1 FROM WS-J-SUB
                   END-PERFORM
                   IF WS-LE-Name-TXT (WS-J-SUB)
                      = WS-LE-Redefines-TXT (WS-I-SUB)
                       MOVE WS-LE-Offset-NUM (WS-J-SUB)
                         TO WS-LE-Offset-NUM (WS-I-SUB)
                   END-IF
               END-IF
      *> ----- A group is an entry with no PICTURE whose next entry
      *> ----- is at a higher level number.
               SET WS-LY-Elementary-BOOL TO TRUE
               IF WS-LE-Pic-TXT (WS-I-SUB) = SPACES
               AND WS-I-SUB < WS-CB-Last-SUB (WS-CB-SUB)
                   IF WS-LE-Level-NUM (WS-I-SUB + 1)
                      > WS-LE-Level-NUM (WS-I-SUB)
                       SET WS-LY-Group-BOOL TO TRUE
                   END-IF
               END-IF
               IF WS-LY-Group-BOOL
               AND WS-ST-QTY < WS-Stack-Max-CONST
                   ADD 1 TO WS-ST-QTY
                   MOVE WS-I-SUB TO WS-ST-LE-SUB (WS-ST-QTY)
                   MOVE WS-LY-Saved-Pos-NUM
                     TO WS-ST-Saved-Pos-NUM (WS-ST-QTY)
                   MOVE WS-LE-Offset-NUM (WS-I-SUB) TO WS-LY-Pos-NUM
               ELSE
                   PERFORM 260-Elementary-Size
                   COMPUTE WS-LE-Length-NUM (WS-I-SUB)
                         = WS-LE-Unit-NUM (WS-I-SUB)
                         * WS-LE-Occurs-NUM (WS-I-SUB)
                   COMPUTE WS-LY-End-NUM
                         = WS-LE-Offset-NUM (WS-I-SUB)
                         + WS-LE-Length-NUM (WS-I-SUB)
                   PERFORM 257-Advance-Position
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           PERFORM UNTIL WS-ST-QTY = 0
               PERFORM 255-Close-Group
           END-PERFORM
           .
      *>***************************************************************
      *> Close the group on top of the stack: its length is how far   **
      *> its members carried the position, times its OCCURS.          **
      *>***************************************************************
       255-Close-Group SECTION.
           MOVE WS-ST-LE-SUB (WS-ST-QTY) TO WS-K-SUB
           COMPUTE WS-LE-Unit-NUM (WS-K-SUB)
                 = WS-LY-Pos-NUM - WS-LE-Offset-NUM (WS-K-SUB)
           COMPUTE WS-LE-Length-NUM (WS-K-SUB)
                 = WS-LE-Unit-NUM (WS-K-SUB)
                 * WS-LE-Occurs-NUM (WS-K-SUB)
           COMPUTE WS-LY-End-NUM
                 = WS-LE-Offset-NUM (WS-K-SUB)
                 + WS-LE-Length-NUM (WS-K-SUB)
           MOVE WS-ST-Saved-Pos-NUM (WS-ST-QTY) TO WS-LY-Saved-Pos-NUM
           SUBTRACT 1 FROM WS-ST-QTY
           MOVE WS-K-SUB TO WS-J-SUB
           PERFORM 257-Advance-Position
           .
      *>***************************************************************
      *> Move the position past the item just placed (entry           **
      *> WS-I-SUB or the closed group WS-K-SUB, ending at             **
      *> WS-LY-End-NUM).  A REDEFINES only moves it if it runs past   **
      *> where the position already stood.                            **
      *>***************************************************************
       257-Advance-Position SECTION.
           MOVE WS-LY-End-NUM TO WS-LY-Pos-NUM
           IF WS-LY-Saved-Pos-NUM > WS-LY-End-NUM
               MOVE WS-LY-Saved-Pos-NUM TO WS-LY-Pos-NUM
           END-IF
           .
      *>***************************************************************
      *> Work out the length of one occurrence of elementary entry    **
      *> WS-I-SUB from its PICTURE and (inherited) USAGE.             **
      *>***************************************************************
       260-Elementary-Size SECTION.
           PERFORM 265-Count-Picture
           MOVE WS-LE-Usage-TXT (WS-I-SUB) TO WS-PC-Usage-TXT
           EVALUATE TRUE
           WHEN WS-PC-Usage-TXT = 'COMP-1'
           OR   WS-PC-Usage-TXT = 'COMPUTATIONAL-1'
           OR   WS-PC-Usage-TXT = 'FLOAT-SHORT'
           OR   WS-PC-Usage-TXT = 'INDEX'
           OR   WS-PC-Usage-TXT = 'BINARY-LONG'
               MOVE 4 TO WS-LE-Unit-NUM (WS-I-SUB)
           WHEN WS-PC-Usage-TXT = 'COMP-2'
           OR   WS-PC-Usage-TXT = 'COMPUTATIONAL-2'
           OR   WS-PC-Usage-TXT = 'FLOAT-LONG'
           OR   WS-PC-Usage-TXT = 'POINTER'
           OR   WS-PC-Usage-TXT = 'PROGRAM-POINTER'
           OR   WS-PC-Usage-TXT = 'BINARY-DOUBLE'
               MOVE 8 TO WS-LE-Unit-NUM (WS-I-SUB)
           WHEN WS-PC-Usage-TXT = 'BINARY-SHORT'
               MOVE 2 TO WS-LE-Unit-NUM (WS-I-SUB)
           WHEN WS-PC-Usage-TXT = 'BINARY-CHAR'
               MOVE 1 TO WS-LE-Unit-NUM (WS-I-SUB)
           WHEN WS-PC-Usage-TXT = 'COMP-3'
           OR   WS-PC-Usage-TXT = 'COMPUTATIONAL-3'
           OR   WS-PC-Usage-TXT (1:6) = 'PACKED'
               COMPUTE WS-LE-Unit-NUM (WS-I-SUB)
                     = WS-PC-Digit-QTY / 2 + 1
           WHEN WS-PC-Usage-TXT (1:4) = 'COMP'
           OR   WS-PC-Usage-TXT = 'BINARY'
               EVALUATE TRUE
               WHEN WS-PC-Digit-QTY <= 4
                   MOVE 2 TO WS-LE-Unit-NUM (WS-I-SUB)
               WHEN WS-PC-Digit-QTY <= 9
                   MOVE 4 TO WS-LE-Unit-NUM (WS-I-SUB)
               WHEN OTHER
                   MOVE 8 TO WS-LE-Unit-NUM (WS-I-SUB)
               END-EVALUATE
           WHEN WS-PC-Usage-TXT = 'NATIONAL'
               COMPUTE WS-LE-Unit-NUM (WS-I-SUB)
                     = (WS-PC-Display-QTY + WS-PC-National-QTY) * 2
           WHEN OTHER
               COMPUTE WS-LE-Unit-NUM (WS-I-SUB)
                     = WS-PC-Display-QTY + WS-PC-National-QTY * 2
               IF WS-LE-Sign-Sep-BOOL (WS-I-SUB)
                   ADD 1 TO WS-LE-Unit-NUM (WS-I-SUB)
               END-IF
           END-EVALUATE
           .
      *>***************************************************************
      *> Count entry WS-I-SUB's PICTURE: character positions, digit   **
      *> positions and national positions, with n in a '(n)'          **
      *> repeating the symbol before it.  S, V and P take no room.    **
      *>***************************************************************
       265-Count-Picture SECTION.
           MOVE 0 TO WS-PC-Display-QTY
           MOVE 0 TO WS-PC-Digit-QTY
           MOVE 0 TO WS-PC-National-QTY
           MOVE SPACE TO WS-PC-Class-CHR
           MOVE 1 TO WS-PC-SUB
           PERFORM UNTIL WS-PC-SUB > 30
                      OR WS-LE-Pic-TXT (WS-I-SUB) (WS-PC-SUB:1) = SPACE
               MOVE WS-LE-Pic-TXT (WS-I-SUB) (WS-PC-SUB:1)
                 TO WS-PC-Char-CHR
               IF WS-PC-Char-CHR = '('
                   MOVE 0 TO WS-PC-Repeat-QTY
                   ADD 1 TO WS-PC-SUB
                   PERFORM UNTIL WS-PC-SUB > 30
                   OR WS-LE-Pic-TXT (WS-I-SUB) (WS-PC-SUB:1) = ')'
                   OR WS-LE-Pic-TXT (WS-I-SUB) (WS-PC-SUB:1) = SPACE
                       IF WS-LE-Pic-TXT (WS-I-SUB) (WS-PC-SUB:1)
                          IS NUMERIC
                           MOVE WS-LE-Pic-TXT (WS-I-SUB) (WS-PC-SUB:1)
                             TO WS-PC-Digit-NUM
                           COMPUTE WS-PC-Repeat-QTY
                                 = WS-PC-Repeat-QTY * 10
                                 + WS-PC-Digit-NUM
                       END-IF
                       ADD 1 TO WS-PC-SUB
                   END-PERFORM
                   IF WS-PC-Repeat-QTY > 0
                       SUBTRACT 1 FROM WS-PC-Repeat-QTY
                       EVALUATE WS-PC-Class-CHR
                       WHEN '9'
                           ADD WS-PC-Repeat-QTY TO WS-PC-Display-QTY
                           ADD WS-PC-Repeat-QTY TO WS-PC-Digit-QTY
                       WHEN 'N'
                           ADD WS-PC-Repeat-QTY TO WS-PC-National-QTY
                       WHEN 'D'
                           ADD WS-PC-Repeat-QTY TO WS-PC-Display-QTY
                       END-EVALUATE
                   END-IF
               ELSE
                   EVALUATE WS-PC-Char-CHR
                   WHEN 'S'
                   WHEN 'V'
                   WHEN 'P'
                       MOVE 'O' TO WS-PC-Class-CHR
                   WHEN '9'
                       ADD 1 TO WS-PC-Display-QTY
                       ADD 1 TO WS-PC-Digit-QTY
                       MOVE '9' TO WS-PC-Class-CHR
                   WHEN 'N'
                       ADD 1 TO WS-PC-National-QTY
                       MOVE 'N' TO WS-PC-Class-CHR
                   WHEN OTHER
                       ADD 1 TO WS-PC-Display-QTY
                       MOVE 'D' TO WS-PC-Class-CHR
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-PC-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Read the layout history twice: first for the highest         **
      *> version so far and each copybook's latest version, then to   **
      *> load those latest snapshots for comparison.  No history      **
      *> yet means every copybook is a first snapshot.                **
      *>***************************************************************
       300-Load-Prior-Snapshots SECTION.
           OPEN INPUT F-Layout-Hist-FILE
           IF WS-Layout-Hist-Status-CD NOT = '00'
               MOVE 1 TO WS-Run-Version-NUM
               EXIT SECTION
           END-IF
           SET WS-LH-Not-EOF-BOOL TO TRUE
           READ F-Layout-Hist-FILE
               AT END SET WS-LH-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-LH-EOF-BOOL
               PERFORM 310-Split-History-Line
               IF WS-LH-Version-NUM > WS-Run-Version-NUM
                   MOVE WS-LH-Version-NUM TO WS-Run-Version-NUM
               END-IF
               PERFORM 315-Find-History-Copybook
               IF WS-CB-Found-BOOL
               AND WS-LH-Version-NUM
                   > WS-CB-Prior-Version-NUM (WS-CB-SUB)
                   MOVE WS-LH-Version-NUM
                     TO WS-CB-Prior-Version-NUM (WS-CB-SUB)
                   MOVE WS-LH-Stamp-TXT
                     TO WS-CB-Prior-Stamp-TXT (WS-CB-SUB)
               END-IF
               READ F-Layout-Hist-FILE
                   AT END SET WS-LH-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Layout-Hist-FILE
           ADD 1 TO WS-Run-Version-NUM
           OPEN INPUT F-Layout-Hist-FILE
           SET WS-LH-Not-EOF-BOOL TO TRUE
           READ F-Layout-Hist-FILE
               AT END SET WS-LH-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-LH-EOF-BOOL
               PERFORM 310-Split-History-Line
               PERFORM 315-Find-History-Copybook
               IF WS-CB-Found-BOOL
               AND WS-LH-Version-NUM
                   = WS-CB-Prior-Version-NUM (WS-CB-SUB)
               AND WS-PE-QTY < WS-Entry-Table-Max-CONST
                   ADD 1 TO WS-PE-QTY
                   MOVE WS-CB-SUB TO WS-PE-CB-SUB (WS-PE-QTY)
                   MOVE WS-LH-Rec-Nm-TXT
                     TO WS-PE-Rec-Nm-TXT (WS-PE-QTY)
                   MOVE WS-LH-Level-TXT TO WS-PE-Level-TXT (WS-PE-QTY)
                   MOVE WS-LH-Name-TXT  TO WS-PE-Name-TXT (WS-PE-QTY)
                   MOVE NUMVAL(WS-LH-Offset-TXT)
                     TO WS-PE-Offset-NUM (WS-PE-QTY)
                   MOVE NUMVAL(WS-LH-Length-TXT)
                     TO WS-PE-Length-NUM (WS-PE-QTY)
                   SET WS-PE-Not-Matched-BOOL (WS-PE-QTY) TO TRUE
               END-IF
               READ F-Layout-Hist-FILE
                   AT END SET WS-LH-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Layout-Hist-FILE
           .
      *>***************************************************************
      *> Split one history line (version|stamp|copybook|record|       **
      *> level|field|offset|length|...) into the WS-LH- fields.       **
      *>***************************************************************
       310-Split-History-Line SECTION.
           MOVE SPACES TO WS-LH-Version-TXT WS-LH-Stamp-TXT
                          WS-LH-Cpy-Nm-TXT WS-LH-Rec-Nm-TXT
                          WS-LH-Level-TXT WS-LH-Name-TXT
                          WS-LH-Offset-TXT WS-LH-Length-TXT
           UNSTRING F-Layout-Hist-REC DELIMITED BY '|'
               INTO WS-LH-Version-TXT WS-LH-Stamp-TXT
                    WS-LH-Cpy-Nm-TXT WS-LH-Rec-Nm-TXT
                    WS-LH-Level-TXT WS-LH-Name-TXT
                    WS-LH-Offset-TXT WS-LH-Length-TXT
           END-UNSTRING
           MOVE 0 TO WS-LH-Version-NUM
           IF WS-LH-Version-TXT (1:1) IS NUMERIC
               MOVE NUMVAL(WS-LH-Version-TXT) TO WS-LH-Version-NUM
           END-IF
           .
      *>***************************************************************
      *> Point WS-CB-SUB at the opened copybook the history line      **
      *> belongs to, if this run has it.                              **
      *>***************************************************************
       315-Find-History-Copybook SECTION.
           SET WS-CB-Not-Found-BOOL TO TRUE
           MOVE 1 TO WS-CB-SUB
           PERFORM UNTIL WS-CB-SUB > WS-CB-QTY OR WS-CB-Found-BOOL
               IF WS-CB-Cpy-Nm-TXT (WS-CB-SUB) = WS-LH-Cpy-Nm-TXT
               AND WS-CB-Opened-BOOL (WS-CB-SUB)
                   SET WS-CB-Found-BOOL TO TRUE
               ELSE
                   ADD 1 TO WS-CB-SUB
               END-IF
           END-PERFORM
           .
      *>***************************************************************
      *> Pair each current field with the same field (same copybook,  **
      *> record and name, duplicates in order) of the earlier         **
      *> snapshot, and count what moved, appeared or disappeared.     **
      *> FILLERs are placed but not paired - a change that shifts     **
      *> them shows up on the named fields around them.               **
      *>***************************************************************
       400-Compare-Layouts SECTION.
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-LE-QTY
               MOVE WS-LE-CB-SUB (WS-I-SUB) TO WS-CB-SUB
               IF WS-CB-Prior-Version-NUM (WS-CB-SUB) > 0
               AND WS-LE-Name-TXT (WS-I-SUB) NOT = 'FILLER'
                   MOVE 1 TO WS-K-SUB
                   PERFORM UNTIL WS-K-SUB > WS-PE-QTY
                   OR WS-LE-Prior-SUB (WS-I-SUB) > 0
                       IF WS-PE-CB-SUB (WS-K-SUB) = WS-CB-SUB
                       AND WS-PE-Not-Matched-BOOL (WS-K-SUB)
                       AND WS-PE-Rec-Nm-TXT (WS-K-SUB)
                           = WS-LE-Rec-Nm-TXT (WS-I-SUB)
                       AND WS-PE-Name-TXT (WS-K-SUB)
                           = WS-LE-Name-TXT (WS-I-SUB)
                           SET WS-PE-Matched-BOOL (WS-K-SUB) TO TRUE
                           MOVE WS-K-SUB TO WS-LE-Prior-SUB (WS-I-SUB)
                       END-IF
                       ADD 1 TO WS-K-SUB
                   END-PERFORM
                   IF WS-LE-Prior-SUB (WS-I-SUB) = 0
                       ADD 1 TO WS-CB-Drift-QTY (WS-CB-SUB)
                   ELSE
                       MOVE WS-LE-Prior-SUB (WS-I-SUB) TO WS-K-SUB
                       IF WS-PE-Offset-NUM (WS-K-SUB)
                          NOT = WS-LE-Offset-NUM (WS-I-SUB)
                       OR WS-PE-Length-NUM (WS-K-SUB)
                          NOT = WS-LE-Length-NUM (WS-I-SUB)
                           ADD 1 TO WS-CB-Drift-QTY (WS-CB-SUB)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE 1 TO WS-K-SUB
           PERFORM UNTIL WS-K-SUB > WS-PE-QTY
               IF WS-PE-Not-Matched-BOOL (WS-K-SUB)
               AND WS-PE-Name-TXT (WS-K-SUB) NOT = 'FILLER'
                   ADD 1 TO WS-CB-Drift-QTY (WS-PE-CB-SUB (WS-K-SUB))
               END-IF
               ADD 1 TO WS-K-SUB
           END-PERFORM
           MOVE 1 TO WS-CB-SUB
           PERFORM UNTIL WS-CB-SUB > WS-CB-QTY
               IF WS-CB-Drift-QTY (WS-CB-SUB) > 0
                   ADD 1 TO WS-CB-Drifted-QTY
               END-IF
               IF WS-CB-Opened-BOOL (WS-CB-SUB)
               AND WS-CB-Prior-Version-NUM (WS-CB-SUB) = 0
                   ADD 1 TO WS-CB-New-QTY
               END-IF
               ADD 1 TO WS-CB-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> The layout listing: per copybook, its users and then every   **
      *> entry with its offset and length, and each record's total.   **
      *>***************************************************************
       500-Write-Layout-Listing SECTION.
           OPEN OUTPUT F-Layout-FILE
           IF WS-Layout-Status-CD NOT = '00'
               DISPLAY 'Unable to create layout listing '
                       TRIM(WS-Layout-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE WS-List-Filename-TXT (1:58) TO WS-LHH-List-TXT
           MOVE 1 TO WS-CB-SUB
           PERFORM UNTIL WS-CB-SUB > WS-CB-QTY
               PERFORM 510-Write-Copybook-Layout
               ADD 1 TO WS-CB-SUB
           END-PERFORM
           CLOSE F-Layout-FILE
           .
      *>***************************************************************
      *> One copybook's part of the layout listing.                   **
      *>***************************************************************
       510-Write-Copybook-Layout SECTION.
           MOVE 99 TO WS-LO-Line-QTY
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'COPYBOOK: '
                  TRIM(WS-CB-Cpy-Nm-TXT (WS-CB-SUB),TRAILING)
               DELIMITED SIZE INTO WS-Report-Line-TXT
           PERFORM 590-Write-Layout-Line
           PERFORM 520-Write-Copied-By
           IF WS-CB-Not-Opened-BOOL (WS-CB-SUB)
               MOVE '  (copybook member could not be opened)'
                 TO WS-Report-Line-TXT
               PERFORM 590-Write-Layout-Line
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-RL-Layout-Line-TXT
           MOVE 'LV'          TO WS-RL-Level-TXT
           MOVE 'FIELD NAME'  TO WS-RL-Name-Area-TXT
           MOVE 'PICTURE'     TO WS-RL-Pic-TXT
           MOVE 'USAGE'       TO WS-RL-Usage-TXT
           MOVE 'OCCURS'      TO WS-RL-Occurs-TXT
           MOVE '  OFFSET'    TO WS-RL-Offset-TXT
           MOVE '  LENGTH'    TO WS-RL-Length-TXT
           MOVE 'REDEFINES'   TO WS-RL-Redefines-TXT
           MOVE WS-RL-Layout-Line-TXT TO WS-Report-Line-TXT
           PERFORM 590-Write-Layout-Line
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 590-Write-Layout-Line
           IF WS-CB-First-SUB (WS-CB-SUB) > WS-CB-Last-SUB (WS-CB-SUB)
               MOVE '  (no data definitions found)'
                 TO WS-Report-Line-TXT
               PERFORM 590-Write-Layout-Line
           END-IF
           MOVE WS-CB-First-SUB (WS-CB-SUB) TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-CB-Last-SUB (WS-CB-SUB)
               MOVE SPACES TO WS-RL-Layout-Line-TXT
               MOVE WS-LE-Level-TXT (WS-I-SUB) TO WS-RL-Level-TXT
               COMPUTE WS-RL-Indent-SUB
                     = WS-LE-Level-NUM (WS-I-SUB) / 5 + 1
               IF WS-RL-Indent-SUB > 10
                   MOVE 10 TO WS-RL-Indent-SUB
               END-IF
               MOVE WS-LE-Name-TXT (WS-I-SUB)
                 TO WS-RL-Name-Area-TXT (WS-RL-Indent-SUB:31)
               MOVE WS-LE-Pic-TXT (WS-I-SUB)   TO WS-RL-Pic-TXT
               MOVE WS-LE-Usage-TXT (WS-I-SUB) TO WS-RL-Usage-TXT
               IF WS-LE-Occurs-NUM (WS-I-SUB) > 1
                   MOVE WS-LE-Occurs-NUM (WS-I-SUB) TO WS-RL-Edit-NUM
                   MOVE WS-RL-Edit-NUM (2:6) TO WS-RL-Occurs-TXT
               END-IF
               MOVE WS-LE-Offset-NUM (WS-I-SUB) TO WS-RL-Edit-NUM
               MOVE WS-RL-Edit-NUM TO WS-RL-Offset-TXT (2:7)
               MOVE WS-LE-Length-NUM (WS-I-SUB) TO WS-RL-Edit-NUM
               MOVE WS-RL-Edit-NUM TO WS-RL-Length-TXT (2:7)
               MOVE WS-LE-Redefines-TXT (WS-I-SUB)
                 TO WS-RL-Redefines-TXT
               MOVE WS-RL-Layout-Line-TXT TO WS-Report-Line-TXT
               PERFORM 590-Write-Layout-Line
               IF WS-LE-Level-NUM (WS-I-SUB) = 1
               AND WS-LE-Redefines-TXT (WS-I-SUB) = SPACES
                   MOVE WS-LE-Length-NUM (WS-I-SUB) TO WS-RL-Edit-NUM
                   MOVE SPACES TO WS-Report-Line-TXT
                   STRING '   RECORD LENGTH '
                          TRIM(WS-RL-Edit-NUM)
                          ' BYTES'
                       DELIMITED SIZE INTO WS-Report-Line-TXT
                   PERFORM 590-Write-Layout-Line
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 590-Write-Layout-Line
           .
      *>***************************************************************
      *> The 'COPIED BY:' block for copybook WS-CB-SUB, written to    **
      *> the layout listing.                                          **
      *>***************************************************************
       520-Write-Copied-By SECTION.
           MOVE '  COPIED BY:' TO WS-Report-Line-TXT
           PERFORM 590-Write-Layout-Line
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-PR-QTY
               IF WS-PR-Cpy-Nm-TXT (WS-J-SUB)
                  = WS-CB-Cpy-Nm-TXT (WS-CB-SUB)
                   MOVE SPACES TO WS-Report-Line-TXT
                   STRING '     '
                          TRIM(WS-PR-Pgm-Nm-TXT (WS-J-SUB),
                               TRAILING)
                       DELIMITED SIZE INTO WS-Report-Line-TXT
                   PERFORM 590-Write-Layout-Line
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 590-Write-Layout-Line
           .
      *>***************************************************************
      *> Write one line to the layout listing, paginated the way      **
      *> GCicRpt paginates.                                           **
      *>***************************************************************
       590-Write-Layout-Line SECTION.
           IF WS-LO-Line-QTY >= WS-Report-LPP-CONST
               ADD 1 TO WS-LO-Page-QTY
               MOVE WS-LO-Page-QTY TO WS-LHH-Page-NUM
               IF WS-LO-Page-QTY > 1
                   MOVE SPACES TO F-Layout-REC
                   WRITE F-Layout-REC
               END-IF
               WRITE F-Layout-REC FROM WS-LH-Heading-TXT
               MOVE SPACES TO F-Layout-REC
               WRITE F-Layout-REC
               MOVE 3 TO WS-LO-Line-QTY
           END-IF
           WRITE F-Layout-REC FROM WS-Report-Line-TXT
           ADD 1 TO WS-LO-Line-QTY
           .
      *>***************************************************************
      *> The drift report: a section for each copybook whose layout   **
      *> moved since its previous snapshot, then the copybooks seen   **
      *> for the first time or not opened, then the totals.           **
      *>***************************************************************
       600-Write-Drift-Report SECTION.
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
           MOVE WS-Run-Stamp-TXT TO WS-Stamp-Raw-TXT
           PERFORM 680-Format-Stamp
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'LAYOUT SNAPSHOT VERSION ' WS-Run-Version-NUM
                  ' TAKEN ' WS-Stamp-Formatted-TXT
                  ', EACH COPYBOOK COMPARED WITH ITS PREVIOUS SNAPSHOT'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           PERFORM 690-Write-Drift-Line
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 690-Write-Drift-Line
           IF WS-CB-Drifted-QTY = 0
               MOVE 'NO LAYOUT HAS DRIFTED' TO WS-Report-Line-TXT
               PERFORM 690-Write-Drift-Line
               MOVE SPACES TO WS-Report-Line-TXT
               PERFORM 690-Write-Drift-Line
           END-IF
           MOVE 1 TO WS-CB-SUB
           PERFORM UNTIL WS-CB-SUB > WS-CB-QTY
               IF WS-CB-Drift-QTY (WS-CB-SUB) > 0
                   PERFORM 610-Write-Copybook-Drift
               END-IF
               ADD 1 TO WS-CB-SUB
           END-PERFORM
           PERFORM 650-Write-Drift-Notes
           CLOSE F-Report-FILE
           .
      *>***************************************************************
      *> One drifted copybook: its users, the record lengths that     **
      *> changed and every field that moved, appeared or went.        **
      *>***************************************************************
       610-Write-Copybook-Drift SECTION.
           MOVE WS-CB-Prior-Stamp-TXT (WS-CB-SUB) TO WS-Stamp-Raw-TXT
           PERFORM 680-Format-Stamp
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'COPYBOOK: '
                  TRIM(WS-CB-Cpy-Nm-TXT (WS-CB-SUB),TRAILING)
                  '   PREVIOUS SNAPSHOT: VERSION '
                  WS-CB-Prior-Version-NUM (WS-CB-SUB)
                  ' OF ' WS-Stamp-Formatted-TXT
               DELIMITED SIZE INTO WS-Report-Line-TXT
           PERFORM 690-Write-Drift-Line
           MOVE '  COPIED BY:' TO WS-Report-Line-TXT
           PERFORM 690-Write-Drift-Line
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-PR-QTY
               IF WS-PR-Cpy-Nm-TXT (WS-J-SUB)
                  = WS-CB-Cpy-Nm-TXT (WS-CB-SUB)
                   MOVE SPACES TO WS-Report-Line-TXT
                   STRING '     '
                          TRIM(WS-PR-Pgm-Nm-TXT (WS-J-SUB),
                               TRAILING)
                       DELIMITED SIZE INTO WS-Report-Line-TXT
                   PERFORM 690-Write-Drift-Line
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 690-Write-Drift-Line
      *> -- Record lengths first - those are what break files.
           MOVE WS-CB-First-SUB (WS-CB-SUB) TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-CB-Last-SUB (WS-CB-SUB)
               IF WS-LE-Level-NUM (WS-I-SUB) = 1
               AND WS-LE-Prior-SUB (WS-I-SUB) > 0
                   MOVE WS-LE-Prior-SUB (WS-I-SUB) TO WS-K-SUB
                   IF WS-PE-Length-NUM (WS-K-SUB)
                      NOT = WS-LE-Length-NUM (WS-I-SUB)
                       ADD 1 TO WS-RD-Rec-Changed-QTY
                       MOVE SPACES TO WS-Report-Line-TXT
                       MOVE WS-PE-Length-NUM (WS-K-SUB)
                         TO WS-RD-Edit-NUM
                       STRING '  RECORD '
                              TRIM(WS-LE-Name-TXT (WS-I-SUB),TRAILING)
                              ' LENGTH CHANGED FROM '
                              TRIM(WS-RD-Edit-NUM)
                           DELIMITED SIZE INTO WS-Report-Line-TXT
                       MOVE WS-LE-Length-NUM (WS-I-SUB)
                         TO WS-RD-Edit-NUM
                       MOVE LENGTH(TRIM(WS-Report-Line-TXT,TRAILING))
                         TO WS-J-SUB
                       ADD 1 TO WS-J-SUB
                       STRING ' TO ' TRIM(WS-RD-Edit-NUM) ' BYTES'
                           DELIMITED SIZE INTO WS-Report-Line-TXT
                           WITH POINTER WS-J-SUB
                       PERFORM 690-Write-Drift-Line
                   END-IF
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 690-Write-Drift-Line
           MOVE SPACES TO WS-RD-Drift-Line-TXT
           MOVE 'RECORD'        TO WS-RD-Rec-Nm-TXT
           MOVE 'FIELD'         TO WS-RD-Name-TXT
           MOVE 'WAS OFF'       TO WS-RD-Old-Offset-TXT
           MOVE '     LEN'      TO WS-RD-Old-Length-TXT
           MOVE ' NOW OFF'      TO WS-RD-New-Offset-TXT
           MOVE '     LEN'      TO WS-RD-New-Length-TXT
           MOVE 'CHANGE'        TO WS-RD-Change-TXT
           MOVE WS-RD-Drift-Line-TXT TO WS-Report-Line-TXT
           PERFORM 690-Write-Drift-Line
           MOVE WS-CB-First-SUB (WS-CB-SUB) TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-CB-Last-SUB (WS-CB-SUB)
               IF WS-LE-Name-TXT (WS-I-SUB) NOT = 'FILLER'
                   PERFORM 620-Write-Field-Drift
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE 1 TO WS-K-SUB
           PERFORM UNTIL WS-K-SUB > WS-PE-QTY
               IF WS-PE-CB-SUB (WS-K-SUB) = WS-CB-SUB
               AND WS-PE-Not-Matched-BOOL (WS-K-SUB)
               AND WS-PE-Name-TXT (WS-K-SUB) NOT = 'FILLER'
                   ADD 1 TO WS-RD-Moved-QTY
                   MOVE SPACES TO WS-RD-Drift-Line-TXT
                   MOVE WS-PE-Rec-Nm-TXT (WS-K-SUB) TO WS-RD-Rec-Nm-TXT
                   MOVE WS-PE-Name-TXT (WS-K-SUB)   TO WS-RD-Name-TXT
                   MOVE WS-PE-Offset-NUM (WS-K-SUB) TO WS-RD-Edit-NUM
                   MOVE WS-RD-Edit-NUM TO WS-RD-Old-Offset-TXT (2:7)
                   MOVE WS-PE-Length-NUM (WS-K-SUB) TO WS-RD-Edit-NUM
                   MOVE WS-RD-Edit-NUM TO WS-RD-Old-Length-TXT (2:7)
                   MOVE 'REMOVED' TO WS-RD-Change-TXT
                   MOVE WS-RD-Drift-Line-TXT TO WS-Report-Line-TXT
                   PERFORM 690-Write-Drift-Line
               END-IF
               ADD 1 TO WS-K-SUB
           END-PERFORM
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 690-Write-Drift-Line
           .
      *>***************************************************************
      *> One field line of the drift section, when entry WS-I-SUB     **
      *> moved, changed length or is new.                             **
      *>***************************************************************
       620-Write-Field-Drift SECTION.
           MOVE SPACES TO WS-RD-Drift-Line-TXT
           IF WS-LE-Prior-SUB (WS-I-SUB) = 0
               MOVE 'ADDED' TO WS-RD-Change-TXT
           ELSE
               MOVE WS-LE-Prior-SUB (WS-I-SUB) TO WS-K-SUB
               EVALUATE TRUE
               WHEN WS-PE-Offset-NUM (WS-K-SUB)
                    NOT = WS-LE-Offset-NUM (WS-I-SUB)
               AND  WS-PE-Length-NUM (WS-K-SUB)
                    NOT = WS-LE-Length-NUM (WS-I-SUB)
                   MOVE 'MOVED AND RESIZED' TO WS-RD-Change-TXT
               WHEN WS-PE-Offset-NUM (WS-K-SUB)
                    NOT = WS-LE-Offset-NUM (WS-I-SUB)
                   MOVE 'MOVED' TO WS-RD-Change-TXT
               WHEN WS-PE-Length-NUM (WS-K-SUB)
                    NOT = WS-LE-Length-NUM (WS-I-SUB)
                   MOVE 'RESIZED' TO WS-RD-Change-TXT
               WHEN OTHER
                   EXIT SECTION
               END-EVALUATE
               MOVE WS-PE-Offset-NUM (WS-K-SUB) TO WS-RD-Edit-NUM
               MOVE WS-RD-Edit-NUM TO WS-RD-Old-Offset-TXT (2:7)
               MOVE WS-PE-Length-NUM (WS-K-SUB) TO WS-RD-Edit-NUM
               MOVE WS-RD-Edit-NUM TO WS-RD-Old-Length-TXT (2:7)
           END-IF
           ADD 1 TO WS-RD-Moved-QTY
           MOVE WS-LE-Rec-Nm-TXT (WS-I-SUB) TO WS-RD-Rec-Nm-TXT
           MOVE WS-LE-Name-TXT (WS-I-SUB)   TO WS-RD-Name-TXT
           MOVE WS-LE-Offset-NUM (WS-I-SUB) TO WS-RD-Edit-NUM
           MOVE WS-RD-Edit-NUM TO WS-RD-New-Offset-TXT (2:7)
           MOVE WS-LE-Length-NUM (WS-I-SUB) TO WS-RD-Edit-NUM
           MOVE WS-RD-Edit-NUM TO WS-RD-New-Length-TXT (2:7)
           MOVE WS-RD-Drift-Line-TXT TO WS-Report-Line-TXT
           PERFORM 690-Write-Drift-Line
           .
      *>***************************************************************
      *> Copybooks without a comparison, and the run totals.          **
      *>***************************************************************
       650-Write-Drift-Notes SECTION.
           MOVE 1 TO WS-CB-SUB
           PERFORM UNTIL WS-CB-SUB > WS-CB-QTY
               MOVE SPACES TO WS-Report-Line-TXT
               EVALUATE TRUE
               WHEN WS-CB-Not-Opened-BOOL (WS-CB-SUB)
                   STRING 'COPYBOOK: '
                          TRIM(WS-CB-Cpy-Nm-TXT (WS-CB-SUB),TRAILING)
                          ' - member could not be opened, not '
                          'compared or saved'
                       DELIMITED SIZE INTO WS-Report-Line-TXT
               WHEN WS-CB-Prior-Version-NUM (WS-CB-SUB) = 0
                   STRING 'COPYBOOK: '
                          TRIM(WS-CB-Cpy-Nm-TXT (WS-CB-SUB),TRAILING)
                          ' - first snapshot, nothing to compare with'
                       DELIMITED SIZE INTO WS-Report-Line-TXT
               END-EVALUATE
               IF WS-Report-Line-TXT NOT = SPACES
                   PERFORM 690-Write-Drift-Line
               END-IF
               ADD 1 TO WS-CB-SUB
           END-PERFORM
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 690-Write-Drift-Line
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'COPYBOOKS: ' WS-CB-QTY
                  '   DRIFTED: ' WS-CB-Drifted-QTY
                  '   FIRST SNAPSHOT: ' WS-CB-New-QTY
                  '   NOT OPENED: ' WS-CB-Missing-QTY
                  '   FIELDS CHANGED: ' WS-RD-Moved-QTY
                  '   RECORD LENGTHS CHANGED: ' WS-RD-Rec-Changed-QTY
               DELIMITED SIZE INTO WS-Report-Line-TXT
           PERFORM 690-Write-Drift-Line
           .
      *>***************************************************************
      *> Expand the raw WS-Stamp-Raw-TXT into 'YYYY/MM/DD HH:MM:SS'   **
      *> in WS-Stamp-Formatted-TXT.                                   **
      *>***************************************************************
       680-Format-Stamp SECTION.
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
      *> Write one line to the drift report, paginated the way        **
      *> GCicRpt paginates.                                           **
      *>***************************************************************
       690-Write-Drift-Line SECTION.
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
      *> Append this run's snapshot of every opened copybook to the   **
      *> layout history under WS-Run-Version-NUM.                     **
      *>***************************************************************
       700-Save-Snapshot SECTION.
           OPEN EXTEND F-Layout-Hist-FILE
           IF WS-Layout-Hist-Status-CD = '35'
               OPEN OUTPUT F-Layout-Hist-FILE
           END-IF
           IF WS-Layout-Hist-Status-CD NOT = '00'
               DISPLAY 'Unable to write layout history '
                       TRIM(WS-Layout-Hist-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-LE-QTY
               MOVE WS-LE-CB-SUB (WS-I-SUB) TO WS-CB-SUB
               MOVE WS-LE-Occurs-NUM (WS-I-SUB) TO WS-LH-Occurs-NUM
               MOVE WS-LE-Offset-NUM (WS-I-SUB) TO WS-LH-Offset-NUM
               MOVE WS-LE-Length-NUM (WS-I-SUB) TO WS-LH-Length-NUM
               MOVE SPACES TO WS-LH-Line-TXT
               MOVE 1 TO WS-LH-Write-SUB
               STRING WS-Run-Version-NUM '|'
                      WS-Run-Stamp-TXT '|'
                      TRIM(WS-CB-Cpy-Nm-TXT (WS-CB-SUB),TRAILING) '|'
                      TRIM(WS-LE-Rec-Nm-TXT (WS-I-SUB),TRAILING) '|'
                      WS-LE-Level-TXT (WS-I-SUB) '|'
                      TRIM(WS-LE-Name-TXT (WS-I-SUB),TRAILING) '|'
                      TRIM(WS-LH-Offset-NUM) '|'
                      TRIM(WS-LH-Length-NUM) '|'
                      TRIM(WS-LH-Occurs-NUM) '|'
                      TRIM(WS-LE-Pic-TXT (WS-I-SUB),TRAILING) '|'
                      TRIM(WS-LE-Usage-TXT (WS-I-SUB),TRAILING)
                   DELIMITED SIZE INTO WS-LH-Line-TXT
                   WITH POINTER WS-LH-Write-SUB
               WRITE F-Layout-Hist-REC FROM WS-LH-Line-TXT
               ADD 1 TO WS-I-SUB
           END-PERFORM
           CLOSE F-Layout-Hist-FILE
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
           MOVE WS-Exit-CD TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM GCicLay.
