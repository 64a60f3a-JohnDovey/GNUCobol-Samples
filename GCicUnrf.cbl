       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicUnrf.
      *>***************************************************************
      *> This program reports data items that are defined but never   **
      *> referenced.  GCic's 221-Archive-Listing files the source +   **
      *> cross-reference listing of every program compiled with       **
      *> listings on into GCic.xrefarc, and the cross-reference       **
      *> marks every data item nothing touches as "not referenced";   **
      *> GCicDict's copybook parsing knows which fields belong to     **
      *> which copybook.  This utility puts the two together: it      **
      *> reads the latest archived listing of each program in a       **
      *> /LIST:, and classifies each unreferenced item as either      **
      *>                                                              **
      *>   LOCAL     a field of the program's own - nothing in that   **
      *>             program references it (the code-review           **
      *>             backlog), or                                     **
      *>   COPYBOOK  a field of a copybook the program copies (from   **
      *>             the <list>.gccpy pairs) that no program in the   **
      *>             list references anywhere (the record-layout      **
      *>             clean-up list).                                  **
      *>                                                              **
      *> A copybook field referenced by even one program is not a     **
      *> finding.  A "referenced by child" group counts as            **
      *> referenced.  Programs with no archived listing, or whose     **
      *> listing carries no cross-reference, are shown as not         **
      *> assessed, and a copybook field is only reported when at      **
      *> least one of its copiers was assessed - the report shows     **
      *> how many were.                                               **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicUnrf /LIST:<compile-all-list> [ /CPYDIR:<folder> ]       **
      *>          [ /REPORT:<filename> ] [ /PROJECT:<name> ]          **
      *>                                                              **
      *> /LIST: names the compile-all list whose members are          **
      *> examined and whose recorded <list>.gccpy pairs say which     **
      *> copybooks each copies; /CPYDIR: names the folder holding     **
      *> the copybooks when they are not beside the state files,      **
      *> exactly as for GCicDict.  The report is written to           **
      *> /REPORT:, or to <list>.gcunref when no name is given.        **
      *>                                                              **
      *> /PROJECT:<name> (or the GCIC_PROJECT environment             **
      *> variable) works against the named project's state            **
      *> directory - see GCic.projects and GCic's own                 **
      *> 121-Resolve-Project-Paths.                                   **
      *>                                                              **
      *> RETURN-CODE is 0 when no unreferenced items were found, 4    **
      *> when findings were reported, and 12 when the list, the       **
      *> archive or the report cannot be opened, or when no member    **
      *> of the list has an archived cross-reference listing.         **
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
           SELECT F-Listing-Archive-FILE ASSIGN TO
                                       WS-Listing-Archive-Filename-TXT
                                       ORGANIZATION IS INDEXED
                                       RECORD KEY IS F-LAR-Key
                                       FILE STATUS IS
                                       WS-Listing-Archive-Status-CD.
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
       FD  F-Cpy-Pair-FILE.
       01  F-Cpy-Pair-REC.
           05 F-CP-Cpy-Nm-TXT                     PIC X(31).
           05 F-CP-Pgm-Nm-TXT                     PIC X(31).
       FD  F-Copybook-FILE.
       01  F-Copybook-REC                         PIC X(256).
       FD  F-Listing-Archive-FILE.
       01  F-Listing-Archive-REC.
           05 F-LAR-Key.
              10 F-LAR-Pgm-Nm-TXT                 PIC X(31).
              10 F-LAR-Stamp-TXT                  PIC X(16).
              10 F-LAR-Line-SEQ                   PIC 9(6).
           05 F-LAR-Line-TXT                      PIC X(256).
       FD  F-Report-FILE.
       01  F-Report-REC                           PIC X(132).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       78  WS-Report-LPP-CONST                    VALUE 58.
       78  WS-Member-Table-Max-CONST              VALUE 500.
       78  WS-Pair-Table-Max-CONST                VALUE 2000.
       78  WS-Cpy-Table-Max-CONST                 VALUE 300.
       78  WS-Field-Table-Max-CONST               VALUE 6000.
       78  WS-Local-Table-Max-CONST               VALUE 3000.
       01  WS-List-Filename-TXT                   PIC X(256).
       01  WS-List-Status-CD                      PIC X(2).
       01  WS-Cpy-Pair-Filename-TXT               PIC X(256).
       01  WS-Cpy-Pair-Status-CD                  PIC X(2).
       01  WS-Copybook-Filename-TXT               PIC X(256).
       01  WS-Copybook-Status-CD                  PIC X(2).
       01  WS-Cpy-Dir-TXT                         PIC X(256).
       01  WS-Listing-Archive-Filename-TXT
                         VALUE 'GCic.xrefarc'      PIC X(256).
       01  WS-Listing-Archive-Status-CD           PIC X(2).
       01  WS-Report-Filename-TXT                 PIC X(256).
       01  WS-Report-Status-CD                    PIC X(2).
       01  WS-File-Status-Message-TXT.
           05 VALUE 'Status Code: '              PIC X(13).
           05 WS-FSM-Status-CD                   PIC 9(2).
           05 VALUE ', Meaning: '                PIC X(11).
           05 WS-FSM-Msg-TXT                     PIC X(25).
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-Exit-CD                             PIC 9(2) VALUE 0.
       01  WS-I-SUB                               USAGE BINARY-LONG.
       01  WS-J-SUB                               USAGE BINARY-LONG.
       01  WS-K-SUB                               USAGE BINARY-LONG.
      *>***************************************************************
      *> One entry per list member: where its latest archived         **
      *> listing was found and what became of it.                     **
      *>***************************************************************
       01  WS-Member-Table.
           05 WS-MB-Entry OCCURS WS-Member-Table-Max-CONST TIMES.
              10 WS-MB-Pgm-Nm-TXT                 PIC X(31).
              10 WS-MB-Stamp-TXT                  PIC X(16).
              10 WS-MB-State-CHR                  PIC X(1).
                 88 WS-MB-No-Listing-BOOL          VALUE 'N'.
                 88 WS-MB-No-Xref-BOOL             VALUE 'X'.
                 88 WS-MB-Assessed-BOOL            VALUE 'A'.
              10 WS-MB-Item-QTY                   PIC 9(5).
              10 WS-MB-Local-QTY                  PIC 9(5).
       01  WS-MB-QTY                              PIC 9(3) VALUE 0.
       01  WS-MB-Assessed-QTY                     PIC 9(3) VALUE 0.
       01  WS-MB-Parse-File-TXT                   PIC X(256).
       01  WS-MB-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-MB-EOF-CHR                          PIC X(1).
           88 WS-MB-EOF-BOOL                       VALUE 'Y'.
           88 WS-MB-Not-EOF-BOOL                   VALUE 'N'.
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
      *> One entry per distinct copybook named in the pairs, with     **
      *> how many list members copy it and how many of those had a    **
      *> cross-reference to assess.  Copied-CHR marks the copybooks   **
      *> the program being examined copies.                           **
      *>***************************************************************
       01  WS-Cpy-Table.
           05 WS-CB-Entry OCCURS WS-Cpy-Table-Max-CONST TIMES.
              10 WS-CB-Cpy-Nm-TXT                 PIC X(31).
              10 WS-CB-Opened-CHR                 PIC X(1).
                 88 WS-CB-Opened-BOOL              VALUE 'Y'.
                 88 WS-CB-Not-Opened-BOOL          VALUE 'N'.
              10 WS-CB-Copied-CHR                 PIC X(1).
                 88 WS-CB-Copied-BOOL              VALUE 'Y'.
                 88 WS-CB-Not-Copied-BOOL          VALUE 'N'.
              10 WS-CB-Field-QTY                  PIC 9(4).
              10 WS-CB-Copier-QTY                 PIC 9(3).
              10 WS-CB-Assessed-QTY               PIC 9(3).
       01  WS-CB-QTY                              PIC 9(3) VALUE 0.
       01  WS-CB-SUB                              USAGE BINARY-LONG.
       01  WS-CB-Found-CHR                        PIC X(1).
           88 WS-CB-Found-BOOL                     VALUE 'Y'.
           88 WS-CB-Not-Found-BOOL                 VALUE 'N'.
       01  WS-CB-Missing-QTY                      PIC 9(3) VALUE 0.
      *>***************************************************************
      *> Every named field of every copybook, with whether any        **
      *> assessed listing referenced it.                              **
      *>***************************************************************
       01  WS-Field-Table.
           05 WS-CF-Entry OCCURS WS-Field-Table-Max-CONST TIMES.
              10 WS-CF-CB-SUB                     USAGE BINARY-LONG.
              10 WS-CF-Level-TXT                  PIC X(2).
              10 WS-CF-Name-TXT                   PIC X(31).
              10 WS-CF-Seen-QTY                   PIC 9(3).
              10 WS-CF-Ref-CHR                    PIC X(1).
                 88 WS-CF-Referenced-BOOL          VALUE 'Y'.
                 88 WS-CF-Not-Referenced-BOOL      VALUE 'N'.
       01  WS-CF-QTY                              PIC 9(4) VALUE 0.
       01  WS-CF-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-CF-Full-Noted-BOOL                VALUE 'Y'.
       01  WS-CF-Found-CHR                        PIC X(1).
           88 WS-CF-Found-BOOL                     VALUE 'Y'.
           88 WS-CF-Not-Found-BOOL                 VALUE 'N'.
       01  WS-CF-Finding-QTY                      PIC 9(5) VALUE 0.
      *>***************************************************************
      *> The local findings, in the order the listings gave them.     **
      *>***************************************************************
       01  WS-Local-Table.
           05 WS-LC-Entry OCCURS WS-Local-Table-Max-CONST TIMES.
              10 WS-LC-MB-SUB                     USAGE BINARY-LONG.
              10 WS-LC-Name-TXT                   PIC X(31).
              10 WS-LC-Line-TXT                   PIC X(8).
       01  WS-LC-QTY                              PIC 9(4) VALUE 0.
       01  WS-LC-Dropped-QTY                      PIC 9(5) VALUE 0.
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
       01  WS-DE-Name-TXT                         PIC X(31).
       01  WS-DE-Token-TXT                        PIC X(64).
       01  WS-DE-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-CP-EOF-CHR                          PIC X(1).
           88 WS-CP-EOF-BOOL                       VALUE 'Y'.
           88 WS-CP-Not-EOF-BOOL                   VALUE 'N'.
       01  WS-CP-Trim-Len-NUM                     USAGE BINARY-LONG.
      *>***************************************************************
      *> Cross-reference reading work areas.  A cobc cross-reference  **
      *> section opens with a "NAME ... DEFINED ... REFERENCES"       **
      *> heading and its data items run until the "LABEL" heading;    **
      *> each item line starts in column 1 with the name (cut at 30   **
      *> characters) followed by its defining line number.            **
      *>***************************************************************
       01  WS-XA-EOF-CHR                          PIC X(1).
           88 WS-XA-EOF-BOOL                       VALUE 'Y'.
           88 WS-XA-Not-EOF-BOOL                   VALUE 'N'.
       01  WS-XR-In-Xref-CHR                      PIC X(1).
           88 WS-XR-In-Xref-BOOL                   VALUE 'Y'.
           88 WS-XR-Not-In-Xref-BOOL               VALUE 'N'.
       01  WS-XR-Line-TXT                         PIC X(256).
       01  WS-XR-Name-TXT                         PIC X(31).
       01  WS-XR-Def-Line-TXT                     PIC X(8).
       01  WS-XR-Parse-SUB                        USAGE BINARY-LONG.
       01  WS-XR-Tally-NUM                        USAGE BINARY-LONG.
       01  WS-XR-Tally-2-NUM                      USAGE BINARY-LONG.
       01  WS-XR-Unref-CHR                        PIC X(1).
           88 WS-XR-Unref-BOOL                     VALUE 'Y'.
           88 WS-XR-Ref-BOOL                       VALUE 'N'.
      *>***************************************************************
      *> Report line layouts and pagination controls, in GCicRpt's    **
      *> style.                                                       **
      *>***************************************************************
       01  WS-Page-QTY                            PIC 9(4) VALUE 0.
       01  WS-Line-QTY                            PIC 9(2) VALUE 99.
       01  WS-Report-Line-TXT                     PIC X(132).
       01  WS-RH-Heading-TXT.
           05 VALUE 'GCIC UNREFERENCED DATA ITEMS'     PIC X(30).
           05 VALUE 'FROM: '                           PIC X(6).
           05 WS-RH-List-TXT                           PIC X(58).
           05 FILLER                                   PIC X(29).
           05 VALUE 'PAGE '                            PIC X(5).
           05 WS-RH-Page-NUM                           PIC ZZZ9.
       01  WS-RM-Member-Line-TXT.
           05 FILLER                                   PIC X(2).
           05 WS-RM-Pgm-Nm-TXT                         PIC X(32).
           05 WS-RM-Stamp-TXT                          PIC X(20).
           05 WS-RM-State-TXT                          PIC X(30).
           05 WS-RM-Item-NUM                           PIC ZZZZ9.
           05 FILLER                                   PIC X(3).
           05 WS-RM-Local-NUM                          PIC ZZZZ9.
       01  WS-RL-Local-Line-TXT.
           05 FILLER                                   PIC X(2).
           05 WS-RL-Pgm-Nm-TXT                         PIC X(32).
           05 WS-RL-Name-TXT                           PIC X(32).
           05 WS-RL-Line-TXT                           PIC X(8).
       01  WS-RC-Cpy-Line-TXT.
           05 FILLER                                   PIC X(2).
           05 WS-RC-Cpy-Nm-TXT                         PIC X(32).
           05 WS-RC-Level-TXT                          PIC X(4).
           05 WS-RC-Name-TXT                           PIC X(32).
           05 WS-RC-Assessed-TXT                       PIC X(40).
       01  WS-RC-Assessed-NUM                     PIC ZZ9.
       01  WS-RC-Copier-NUM                       PIC ZZ9.
      *>***************************************************************
      *> A raw stamp is YYYYMMDDHHMMSSss; the report shows it         **
      *> formatted for human eyes, as GCicXarc's list display does.   **
      *>***************************************************************
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
           PERFORM 100-Load-Member-List
           IF WS-MB-QTY = 0
               DISPLAY 'No source members in the list - nothing to '
                       'examine'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           PERFORM 110-Load-Pair-Table
           PERFORM 120-Load-Copybook-Fields
           OPEN INPUT F-Listing-Archive-FILE
           IF WS-Listing-Archive-Status-CD NOT = '00'
               MOVE WS-Listing-Archive-Status-CD TO WS-FSM-Status-CD
               PERFORM 020-Set-Status-Message
               DISPLAY 'Unable to open listing archive '
                       TRIM(WS-Listing-Archive-Filename-TXT,TRAILING)
               DISPLAY WS-File-Status-Message-TXT
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-MB-QTY
               PERFORM 200-Examine-Member
               ADD 1 TO WS-I-SUB
           END-PERFORM
           CLOSE F-Listing-Archive-FILE
           IF WS-MB-Assessed-QTY = 0
               DISPLAY 'No member of the list has an archived '
                       'cross-reference listing - compile the list '
                       'with listings on first'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           PERFORM 300-Write-Report
           DISPLAY 'Unreferenced data-item report written to '
                   TRIM(WS-Report-Filename-TXT,TRAILING)
           DISPLAY '  ' WS-MB-Assessed-QTY ' of ' WS-MB-QTY
                   ' programs assessed, ' WS-LC-QTY
                   ' local items, ' WS-CF-Finding-QTY
                   ' copybook fields not referenced'
           IF WS-LC-QTY > 0 OR WS-CF-Finding-QTY > 0
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
           MOVE SPACES TO WS-List-Filename-TXT
           MOVE SPACES TO WS-Cpy-Dir-TXT
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:6) = '/LIST:'
                   MOVE WS-Cmd-Token-TXT (7:)
                     TO WS-List-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/CPYDIR:'
                   MOVE WS-Cmd-Token-TXT (9:) TO WS-Cpy-Dir-TXT
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
                   TRIM(WS-List-Filename-TXT,TRAILING),'.gcunref')
                 TO WS-Report-Filename-TXT
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
           MOVE WS-Listing-Archive-Filename-TXT
             TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Listing-Archive-Filename-TXT
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
      *> Translate the 2-digit status code held in WS-FSM-Status-CD   **
      *> into the standard FileStat-Msgs.cpy wording.                 **
      *>***************************************************************
       020-Set-Status-Message SECTION.
           COPY FileStat-Msgs.cpy
               REPLACING STATUS BY WS-FSM-Status-CD
                         MSG    BY WS-FSM-Msg-TXT.
           .
      *>***************************************************************
      *> Load the member table from the compile-all list - blank and  **
      *> '*' comment lines pass over, the same as GCic's              **
      *> 020-Run-Compile-All passes over them.                        **
      *>***************************************************************
       100-Load-Member-List SECTION.
           OPEN INPUT F-List-FILE
           IF WS-List-Status-CD NOT = '00'
               DISPLAY 'Unable to open compile-all list '
                       TRIM(WS-List-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           SET WS-MB-Not-EOF-BOOL TO TRUE
           READ F-List-FILE
               AT END SET WS-MB-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-MB-EOF-BOOL
               IF F-List-REC NOT = SPACES
               AND F-List-REC (1:1) NOT = '*'
               AND WS-MB-QTY < WS-Member-Table-Max-CONST
                   PERFORM 105-Add-Member-Entry
               END-IF
               READ F-List-FILE
                   AT END SET WS-MB-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-List-FILE
           .
      *>***************************************************************
      *> Parse one list line into the member table: the program name  **
      *> (no folder, no extension - the same split GCic's             **
      *> 115-Parse-Filename makes, and so the name its listings are   **
      *> archived under).                                             **
      *>***************************************************************
       105-Add-Member-Entry SECTION.
           ADD 1 TO WS-MB-QTY
           MOVE SPACES TO WS-MB-Stamp-TXT (WS-MB-QTY)
           SET WS-MB-No-Listing-BOOL (WS-MB-QTY) TO TRUE
           MOVE 0 TO WS-MB-Item-QTY (WS-MB-QTY)
           MOVE 0 TO WS-MB-Local-QTY (WS-MB-QTY)
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
      *> Load the recorded copybook/program pairs and build the       **
      *> distinct-copybook table from them.  With no pairs recorded   **
      *> every unreferenced item can only be taken as local, so the   **
      *> run says so rather than stopping.                            **
      *>***************************************************************
       110-Load-Pair-Table SECTION.
           OPEN INPUT F-Cpy-Pair-FILE
           IF WS-Cpy-Pair-Status-CD NOT = '00'
               DISPLAY 'No recorded copybook pairs ('
                       TRIM(WS-Cpy-Pair-Filename-TXT,TRAILING)
                       ') - every item will be treated as local'
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
                   PERFORM 115-Add-Copybook-Entry
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
       115-Add-Copybook-Entry SECTION.
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
           SET WS-CB-Not-Copied-BOOL (WS-CB-QTY) TO TRUE
           MOVE 0 TO WS-CB-Field-QTY (WS-CB-QTY)
           MOVE 0 TO WS-CB-Copier-QTY (WS-CB-QTY)
           MOVE 0 TO WS-CB-Assessed-QTY (WS-CB-QTY)
           .
      *>***************************************************************
      *> Parse every copybook's fields into the field table.          **
      *>***************************************************************
       120-Load-Copybook-Fields SECTION.
           MOVE 1 TO WS-CB-SUB
           PERFORM UNTIL WS-CB-SUB > WS-CB-QTY
               MOVE WS-CB-Cpy-Nm-TXT (WS-CB-SUB) TO WS-Cur-Cpy-Nm-TXT
               PERFORM 125-Resolve-Copybook-File
               IF WS-Copybook-Status-CD = '00'
                   SET WS-CB-Opened-BOOL (WS-CB-SUB) TO TRUE
                   PERFORM 130-Parse-Copybook-Fields
               ELSE
                   ADD 1 TO WS-CB-Missing-QTY
               END-IF
               ADD 1 TO WS-CB-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Open the copybook member: the recorded name as written,      **
      *> then with the usual extensions, each tried in /CPYDIR:       **
      *> after the current folder - GCicDict's own search order.      **
      *>***************************************************************
       125-Resolve-Copybook-File SECTION.
           MOVE TRIM(WS-Cur-Cpy-Nm-TXT,TRAILING)
             TO WS-Copybook-Filename-TXT
           PERFORM 127-Try-Open-Copybook
           IF WS-Copybook-Status-CD = '00'
               EXIT SECTION
           END-IF
           MOVE CONCATENATE(TRIM(WS-Cur-Cpy-Nm-TXT,TRAILING),
                            '.cpy')
             TO WS-Copybook-Filename-TXT
           PERFORM 127-Try-Open-Copybook
           IF WS-Copybook-Status-CD = '00'
               EXIT SECTION
           END-IF
           MOVE CONCATENATE(TRIM(WS-Cur-Cpy-Nm-TXT,TRAILING),
                            '.CPY')
             TO WS-Copybook-Filename-TXT
           PERFORM 127-Try-Open-Copybook
           IF WS-Copybook-Status-CD = '00'
               EXIT SECTION
           END-IF
           MOVE CONCATENATE(TRIM(WS-Cur-Cpy-Nm-TXT,TRAILING),
                            '.cbl')
             TO WS-Copybook-Filename-TXT
           PERFORM 127-Try-Open-Copybook
           .
      *>***************************************************************
      *> Try the candidate name in the current folder, then under     **
      *> /CPYDIR:.  A successful open leaves the file open for        **
      *> 130-Parse-Copybook-Fields.                                   **
      *>***************************************************************
       127-Try-Open-Copybook SECTION.
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
       130-Parse-Copybook-Fields SECTION.
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
                   PERFORM 135-Fold-Line-Into-Entry
               END-IF
               READ F-Copybook-FILE
                   AT END SET WS-CP-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           IF WS-Entry-Open-BOOL
               PERFORM 140-Note-Entry-Field
           END-IF
           CLOSE F-Copybook-FILE
           .
      *>***************************************************************
      *> Append one source line to the entry being accumulated and    **
      *> note the entry when its period arrives.                      **
      *>***************************************************************
       135-Fold-Line-Into-Entry SECTION.
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
               PERFORM 140-Note-Entry-Field
               SET WS-Entry-Closed-BOOL TO TRUE
           END-IF
           .
      *>***************************************************************
      *> Take the level and name from the accumulated entry and add   **
      *> the field to the field table.  Entries that are not data     **
      *> definitions, and FILLERs (named or not - the cross-          **
      *> reference never lists them), are passed over.                **
      *>***************************************************************
       140-Note-Entry-Field SECTION.
           MOVE SPACES TO WS-DE-Level-TXT
           MOVE SPACES TO WS-DE-Name-TXT
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
           END-IF
           MOVE SPACES TO WS-DE-Token-TXT
           UNSTRING WS-Entry-TXT DELIMITED BY ALL SPACES
               INTO WS-DE-Token-TXT
               WITH POINTER WS-DE-Parse-SUB
           END-UNSTRING
           EVALUATE TRUE
           WHEN WS-DE-Token-TXT = SPACES
           WHEN WS-DE-Token-TXT (1:3) = 'PIC'
           WHEN WS-DE-Token-TXT (1:5) = 'VALUE'
           WHEN WS-DE-Token-TXT (1:6) = 'FILLER'
               EXIT SECTION
           WHEN OTHER
               MOVE WS-DE-Token-TXT (1:31) TO WS-DE-Name-TXT
               INSPECT WS-DE-Name-TXT REPLACING ALL '.' BY SPACE
           END-EVALUATE
           IF WS-CF-QTY >= WS-Field-Table-Max-CONST
               IF NOT WS-CF-Full-Noted-BOOL
                   DISPLAY 'WARNING - more than '
                           WS-Field-Table-Max-CONST
                           ' copybook fields; the rest are treated '
                           'as local'
                   SET WS-CF-Full-Noted-BOOL TO TRUE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CF-QTY
           MOVE WS-CB-SUB       TO WS-CF-CB-SUB (WS-CF-QTY)
           MOVE WS-DE-Level-TXT TO WS-CF-Level-TXT (WS-CF-QTY)
           MOVE WS-DE-Name-TXT  TO WS-CF-Name-TXT (WS-CF-QTY)
           MOVE 0               TO WS-CF-Seen-QTY (WS-CF-QTY)
           SET WS-CF-Not-Referenced-BOOL (WS-CF-QTY) TO TRUE
           ADD 1 TO WS-CB-Field-QTY (WS-CB-SUB)
           .
      *>***************************************************************
      *> Examine list member WS-I-SUB: mark the copybooks it copies,  **
      *> find its latest archived listing and walk that listing's     **
      *> cross-reference.                                             **
      *>***************************************************************
       200-Examine-Member SECTION.
           MOVE 1 TO WS-CB-SUB
           PERFORM UNTIL WS-CB-SUB > WS-CB-QTY
               SET WS-CB-Not-Copied-BOOL (WS-CB-SUB) TO TRUE
               ADD 1 TO WS-CB-SUB
           END-PERFORM
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-PR-QTY
               IF WS-PR-Pgm-Nm-TXT (WS-J-SUB)
                  = WS-MB-Pgm-Nm-TXT (WS-I-SUB)
                   MOVE 1 TO WS-CB-SUB
                   PERFORM UNTIL WS-CB-SUB > WS-CB-QTY
                       IF WS-CB-Cpy-Nm-TXT (WS-CB-SUB)
                          = WS-PR-Cpy-Nm-TXT (WS-J-SUB)
                       AND WS-CB-Not-Copied-BOOL (WS-CB-SUB)
                           SET WS-CB-Copied-BOOL (WS-CB-SUB) TO TRUE
                           ADD 1 TO WS-CB-Copier-QTY (WS-CB-SUB)
                       END-IF
                       ADD 1 TO WS-CB-SUB
                   END-PERFORM
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           PERFORM 210-Find-Latest-Stamp
           IF WS-MB-No-Listing-BOOL (WS-I-SUB)
               EXIT SECTION
           END-IF
           PERFORM 220-Read-Cross-Reference
           IF NOT WS-MB-Assessed-BOOL (WS-I-SUB)
               EXIT SECTION
           END-IF
           ADD 1 TO WS-MB-Assessed-QTY
           MOVE 1 TO WS-CB-SUB
           PERFORM UNTIL WS-CB-SUB > WS-CB-QTY
               IF WS-CB-Copied-BOOL (WS-CB-SUB)
                   ADD 1 TO WS-CB-Assessed-QTY (WS-CB-SUB)
               END-IF
               ADD 1 TO WS-CB-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Walk the program's archive records forward to find the       **
      *> stamp of its newest archived listing.                        **
      *>***************************************************************
       210-Find-Latest-Stamp SECTION.
           MOVE WS-MB-Pgm-Nm-TXT (WS-I-SUB) TO F-LAR-Pgm-Nm-TXT
           MOVE SPACES TO F-LAR-Stamp-TXT
           MOVE 0      TO F-LAR-Line-SEQ
           SET WS-XA-Not-EOF-BOOL TO TRUE
           START F-Listing-Archive-FILE KEY IS >= F-LAR-Key
               INVALID KEY SET WS-XA-EOF-BOOL TO TRUE
           END-START
           IF WS-XA-Not-EOF-BOOL
               READ F-Listing-Archive-FILE NEXT RECORD
                   AT END SET WS-XA-EOF-BOOL TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-XA-EOF-BOOL
                      OR F-LAR-Pgm-Nm-TXT
                         NOT = WS-MB-Pgm-Nm-TXT (WS-I-SUB)
               MOVE F-LAR-Stamp-TXT TO WS-MB-Stamp-TXT (WS-I-SUB)
               SET WS-MB-No-Xref-BOOL (WS-I-SUB) TO TRUE
               READ F-Listing-Archive-FILE NEXT RECORD
                   AT END SET WS-XA-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           .
      *>***************************************************************
      *> Read the latest listing line by line, noting every data      **
      *> item of its cross-reference section(s).  Page headings       **
      *> inside the section are passed over.                          **
      *>***************************************************************
       220-Read-Cross-Reference SECTION.
           MOVE WS-MB-Pgm-Nm-TXT (WS-I-SUB) TO F-LAR-Pgm-Nm-TXT
           MOVE WS-MB-Stamp-TXT (WS-I-SUB)  TO F-LAR-Stamp-TXT
           MOVE 0 TO F-LAR-Line-SEQ
           SET WS-XR-Not-In-Xref-BOOL TO TRUE
           SET WS-XA-Not-EOF-BOOL TO TRUE
           START F-Listing-Archive-FILE KEY IS >= F-LAR-Key
               INVALID KEY SET WS-XA-EOF-BOOL TO TRUE
           END-START
           IF WS-XA-Not-EOF-BOOL
               READ F-Listing-Archive-FILE NEXT RECORD
                   AT END SET WS-XA-EOF-BOOL TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-XA-EOF-BOOL
                      OR F-LAR-Pgm-Nm-TXT
                         NOT = WS-MB-Pgm-Nm-TXT (WS-I-SUB)
                      OR F-LAR-Stamp-TXT
                         NOT = WS-MB-Stamp-TXT (WS-I-SUB)
               MOVE F-LAR-Line-TXT TO WS-XR-Line-TXT
               MOVE 0 TO WS-XR-Tally-NUM
               MOVE 0 TO WS-XR-Tally-2-NUM
               INSPECT WS-XR-Line-TXT TALLYING
                   WS-XR-Tally-NUM FOR ALL ' DEFINED '
                   WS-XR-Tally-2-NUM FOR ALL ' REFERENCES'
               EVALUATE TRUE
               WHEN WS-XR-Line-TXT (1:5) = 'NAME '
               AND  WS-XR-Tally-NUM > 0
               AND  WS-XR-Tally-2-NUM > 0
                   SET WS-XR-In-Xref-BOOL TO TRUE
                   SET WS-MB-Assessed-BOOL (WS-I-SUB) TO TRUE
               WHEN WS-XR-Line-TXT (1:6) = 'LABEL '
               AND  WS-XR-Tally-NUM > 0
                   SET WS-XR-Not-In-Xref-BOOL TO TRUE
               WHEN WS-XR-Not-In-Xref-BOOL
               WHEN WS-XR-Line-TXT (1:1) = SPACE
               WHEN WS-XR-Line-TXT (1:8) = 'GnuCOBOL'
                   CONTINUE
               WHEN OTHER
                   PERFORM 230-Note-Xref-Item
               END-EVALUATE
               READ F-Listing-Archive-FILE NEXT RECORD
                   AT END SET WS-XA-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           .
      *>***************************************************************
      *> One cross-reference data item.  A name that is a field of a  **
      *> copybook this program copies is a copybook field - its       **
      *> verdict is settled across the whole list; any other          **
      *> unreferenced name is a local finding.                        **
      *>***************************************************************
       230-Note-Xref-Item SECTION.
           MOVE SPACES TO WS-XR-Name-TXT
           MOVE SPACES TO WS-XR-Def-Line-TXT
           MOVE 1 TO WS-XR-Parse-SUB
           UNSTRING WS-XR-Line-TXT DELIMITED BY ALL SPACES
               INTO WS-XR-Name-TXT WS-XR-Def-Line-TXT
               WITH POINTER WS-XR-Parse-SUB
           END-UNSTRING
           MOVE UPPER-CASE(WS-XR-Name-TXT) TO WS-XR-Name-TXT
           MOVE 0 TO WS-XR-Tally-NUM
           INSPECT WS-XR-Line-TXT TALLYING
               WS-XR-Tally-NUM FOR ALL 'not referenced'
           IF WS-XR-Tally-NUM > 0
               SET WS-XR-Unref-BOOL TO TRUE
           ELSE
               SET WS-XR-Ref-BOOL TO TRUE
           END-IF
           ADD 1 TO WS-MB-Item-QTY (WS-I-SUB)
      *> -- The cross-reference cuts names at 30 characters.
           SET WS-CF-Not-Found-BOOL TO TRUE
           MOVE 1 TO WS-K-SUB
           PERFORM UNTIL WS-K-SUB > WS-CF-QTY
               IF WS-CF-Name-TXT (WS-K-SUB) (1:30)
                  = WS-XR-Name-TXT (1:30)
               AND WS-CB-Copied-BOOL (WS-CF-CB-SUB (WS-K-SUB))
                   SET WS-CF-Found-BOOL TO TRUE
                   ADD 1 TO WS-CF-Seen-QTY (WS-K-SUB)
                   IF WS-XR-Ref-BOOL
                       SET WS-CF-Referenced-BOOL (WS-K-SUB) TO TRUE
                   END-IF
               END-IF
               ADD 1 TO WS-K-SUB
           END-PERFORM
           IF WS-CF-Found-BOOL OR WS-XR-Ref-BOOL
               EXIT SECTION
           END-IF
           ADD 1 TO WS-MB-Local-QTY (WS-I-SUB)
           IF WS-LC-QTY >= WS-Local-Table-Max-CONST
               ADD 1 TO WS-LC-Dropped-QTY
               EXIT SECTION
           END-IF
           ADD 1 TO WS-LC-QTY
           MOVE WS-I-SUB           TO WS-LC-MB-SUB (WS-LC-QTY)
           MOVE WS-XR-Name-TXT     TO WS-LC-Name-TXT (WS-LC-QTY)
           MOVE WS-XR-Def-Line-TXT TO WS-LC-Line-TXT (WS-LC-QTY)
           .
      *>***************************************************************
      *> Write the report: the programs examined, the local findings  **
      *> by program, the copybook findings by copybook, and notes on  **
      *> what could not be assessed.                                  **
      *>***************************************************************
       300-Write-Report SECTION.
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
           PERFORM 310-Write-Member-Section
           PERFORM 320-Write-Local-Section
           PERFORM 330-Write-Copybook-Section
           PERFORM 340-Write-Notes-Section
           CLOSE F-Report-FILE
           .
      *>***************************************************************
      *> One line per list member: the listing examined and what it   **
      *> yielded.                                                     **
      *>***************************************************************
       310-Write-Member-Section SECTION.
           MOVE 'PROGRAMS EXAMINED' TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           MOVE SPACES TO WS-RM-Member-Line-TXT
           MOVE 'PROGRAM'         TO WS-RM-Pgm-Nm-TXT
           MOVE 'LATEST LISTING'  TO WS-RM-Stamp-TXT
           MOVE 'ASSESSMENT'      TO WS-RM-State-TXT
           MOVE WS-RM-Member-Line-TXT TO WS-Report-Line-TXT
           MOVE 'ITEMS'           TO WS-Report-Line-TXT (84:5)
           MOVE 'LOCAL'           TO WS-Report-Line-TXT (92:5)
           PERFORM 390-Write-Report-Line
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-MB-QTY
               MOVE SPACES TO WS-RM-Member-Line-TXT
               MOVE WS-MB-Pgm-Nm-TXT (WS-I-SUB) TO WS-RM-Pgm-Nm-TXT
               EVALUATE TRUE
               WHEN WS-MB-No-Listing-BOOL (WS-I-SUB)
                   MOVE '(none)' TO WS-RM-Stamp-TXT
                   MOVE 'NOT ASSESSED - NO LISTING'
                     TO WS-RM-State-TXT
               WHEN WS-MB-No-Xref-BOOL (WS-I-SUB)
                   PERFORM 315-Format-Stamp
                   MOVE WS-Stamp-Formatted-TXT TO WS-RM-Stamp-TXT
                   MOVE 'NOT ASSESSED - NO XREF'
                     TO WS-RM-State-TXT
               WHEN OTHER
                   PERFORM 315-Format-Stamp
                   MOVE WS-Stamp-Formatted-TXT TO WS-RM-Stamp-TXT
                   MOVE 'ASSESSED' TO WS-RM-State-TXT
                   MOVE WS-MB-Item-QTY (WS-I-SUB) TO WS-RM-Item-NUM
                   MOVE WS-MB-Local-QTY (WS-I-SUB)
                     TO WS-RM-Local-NUM
               END-EVALUATE
               MOVE WS-RM-Member-Line-TXT TO WS-Report-Line-TXT
               PERFORM 390-Write-Report-Line
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           .
      *>***************************************************************
      *> Expand member WS-I-SUB's raw stamp into                      **
      *> 'YYYY/MM/DD HH:MM:SS' in WS-Stamp-Formatted-TXT.             **
      *>***************************************************************
       315-Format-Stamp SECTION.
           MOVE WS-MB-Stamp-TXT (WS-I-SUB) (1:4)
             TO WS-SF-Date-TXT (1:4)
           MOVE '/' TO WS-SF-Date-TXT (5:1)
           MOVE WS-MB-Stamp-TXT (WS-I-SUB) (5:2)
             TO WS-SF-Date-TXT (6:2)
           MOVE '/' TO WS-SF-Date-TXT (8:1)
           MOVE WS-MB-Stamp-TXT (WS-I-SUB) (7:2)
             TO WS-SF-Date-TXT (9:2)
           MOVE WS-MB-Stamp-TXT (WS-I-SUB) (9:2)  TO WS-SF-HH-TXT
           MOVE WS-MB-Stamp-TXT (WS-I-SUB) (11:2) TO WS-SF-MM-TXT
           MOVE WS-MB-Stamp-TXT (WS-I-SUB) (13:2) TO WS-SF-SS-TXT
           .
      *>***************************************************************
      *> The local findings, grouped by program (the table is         **
      *> already in member order).                                    **
      *>***************************************************************
       320-Write-Local-Section SECTION.
           MOVE 99 TO WS-Line-QTY
           MOVE 'LOCAL DATA ITEMS NOT REFERENCED IN THEIR PROGRAM'
             TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           MOVE SPACES TO WS-RL-Local-Line-TXT
           MOVE 'PROGRAM'      TO WS-RL-Pgm-Nm-TXT
           MOVE 'DATA ITEM'    TO WS-RL-Name-TXT
           MOVE 'LINE'         TO WS-RL-Line-TXT
           MOVE WS-RL-Local-Line-TXT TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           IF WS-LC-QTY = 0
               MOVE '  (none)' TO WS-Report-Line-TXT
               PERFORM 390-Write-Report-Line
           END-IF
           MOVE 0 TO WS-J-SUB
           MOVE 1 TO WS-K-SUB
           PERFORM UNTIL WS-K-SUB > WS-LC-QTY
               MOVE SPACES TO WS-RL-Local-Line-TXT
               IF WS-LC-MB-SUB (WS-K-SUB) NOT = WS-J-SUB
                   MOVE WS-LC-MB-SUB (WS-K-SUB) TO WS-J-SUB
                   MOVE WS-MB-Pgm-Nm-TXT (WS-J-SUB)
                     TO WS-RL-Pgm-Nm-TXT
               END-IF
               MOVE WS-LC-Name-TXT (WS-K-SUB) TO WS-RL-Name-TXT
               MOVE WS-LC-Line-TXT (WS-K-SUB) TO WS-RL-Line-TXT
               MOVE WS-RL-Local-Line-TXT TO WS-Report-Line-TXT
               PERFORM 390-Write-Report-Line
               ADD 1 TO WS-K-SUB
           END-PERFORM
           IF WS-LC-Dropped-QTY > 0
               MOVE SPACES TO WS-Report-Line-TXT
               STRING '  ... and ' WS-LC-Dropped-QTY
                      ' more not listed (table full)'
                   DELIMITED SIZE INTO WS-Report-Line-TXT
               PERFORM 390-Write-Report-Line
           END-IF
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           .
      *>***************************************************************
      *> The copybook findings: fields of copybooks with at least     **
      *> one assessed copier that no assessed listing referenced.     **
      *>***************************************************************
       330-Write-Copybook-Section SECTION.
           MOVE 99 TO WS-Line-QTY
           MOVE 'COPYBOOK FIELDS NOT REFERENCED ANYWHERE IN THE LIST'
             TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           MOVE SPACES TO WS-RC-Cpy-Line-TXT
           MOVE 'COPYBOOK'     TO WS-RC-Cpy-Nm-TXT
           MOVE 'LV'           TO WS-RC-Level-TXT
           MOVE 'FIELD NAME'   TO WS-RC-Name-TXT
           MOVE 'COPIERS ASSESSED' TO WS-RC-Assessed-TXT
           MOVE WS-RC-Cpy-Line-TXT TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           MOVE 0 TO WS-CB-SUB
           MOVE 1 TO WS-K-SUB
           PERFORM UNTIL WS-K-SUB > WS-CF-QTY
               IF WS-CF-Not-Referenced-BOOL (WS-K-SUB)
               AND WS-CB-Assessed-QTY (WS-CF-CB-SUB (WS-K-SUB)) > 0
                   ADD 1 TO WS-CF-Finding-QTY
                   MOVE SPACES TO WS-RC-Cpy-Line-TXT
                   IF WS-CF-CB-SUB (WS-K-SUB) NOT = WS-CB-SUB
                       MOVE WS-CF-CB-SUB (WS-K-SUB) TO WS-CB-SUB
                       MOVE WS-CB-Cpy-Nm-TXT (WS-CB-SUB)
                         TO WS-RC-Cpy-Nm-TXT
                       MOVE WS-CB-Assessed-QTY (WS-CB-SUB)
                         TO WS-RC-Assessed-NUM
                       MOVE WS-CB-Copier-QTY (WS-CB-SUB)
                         TO WS-RC-Copier-NUM
                       STRING TRIM(WS-RC-Assessed-NUM) ' OF '
                              TRIM(WS-RC-Copier-NUM)
                           DELIMITED SIZE INTO WS-RC-Assessed-TXT
                   END-IF
                   MOVE WS-CF-Level-TXT (WS-K-SUB) TO WS-RC-Level-TXT
                   MOVE WS-CF-Name-TXT (WS-K-SUB)  TO WS-RC-Name-TXT
                   MOVE WS-RC-Cpy-Line-TXT TO WS-Report-Line-TXT
                   PERFORM 390-Write-Report-Line
               END-IF
               ADD 1 TO WS-K-SUB
           END-PERFORM
           IF WS-CF-Finding-QTY = 0
               MOVE '  (none)' TO WS-Report-Line-TXT
               PERFORM 390-Write-Report-Line
           END-IF
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           .
      *>***************************************************************
      *> Copybooks that could not be assessed: members that would not **
      *> open, and copybooks none of whose copiers had a listing.     **
      *>***************************************************************
       340-Write-Notes-Section SECTION.
           MOVE 'COPYBOOKS NOT ASSESSED' TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           MOVE SPACES TO WS-Report-Line-TXT
           PERFORM 390-Write-Report-Line
           MOVE 0 TO WS-J-SUB
           MOVE 1 TO WS-CB-SUB
           PERFORM UNTIL WS-CB-SUB > WS-CB-QTY
               MOVE SPACES TO WS-RC-Cpy-Line-TXT
               MOVE WS-CB-Cpy-Nm-TXT (WS-CB-SUB) TO WS-RC-Cpy-Nm-TXT
               EVALUATE TRUE
               WHEN WS-CB-Not-Opened-BOOL (WS-CB-SUB)
                   MOVE 'COPYBOOK MEMBER COULD NOT BE OPENED'
                     TO WS-RC-Assessed-TXT
               WHEN WS-CB-Copier-QTY (WS-CB-SUB) = 0
                   MOVE 'NOT COPIED BY ANY LIST MEMBER'
                     TO WS-RC-Assessed-TXT
               WHEN WS-CB-Assessed-QTY (WS-CB-SUB) = 0
                   MOVE 'NO COPIER HAS A CROSS-REFERENCE'
                     TO WS-RC-Assessed-TXT
               END-EVALUATE
               IF WS-RC-Assessed-TXT NOT = SPACES
                   ADD 1 TO WS-J-SUB
                   MOVE WS-RC-Cpy-Line-TXT TO WS-Report-Line-TXT
                   PERFORM 390-Write-Report-Line
               END-IF
               ADD 1 TO WS-CB-SUB
           END-PERFORM
           IF WS-J-SUB = 0
               MOVE '  (none)' TO WS-Report-Line-TXT
               PERFORM 390-Write-Report-Line
           END-IF
           .
      *>***************************************************************
      *> Write one line from WS-Report-Line-TXT, breaking to a new    **
      *> page with the standard heading whenever the page fills -     **
      *> the same pagination GCicRpt uses.                            **
      *>***************************************************************
       390-Write-Report-Line SECTION.
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
       END PROGRAM GCicUnrf.
