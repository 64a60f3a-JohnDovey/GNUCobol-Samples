       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicFile.
      *>***************************************************************
      *> This program is the file-usage catalog and lineage report.   **
      *> <list>.gccalls says who CALLs whom and <list>.gccpy says     **
      *> who COPYs what, but neither says which programs create,      **
      *> read, update or extend which data files - the first thing    **
      *> asked in every incident.  This utility walks the same        **
      *> /LIST: compile-list files GCic reads (the GCicStds pattern   **
      *> for walking a list and scanning source) and records, for     **
      *> every member:                                                **
      *>                                                              **
      *>   - each SELECT and its ASSIGN target - a literal, or a      **
      *>     data-name together with the literal on its VALUE clause  **
      *>   - the file's organisation (SEQUENTIAL when none is coded)  **
      *>   - every OPEN mode used on it (INPUT, OUTPUT, EXTEND, I-O)  **
      *>                                                              **
      *> The catalog is pipe-delimited, one line per SELECT:          **
      *>                                                              **
      *>   program|select|L or D|assign|filename|organisation|        **
      *>   modes|line                                                 **
      *>                                                              **
      *> L is a literal ASSIGN, D a data-name; filename is blank      **
      *> when the data-name carries no literal VALUE (it is set at    **
      *> run time).                                                   **
      *>                                                              **
      *> The lineage report lists every resolved filename with the    **
      *> programs that write, update and read it, then flags:         **
      *>                                                              **
      *>   - files written by more than one program                   **
      *>   - files read but never written by any program in the list  **
      *>   - files opened OUTPUT by one program while another opens   **
      *>     them EXTEND.  A program that opens a file both EXTEND    **
      *>     and OUTPUT is an appender - the OUTPUT is the usual      **
      *>     create-it-when-status-35 fallback - so only a program    **
      *>     that opens the file OUTPUT and never EXTEND counts as    **
      *>     the one that replaces it                                 **
      *>                                                              **
      *> SELECTs brought in by COPY are not expanded, and a file is   **
      *> known by the name it is assigned to, before any project      **
      *> directory is applied.                                        **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicFile /LIST:<compile-all-list> [ /CATALOG:<filename> ]    **
      *>          [ /REPORT:<filename> ]                              **
      *>                                                              **
      *> The catalog is written to /CATALOG:, or to <list>.gcfiles    **
      *> when no name is given; the report to /REPORT:, or to         **
      *> <list>.gclineage.                                            **
      *>                                                              **
      *> RETURN-CODE is 0 when nothing was flagged, 4 when any file   **
      *> was flagged or a member could not be opened, and 12 when     **
      *> the list, catalog or report cannot be opened or the list     **
      *> holds no source members.                                     **
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
           SELECT F-Source-Code-FILE  ASSIGN TO WS-Src-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Src-Status-CD.
           SELECT F-Catalog-FILE      ASSIGN TO
                                       WS-Catalog-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Catalog-Status-CD.
           SELECT F-Report-FILE       ASSIGN TO WS-Report-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Report-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-List-FILE.
       01  F-List-REC                             PIC X(256).
       FD  F-Source-Code-FILE.
       01  F-Source-Code-REC                      PIC X(256).
       FD  F-Catalog-FILE.
       01  F-Catalog-REC                          PIC X(400).
       FD  F-Report-FILE.
       01  F-Report-REC                           PIC X(132).
       WORKING-STORAGE SECTION.
       78  WS-Member-Table-Max-CONST              VALUE 500.
       78  WS-Usage-Table-Max-CONST               VALUE 3000.
       78  WS-File-Table-Max-CONST                VALUE 1500.
       01  WS-List-Filename-TXT                   PIC X(256).
       01  WS-List-Status-CD                      PIC X(2).
       01  WS-Src-Filename-TXT                    PIC X(256).
       01  WS-Src-Status-CD                       PIC X(2).
       01  WS-Catalog-Filename-TXT                PIC X(256).
       01  WS-Catalog-Status-CD                   PIC X(2).
       01  WS-Report-Filename-TXT                 PIC X(256).
       01  WS-Report-Status-CD                    PIC X(2).
       01  WS-Cmd-Args-TXT                        PIC X(256).
       01  WS-Cmd-Token-TXT                       PIC X(256).
       01  WS-Cmd-End-Quote-CHR                   PIC X(1).
       01  WS-Cmd-SUB                             USAGE BINARY-LONG.
       01  WS-Exit-CD                             PIC 9(2) VALUE 0.
      *>***************************************************************
      *> One entry per list member.                                   **
      *>***************************************************************
       01  WS-Member-Table.
           05 WS-MB-Entry OCCURS WS-Member-Table-Max-CONST TIMES.
              10 WS-MB-File-TXT                   PIC X(256).
              10 WS-MB-Pgm-Nm-TXT                 PIC X(31).
              10 WS-MB-Opened-CHR                 PIC X(1).
                 88 WS-MB-Opened-BOOL              VALUE 'Y'.
                 88 WS-MB-Not-Opened-BOOL          VALUE 'N'.
       01  WS-MB-QTY                              PIC 9(3) VALUE 0.
       01  WS-MB-Not-Opened-QTY                   PIC 9(3) VALUE 0.
       01  WS-MB-Parse-File-TXT                   PIC X(256).
       01  WS-MB-Parse-SUB                        USAGE BINARY-LONG.
      *>***************************************************************
      *> One entry per SELECT found, in member order - this is the    **
      *> catalog, and the rows of one program are always together.    **
      *>***************************************************************
       01  WS-Usage-Table.
           05 WS-US-Entry OCCURS WS-Usage-Table-Max-CONST TIMES.
              10 WS-US-Pgm-Nm-TXT                 PIC X(31).
              10 WS-US-Select-TXT                 PIC X(31).
              10 WS-US-Select-Upper-TXT           PIC X(31).
              10 WS-US-Kind-CHR                   PIC X(1).
                 88 WS-US-Literal-BOOL             VALUE 'L'.
                 88 WS-US-Data-Name-BOOL           VALUE 'D'.
              10 WS-US-Assign-TXT                 PIC X(65).
              10 WS-US-Assign-Upper-TXT           PIC X(65).
              10 WS-US-File-TXT                   PIC X(100).
              10 WS-US-Org-TXT                    PIC X(15).
              10 WS-US-Line-NUM                   PIC 9(6).
              10 WS-US-Input-CHR                  PIC X(1).
                 88 WS-US-Input-BOOL               VALUE 'Y'.
              10 WS-US-Output-CHR                 PIC X(1).
                 88 WS-US-Output-BOOL              VALUE 'Y'.
              10 WS-US-Extend-CHR                 PIC X(1).
                 88 WS-US-Extend-BOOL              VALUE 'Y'.
              10 WS-US-I-O-CHR                    PIC X(1).
                 88 WS-US-I-O-BOOL                 VALUE 'Y'.
       01  WS-US-QTY                              PIC 9(4) VALUE 0.
       01  WS-US-Unresolved-QTY                   PIC 9(4) VALUE 0.
       01  WS-US-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-US-Full-Noted-BOOL                VALUE 'Y'.
      *>***************************************************************
      *> One entry per resolved filename, kept in name order, with    **
      *> the program-level counts behind the three lineage flags.     **
      *>***************************************************************
       01  WS-File-Table.
           05 WS-FL-Entry OCCURS WS-File-Table-Max-CONST TIMES.
              10 WS-FL-File-TXT                   PIC X(100).
              10 WS-FL-Org-TXT                    PIC X(15).
              10 WS-FL-Writer-QTY                 PIC 9(3).
              10 WS-FL-Reader-QTY                 PIC 9(3).
              10 WS-FL-Out-Only-QTY               PIC 9(3).
              10 WS-FL-Extend-QTY                 PIC 9(3).
              10 WS-FL-Multi-Writer-CHR           PIC X(1).
                 88 WS-FL-Multi-Writer-BOOL        VALUE 'Y'.
              10 WS-FL-Never-Written-CHR          PIC X(1).
                 88 WS-FL-Never-Written-BOOL       VALUE 'Y'.
              10 WS-FL-Out-Vs-Extend-CHR          PIC X(1).
                 88 WS-FL-Out-Vs-Extend-BOOL       VALUE 'Y'.
       01  WS-FL-QTY                              PIC 9(4) VALUE 0.
       01  WS-FL-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-FL-Full-Noted-BOOL                VALUE 'Y'.
       01  WS-FL-Found-CHR                        PIC X(1).
           88 WS-FL-Found-BOOL                     VALUE 'Y'.
           88 WS-FL-Not-Found-BOOL                 VALUE 'N'.
       01  WS-FL-Multi-Writer-QTY                 PIC 9(4) VALUE 0.
       01  WS-FL-Never-Written-QTY                PIC 9(4) VALUE 0.
       01  WS-FL-Out-Vs-Extend-QTY                PIC 9(4) VALUE 0.
      *>***************************************************************
      *> One program's OPEN modes on the file being assessed, folded  **
      *> across every SELECT it has for that file.                    **
      *>***************************************************************
       01  WS-AG-Pgm-Nm-TXT                       PIC X(31).
       01  WS-AG-Input-CHR                        PIC X(1).
           88 WS-AG-Input-BOOL                     VALUE 'Y'.
       01  WS-AG-Output-CHR                       PIC X(1).
           88 WS-AG-Output-BOOL                    VALUE 'Y'.
       01  WS-AG-Extend-CHR                       PIC X(1).
           88 WS-AG-Extend-BOOL                    VALUE 'Y'.
       01  WS-AG-I-O-CHR                          PIC X(1).
           88 WS-AG-I-O-BOOL                       VALUE 'Y'.
      *>***************************************************************
      *> Source-scan work areas for the member being read.  Each      **
      *> line's program text (columns 8-72) is split into words and   **
      *> literals, and each word moves a small state machine on:      **
      *> which division it is in, and what the last keyword said to   **
      *> expect next.                                                 **
      *>***************************************************************
       01  WS-SC-Line-NUM                         PIC 9(6).
       01  WS-SC-EOF-CHR                          PIC X(1).
           88 WS-SC-EOF-BOOL                       VALUE 'Y'.
           88 WS-SC-Not-EOF-BOOL                   VALUE 'N'.
       01  WS-SC-Div-CHR                          PIC X(1).
           88 WS-SC-Other-BOOL                     VALUE ' '.
           88 WS-SC-File-Control-BOOL              VALUE 'F'.
           88 WS-SC-Data-BOOL                      VALUE 'D'.
           88 WS-SC-Procedure-BOOL                 VALUE 'P'.
       01  WS-SC-Expect-CHR                       PIC X(1).
           88 WS-SC-Expect-None-BOOL               VALUE ' '.
           88 WS-SC-Expect-Select-Name-BOOL        VALUE 'S'.
           88 WS-SC-Expect-Assign-BOOL             VALUE 'A'.
           88 WS-SC-Expect-Access-BOOL             VALUE 'M'.
           88 WS-SC-Expect-Data-Name-BOOL          VALUE 'N'.
           88 WS-SC-Expect-Value-BOOL              VALUE 'V'.
           88 WS-SC-In-Open-BOOL                   VALUE 'O'.
       01  WS-SC-Entry-Start-CHR                  PIC X(1).
           88 WS-SC-Entry-Start-BOOL               VALUE 'Y'.
           88 WS-SC-Not-Entry-Start-BOOL           VALUE 'N'.
       01  WS-SC-Match-CHR                        PIC X(1).
           88 WS-SC-Match-BOOL                     VALUE 'Y'.
           88 WS-SC-No-Match-BOOL                  VALUE 'N'.
       01  WS-SC-Match-Nm-TXT                     PIC X(65).
       01  WS-SC-First-SUB                        USAGE BINARY-LONG.
       01  WS-SC-Cur-SUB                          USAGE BINARY-LONG.
       01  WS-SC-Open-Mode-TXT                    PIC X(6).
       01  WS-SC-Open-Hit-CHR                     PIC X(1).
           88 WS-SC-Open-Hit-BOOL                  VALUE 'Y'.
           88 WS-SC-Open-Miss-BOOL                 VALUE 'N'.
       01  WS-TK-Area-TXT                         PIC X(66).
       01  WS-TK-Pos-SUB                          USAGE BINARY-LONG.
       01  WS-TK-Start-SUB                        USAGE BINARY-LONG.
       01  WS-TK-Len-NUM                          USAGE BINARY-LONG.
       01  WS-TK-Quote-CHR                        PIC X(1).
       01  WS-TK-Token-TXT                        PIC X(65).
       01  WS-TK-Upper-TXT                        PIC X(65).
       01  WS-TK-Prev-TXT                         PIC X(65).
       01  WS-TK-Period-CHR                       PIC X(1).
           88 WS-TK-Period-BOOL                    VALUE 'Y'.
           88 WS-TK-No-Period-BOOL                 VALUE 'N'.
       01  WS-I-SUB                               USAGE BINARY-LONG.
       01  WS-J-SUB                               USAGE BINARY-LONG.
       01  WS-K-SUB                               USAGE BINARY-LONG.
       01  WS-Ptr-SUB                             USAGE BINARY-LONG.
       01  WS-Mode-TXT                            PIC X(24).
       01  WS-Role-TXT                            PIC X(10).
       01  WS-Row-Filter-CHR                      PIC X(1).
           88 WS-Row-All-BOOL                      VALUE 'A'.
           88 WS-Row-Writers-BOOL                  VALUE 'W'.
           88 WS-Row-Readers-BOOL                  VALUE 'R'.
           88 WS-Row-Out-Extend-BOOL               VALUE 'X'.
       01  WS-Row-Wanted-CHR                      PIC X(1).
           88 WS-Row-Wanted-BOOL                   VALUE 'Y'.
           88 WS-Row-Not-Wanted-BOOL               VALUE 'N'.
       01  WS-Disp-QTY                            PIC Z(3)9.
       01  WS-Disp-Line-NUM                       PIC Z(5)9.
       01  WS-Report-Line-TXT                     PIC X(132).
       PROCEDURE DIVISION.
       000-Main SECTION.
           PERFORM 010-Parse-Args
           PERFORM 110-Load-Member-List
           IF WS-MB-QTY = 0
               DISPLAY 'No source members in the list - nothing to '
                       'scan'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-MB-QTY
               PERFORM 200-Scan-One-Member
               ADD 1 TO WS-I-SUB
           END-PERFORM
           PERFORM 300-Build-File-Table
           PERFORM 400-Write-Catalog
           PERFORM 500-Write-Lineage-Report
           DISPLAY 'File catalog written to '
                   TRIM(WS-Catalog-Filename-TXT,TRAILING)
                   ' (' WS-US-QTY ' SELECTs across '
                   WS-MB-QTY ' members)'
           DISPLAY 'Lineage report written to '
                   TRIM(WS-Report-Filename-TXT,TRAILING)
                   ' (' WS-FL-QTY ' files)'
           IF WS-FL-Multi-Writer-QTY > 0
           OR WS-FL-Never-Written-QTY > 0
           OR WS-FL-Out-Vs-Extend-QTY > 0
           OR WS-MB-Not-Opened-QTY > 0
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
           MOVE SPACES TO WS-Catalog-Filename-TXT
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9) = '/CATALOG:'
                   MOVE WS-Cmd-Token-TXT (10:)
                     TO WS-Catalog-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/REPORT:'
                   MOVE WS-Cmd-Token-TXT (9:)
                     TO WS-Report-Filename-TXT
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
           IF WS-Catalog-Filename-TXT = SPACES
               MOVE CONCATENATE(
                   TRIM(WS-List-Filename-TXT,TRAILING),'.gcfiles')
                 TO WS-Catalog-Filename-TXT
           END-IF
           IF WS-Report-Filename-TXT = SPACES
               MOVE CONCATENATE(
                   TRIM(WS-List-Filename-TXT,TRAILING),'.gclineage')
                 TO WS-Report-Filename-TXT
           END-IF
           .
      *>***************************************************************
      *> Load the compile-all list into the member table.             **
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
           SET WS-SC-Not-EOF-BOOL TO TRUE
           READ F-List-FILE
               AT END SET WS-SC-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SC-EOF-BOOL
               IF F-List-REC NOT = SPACES
               AND F-List-REC (1:1) NOT = '*'
               AND WS-MB-QTY < WS-Member-Table-Max-CONST
                   PERFORM 120-Add-Member-Entry
               END-IF
               READ F-List-FILE
                   AT END SET WS-SC-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-List-FILE
           .
      *>***************************************************************
      *> Parse one list line into the member table: the openable      **
      *> path and the program name (no folder, no extension - the     **
      *> same split GCic's 115-Parse-Filename makes).                 **
      *>***************************************************************
       120-Add-Member-Entry SECTION.
           ADD 1 TO WS-MB-QTY
           MOVE F-List-REC TO WS-MB-File-TXT (WS-MB-QTY)
           SET WS-MB-Opened-BOOL (WS-MB-QTY) TO TRUE
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
      *> Scan member WS-I-SUB line by line.  Comment lines are        **
      *> skipped the same way GCicStds skips them, and continuation   **
      *> lines (a '-' in column 7) carry nothing the scan needs.      **
      *>***************************************************************
       200-Scan-One-Member SECTION.
           MOVE WS-MB-File-TXT (WS-I-SUB) TO WS-Src-Filename-TXT
           OPEN INPUT F-Source-Code-FILE
           IF WS-Src-Status-CD NOT = '00'
               SET WS-MB-Not-Opened-BOOL (WS-I-SUB) TO TRUE
               ADD 1 TO WS-MB-Not-Opened-QTY
               EXIT SECTION
           END-IF
           MOVE 0 TO WS-SC-Line-NUM
           SET WS-SC-Other-BOOL TO TRUE
           SET WS-SC-Expect-None-BOOL TO TRUE
           SET WS-SC-Not-Entry-Start-BOOL TO TRUE
           SET WS-SC-No-Match-BOOL TO TRUE
           MOVE 0 TO WS-SC-Cur-SUB
           MOVE SPACES TO WS-TK-Prev-TXT
           COMPUTE WS-SC-First-SUB = WS-US-QTY + 1
           SET WS-SC-Not-EOF-BOOL TO TRUE
           READ F-Source-Code-FILE
               AT END SET WS-SC-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SC-EOF-BOOL
               ADD 1 TO WS-SC-Line-NUM
               IF F-Source-Code-REC (1:1) NOT = '*'
               AND F-Source-Code-REC (7:1) NOT = '*'
               AND F-Source-Code-REC (7:1) NOT = '/'
               AND F-Source-Code-REC (7:1) NOT = '-'
                   PERFORM 210-Split-Line
               END-IF
               READ F-Source-Code-FILE
                   AT END SET WS-SC-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Source-Code-FILE
           .
      *>***************************************************************
      *> Split columns 8-72 of the current line into words and        **
      *> literals, handing each to 220-Process-Token.  A floating     **
      *> '*>' comment ends the line's program text.                   **
      *>***************************************************************
       210-Split-Line SECTION.
           MOVE F-Source-Code-REC (8:65) TO WS-TK-Area-TXT
           MOVE 1 TO WS-TK-Pos-SUB
           PERFORM UNTIL WS-TK-Pos-SUB > 65
               EVALUATE TRUE
               WHEN WS-TK-Area-TXT (WS-TK-Pos-SUB:1) = SPACE
               WHEN WS-TK-Area-TXT (WS-TK-Pos-SUB:1) = ','
               WHEN WS-TK-Area-TXT (WS-TK-Pos-SUB:1) = ';'
                   ADD 1 TO WS-TK-Pos-SUB
               WHEN WS-TK-Area-TXT (WS-TK-Pos-SUB:2) = '*>'
                   MOVE 66 TO WS-TK-Pos-SUB
               WHEN WS-TK-Area-TXT (WS-TK-Pos-SUB:1) = '"' OR "'"
                   PERFORM 215-Take-Literal
               WHEN OTHER
                   PERFORM 216-Take-Word
               END-EVALUATE
           END-PERFORM
           .
      *>***************************************************************
      *> A literal runs to its closing quote; a period straight       **
      *> after it ends the sentence.                                  **
      *>***************************************************************
       215-Take-Literal SECTION.
           MOVE WS-TK-Area-TXT (WS-TK-Pos-SUB:1) TO WS-TK-Quote-CHR
           MOVE WS-TK-Pos-SUB TO WS-TK-Start-SUB
           ADD 1 TO WS-TK-Pos-SUB
           PERFORM UNTIL WS-TK-Pos-SUB > 65
                      OR WS-TK-Area-TXT (WS-TK-Pos-SUB:1)
                         = WS-TK-Quote-CHR
               ADD 1 TO WS-TK-Pos-SUB
           END-PERFORM
           IF WS-TK-Pos-SUB > 65
               MOVE 65 TO WS-TK-Pos-SUB
           END-IF
           COMPUTE WS-TK-Len-NUM = WS-TK-Pos-SUB - WS-TK-Start-SUB + 1
           MOVE WS-TK-Area-TXT (WS-TK-Start-SUB:WS-TK-Len-NUM)
             TO WS-TK-Token-TXT
           MOVE WS-TK-Token-TXT TO WS-TK-Upper-TXT
           ADD 1 TO WS-TK-Pos-SUB
           SET WS-TK-No-Period-BOOL TO TRUE
           IF WS-TK-Area-TXT (WS-TK-Pos-SUB:1) = '.'
               SET WS-TK-Period-BOOL TO TRUE
               ADD 1 TO WS-TK-Pos-SUB
           END-IF
           PERFORM 220-Process-Token
           .
      *>***************************************************************
      *> A word runs to the next space; a trailing period ends the    **
      *> sentence and a trailing comma or semicolon is dropped.  A    **
      *> period standing alone just ends the sentence.                **
      *>***************************************************************
       216-Take-Word SECTION.
           MOVE WS-TK-Pos-SUB TO WS-TK-Start-SUB
           PERFORM UNTIL WS-TK-Pos-SUB > 65
                      OR WS-TK-Area-TXT (WS-TK-Pos-SUB:1) = SPACE
               ADD 1 TO WS-TK-Pos-SUB
           END-PERFORM
           COMPUTE WS-TK-Len-NUM = WS-TK-Pos-SUB - WS-TK-Start-SUB
           SET WS-TK-No-Period-BOOL TO TRUE
           IF WS-TK-Area-TXT (WS-TK-Start-SUB + WS-TK-Len-NUM - 1:1)
              = '.'
               SET WS-TK-Period-BOOL TO TRUE
               SUBTRACT 1 FROM WS-TK-Len-NUM
           ELSE
               IF WS-TK-Area-TXT
                  (WS-TK-Start-SUB + WS-TK-Len-NUM - 1:1)
                  = ',' OR ';'
                   SUBTRACT 1 FROM WS-TK-Len-NUM
               END-IF
           END-IF
           IF WS-TK-Len-NUM = 0
               IF WS-TK-Period-BOOL
                   PERFORM 260-End-Of-Sentence
               END-IF
               EXIT SECTION
           END-IF
           MOVE WS-TK-Area-TXT (WS-TK-Start-SUB:WS-TK-Len-NUM)
             TO WS-TK-Token-TXT
           MOVE UPPER-CASE(WS-TK-Token-TXT) TO WS-TK-Upper-TXT
           PERFORM 220-Process-Token
           .
      *>***************************************************************
      *> Track the division, then hand the word to the handler for    **
      *> the part of the program being read.                          **
      *>***************************************************************
       220-Process-Token SECTION.
           EVALUATE TRUE
           WHEN WS-TK-Upper-TXT = 'DIVISION'
               EVALUATE WS-TK-Prev-TXT
               WHEN 'DATA'
                   SET WS-SC-Data-BOOL TO TRUE
                   SET WS-SC-Entry-Start-BOOL TO TRUE
               WHEN 'PROCEDURE'
                   SET WS-SC-Procedure-BOOL TO TRUE
               WHEN OTHER
                   SET WS-SC-Other-BOOL TO TRUE
               END-EVALUATE
               SET WS-SC-Expect-None-BOOL TO TRUE
           WHEN WS-TK-Upper-TXT = 'FILE-CONTROL'
               SET WS-SC-File-Control-BOOL TO TRUE
               SET WS-SC-Expect-None-BOOL TO TRUE
           WHEN WS-TK-Upper-TXT = 'I-O-CONTROL'
               SET WS-SC-Other-BOOL TO TRUE
               SET WS-SC-Expect-None-BOOL TO TRUE
           WHEN WS-SC-File-Control-BOOL
               PERFORM 230-File-Control-Token
           WHEN WS-SC-Data-BOOL
               PERFORM 240-Data-Division-Token
           WHEN WS-SC-Procedure-BOOL
               PERFORM 250-Procedure-Token
           END-EVALUATE
           MOVE WS-TK-Upper-TXT TO WS-TK-Prev-TXT
           IF WS-TK-Period-BOOL
               PERFORM 260-End-Of-Sentence
           END-IF
           .
      *>***************************************************************
      *> FILE-CONTROL - a SELECT opens a catalog row, and the words   **
      *> of its entry fill in the ASSIGN target and organisation      **
      *> until the entry's period.  ACCESS MODE's word is swallowed   **
      *> so ACCESS MODE IS SEQUENTIAL is not taken for the            **
      *> organisation.                                                **
      *>***************************************************************
       230-File-Control-Token SECTION.
           EVALUATE TRUE
           WHEN WS-SC-Expect-Select-Name-BOOL
               IF WS-TK-Upper-TXT NOT = 'OPTIONAL'
                   PERFORM 235-Add-Select-Row
                   SET WS-SC-Expect-None-BOOL TO TRUE
               END-IF
           WHEN WS-SC-Expect-Assign-BOOL
               EVALUATE WS-TK-Upper-TXT
               WHEN 'TO'
               WHEN 'USING'
               WHEN 'EXTERNAL'
               WHEN 'DYNAMIC'
                   CONTINUE
               WHEN OTHER
                   PERFORM 236-Note-Assign-Target
                   SET WS-SC-Expect-None-BOOL TO TRUE
               END-EVALUATE
           WHEN WS-SC-Expect-Access-BOOL
               IF WS-TK-Upper-TXT NOT = 'MODE'
               AND WS-TK-Upper-TXT NOT = 'IS'
                   SET WS-SC-Expect-None-BOOL TO TRUE
               END-IF
           WHEN WS-TK-Upper-TXT = 'SELECT'
               SET WS-SC-Expect-Select-Name-BOOL TO TRUE
           WHEN WS-SC-Cur-SUB = 0
               CONTINUE
           WHEN WS-TK-Upper-TXT = 'ASSIGN'
               SET WS-SC-Expect-Assign-BOOL TO TRUE
           WHEN WS-TK-Upper-TXT = 'ACCESS'
               SET WS-SC-Expect-Access-BOOL TO TRUE
           WHEN WS-TK-Upper-TXT = 'LINE'
               MOVE 'LINE SEQUENTIAL' TO WS-US-Org-TXT (WS-SC-Cur-SUB)
           WHEN WS-TK-Upper-TXT = 'SEQUENTIAL'
               IF WS-US-Org-TXT (WS-SC-Cur-SUB) = SPACES
                   MOVE 'SEQUENTIAL' TO WS-US-Org-TXT (WS-SC-Cur-SUB)
               END-IF
           WHEN WS-TK-Upper-TXT = 'INDEXED'
           WHEN WS-TK-Upper-TXT = 'RELATIVE'
               MOVE WS-TK-Upper-TXT TO WS-US-Org-TXT (WS-SC-Cur-SUB)
           END-EVALUATE
           .
      *>***************************************************************
      *> Open a catalog row for the SELECT just named.                **
      *>***************************************************************
       235-Add-Select-Row SECTION.
           IF WS-US-QTY >= WS-Usage-Table-Max-CONST
               IF NOT WS-US-Full-Noted-BOOL
                   DISPLAY 'WARNING - more than '
                           WS-Usage-Table-Max-CONST
                           ' SELECTs; extras missing from the '
                           'catalog'
                   SET WS-US-Full-Noted-BOOL TO TRUE
               END-IF
               MOVE 0 TO WS-SC-Cur-SUB
               EXIT SECTION
           END-IF
           ADD 1 TO WS-US-QTY
           MOVE WS-US-QTY TO WS-SC-Cur-SUB
           MOVE WS-MB-Pgm-Nm-TXT (WS-I-SUB)
             TO WS-US-Pgm-Nm-TXT (WS-US-QTY)
           MOVE WS-TK-Token-TXT TO WS-US-Select-TXT (WS-US-QTY)
           MOVE WS-TK-Upper-TXT TO WS-US-Select-Upper-TXT (WS-US-QTY)
           MOVE SPACE  TO WS-US-Kind-CHR (WS-US-QTY)
           MOVE SPACES TO WS-US-Assign-TXT (WS-US-QTY)
           MOVE SPACES TO WS-US-Assign-Upper-TXT (WS-US-QTY)
           MOVE SPACES TO WS-US-File-TXT (WS-US-QTY)
           MOVE SPACES TO WS-US-Org-TXT (WS-US-QTY)
           MOVE WS-SC-Line-NUM TO WS-US-Line-NUM (WS-US-QTY)
           MOVE 'N' TO WS-US-Input-CHR (WS-US-QTY)
           MOVE 'N' TO WS-US-Output-CHR (WS-US-QTY)
           MOVE 'N' TO WS-US-Extend-CHR (WS-US-QTY)
           MOVE 'N' TO WS-US-I-O-CHR (WS-US-QTY)
           .
      *>***************************************************************
      *> The ASSIGN target - a literal names the file outright; a     **
      *> data-name waits for its VALUE in the DATA DIVISION.          **
      *>***************************************************************
       236-Note-Assign-Target SECTION.
           MOVE WS-TK-Token-TXT TO WS-US-Assign-TXT (WS-SC-Cur-SUB)
           MOVE WS-TK-Upper-TXT
             TO WS-US-Assign-Upper-TXT (WS-SC-Cur-SUB)
           IF WS-TK-Token-TXT (1:1) = '"' OR "'"
               SET WS-US-Literal-BOOL (WS-SC-Cur-SUB) TO TRUE
               IF WS-TK-Len-NUM > 2
                   MOVE WS-TK-Token-TXT (2:WS-TK-Len-NUM - 2)
                     TO WS-US-File-TXT (WS-SC-Cur-SUB)
               END-IF
           ELSE
               SET WS-US-Data-Name-BOOL (WS-SC-Cur-SUB) TO TRUE
           END-IF
           .
      *>***************************************************************
      *> DATA DIVISION - an entry that starts with a level number     **
      *> and names a data-name some SELECT of this member is          **
      *> assigned to lends its literal VALUE to that SELECT.          **
      *>***************************************************************
       240-Data-Division-Token SECTION.
           EVALUATE TRUE
           WHEN WS-SC-Expect-Data-Name-BOOL
               PERFORM 245-Match-Data-Name
               SET WS-SC-Expect-None-BOOL TO TRUE
           WHEN WS-SC-Expect-Value-BOOL
               IF WS-TK-Upper-TXT NOT = 'IS'
                   IF WS-TK-Token-TXT (1:1) = '"' OR "'"
                       PERFORM 246-Note-Data-Value
                   END-IF
                   SET WS-SC-Expect-None-BOOL TO TRUE
               END-IF
           WHEN WS-SC-Entry-Start-BOOL
           AND WS-TK-Upper-TXT (1:WS-TK-Len-NUM) IS NUMERIC
               SET WS-SC-Expect-Data-Name-BOOL TO TRUE
           WHEN WS-TK-Upper-TXT = 'VALUE'
               IF WS-SC-Match-BOOL
                   SET WS-SC-Expect-Value-BOOL TO TRUE
               END-IF
           END-EVALUATE
           SET WS-SC-Not-Entry-Start-BOOL TO TRUE
           .
      *>***************************************************************
      *> Is the data-name just declared the ASSIGN target of any of   **
      *> this member's SELECTs still waiting for a filename?          **
      *>***************************************************************
       245-Match-Data-Name SECTION.
           SET WS-SC-No-Match-BOOL TO TRUE
           MOVE WS-TK-Upper-TXT TO WS-SC-Match-Nm-TXT
           MOVE WS-SC-First-SUB TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-US-QTY
               IF WS-US-Data-Name-BOOL (WS-J-SUB)
               AND WS-US-Assign-Upper-TXT (WS-J-SUB)
                   = WS-SC-Match-Nm-TXT
               AND WS-US-File-TXT (WS-J-SUB) = SPACES
                   SET WS-SC-Match-BOOL TO TRUE
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Give the VALUE literal to every SELECT assigned to the       **
      *> matched data-name (one data-name can serve two SELECTs).     **
      *>***************************************************************
       246-Note-Data-Value SECTION.
           IF WS-TK-Len-NUM < 3
               EXIT SECTION
           END-IF
           MOVE WS-SC-First-SUB TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-US-QTY
               IF WS-US-Data-Name-BOOL (WS-J-SUB)
               AND WS-US-Assign-Upper-TXT (WS-J-SUB)
                   = WS-SC-Match-Nm-TXT
               AND WS-US-File-TXT (WS-J-SUB) = SPACES
                   MOVE WS-TK-Token-TXT (2:WS-TK-Len-NUM - 2)
                     TO WS-US-File-TXT (WS-J-SUB)
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> PROCEDURE DIVISION - after OPEN, each mode keyword sets the  **
      *> mode for the file names that follow it; the first word that  **
      *> is neither a mode, a WITH NO REWIND / WITH LOCK word, nor    **
      *> one of this member's SELECT names ends the OPEN.             **
      *>***************************************************************
       250-Procedure-Token SECTION.
           IF WS-SC-In-Open-BOOL
               EVALUATE WS-TK-Upper-TXT
               WHEN 'INPUT'
               WHEN 'OUTPUT'
               WHEN 'EXTEND'
               WHEN 'I-O'
                   MOVE WS-TK-Upper-TXT TO WS-SC-Open-Mode-TXT
                   EXIT SECTION
               WHEN 'WITH'
               WHEN 'NO'
               WHEN 'REWIND'
               WHEN 'LOCK'
                   EXIT SECTION
               WHEN OTHER
                   PERFORM 255-Note-Open-Mode
                   IF WS-SC-Open-Hit-BOOL
                       EXIT SECTION
                   END-IF
                   SET WS-SC-Expect-None-BOOL TO TRUE
               END-EVALUATE
           END-IF
           IF WS-TK-Upper-TXT = 'OPEN'
               SET WS-SC-In-Open-BOOL TO TRUE
               MOVE SPACES TO WS-SC-Open-Mode-TXT
           END-IF
           .
      *>***************************************************************
      *> Mark the current OPEN mode on the member's SELECT rows that  **
      *> carry the word just read as their file name.                 **
      *>***************************************************************
       255-Note-Open-Mode SECTION.
           SET WS-SC-Open-Miss-BOOL TO TRUE
           IF WS-SC-Open-Mode-TXT = SPACES
               EXIT SECTION
           END-IF
           MOVE WS-SC-First-SUB TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-US-QTY
               IF WS-US-Select-Upper-TXT (WS-J-SUB) = WS-TK-Upper-TXT
                   SET WS-SC-Open-Hit-BOOL TO TRUE
                   EVALUATE WS-SC-Open-Mode-TXT
                   WHEN 'INPUT'
                       MOVE 'Y' TO WS-US-Input-CHR (WS-J-SUB)
                   WHEN 'OUTPUT'
                       MOVE 'Y' TO WS-US-Output-CHR (WS-J-SUB)
                   WHEN 'EXTEND'
                       MOVE 'Y' TO WS-US-Extend-CHR (WS-J-SUB)
                   WHEN OTHER
                       MOVE 'Y' TO WS-US-I-O-CHR (WS-J-SUB)
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> A period closes whatever entry or statement was open.  A     **
      *> SELECT with no ORGANIZATION clause is SEQUENTIAL.            **
      *>***************************************************************
       260-End-Of-Sentence SECTION.
           EVALUATE TRUE
           WHEN WS-SC-File-Control-BOOL
               IF WS-SC-Cur-SUB > 0
               AND WS-US-Org-TXT (WS-SC-Cur-SUB) = SPACES
                   MOVE 'SEQUENTIAL' TO WS-US-Org-TXT (WS-SC-Cur-SUB)
               END-IF
               MOVE 0 TO WS-SC-Cur-SUB
           WHEN WS-SC-Data-BOOL
               SET WS-SC-Entry-Start-BOOL TO TRUE
               SET WS-SC-No-Match-BOOL TO TRUE
           END-EVALUATE
           SET WS-SC-Expect-None-BOOL TO TRUE
           .
      *>***************************************************************
      *> Build the file table from every catalog row with a resolved  **
      *> filename, kept in name order as it is built, then assess     **
      *> each file for the lineage flags.                             **
      *>***************************************************************
       300-Build-File-Table SECTION.
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-US-QTY
               IF WS-US-File-TXT (WS-J-SUB) = SPACES
                   ADD 1 TO WS-US-Unresolved-QTY
               ELSE
                   PERFORM 305-Add-File-Entry
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-FL-QTY
               PERFORM 310-Assess-One-File
               ADD 1 TO WS-I-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Find catalog row WS-J-SUB's filename in the file table, or   **
      *> insert it at its place in name order.                        **
      *>***************************************************************
       305-Add-File-Entry SECTION.
           SET WS-FL-Not-Found-BOOL TO TRUE
           MOVE 1 TO WS-K-SUB
           PERFORM UNTIL WS-K-SUB > WS-FL-QTY
                      OR WS-FL-File-TXT (WS-K-SUB)
                         >= WS-US-File-TXT (WS-J-SUB)
               ADD 1 TO WS-K-SUB
           END-PERFORM
           IF WS-K-SUB <= WS-FL-QTY
               IF WS-FL-File-TXT (WS-K-SUB) = WS-US-File-TXT (WS-J-SUB)
                   SET WS-FL-Found-BOOL TO TRUE
               END-IF
           END-IF
           IF WS-FL-Found-BOOL
               EXIT SECTION
           END-IF
           IF WS-FL-QTY >= WS-File-Table-Max-CONST
               IF NOT WS-FL-Full-Noted-BOOL
                   DISPLAY 'WARNING - more than '
                           WS-File-Table-Max-CONST
                           ' files; extras missing from the '
                           'lineage report'
                   SET WS-FL-Full-Noted-BOOL TO TRUE
               END-IF
               EXIT SECTION
           END-IF
           MOVE WS-FL-QTY TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB < WS-K-SUB
               MOVE WS-FL-Entry (WS-I-SUB) TO WS-FL-Entry (WS-I-SUB + 1)
               SUBTRACT 1 FROM WS-I-SUB
           END-PERFORM
           ADD 1 TO WS-FL-QTY
           INITIALIZE WS-FL-Entry (WS-K-SUB)
           MOVE WS-US-File-TXT (WS-J-SUB) TO WS-FL-File-TXT (WS-K-SUB)
           MOVE WS-US-Org-TXT (WS-J-SUB)  TO WS-FL-Org-TXT (WS-K-SUB)
           .
      *>***************************************************************
      *> Fold file WS-I-SUB's catalog rows program by program (a      **
      *> program's rows are always together) and set its flags.       **
      *>***************************************************************
       310-Assess-One-File SECTION.
           MOVE SPACES TO WS-AG-Pgm-Nm-TXT
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-US-QTY
               IF WS-US-File-TXT (WS-J-SUB) = WS-FL-File-TXT (WS-I-SUB)
                   IF WS-US-Pgm-Nm-TXT (WS-J-SUB) NOT = WS-AG-Pgm-Nm-TXT
                       PERFORM 315-Count-Program-Modes
                       MOVE WS-US-Pgm-Nm-TXT (WS-J-SUB)
                         TO WS-AG-Pgm-Nm-TXT
                       MOVE 'N' TO WS-AG-Input-CHR
                       MOVE 'N' TO WS-AG-Output-CHR
                       MOVE 'N' TO WS-AG-Extend-CHR
                       MOVE 'N' TO WS-AG-I-O-CHR
                   END-IF
                   IF WS-US-Input-BOOL (WS-J-SUB)
                       SET WS-AG-Input-BOOL TO TRUE
                   END-IF
                   IF WS-US-Output-BOOL (WS-J-SUB)
                       SET WS-AG-Output-BOOL TO TRUE
                   END-IF
                   IF WS-US-Extend-BOOL (WS-J-SUB)
                       SET WS-AG-Extend-BOOL TO TRUE
                   END-IF
                   IF WS-US-I-O-BOOL (WS-J-SUB)
                       SET WS-AG-I-O-BOOL TO TRUE
                   END-IF
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           PERFORM 315-Count-Program-Modes
           IF WS-FL-Writer-QTY (WS-I-SUB) > 1
               SET WS-FL-Multi-Writer-BOOL (WS-I-SUB) TO TRUE
               ADD 1 TO WS-FL-Multi-Writer-QTY
           END-IF
           IF WS-FL-Writer-QTY (WS-I-SUB) = 0
           AND WS-FL-Reader-QTY (WS-I-SUB) > 0
               SET WS-FL-Never-Written-BOOL (WS-I-SUB) TO TRUE
               ADD 1 TO WS-FL-Never-Written-QTY
           END-IF
           IF WS-FL-Out-Only-QTY (WS-I-SUB) > 0
           AND WS-FL-Extend-QTY (WS-I-SUB) > 0
               SET WS-FL-Out-Vs-Extend-BOOL (WS-I-SUB) TO TRUE
               ADD 1 TO WS-FL-Out-Vs-Extend-QTY
           END-IF
           .
      *>***************************************************************
      *> Count the program just folded: a writer if it opens the      **
      *> file OUTPUT, EXTEND or I-O, a reader if INPUT or I-O; an     **
      *> OUTPUT-only opener replaces the file, an EXTEND opener       **
      *> appends to it.                                               **
      *>***************************************************************
       315-Count-Program-Modes SECTION.
           IF WS-AG-Pgm-Nm-TXT = SPACES
               EXIT SECTION
           END-IF
           IF WS-AG-Output-BOOL OR WS-AG-Extend-BOOL OR WS-AG-I-O-BOOL
               ADD 1 TO WS-FL-Writer-QTY (WS-I-SUB)
           END-IF
           IF WS-AG-Input-BOOL OR WS-AG-I-O-BOOL
               ADD 1 TO WS-FL-Reader-QTY (WS-I-SUB)
           END-IF
           IF WS-AG-Output-BOOL AND NOT WS-AG-Extend-BOOL
               ADD 1 TO WS-FL-Out-Only-QTY (WS-I-SUB)
           END-IF
           IF WS-AG-Extend-BOOL
               ADD 1 TO WS-FL-Extend-QTY (WS-I-SUB)
           END-IF
           .
      *>***************************************************************
      *> Spell out catalog row WS-J-SUB's OPEN modes, and the role    **
      *> they give the program on the file.                           **
      *>***************************************************************
       330-Build-Mode-Text SECTION.
           MOVE SPACES TO WS-Mode-TXT
           MOVE 1 TO WS-Ptr-SUB
           IF WS-US-Input-BOOL (WS-J-SUB)
               STRING 'INPUT ' DELIMITED SIZE
                   INTO WS-Mode-TXT WITH POINTER WS-Ptr-SUB
           END-IF
           IF WS-US-Output-BOOL (WS-J-SUB)
               STRING 'OUTPUT ' DELIMITED SIZE
                   INTO WS-Mode-TXT WITH POINTER WS-Ptr-SUB
           END-IF
           IF WS-US-Extend-BOOL (WS-J-SUB)
               STRING 'EXTEND ' DELIMITED SIZE
                   INTO WS-Mode-TXT WITH POINTER WS-Ptr-SUB
           END-IF
           IF WS-US-I-O-BOOL (WS-J-SUB)
               STRING 'I-O ' DELIMITED SIZE
                   INTO WS-Mode-TXT WITH POINTER WS-Ptr-SUB
           END-IF
           EVALUATE TRUE
           WHEN WS-US-I-O-BOOL (WS-J-SUB)
               MOVE 'UPDATES' TO WS-Role-TXT
           WHEN WS-US-Output-BOOL (WS-J-SUB)
           WHEN WS-US-Extend-BOOL (WS-J-SUB)
               MOVE 'WRITES' TO WS-Role-TXT
           WHEN WS-US-Input-BOOL (WS-J-SUB)
               MOVE 'READS' TO WS-Role-TXT
           WHEN OTHER
               MOVE 'NONE' TO WS-Mode-TXT
               MOVE 'NOT OPENED' TO WS-Role-TXT
           END-EVALUATE
           .
      *>***************************************************************
      *> Write the catalog - one pipe-delimited line per SELECT.      **
      *>***************************************************************
       400-Write-Catalog SECTION.
           OPEN OUTPUT F-Catalog-FILE
           IF WS-Catalog-Status-CD NOT = '00'
               DISPLAY 'Unable to create catalog file '
                       TRIM(WS-Catalog-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-US-QTY
               PERFORM 330-Build-Mode-Text
               MOVE SPACES TO F-Catalog-REC
               STRING TRIM(WS-US-Pgm-Nm-TXT (WS-J-SUB),TRAILING) '|'
                      TRIM(WS-US-Select-TXT (WS-J-SUB),TRAILING) '|'
                      WS-US-Kind-CHR (WS-J-SUB) '|'
                      TRIM(WS-US-Assign-TXT (WS-J-SUB),TRAILING) '|'
                      TRIM(WS-US-File-TXT (WS-J-SUB),TRAILING) '|'
                      TRIM(WS-US-Org-TXT (WS-J-SUB),TRAILING) '|'
                      TRIM(WS-Mode-TXT,TRAILING) '|'
                      WS-US-Line-NUM (WS-J-SUB)
                   DELIMITED SIZE INTO F-Catalog-REC
               WRITE F-Catalog-REC
               ADD 1 TO WS-J-SUB
           END-PERFORM
           CLOSE F-Catalog-FILE
           .
      *>***************************************************************
      *> Write the lineage report: every file with its programs,      **
      *> the SELECTs whose filename is only known at run time, then   **
      *> one section per flag and the members that were not read.     **
      *>***************************************************************
       500-Write-Lineage-Report SECTION.
           OPEN OUTPUT F-Report-FILE
           IF WS-Report-Status-CD NOT = '00'
               DISPLAY 'Unable to create report file '
                       TRIM(WS-Report-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'FILE-USAGE LINEAGE REPORT FOR '
                  TRIM(WS-List-Filename-TXT,TRAILING)
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 1 TO WS-Ptr-SUB
           MOVE WS-MB-QTY TO WS-Disp-QTY
           STRING TRIM(WS-Disp-QTY) ' members, '
               DELIMITED SIZE INTO WS-Report-Line-TXT
               WITH POINTER WS-Ptr-SUB
           MOVE WS-US-QTY TO WS-Disp-QTY
           STRING TRIM(WS-Disp-QTY) ' SELECTs, '
               DELIMITED SIZE INTO WS-Report-Line-TXT
               WITH POINTER WS-Ptr-SUB
           MOVE WS-FL-QTY TO WS-Disp-QTY
           STRING TRIM(WS-Disp-QTY) ' files, '
               DELIMITED SIZE INTO WS-Report-Line-TXT
               WITH POINTER WS-Ptr-SUB
           MOVE WS-US-Unresolved-QTY TO WS-Disp-QTY
           STRING TRIM(WS-Disp-QTY) ' assigned at run time'
               DELIMITED SIZE INTO WS-Report-Line-TXT
               WITH POINTER WS-Ptr-SUB
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           PERFORM 510-Write-Files-Section
           PERFORM 520-Write-Run-Time-Section
           PERFORM 530-Write-Flag-Sections
           IF WS-MB-Not-Opened-QTY > 0
               MOVE 'MEMBERS THAT COULD NOT BE OPENED' TO F-Report-REC
               WRITE F-Report-REC
               MOVE 1 TO WS-K-SUB
               PERFORM UNTIL WS-K-SUB > WS-MB-QTY
                   IF WS-MB-Not-Opened-BOOL (WS-K-SUB)
                       MOVE SPACES TO WS-Report-Line-TXT
                       MOVE WS-MB-File-TXT (WS-K-SUB)
                         TO WS-Report-Line-TXT (3:)
                       WRITE F-Report-REC FROM WS-Report-Line-TXT
                   END-IF
                   ADD 1 TO WS-K-SUB
               END-PERFORM
           END-IF
           CLOSE F-Report-FILE
           .
      *>***************************************************************
      *> Section 1 - every file, in name order, with each program's   **
      *> role on it and any flag it carries.                          **
      *>***************************************************************
       510-Write-Files-Section SECTION.
           MOVE 'FILES WITH THEIR PRODUCERS AND CONSUMERS'
             TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 'ROLE' TO WS-Report-Line-TXT (5:4)
           MOVE 'PROGRAM' TO WS-Report-Line-TXT (17:7)
           MOVE 'OPEN MODES' TO WS-Report-Line-TXT (49:10)
           MOVE 'SELECT' TO WS-Report-Line-TXT (75:6)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           IF WS-FL-QTY = 0
               MOVE '  (none)' TO F-Report-REC
               WRITE F-Report-REC
           END-IF
           SET WS-Row-All-BOOL TO TRUE
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-FL-QTY
               MOVE SPACES TO WS-Report-Line-TXT
               MOVE WS-FL-File-TXT (WS-I-SUB) TO WS-Report-Line-TXT
               MOVE WS-FL-Org-TXT (WS-I-SUB)
                 TO WS-Report-Line-TXT (103:15)
               WRITE F-Report-REC FROM WS-Report-Line-TXT
               PERFORM 540-Write-File-Rows
               IF WS-FL-Multi-Writer-BOOL (WS-I-SUB)
                   MOVE '    ** WRITTEN BY MORE THAN ONE PROGRAM'
                     TO F-Report-REC
                   WRITE F-Report-REC
               END-IF
               IF WS-FL-Never-Written-BOOL (WS-I-SUB)
                   MOVE '    ** READ BUT NEVER WRITTEN IN THIS LIBRARY'
                     TO F-Report-REC
                   WRITE F-Report-REC
               END-IF
               IF WS-FL-Out-Vs-Extend-BOOL (WS-I-SUB)
                   MOVE '    ** OPENED OUTPUT BY ONE PROGRAM AND EXTEND'
                     TO F-Report-REC
                   MOVE ' BY ANOTHER' TO F-Report-REC (47:11)
                   WRITE F-Report-REC
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> Section 2 - SELECTs assigned to a data-name with no literal  **
      *> VALUE; their file is only known at run time, so they take    **
      *> no part in the lineage.                                      **
      *>***************************************************************
       520-Write-Run-Time-Section SECTION.
           MOVE 'ASSIGNED AT RUN TIME (NO VALUE TO RESOLVE)'
             TO F-Report-REC
           WRITE F-Report-REC
           IF WS-US-Unresolved-QTY = 0
               MOVE '  (none)' TO F-Report-REC
               WRITE F-Report-REC
           END-IF
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-US-QTY
               IF WS-US-File-TXT (WS-J-SUB) = SPACES
                   PERFORM 330-Build-Mode-Text
                   MOVE SPACES TO WS-Report-Line-TXT
                   MOVE WS-US-Pgm-Nm-TXT (WS-J-SUB)
                     TO WS-Report-Line-TXT (3:31)
                   MOVE WS-US-Select-TXT (WS-J-SUB)
                     TO WS-Report-Line-TXT (35:31)
                   MOVE WS-US-Assign-TXT (WS-J-SUB)
                     TO WS-Report-Line-TXT (67:40)
                   MOVE WS-Mode-TXT TO WS-Report-Line-TXT (108:24)
                   WRITE F-Report-REC FROM WS-Report-Line-TXT
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> Sections 3 to 5 - one per flag, each file followed by the    **
      *> programs behind the flag.                                    **
      *>***************************************************************
       530-Write-Flag-Sections SECTION.
           MOVE 'FILES WRITTEN BY MORE THAN ONE PROGRAM'
             TO F-Report-REC
           WRITE F-Report-REC
           IF WS-FL-Multi-Writer-QTY = 0
               MOVE '  (none)' TO F-Report-REC
               WRITE F-Report-REC
           END-IF
           SET WS-Row-Writers-BOOL TO TRUE
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-FL-QTY
               IF WS-FL-Multi-Writer-BOOL (WS-I-SUB)
                   PERFORM 535-Write-Flagged-File
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE 'FILES READ BUT NEVER WRITTEN IN THIS LIBRARY'
             TO F-Report-REC
           WRITE F-Report-REC
           IF WS-FL-Never-Written-QTY = 0
               MOVE '  (none)' TO F-Report-REC
               WRITE F-Report-REC
           END-IF
           SET WS-Row-Readers-BOOL TO TRUE
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-FL-QTY
               IF WS-FL-Never-Written-BOOL (WS-I-SUB)
                   PERFORM 535-Write-Flagged-File
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE 'FILES OPENED OUTPUT BY ONE PROGRAM AND EXTEND BY '
             TO F-Report-REC
           MOVE 'ANOTHER' TO F-Report-REC (50:7)
           WRITE F-Report-REC
           IF WS-FL-Out-Vs-Extend-QTY = 0
               MOVE '  (none)' TO F-Report-REC
               WRITE F-Report-REC
           END-IF
           SET WS-Row-Out-Extend-BOOL TO TRUE
           MOVE 1 TO WS-I-SUB
           PERFORM UNTIL WS-I-SUB > WS-FL-QTY
               IF WS-FL-Out-Vs-Extend-BOOL (WS-I-SUB)
                   PERFORM 535-Write-Flagged-File
               END-IF
               ADD 1 TO WS-I-SUB
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           .
      *>***************************************************************
      *> One flagged file and the rows behind its flag.               **
      *>***************************************************************
       535-Write-Flagged-File SECTION.
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-FL-File-TXT (WS-I-SUB) TO WS-Report-Line-TXT (3:)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           PERFORM 540-Write-File-Rows
           .
      *>***************************************************************
      *> The catalog rows for file WS-I-SUB that WS-Row-Filter-CHR    **
      *> asks for - all of them, the writers, the readers, or those   **
      *> opening it OUTPUT or EXTEND.                                 **
      *>***************************************************************
       540-Write-File-Rows SECTION.
           MOVE 1 TO WS-J-SUB
           PERFORM UNTIL WS-J-SUB > WS-US-QTY
               SET WS-Row-Not-Wanted-BOOL TO TRUE
               IF WS-US-File-TXT (WS-J-SUB) = WS-FL-File-TXT (WS-I-SUB)
                   EVALUATE TRUE
                   WHEN WS-Row-All-BOOL
                       SET WS-Row-Wanted-BOOL TO TRUE
                   WHEN WS-Row-Writers-BOOL
                       IF WS-US-Output-BOOL (WS-J-SUB)
                       OR WS-US-Extend-BOOL (WS-J-SUB)
                       OR WS-US-I-O-BOOL (WS-J-SUB)
                           SET WS-Row-Wanted-BOOL TO TRUE
                       END-IF
                   WHEN WS-Row-Readers-BOOL
                       IF WS-US-Input-BOOL (WS-J-SUB)
                           SET WS-Row-Wanted-BOOL TO TRUE
                       END-IF
                   WHEN WS-Row-Out-Extend-BOOL
                       IF WS-US-Output-BOOL (WS-J-SUB)
                       OR WS-US-Extend-BOOL (WS-J-SUB)
                           SET WS-Row-Wanted-BOOL TO TRUE
                       END-IF
                   END-EVALUATE
               END-IF
               IF WS-Row-Wanted-BOOL
                   PERFORM 330-Build-Mode-Text
                   MOVE SPACES TO WS-Report-Line-TXT
                   MOVE WS-Role-TXT TO WS-Report-Line-TXT (5:10)
                   MOVE WS-US-Pgm-Nm-TXT (WS-J-SUB)
                     TO WS-Report-Line-TXT (17:31)
                   MOVE WS-Mode-TXT TO WS-Report-Line-TXT (49:24)
                   MOVE WS-US-Select-TXT (WS-J-SUB)
                     TO WS-Report-Line-TXT (75:31)
                   MOVE WS-US-Line-NUM (WS-J-SUB) TO WS-Disp-Line-NUM
                   STRING 'LINE ' TRIM(WS-Disp-Line-NUM)
                       DELIMITED SIZE
                       INTO WS-Report-Line-TXT (107:11)
                   WRITE F-Report-REC FROM WS-Report-Line-TXT
               END-IF
               ADD 1 TO WS-J-SUB
           END-PERFORM
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
           MOVE WS-Exit-CD TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM GCicFile.
