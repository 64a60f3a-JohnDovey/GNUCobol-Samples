       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicProm.
      *>***************************************************************
      *> This program is the promotion utility that moves a build     **
      *> from one named project (see GCic.projects) to another -      **
      *> TEST to PROD, typically.  Until now that was a manual file   **
      *> copy with nothing to say whether the program had passed      **
      *> anything on the way; this utility promotes a program (or     **
      *> every member of a compile-all list) only when ALL of the     **
      *> following hold in the source project:                        **
      *>                                                              **
      *>   1. Its latest compile status in GCic.results is COMPILE    **
      *>      OK, COMPILE WARN or COMPILE WARN+ (a SKIPPED row - an   **
      *>      unchanged source the build cache let through -          **
      *>      carries the status of the compile before it forward)    **
      *>   2. Its latest smoke-test execution, if it has one, is not  **
      *>      EXECUTED FAIL - only a failing latest smoke run blocks  **
      *>      the promotion; a program never smoke-run passes this    **
      *>      check                                                   **
      *>   3. The GCicStds report shows no open findings for it       **
      *>   4. The checksum of the source member as it stands now      **
      *>      matches the one the source project's GCic.buildcache    **
      *>      recorded at its last good build - what is promoted is   **
      *>      exactly what was built and tested                       **
      *>                                                              **
      *> A promoted program's source member and executable are        **
      *> copied into the target project's directory and its build-    **
      *> cache record is carried into the target's GCic.buildcache.   **
      *> Every promotion AND every refusal is written to the          **
      *> target project's GCic.promotions ledger - who, when, from/   **
      *> to project, checksum, and the reason for a refusal.          **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicProm /FROM:<project> /TO:<project> <source-member>       **
      *>          [ /STDS:<standards-report> ]                        **
      *> GCicProm /FROM:<project> /TO:<project>                       **
      *>          /LIST:<compile-all-list> [ /STDS:<report> ]         **
      *>     Promote one program, or every member of the list.  The   **
      *>     standards report is the one GCicStds wrote - by          **
      *>     default <list>.gcstds; a single program needs /STDS:.    **
      *>     No standards report (or one that does not cover the      **
      *>     program) refuses the promotion - an unchecked program    **
      *>     has not passed the standards gate.                       **
      *>                                                              **
      *> GCicProm /FROM:<project> /TO:<project> /COMPARE              **
      *>          [ /LIST:<compile-all-list> ] [ /REPORT:<file> ]     **
      *>     Compare the two projects program by program - the        **
      *>     checksum each build cache holds, the source project's    **
      *>     latest status, and the last promotion on the ledger -    **
      *>     so auditors can see exactly what is in the target and    **
      *>     how it got there.  /LIST: limits the comparison to the   **
      *>     list's members; without it every program either build    **
      *>     cache knows is compared.  The report is written to       **
      *>     /REPORT:, or to GCic.promrpt when no name is given.      **
      *>                                                              **
      *> The ledger and the target build cache are updated under      **
      *> the target project's shared-state lock (GCic.lock - the      **
      *> same protocol as GCic's own 055-Acquire-State-Lock).  The    **
      *> user recorded on the ledger is the USER (or USERNAME)        **
      *> environment variable.                                        **
      *>                                                              **
      *> RETURN-CODE is 0 when every program was promoted (or the     **
      *> two projects are in step), 4 when the comparison found       **
      *> differences, 8 when one or more promotions were refused,     **
      *> and 12 for a setup error.                                    **
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
           SELECT F-Stds-FILE         ASSIGN TO WS-Stds-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Stds-Status-CD.
           SELECT F-Source-Code-FILE  ASSIGN TO WS-Src-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Src-Status-CD.
           SELECT F-Results-FILE      ASSIGN TO
                                       WS-Results-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Results-Status-CD.
           SELECT F-Build-Cache-FILE  ASSIGN TO
                                       WS-Build-Cache-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Build-Cache-Status-CD.
           SELECT F-Build-Cache-Tmp-FILE
                                       ASSIGN TO
                                       WS-Build-Cache-Tmp-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Build-Cache-Tmp-Status-CD.
           SELECT F-Promotion-FILE    ASSIGN TO
                                       WS-Promotion-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Promotion-Status-CD.
           SELECT F-Report-FILE       ASSIGN TO WS-Report-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Report-Status-CD.
           SELECT F-Lock-FILE         ASSIGN TO WS-LK-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-LK-Status-CD.
           SELECT F-Project-FILE      ASSIGN TO
                                       WS-Project-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Project-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-List-FILE.
       01  F-List-REC                             PIC X(256).
       FD  F-Stds-FILE.
       01  F-Stds-REC                             PIC X(132).
       FD  F-Source-Code-FILE.
       01  F-Source-Code-REC                      PIC X(256).
       FD  F-Results-FILE.
       01  F-Results-REC                          PIC X(400).
       FD  F-Build-Cache-FILE.
       01  F-Build-Cache-REC                      PIC X(228).
       FD  F-Build-Cache-Tmp-FILE.
       01  F-Build-Cache-Tmp-REC                  PIC X(228).
       FD  F-Promotion-FILE.
       01  F-Promotion-REC                        PIC X(160).
       FD  F-Report-FILE.
       01  F-Report-REC                           PIC X(132).
       FD  F-Lock-FILE.
       01  F-Lock-REC                             PIC X(64).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       78  WS-Program-Table-Max-CONST             VALUE 500.
       01  WS-List-Filename-TXT                   PIC X(256).
       01  WS-List-Status-CD                      PIC X(2).
       01  WS-Stds-Filename-TXT                   PIC X(256).
       01  WS-Stds-Status-CD                      PIC X(2).
       01  WS-Src-Filename-TXT                    PIC X(256).
       01  WS-Src-Status-CD                       PIC X(2).
       01  WS-Results-Filename-TXT
                         VALUE 'GCic.results'     PIC X(256).
       01  WS-Results-Status-CD                   PIC X(2).
       01  WS-Build-Cache-Filename-TXT
                         VALUE 'GCic.buildcache'  PIC X(256).
       01  WS-Build-Cache-Status-CD               PIC X(2).
       01  WS-Build-Cache-Tmp-Filename-TXT
                         VALUE 'GCic.buildcache.tmp'
                                                  PIC X(256).
       01  WS-Build-Cache-Tmp-Status-CD           PIC X(2).
       01  WS-Promotion-Filename-TXT
                         VALUE 'GCic.promotions'  PIC X(256).
       01  WS-Promotion-Status-CD                 PIC X(2).
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
       01  WS-PR-Mode-CHR                VALUE 'P' PIC X(1).
           88 WS-PR-Promote-Mode-BOOL              VALUE 'P'.
           88 WS-PR-Compare-Mode-BOOL              VALUE 'C'.
       01  WS-PR-Member-TXT                       PIC X(256).
       01  WS-PR-From-Nm-TXT         VALUE SPACES PIC X(10).
       01  WS-PR-To-Nm-TXT           VALUE SPACES PIC X(10).
       01  WS-PR-From-Dir-TXT                     PIC X(200).
       01  WS-PR-To-Dir-TXT                       PIC X(200).
      *> -- The project-scoped filenames, resolved once per side.
       01  WS-PR-From-Results-TXT                 PIC X(256).
       01  WS-PR-From-Cache-TXT                   PIC X(256).
       01  WS-PR-To-Cache-TXT                     PIC X(256).
       01  WS-PR-To-Cache-Tmp-TXT                 PIC X(256).
       01  WS-PR-User-TXT                         PIC X(12).
       01  WS-PR-Now-DT-NUM                       PIC 9(8).
       01  WS-PR-Now-TM-NUM                       PIC 9(8).
       01  WS-PR-Promoted-QTY                     PIC 9(4) VALUE 0.
       01  WS-PR-Refused-QTY                      PIC 9(4) VALUE 0.
       01  WS-PR-Differ-QTY                       PIC 9(4) VALUE 0.
       01  WS-PR-Stds-Loaded-CHR      VALUE 'N'   PIC X(1).
           88 WS-PR-Stds-Loaded-BOOL               VALUE 'Y'.
           88 WS-PR-Stds-Not-Loaded-BOOL           VALUE 'N'.
       01  WS-PR-In-Stds-Summary-CHR              PIC X(1).
           88 WS-PR-In-Stds-Summary-BOOL           VALUE 'Y'.
           88 WS-PR-Not-In-Stds-Summary-BOOL       VALUE 'N'.
       01  WS-PR-Add-CHR                          PIC X(1).
           88 WS-PR-Add-Allowed-BOOL               VALUE 'Y'.
           88 WS-PR-Add-Not-Allowed-BOOL           VALUE 'N'.
       01  WS-PR-Pgm-Nm-TXT                       PIC X(31).
       01  WS-PR-Folder-TXT                       PIC X(256).
       01  WS-PR-Copy-From-TXT                    PIC X(256).
       01  WS-PR-Copy-To-TXT                      PIC X(256).
       01  WS-PR-File-Info-TXT                    PIC X(16).
       01  WS-PR-Exe-Found-CHR                    PIC X(1).
           88 WS-PR-Exe-Found-BOOL                 VALUE 'Y'.
           88 WS-PR-Exe-Not-Found-BOOL             VALUE 'N'.
       01  WS-PR-Ext-SUB                          USAGE BINARY-LONG.
       01  WS-PR-Exe-Ext-Table.
           05 FILLER                 VALUE SPACES PIC X(6).
           05 FILLER                 VALUE '.exe' PIC X(6).
           05 FILLER                 VALUE '.so'  PIC X(6).
           05 FILLER                 VALUE '.dll' PIC X(6).
           05 FILLER              VALUE '.dylib'  PIC X(6).
       01  WS-PR-Exe-Ext-R REDEFINES WS-PR-Exe-Ext-Table.
           05 WS-PR-Exe-Ext-TXT      OCCURS 5 TIMES
                                                  PIC X(6).
      *>***************************************************************
      *> One entry per program promoted or compared.                  **
      *>***************************************************************
       01  WS-Program-Table.
           05 WS-PG-Entry OCCURS WS-Program-Table-Max-CONST TIMES.
              10 WS-PG-File-TXT                   PIC X(256).
              10 WS-PG-Pgm-Nm-TXT                 PIC X(31).
              10 WS-PG-Status-TXT                 PIC X(15).
              10 WS-PG-Exec-Status-TXT            PIC X(15).
              10 WS-PG-Stds-CHR                   PIC X(1).
                 88 WS-PG-Stds-Seen-BOOL           VALUE 'Y'.
                 88 WS-PG-Stds-Not-Seen-BOOL       VALUE 'N'.
              10 WS-PG-Stds-QTY                   PIC 9(4).
              10 WS-PG-Src-Checksum-NUM           PIC 9(9).
              10 WS-PG-From-Cache-CHR             PIC X(1).
                 88 WS-PG-From-Cached-BOOL         VALUE 'Y'.
                 88 WS-PG-From-Not-Cached-BOOL     VALUE 'N'.
              10 WS-PG-From-Cache-REC             PIC X(228).
              10 WS-PG-To-Cache-CHR               PIC X(1).
                 88 WS-PG-To-Cached-BOOL           VALUE 'Y'.
                 88 WS-PG-To-Not-Cached-BOOL       VALUE 'N'.
              10 WS-PG-To-Checksum-NUM            PIC 9(9).
              10 WS-PG-Prom-Stamp-TXT             PIC X(16).
              10 WS-PG-Prom-User-TXT              PIC X(12).
              10 WS-PG-Prom-Checksum-NUM          PIC 9(9).
       01  WS-PG-QTY                              PIC 9(4) VALUE 0.
       01  WS-PG-SUB                              USAGE BINARY-LONG.
       01  WS-PG-Full-Noted-CHR       VALUE 'N'   PIC X(1).
           88 WS-PG-Full-Noted-BOOL                VALUE 'Y'.
       01  WS-PG-Parse-File-TXT                   PIC X(256).
       01  WS-PG-Parse-SUB                        USAGE BINARY-LONG.
      *>***************************************************************
      *> The build-cache record, laid out exactly as GCic's           **
      *> 213-Save-Build-Cache writes it.                              **
      *>***************************************************************
       01  WS-Build-Cache-Scan-REC.
           05 WS-BCS-Pgm-Nm-TXT                   PIC X(31).
           05 FILLER                              PIC X(1).
           05 WS-BCS-Checksum-NUM                 PIC 9(9).
           05 FILLER                              PIC X(1).
           05 WS-BCS-Switches-TXT                 PIC X(9).
           05 FILLER                              PIC X(1).
           05 WS-BCS-Config-NUM                   PIC 9(1).
           05 FILLER                              PIC X(1).
           05 WS-BCS-Extra-TXT                    PIC X(152).
           05 FILLER                              PIC X(1).
           05 WS-BCS-Cobc-Version-TXT             PIC X(20).
      *>***************************************************************
      *> The promotion ledger record - one per promotion or refusal.  **
      *>***************************************************************
       01  WS-Promotion-REC.
           05 WS-PL-Pgm-Nm-TXT                    PIC X(31).
           05 FILLER                              PIC X(1).
           05 WS-PL-Stamp-TXT                     PIC X(16).
           05 FILLER                              PIC X(1).
           05 WS-PL-User-TXT                      PIC X(12).
           05 FILLER                              PIC X(1).
           05 WS-PL-From-TXT                      PIC X(10).
           05 FILLER                              PIC X(1).
           05 WS-PL-To-TXT                        PIC X(10).
           05 FILLER                              PIC X(1).
           05 WS-PL-Checksum-NUM                  PIC 9(9).
           05 FILLER                              PIC X(1).
           05 WS-PL-Result-TXT                    PIC X(8).
              88 WS-PL-Promoted-BOOL               VALUE 'PROMOTED'.
              88 WS-PL-Refused-BOOL                VALUE 'REFUSED'.
           05 FILLER                              PIC X(1).
           05 WS-PL-Reason-TXT                    PIC X(57).
      *>***************************************************************
      *> Results-feed split fields for the latest-status lookup.      **
      *>***************************************************************
       01  WS-RF-Pgm-Nm-TXT                       PIC X(31).
       01  WS-RF-Stamp-TXT                        PIC X(16).
       01  WS-RF-Mode-TXT                         PIC X(6).
       01  WS-RF-Status-TXT                       PIC X(15).
       01  WS-RF-Rest-TXT                         PIC X(330).
      *>***************************************************************
      *> Source checksum - the same hash GCic's                       **
      *> 211-Compute-Source-Checksum records in the build cache.      **
      *>***************************************************************
       01  WS-SC-Checksum-NUM                     USAGE BINARY-DOUBLE.
       01  WS-SC-Line-Len-NUM                     USAGE BINARY-LONG.
       01  WS-SC-Char-SUB                         USAGE BINARY-LONG.
       01  WS-SC-Result-NUM                       PIC 9(9).
       01  WS-SC-EOF-CHR                          PIC X(1).
           88 WS-SC-EOF-BOOL                       VALUE 'Y'.
           88 WS-SC-Not-EOF-BOOL                   VALUE 'N'.
       01  WS-I-SUB                               USAGE BINARY-LONG.
       01  WS-Report-Line-TXT                     PIC X(132).
       01  WS-Verdict-TXT                         PIC X(12).
      *>***************************************************************
      *> Cross-session state-file lock - the same GCic.lock protocol  **
      *> GCic's 055-Acquire-State-Lock uses, taken in the TARGET      **
      *> project's state directory, so a promotion never rewrites     **
      *> that project's build cache underneath a live session.        **
      *>***************************************************************
       01  WS-LK-Filename-TXT
                              VALUE 'GCic.lock'   PIC X(256).
       01  WS-LK-Status-CD                        PIC X(2).
       01  WS-LK-REC.
           05 WS-LK-Stamp-TXT                      PIC X(16).
           05 FILLER                               PIC X(1).
           05 WS-LK-Token-TXT                      PIC X(20).
           05 FILLER                               PIC X(1).
           05 WS-LK-Owner-TXT                      PIC X(26).
       01  WS-LK-Read-REC.
           05 WS-LK-Read-Stamp-TXT                 PIC X(16).
           05 FILLER                               PIC X(1).
           05 WS-LK-Read-Token-TXT                 PIC X(20).
           05 FILLER                               PIC X(1).
           05 WS-LK-Read-Owner-TXT                 PIC X(26).
       01  WS-LK-My-Token-TXT                      PIC X(20).
       01  WS-LK-Held-CHR               VALUE 'N'  PIC X(1).
           88 WS-LK-Held-BOOL                       VALUE 'Y'.
           88 WS-LK-Not-Held-BOOL                   VALUE 'N'.
       01  WS-LK-Try-NUM                           PIC 9(3).
       01  WS-LK-Waited-CHR                        PIC X(1).
           88 WS-LK-Waited-BOOL                     VALUE 'Y'.
           88 WS-LK-Not-Waited-BOOL                 VALUE 'N'.
       01  WS-LK-Rand-NUM                          PIC 9(4).
       01  WS-LK-Now-DT-NUM                        PIC 9(8).
       01  WS-LK-Now-TM-NUM                        PIC 9(8).
       01  WS-LK-Now-TM-X REDEFINES WS-LK-Now-TM-NUM.
           05 WS-LK-Now-HH-NUM                     PIC 9(2).
           05 WS-LK-Now-MI-NUM                     PIC 9(2).
           05 WS-LK-Now-SS-NUM                     PIC 9(2).
           05 FILLER                               PIC 9(2).
       01  WS-LK-Lock-DT-NUM                       PIC 9(8).
       01  WS-LK-Lock-TM-NUM                       PIC 9(8).
       01  WS-LK-Lock-TM-X REDEFINES WS-LK-Lock-TM-NUM.
           05 WS-LK-Lock-HH-NUM                    PIC 9(2).
           05 WS-LK-Lock-MI-NUM                    PIC 9(2).
           05 WS-LK-Lock-SS-NUM                    PIC 9(2).
           05 FILLER                               PIC 9(2).
       01  WS-LK-Age-Sec-NUM                       USAGE BINARY-LONG.
       01  WS-LK-Seen-Stamp-TXT                    PIC X(16).
       01  WS-LK-Err-QTY                           PIC 9(3).
       01  WS-LK-Unlocked-CHR           VALUE 'N'  PIC X(1).
           88 WS-LK-Unlocked-BOOL                   VALUE 'Y'.
           88 WS-LK-Locked-BOOL                     VALUE 'N'.
       78  WS-LK-Stale-Sec-CONST        VALUE 600.
       78  WS-LK-Max-Wait-CONST         VALUE 60.
       78  WS-LK-Max-Trouble-CONST      VALUE 10.
      *>***************************************************************
      *> Named-project resolution - both ends of a promotion are      **
      *> projects from the shop-wide GCic.projects file, found the    **
      *> same way GCic's own 123-Find-Project-Directory finds one.    **
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
           PERFORM 020-Identify-User
           IF WS-List-Filename-TXT NOT = SPACES
               PERFORM 100-Load-Member-List
           ELSE
               IF WS-PR-Promote-Mode-BOOL
                   MOVE WS-PR-Member-TXT TO F-List-REC
                   PERFORM 110-Add-Member-Entry
               END-IF
           END-IF
           IF WS-PR-Compare-Mode-BOOL
               PERFORM 300-Compare-Projects
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           IF WS-PG-QTY = 0
               DISPLAY 'No source members in the list - nothing to '
                       'promote'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           PERFORM 120-Load-Standards-Report
           SET WS-PR-Add-Not-Allowed-BOOL TO TRUE
           PERFORM 130-Load-Source-Statuses
           MOVE WS-PR-From-Cache-TXT TO WS-Build-Cache-Filename-TXT
           PERFORM 140-Load-Source-Cache
           MOVE 1 TO WS-PG-SUB
           PERFORM UNTIL WS-PG-SUB > WS-PG-QTY
               PERFORM 200-Promote-One-Program
               ADD 1 TO WS-PG-SUB
           END-PERFORM
           DISPLAY WS-PR-Promoted-QTY ' promoted, '
                   WS-PR-Refused-QTY ' refused - see '
                   TRIM(WS-Promotion-Filename-TXT,TRAILING)
           IF WS-PR-Refused-QTY > 0 AND WS-Exit-CD < 8
               MOVE 8 TO WS-Exit-CD
           END-IF
           PERFORM 900-Terminate
      * -- Control will NOT return
           .
      *>***************************************************************
      *> Parse the command line - the same token walk GCic's          **
      *> 010-Parse-Args does.  A token that is not a switch names     **
      *> the source member to promote.                                **
      *>***************************************************************
       010-Parse-Args SECTION.
           MOVE SPACES TO WS-List-Filename-TXT
           MOVE SPACES TO WS-Stds-Filename-TXT
           MOVE SPACES TO WS-Report-Filename-TXT
           MOVE SPACES TO WS-PR-Member-TXT
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:6) = '/FROM:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (7:10))
                     TO WS-PR-From-Nm-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:4) = '/TO:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (5:10))
                     TO WS-PR-To-Nm-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:6) = '/LIST:'
                   MOVE WS-Cmd-Token-TXT (7:)
                     TO WS-List-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:6) = '/STDS:'
                   MOVE WS-Cmd-Token-TXT (7:)
                     TO WS-Stds-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/REPORT:'
                   MOVE WS-Cmd-Token-TXT (9:)
                     TO WS-Report-Filename-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) = '/COMPARE'
                   SET WS-PR-Compare-Mode-BOOL TO TRUE
               WHEN WS-Cmd-Token-TXT (1:1) NOT = '/'
               AND  WS-PR-Member-TXT = SPACES
                   MOVE WS-Cmd-Token-TXT TO WS-PR-Member-TXT
               WHEN OTHER
                   DISPLAY 'Unrecognized switch ignored: '
                           TRIM(WS-Cmd-Token-TXT)
               END-EVALUATE
           END-PERFORM
           IF WS-PR-From-Nm-TXT = SPACES
           OR WS-PR-To-Nm-TXT = SPACES
               DISPLAY 'Specify both /FROM:<project> and /TO:<project>'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           IF WS-PR-From-Nm-TXT = WS-PR-To-Nm-TXT
               DISPLAY 'A program cannot be promoted from '
                       TRIM(WS-PR-From-Nm-TXT) ' to itself'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           IF WS-PR-Promote-Mode-BOOL
           AND WS-List-Filename-TXT = SPACES
           AND WS-PR-Member-TXT = SPACES
               DISPLAY 'Specify a source member or '
                       '/LIST:<compile-all-list> to promote'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           IF WS-Stds-Filename-TXT = SPACES
           AND WS-List-Filename-TXT NOT = SPACES
               MOVE CONCATENATE(
                   TRIM(WS-List-Filename-TXT,TRAILING),'.gcstds')
                 TO WS-Stds-Filename-TXT
           END-IF
           IF WS-Report-Filename-TXT = SPACES
               MOVE 'GCic.promrpt' TO WS-Report-Filename-TXT
           END-IF
           .
      *>***************************************************************
      *> Resolve both ends of the promotion.  Each must be a project  **
      *> defined in GCic.projects - promoting into (or out of) the    **
      *> flat, unnamed state files would leave no trail of where a    **
      *> program came from.                                           **
      *>***************************************************************
       015-Resolve-Project-Paths SECTION.
           MOVE WS-PR-From-Nm-TXT TO WS-PJ-Name-TXT
           PERFORM 017-Find-Project-Directory
           IF WS-PJ-Not-Found-BOOL
               DISPLAY 'Project ' TRIM(WS-PJ-Name-TXT)
                       ' is not defined in GCic.projects'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE WS-PJ-Dir-TXT TO WS-PR-From-Dir-TXT
           MOVE WS-Results-Filename-TXT     TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-PR-From-Results-TXT
           MOVE WS-Build-Cache-Filename-TXT TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-PR-From-Cache-TXT
           MOVE WS-PR-To-Nm-TXT TO WS-PJ-Name-TXT
           PERFORM 017-Find-Project-Directory
           IF WS-PJ-Not-Found-BOOL
               DISPLAY 'Project ' TRIM(WS-PJ-Name-TXT)
                       ' is not defined in GCic.projects'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE WS-PJ-Dir-TXT TO WS-PR-To-Dir-TXT
           MOVE WS-Build-Cache-Filename-TXT TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-PR-To-Cache-TXT
           MOVE WS-Build-Cache-Tmp-Filename-TXT TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-PR-To-Cache-Tmp-TXT
           MOVE WS-Promotion-Filename-TXT   TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Promotion-Filename-TXT
           MOVE WS-LK-Filename-TXT          TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-LK-Filename-TXT
           MOVE WS-PR-From-Results-TXT TO WS-Results-Filename-TXT
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
      *> Who is running this promotion - the login the ledger names.  **
      *>***************************************************************
       020-Identify-User SECTION.
           MOVE SPACES TO WS-PR-User-TXT
           ACCEPT WS-PR-User-TXT FROM ENVIRONMENT 'USER'
           IF WS-PR-User-TXT = SPACES
               ACCEPT WS-PR-User-TXT FROM ENVIRONMENT 'USERNAME'
           END-IF
           IF WS-PR-User-TXT = SPACES
               MOVE 'UNKNOWN' TO WS-PR-User-TXT
           END-IF
           .
      *>***************************************************************
      *> Serialize against live GCic sessions in the target project   **
      *> - the same GCic.lock write-then-read-back protocol as        **
      *> GCic's 055-Acquire-State-Lock: wait and retry while another  **
      *> session holds the lock, break a stale or abandoned lock      **
      *> with a message, never lose anything silently.                **
      *>***************************************************************
       050-Acquire-State-Lock SECTION.
           ACCEPT WS-LK-Now-DT-NUM FROM DATE YYYYMMDD
           ACCEPT WS-LK-Now-TM-NUM FROM TIME
           COMPUTE WS-LK-Rand-NUM =
               MOD(RANDOM(WS-LK-Now-TM-NUM) * 10000, 10000)
           MOVE SPACES TO WS-LK-My-Token-TXT
           STRING WS-LK-Now-DT-NUM WS-LK-Now-TM-NUM WS-LK-Rand-NUM
               DELIMITED SIZE INTO WS-LK-My-Token-TXT
           SET WS-LK-Not-Waited-BOOL TO TRUE
           SET WS-LK-Locked-BOOL TO TRUE
           MOVE 0 TO WS-LK-Try-NUM
           MOVE 0 TO WS-LK-Err-QTY
           MOVE LOW-VALUES TO WS-LK-Seen-Stamp-TXT
           PERFORM UNTIL WS-LK-Held-BOOL
               OPEN INPUT F-Lock-FILE
               EVALUATE WS-LK-Status-CD
               WHEN '35'
                   PERFORM 052-Write-Lock-Record
                   IF WS-LK-Status-CD NOT = '00'
                       PERFORM 054-Note-Lock-Trouble
                   END-IF
               WHEN '00'
                   MOVE SPACES TO WS-LK-Read-REC
                   READ F-Lock-FILE INTO WS-LK-Read-REC
                       AT END CONTINUE
                   END-READ
                   CLOSE F-Lock-FILE
                   IF WS-LK-Read-Token-TXT = WS-LK-My-Token-TXT
                       SET WS-LK-Held-BOOL TO TRUE
                   ELSE
                       PERFORM 053-Wait-Or-Break-Lock
                   END-IF
               WHEN OTHER
                   PERFORM 054-Note-Lock-Trouble
               END-EVALUATE
           END-PERFORM
           IF WS-LK-Waited-BOOL AND WS-LK-Locked-BOOL
               DISPLAY 'Shared state lock acquired - continuing'
           END-IF
           .
      *>***************************************************************
      *> Give the shared state lock back.                             **
      *>***************************************************************
       051-Release-State-Lock SECTION.
           IF WS-LK-Held-BOOL
               IF WS-LK-Locked-BOOL
                   CALL 'CBL_DELETE_FILE' USING WS-LK-Filename-TXT
               END-IF
               SET WS-LK-Not-Held-BOOL TO TRUE
           END-IF
           .
      *>***************************************************************
      *> Write this run's claim into GCic.lock; 050 reads it back to  **
      *> see whether the claim survived a racing session.             **
      *>***************************************************************
       052-Write-Lock-Record SECTION.
           ACCEPT WS-LK-Now-DT-NUM FROM DATE YYYYMMDD
           ACCEPT WS-LK-Now-TM-NUM FROM TIME
           MOVE SPACES TO WS-LK-REC
           MOVE WS-LK-Now-DT-NUM   TO WS-LK-Stamp-TXT (1:8)
           MOVE WS-LK-Now-TM-NUM   TO WS-LK-Stamp-TXT (9:8)
           MOVE WS-LK-My-Token-TXT TO WS-LK-Token-TXT
           MOVE 'GCicProm run'     TO WS-LK-Owner-TXT
           OPEN OUTPUT F-Lock-FILE
           IF WS-LK-Status-CD = '00'
               WRITE F-Lock-REC FROM WS-LK-REC
               CLOSE F-Lock-FILE
           END-IF
           .
      *>***************************************************************
      *> Another session holds the lock: break it when stale or       **
      *> abandoned, otherwise wait a second and try again.            **
      *>***************************************************************
       053-Wait-Or-Break-Lock SECTION.
           IF WS-LK-Read-Stamp-TXT NOT NUMERIC
               DISPLAY 'Breaking unreadable GCic.lock'
               CALL 'CBL_DELETE_FILE' USING WS-LK-Filename-TXT
               EXIT SECTION
           END-IF
           IF WS-LK-Read-Stamp-TXT NOT = WS-LK-Seen-Stamp-TXT
               MOVE WS-LK-Read-Stamp-TXT TO WS-LK-Seen-Stamp-TXT
               MOVE 0 TO WS-LK-Try-NUM
           END-IF
           MOVE WS-LK-Read-Stamp-TXT (1:8) TO WS-LK-Lock-DT-NUM
           MOVE WS-LK-Read-Stamp-TXT (9:8) TO WS-LK-Lock-TM-NUM
           ACCEPT WS-LK-Now-DT-NUM FROM DATE YYYYMMDD
           ACCEPT WS-LK-Now-TM-NUM FROM TIME
           IF TEST-DATE-YYYYMMDD(WS-LK-Lock-DT-NUM) > 0
               MOVE WS-LK-Now-DT-NUM TO WS-LK-Lock-DT-NUM
               MOVE 0 TO WS-LK-Lock-TM-NUM
           END-IF
           COMPUTE WS-LK-Age-Sec-NUM =
               ((INTEGER-OF-DATE(WS-LK-Now-DT-NUM)
                 - INTEGER-OF-DATE(WS-LK-Lock-DT-NUM)) * 86400)
               + (WS-LK-Now-HH-NUM * 3600)
               + (WS-LK-Now-MI-NUM * 60) + WS-LK-Now-SS-NUM
               - (WS-LK-Lock-HH-NUM * 3600)
               - (WS-LK-Lock-MI-NUM * 60) - WS-LK-Lock-SS-NUM
           IF WS-LK-Age-Sec-NUM > WS-LK-Stale-Sec-CONST
               DISPLAY 'Breaking stale GCic.lock left by a crashed '
                       'session (held since '
                       WS-LK-Read-Stamp-TXT (1:8) ' '
                       WS-LK-Read-Stamp-TXT (9:6) ')'
               CALL 'CBL_DELETE_FILE' USING WS-LK-Filename-TXT
               EXIT SECTION
           END-IF
           ADD 1 TO WS-LK-Try-NUM
           IF WS-LK-Try-NUM >= WS-LK-Max-Wait-CONST
               DISPLAY 'GCic.lock stamp unchanged through '
                       WS-LK-Max-Wait-CONST ' seconds of waiting - '
                       'that session must have died; breaking the '
                       'lock'
               CALL 'CBL_DELETE_FILE' USING WS-LK-Filename-TXT
               MOVE 0 TO WS-LK-Try-NUM
               EXIT SECTION
           END-IF
           IF WS-LK-Not-Waited-BOOL
               DISPLAY 'Waiting for the shared state lock held by '
                       'another session since '
                       WS-LK-Read-Stamp-TXT (1:8) ' '
                       WS-LK-Read-Stamp-TXT (9:6) ' ...'
               SET WS-LK-Waited-BOOL TO TRUE
           END-IF
           CALL 'C$SLEEP' USING 1
           .
      *>***************************************************************
      *> The lock file itself is misbehaving.  Say so once, retry a   **
      *> bounded number of times, then proceed WITHOUT the lock       **
      *> with a warning rather than hanging the run.                  **
      *>***************************************************************
       054-Note-Lock-Trouble SECTION.
           ADD 1 TO WS-LK-Err-QTY
           IF WS-LK-Err-QTY = 1
               DISPLAY 'Trouble with GCic.lock (status '
                       WS-LK-Status-CD ') - retrying'
           END-IF
           IF WS-LK-Err-QTY >= WS-LK-Max-Trouble-CONST
               DISPLAY 'WARNING - unable to take the shared state '
                       'lock (status ' WS-LK-Status-CD ') - '
                       'proceeding without it; this update is NOT '
                       'protected against concurrent sessions'
               SET WS-LK-Held-BOOL TO TRUE
               SET WS-LK-Unlocked-BOOL TO TRUE
           ELSE
               CALL 'C$SLEEP' USING 1
           END-IF
           .
      *>***************************************************************
      *> Load the program table from the compile-all list - blank     **
      *> and '*' comment lines pass over, the same as GCic's          **
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
           SET WS-SC-Not-EOF-BOOL TO TRUE
           READ F-List-FILE
               AT END SET WS-SC-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SC-EOF-BOOL
               IF F-List-REC NOT = SPACES
               AND F-List-REC (1:1) NOT = '*'
                   PERFORM 110-Add-Member-Entry
               END-IF
               READ F-List-FILE
                   AT END SET WS-SC-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-List-FILE
           .
      *>***************************************************************
      *> Parse one member path in F-List-REC into the program table:  **
      *> the openable path and the program name (no folder, no        **
      *> extension - the same split GCic's 115-Parse-Filename makes). **
      *>***************************************************************
       110-Add-Member-Entry SECTION.
           MOVE SPACES TO WS-PG-Parse-File-TXT
           MOVE LENGTH(TRIM(F-List-REC,TRAILING))
             TO WS-PG-Parse-SUB
           PERFORM UNTIL WS-PG-Parse-SUB = 0
           OR F-List-REC (WS-PG-Parse-SUB:1) = '/'
           OR F-List-REC (WS-PG-Parse-SUB:1) = '\'
               SUBTRACT 1 FROM WS-PG-Parse-SUB
           END-PERFORM
           IF WS-PG-Parse-SUB = 0
               MOVE F-List-REC TO WS-PG-Parse-File-TXT
           ELSE
               ADD 1 TO WS-PG-Parse-SUB
               MOVE F-List-REC (WS-PG-Parse-SUB:)
                 TO WS-PG-Parse-File-TXT
           END-IF
           MOVE LENGTH(TRIM(WS-PG-Parse-File-TXT,TRAILING))
             TO WS-PG-Parse-SUB
           PERFORM UNTIL WS-PG-Parse-SUB = 0
           OR WS-PG-Parse-File-TXT (WS-PG-Parse-SUB:1) = '.'
               SUBTRACT 1 FROM WS-PG-Parse-SUB
           END-PERFORM
           IF WS-PG-Parse-SUB = 0
               MOVE WS-PG-Parse-File-TXT TO WS-PR-Pgm-Nm-TXT
           ELSE
               MOVE WS-PG-Parse-File-TXT (1:WS-PG-Parse-SUB - 1)
                 TO WS-PR-Pgm-Nm-TXT
           END-IF
           SET WS-PR-Add-Allowed-BOOL TO TRUE
           PERFORM 190-Find-Program-Entry
           IF WS-PG-SUB > 0
               MOVE F-List-REC TO WS-PG-File-TXT (WS-PG-SUB)
           END-IF
           .
      *>***************************************************************
      *> The GCicStds report's closing section lists every scanned    **
      *> program with its findings count (program in columns 3-33,    **
      *> count in 35-38).  A program with findings, or one the        **
      *> report does not mention, has not cleared the standards gate. **
      *>***************************************************************
       120-Load-Standards-Report SECTION.
           IF WS-Stds-Filename-TXT = SPACES
               EXIT SECTION
           END-IF
           OPEN INPUT F-Stds-FILE
           IF WS-Stds-Status-CD NOT = '00'
               DISPLAY 'Standards report '
                       TRIM(WS-Stds-Filename-TXT,TRAILING)
                       ' could not be opened'
               EXIT SECTION
           END-IF
           SET WS-PR-Stds-Loaded-BOOL TO TRUE
           SET WS-PR-Not-In-Stds-Summary-BOOL TO TRUE
           SET WS-SC-Not-EOF-BOOL TO TRUE
           READ F-Stds-FILE
               AT END SET WS-SC-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SC-EOF-BOOL
               IF WS-PR-In-Stds-Summary-BOOL
               AND F-Stds-REC (3:31) NOT = SPACES
               AND F-Stds-REC (35:4) IS NUMERIC
                   MOVE F-Stds-REC (3:31) TO WS-PR-Pgm-Nm-TXT
                   SET WS-PR-Add-Not-Allowed-BOOL TO TRUE
                   PERFORM 190-Find-Program-Entry
                   IF WS-PG-SUB > 0
                       SET WS-PG-Stds-Seen-BOOL (WS-PG-SUB) TO TRUE
                       MOVE F-Stds-REC (35:4)
                         TO WS-PG-Stds-QTY (WS-PG-SUB)
                   END-IF
               END-IF
               IF F-Stds-REC = 'FINDINGS AND BUILD STATUS BY PROGRAM'
                   SET WS-PR-In-Stds-Summary-BOOL TO TRUE
               END-IF
               READ F-Stds-FILE
                   AT END SET WS-SC-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Stds-FILE
           .
      *>***************************************************************
      *> Walk the source project's GCic.results for each program's    **
      *> latest compile status and latest smoke-test execution.  A    **
      *> SKIPPED row means the build cache found nothing changed      **
      *> since the last good compile, so it leaves that status        **
      *> standing.  In compare mode (WS-PR-Add-Allowed-BOOL) the      **
      *> statuses are only looked up, never used to add programs.     **
      *>***************************************************************
       130-Load-Source-Statuses SECTION.
           OPEN INPUT F-Results-FILE
           IF WS-Results-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-SC-Not-EOF-BOOL TO TRUE
           READ F-Results-FILE
               AT END SET WS-SC-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SC-EOF-BOOL
               MOVE SPACES TO WS-RF-Pgm-Nm-TXT
               MOVE SPACES TO WS-RF-Mode-TXT
               MOVE SPACES TO WS-RF-Status-TXT
               UNSTRING F-Results-REC DELIMITED BY '|'
                   INTO WS-RF-Pgm-Nm-TXT
                        WS-RF-Stamp-TXT
                        WS-RF-Mode-TXT
                        WS-RF-Status-TXT
                        WS-RF-Rest-TXT
               END-UNSTRING
               IF (WS-RF-Mode-TXT = 'LIST'
                   OR WS-RF-Mode-TXT = 'SINGLE')
               AND WS-RF-Status-TXT NOT = 'SKIPPED'
                   MOVE WS-RF-Pgm-Nm-TXT TO WS-PR-Pgm-Nm-TXT
                   SET WS-PR-Add-Not-Allowed-BOOL TO TRUE
                   PERFORM 190-Find-Program-Entry
                   IF WS-PG-SUB > 0
                       IF WS-RF-Status-TXT (1:8) = 'EXECUTED'
                           MOVE WS-RF-Status-TXT
                             TO WS-PG-Exec-Status-TXT (WS-PG-SUB)
                       ELSE
                           MOVE WS-RF-Status-TXT
                             TO WS-PG-Status-TXT (WS-PG-SUB)
                       END-IF
                   END-IF
               END-IF
               READ F-Results-FILE
                   AT END SET WS-SC-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Results-FILE
           .
      *>***************************************************************
      *> Pick up each program's record from the source project's      **
      *> build cache - the checksum of its last good build, and the   **
      *> record itself to carry into the target on promotion.         **
      *>***************************************************************
       140-Load-Source-Cache SECTION.
           OPEN INPUT F-Build-Cache-FILE
           IF WS-Build-Cache-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-SC-Not-EOF-BOOL TO TRUE
           READ F-Build-Cache-FILE INTO WS-Build-Cache-Scan-REC
               AT END SET WS-SC-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SC-EOF-BOOL
               MOVE WS-BCS-Pgm-Nm-TXT TO WS-PR-Pgm-Nm-TXT
               PERFORM 190-Find-Program-Entry
               IF WS-PG-SUB > 0
                   SET WS-PG-From-Cached-BOOL (WS-PG-SUB) TO TRUE
                   MOVE F-Build-Cache-REC
                     TO WS-PG-From-Cache-REC (WS-PG-SUB)
               END-IF
               READ F-Build-Cache-FILE INTO WS-Build-Cache-Scan-REC
                   AT END SET WS-SC-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Build-Cache-FILE
           .
      *>***************************************************************
      *> The target project's build cache - compare mode only.        **
      *>***************************************************************
       150-Load-Target-Cache SECTION.
           OPEN INPUT F-Build-Cache-FILE
           IF WS-Build-Cache-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-SC-Not-EOF-BOOL TO TRUE
           READ F-Build-Cache-FILE INTO WS-Build-Cache-Scan-REC
               AT END SET WS-SC-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SC-EOF-BOOL
               MOVE WS-BCS-Pgm-Nm-TXT TO WS-PR-Pgm-Nm-TXT
               PERFORM 190-Find-Program-Entry
               IF WS-PG-SUB > 0
                   SET WS-PG-To-Cached-BOOL (WS-PG-SUB) TO TRUE
                   MOVE WS-BCS-Checksum-NUM
                     TO WS-PG-To-Checksum-NUM (WS-PG-SUB)
               END-IF
               READ F-Build-Cache-FILE INTO WS-Build-Cache-Scan-REC
                   AT END SET WS-SC-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Build-Cache-FILE
           .
      *>***************************************************************
      *> The last promotion of each program into the target project,  **
      *> from the target's ledger - compare mode only.                **
      *>***************************************************************
       160-Load-Promotion-Ledger SECTION.
           OPEN INPUT F-Promotion-FILE
           IF WS-Promotion-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-SC-Not-EOF-BOOL TO TRUE
           READ F-Promotion-FILE INTO WS-Promotion-REC
               AT END SET WS-SC-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SC-EOF-BOOL
               IF WS-PL-Promoted-BOOL
               AND WS-PL-To-TXT = WS-PR-To-Nm-TXT
                   MOVE WS-PL-Pgm-Nm-TXT TO WS-PR-Pgm-Nm-TXT
                   SET WS-PR-Add-Not-Allowed-BOOL TO TRUE
                   PERFORM 190-Find-Program-Entry
                   IF WS-PG-SUB > 0
                       MOVE WS-PL-Stamp-TXT
                         TO WS-PG-Prom-Stamp-TXT (WS-PG-SUB)
                       MOVE WS-PL-User-TXT
                         TO WS-PG-Prom-User-TXT (WS-PG-SUB)
                       MOVE WS-PL-Checksum-NUM
                         TO WS-PG-Prom-Checksum-NUM (WS-PG-SUB)
                   END-IF
               END-IF
               READ F-Promotion-FILE INTO WS-Promotion-REC
                   AT END SET WS-SC-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Promotion-FILE
           .
      *>***************************************************************
      *> Point WS-PG-SUB at the table entry for WS-PR-Pgm-Nm-TXT,     **
      *> adding one when WS-PR-Add-Allowed-BOOL says so; zero means   **
      *> the program is not one this run is interested in.            **
      *>***************************************************************
       190-Find-Program-Entry SECTION.
           MOVE 1 TO WS-PG-SUB
           PERFORM UNTIL WS-PG-SUB > WS-PG-QTY
               IF WS-PG-Pgm-Nm-TXT (WS-PG-SUB) = WS-PR-Pgm-Nm-TXT
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PG-SUB
           END-PERFORM
           MOVE 0 TO WS-PG-SUB
           IF WS-PR-Add-Not-Allowed-BOOL
           OR WS-PR-Pgm-Nm-TXT = SPACES
               EXIT SECTION
           END-IF
           IF WS-PG-QTY >= WS-Program-Table-Max-CONST
               IF NOT WS-PG-Full-Noted-BOOL
                   DISPLAY 'WARNING - more than '
                           WS-Program-Table-Max-CONST
                           ' programs; extras are not processed'
                   SET WS-PG-Full-Noted-BOOL TO TRUE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO WS-PG-QTY
           MOVE WS-PG-QTY TO WS-PG-SUB
           MOVE SPACES TO WS-PG-Entry (WS-PG-SUB)
           MOVE WS-PR-Pgm-Nm-TXT TO WS-PG-Pgm-Nm-TXT (WS-PG-SUB)
           SET WS-PG-Stds-Not-Seen-BOOL (WS-PG-SUB) TO TRUE
           MOVE 0 TO WS-PG-Stds-QTY (WS-PG-SUB)
           MOVE 0 TO WS-PG-Src-Checksum-NUM (WS-PG-SUB)
           SET WS-PG-From-Not-Cached-BOOL (WS-PG-SUB) TO TRUE
           SET WS-PG-To-Not-Cached-BOOL (WS-PG-SUB) TO TRUE
           MOVE 0 TO WS-PG-To-Checksum-NUM (WS-PG-SUB)
           MOVE 0 TO WS-PG-Prom-Checksum-NUM (WS-PG-SUB)
           .
      *>***************************************************************
      *> Apply the promotion gates to program WS-PG-SUB in order and  **
      *> either promote it or record why not.  The first gate that    **
      *> fails is the reason on the ledger.                           **
      *>***************************************************************
       200-Promote-One-Program SECTION.
           MOVE SPACES TO WS-Promotion-REC
           MOVE WS-PG-Pgm-Nm-TXT (WS-PG-SUB) TO WS-PL-Pgm-Nm-TXT
           MOVE WS-PR-User-TXT    TO WS-PL-User-TXT
           MOVE WS-PR-From-Nm-TXT TO WS-PL-From-TXT
           MOVE WS-PR-To-Nm-TXT   TO WS-PL-To-TXT
           PERFORM 210-Compute-Source-Checksum
           MOVE WS-PG-Src-Checksum-NUM (WS-PG-SUB)
             TO WS-PL-Checksum-NUM
           MOVE WS-PG-From-Cache-REC (WS-PG-SUB)
             TO WS-Build-Cache-Scan-REC
           EVALUATE TRUE
           WHEN WS-Src-Status-CD NOT = '00'
               MOVE 'source member could not be opened'
                 TO WS-PL-Reason-TXT
           WHEN WS-PG-Status-TXT (WS-PG-SUB) = SPACES
               MOVE 'no compile recorded in the source project'
                 TO WS-PL-Reason-TXT
           WHEN WS-PG-Status-TXT (WS-PG-SUB) NOT = 'COMPILE OK'
           AND  WS-PG-Status-TXT (WS-PG-SUB) NOT = 'COMPILE WARN'
           AND  WS-PG-Status-TXT (WS-PG-SUB) NOT = 'COMPILE WARN+'
               MOVE CONCATENATE('latest build status is ',
                        TRIM(WS-PG-Status-TXT (WS-PG-SUB),TRAILING))
                 TO WS-PL-Reason-TXT
           WHEN WS-PG-Exec-Status-TXT (WS-PG-SUB) = 'EXECUTED FAIL'
               MOVE 'latest smoke test failed (see its .smkdiff)'
                 TO WS-PL-Reason-TXT
           WHEN WS-PR-Stds-Not-Loaded-BOOL
               MOVE 'no GCicStds report to clear it (/STDS:)'
                 TO WS-PL-Reason-TXT
           WHEN WS-PG-Stds-Not-Seen-BOOL (WS-PG-SUB)
               MOVE 'not covered by the GCicStds report'
                 TO WS-PL-Reason-TXT
           WHEN WS-PG-Stds-QTY (WS-PG-SUB) > 0
               MOVE CONCATENATE(WS-PG-Stds-QTY (WS-PG-SUB),
                                ' open GCicStds findings')
                 TO WS-PL-Reason-TXT
           WHEN WS-PG-From-Not-Cached-BOOL (WS-PG-SUB)
               MOVE 'no build-cache record in the source project'
                 TO WS-PL-Reason-TXT
           WHEN WS-BCS-Checksum-NUM
                NOT = WS-PG-Src-Checksum-NUM (WS-PG-SUB)
               MOVE 'source changed since its last good build'
                 TO WS-PL-Reason-TXT
           END-EVALUATE
           ACCEPT WS-PR-Now-DT-NUM FROM DATE YYYYMMDD
           ACCEPT WS-PR-Now-TM-NUM FROM TIME
           MOVE WS-PR-Now-DT-NUM TO WS-PL-Stamp-TXT (1:8)
           MOVE WS-PR-Now-TM-NUM TO WS-PL-Stamp-TXT (9:8)
           PERFORM 050-Acquire-State-Lock
           IF WS-PL-Reason-TXT = SPACES
               PERFORM 220-Copy-Program-Files
           END-IF
           IF WS-PL-Reason-TXT = SPACES
               PERFORM 230-Update-Target-Cache
               SET WS-PL-Promoted-BOOL TO TRUE
               ADD 1 TO WS-PR-Promoted-QTY
               DISPLAY 'PROMOTED ' TRIM(WS-PL-Pgm-Nm-TXT,TRAILING)
                       ' ' TRIM(WS-PR-From-Nm-TXT) ' -> '
                       TRIM(WS-PR-To-Nm-TXT)
           ELSE
               SET WS-PL-Refused-BOOL TO TRUE
               ADD 1 TO WS-PR-Refused-QTY
               DISPLAY 'REFUSED  ' TRIM(WS-PL-Pgm-Nm-TXT,TRAILING)
                       ' - ' TRIM(WS-PL-Reason-TXT,TRAILING)
           END-IF
           PERFORM 240-Write-Ledger-Record
           PERFORM 051-Release-State-Lock
           .
      *>***************************************************************
      *> Checksum the member as it stands now - the same hash GCic's  **
      *> 211-Compute-Source-Checksum puts in the build cache, so the  **
      *> two can be compared directly.                                **
      *>***************************************************************
       210-Compute-Source-Checksum SECTION.
           MOVE WS-PG-File-TXT (WS-PG-SUB) TO WS-Src-Filename-TXT
           MOVE 0 TO WS-SC-Checksum-NUM
           OPEN INPUT F-Source-Code-FILE
           IF WS-Src-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-SC-Not-EOF-BOOL TO TRUE
           READ F-Source-Code-FILE
               AT END SET WS-SC-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SC-EOF-BOOL
               MOVE LENGTH(TRIM(F-Source-Code-REC,TRAILING))
                 TO WS-SC-Line-Len-NUM
               COMPUTE WS-SC-Checksum-NUM =
                   MOD((WS-SC-Checksum-NUM * 31) +
                       WS-SC-Line-Len-NUM + 1,
                       999999937)
               MOVE 1 TO WS-SC-Char-SUB
               PERFORM UNTIL WS-SC-Char-SUB > WS-SC-Line-Len-NUM
                   COMPUTE WS-SC-Checksum-NUM =
                       MOD((WS-SC-Checksum-NUM * 31) +
                           ORD(F-Source-Code-REC
                               (WS-SC-Char-SUB:1)),
                           999999937)
                   ADD 1 TO WS-SC-Char-SUB
               END-PERFORM
               READ F-Source-Code-FILE
                   AT END SET WS-SC-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           CLOSE F-Source-Code-FILE
           COMPUTE WS-SC-Result-NUM =
               MOD(WS-SC-Checksum-NUM, 999999937)
           MOVE WS-SC-Result-NUM TO WS-PG-Src-Checksum-NUM (WS-PG-SUB)
      *> -- 200 tests this status; the source opened fine.
           MOVE '00' TO WS-Src-Status-CD
           .
      *>***************************************************************
      *> Copy the source member and its executable into the target    **
      *> project's directory.  The executable is the one beside the   **
      *> source - whichever of the platform's names exists.  A copy   **
      *> that fails refuses the promotion; nothing in the target      **
      *> cache or ledger then claims a program that is not there.     **
      *>***************************************************************
       220-Copy-Program-Files SECTION.
           PERFORM 225-Split-Member-Path
           MOVE SPACES TO WS-PR-Copy-To-TXT
           STRING TRIM(WS-PR-To-Dir-TXT,TRAILING) '/'
                  TRIM(WS-PG-Parse-File-TXT,TRAILING)
               DELIMITED SIZE INTO WS-PR-Copy-To-TXT
           CALL 'CBL_COPY_FILE' USING WS-PR-Copy-From-TXT
                                      WS-PR-Copy-To-TXT
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE 'source member could not be copied to the target'
                 TO WS-PL-Reason-TXT
               EXIT SECTION
           END-IF
           SET WS-PR-Exe-Not-Found-BOOL TO TRUE
           MOVE 1 TO WS-PR-Ext-SUB
           PERFORM UNTIL WS-PR-Ext-SUB > 5
                      OR WS-PR-Exe-Found-BOOL
               MOVE SPACES TO WS-PR-Copy-From-TXT
               STRING TRIM(WS-PR-Folder-TXT,TRAILING)
                      TRIM(WS-PG-Pgm-Nm-TXT (WS-PG-SUB),TRAILING)
                      TRIM(WS-PR-Exe-Ext-TXT (WS-PR-Ext-SUB))
                   DELIMITED SIZE INTO WS-PR-Copy-From-TXT
               CALL 'CBL_CHECK_FILE_EXIST' USING WS-PR-Copy-From-TXT
                                                 WS-PR-File-Info-TXT
               IF RETURN-CODE = 0
                   SET WS-PR-Exe-Found-BOOL TO TRUE
               ELSE
                   ADD 1 TO WS-PR-Ext-SUB
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           IF WS-PR-Exe-Not-Found-BOOL
               MOVE 'no executable beside the source member'
                 TO WS-PL-Reason-TXT
               EXIT SECTION
           END-IF
           MOVE SPACES TO WS-PR-Copy-To-TXT
           STRING TRIM(WS-PR-To-Dir-TXT,TRAILING) '/'
                  TRIM(WS-PG-Pgm-Nm-TXT (WS-PG-SUB),TRAILING)
                  TRIM(WS-PR-Exe-Ext-TXT (WS-PR-Ext-SUB))
               DELIMITED SIZE INTO WS-PR-Copy-To-TXT
           CALL 'CBL_COPY_FILE' USING WS-PR-Copy-From-TXT
                                      WS-PR-Copy-To-TXT
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE 'executable could not be copied to the target'
                 TO WS-PL-Reason-TXT
           END-IF
           .
      *>***************************************************************
      *> Split member WS-PG-SUB's path into its folder (with the      **
      *> trailing separator, or spaces) and its bare filename.        **
      *>***************************************************************
       225-Split-Member-Path SECTION.
           MOVE SPACES TO WS-PR-Folder-TXT
           MOVE SPACES TO WS-PG-Parse-File-TXT
           MOVE WS-PG-File-TXT (WS-PG-SUB) TO WS-PR-Copy-From-TXT
           MOVE LENGTH(TRIM(WS-PR-Copy-From-TXT,TRAILING))
             TO WS-PG-Parse-SUB
           PERFORM UNTIL WS-PG-Parse-SUB = 0
           OR WS-PR-Copy-From-TXT (WS-PG-Parse-SUB:1) = '/'
           OR WS-PR-Copy-From-TXT (WS-PG-Parse-SUB:1) = '\'
               SUBTRACT 1 FROM WS-PG-Parse-SUB
           END-PERFORM
           IF WS-PG-Parse-SUB = 0
               MOVE WS-PR-Copy-From-TXT TO WS-PG-Parse-File-TXT
           ELSE
               MOVE WS-PR-Copy-From-TXT (1:WS-PG-Parse-SUB)
                 TO WS-PR-Folder-TXT
               MOVE WS-PR-Copy-From-TXT (WS-PG-Parse-SUB + 1:)
                 TO WS-PG-Parse-File-TXT
           END-IF
           .
      *>***************************************************************
      *> Carry the program's build-cache record into the target       **
      *> project's GCic.buildcache, replacing any prior record for    **
      *> it - the same copy-and-rename technique as GCic's            **
      *> 213-Save-Build-Cache.                                        **
      *>***************************************************************
       230-Update-Target-Cache SECTION.
           MOVE WS-PR-To-Cache-TXT     TO WS-Build-Cache-Filename-TXT
           MOVE WS-PR-To-Cache-Tmp-TXT
             TO WS-Build-Cache-Tmp-Filename-TXT
           OPEN OUTPUT F-Build-Cache-Tmp-FILE
           IF WS-Build-Cache-Tmp-Status-CD NOT = '00'
               DISPLAY 'WARNING - unable to update '
                       TRIM(WS-Build-Cache-Filename-TXT,TRAILING)
               EXIT SECTION
           END-IF
           OPEN INPUT F-Build-Cache-FILE
           IF WS-Build-Cache-Status-CD = '00'
               SET WS-SC-Not-EOF-BOOL TO TRUE
               READ F-Build-Cache-FILE INTO WS-Build-Cache-Scan-REC
                   AT END SET WS-SC-EOF-BOOL TO TRUE
               END-READ
               PERFORM UNTIL WS-SC-EOF-BOOL
                   IF WS-BCS-Pgm-Nm-TXT
                      NOT = WS-PG-Pgm-Nm-TXT (WS-PG-SUB)
                       WRITE F-Build-Cache-Tmp-REC
                           FROM F-Build-Cache-REC
                   END-IF
                   READ F-Build-Cache-FILE INTO WS-Build-Cache-Scan-REC
                       AT END SET WS-SC-EOF-BOOL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE F-Build-Cache-FILE
           END-IF
           WRITE F-Build-Cache-Tmp-REC
               FROM WS-PG-From-Cache-REC (WS-PG-SUB)
           CLOSE F-Build-Cache-Tmp-FILE
           CALL 'CBL_DELETE_FILE' USING WS-Build-Cache-Filename-TXT
           CALL 'CBL_RENAME_FILE' USING WS-Build-Cache-Tmp-Filename-TXT
                                        WS-Build-Cache-Filename-TXT
           .
      *>***************************************************************
      *> Append the promotion or refusal to the target's ledger.  A   **
      *> ledger that cannot be written is said out loud - an          **
      *> unrecorded promotion is exactly what this program exists to  **
      *> prevent.                                                     **
      *>***************************************************************
       240-Write-Ledger-Record SECTION.
           OPEN EXTEND F-Promotion-FILE
           IF WS-Promotion-Status-CD = '35'
               OPEN OUTPUT F-Promotion-FILE
           END-IF
           IF WS-Promotion-Status-CD NOT = '00'
               DISPLAY 'WARNING - unable to write the promotion '
                       'ledger ' TRIM(WS-Promotion-Filename-TXT,
                                      TRAILING)
                       ' (status ' WS-Promotion-Status-CD ')'
               MOVE 12 TO WS-Exit-CD
               EXIT SECTION
           END-IF
           WRITE F-Promotion-REC FROM WS-Promotion-REC
           CLOSE F-Promotion-FILE
           .
      *>***************************************************************
      *> /COMPARE - put the two projects side by side, program by     **
      *> program.                                                     **
      *>***************************************************************
       300-Compare-Projects SECTION.
      *> -- Without a list, every program either cache knows about
      *> -- is compared; with one, only the list's members.
           IF WS-List-Filename-TXT = SPACES
               SET WS-PR-Add-Allowed-BOOL TO TRUE
           ELSE
               SET WS-PR-Add-Not-Allowed-BOOL TO TRUE
           END-IF
           MOVE WS-PR-From-Cache-TXT TO WS-Build-Cache-Filename-TXT
           PERFORM 140-Load-Source-Cache
           MOVE WS-PR-To-Cache-TXT TO WS-Build-Cache-Filename-TXT
           PERFORM 150-Load-Target-Cache
           SET WS-PR-Add-Not-Allowed-BOOL TO TRUE
           PERFORM 130-Load-Source-Statuses
           PERFORM 160-Load-Promotion-Ledger
           PERFORM 310-Write-Comparison-Report
           DISPLAY 'Comparison written to '
                   TRIM(WS-Report-Filename-TXT,TRAILING)
                   ' (' WS-PR-Differ-QTY ' of ' WS-PG-QTY
                   ' programs differ)'
           IF WS-PR-Differ-QTY > 0
               MOVE 4 TO WS-Exit-CD
           END-IF
           .
      *>***************************************************************
      *> One line per program: the checksum each project's build      **
      *> cache holds, the source project's latest status, the last    **
      *> promotion into the target, and a verdict -                   **
      *>   IN STEP       same checksum on both sides                  **
      *>   DIFFERS       both sides know it, checksums disagree       **
      *>   NOT PROMOTED  only the source project has it               **
      *>   TARGET ONLY   only the target has it                       **
      *>   UNTRACKED     the target holds it with no promotion on     **
      *>                 the ledger - it got there some other way     **
      *>***************************************************************
       310-Write-Comparison-Report SECTION.
           OPEN OUTPUT F-Report-FILE
           IF WS-Report-Status-CD NOT = '00'
               DISPLAY 'Unable to create report file '
                       TRIM(WS-Report-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           MOVE SPACES TO WS-Report-Line-TXT
           STRING 'PROJECT COMPARISON - '
                  TRIM(WS-PR-From-Nm-TXT) ' ('
                  TRIM(WS-PR-From-Dir-TXT,TRAILING) ') VS '
                  TRIM(WS-PR-To-Nm-TXT) ' ('
                  TRIM(WS-PR-To-Dir-TXT,TRAILING) ')'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE 'PROGRAM'         TO WS-Report-Line-TXT (1:7)
           MOVE 'SOURCE SUM'      TO WS-Report-Line-TXT (33:10)
           MOVE 'TARGET SUM'      TO WS-Report-Line-TXT (44:10)
           MOVE 'SOURCE STATUS'   TO WS-Report-Line-TXT (55:13)
           MOVE 'LAST PROMOTED'   TO WS-Report-Line-TXT (71:13)
           MOVE 'BY'              TO WS-Report-Line-TXT (88:2)
           MOVE 'VERDICT'         TO WS-Report-Line-TXT (101:7)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           MOVE 1 TO WS-PG-SUB
           PERFORM UNTIL WS-PG-SUB > WS-PG-QTY
               PERFORM 320-Write-Comparison-Line
               ADD 1 TO WS-PG-SUB
           END-PERFORM
           MOVE SPACES TO F-Report-REC
           WRITE F-Report-REC
           MOVE SPACES TO WS-Report-Line-TXT
           STRING WS-PR-Differ-QTY ' OF ' WS-PG-QTY
                  ' PROGRAMS ARE NOT IN STEP'
               DELIMITED SIZE INTO WS-Report-Line-TXT
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           CLOSE F-Report-FILE
           .
      *>***************************************************************
      *> One comparison line for program WS-PG-SUB.                   **
      *>***************************************************************
       320-Write-Comparison-Line SECTION.
           MOVE WS-PG-From-Cache-REC (WS-PG-SUB)
             TO WS-Build-Cache-Scan-REC
           EVALUATE TRUE
           WHEN WS-PG-From-Not-Cached-BOOL (WS-PG-SUB)
           AND  WS-PG-To-Not-Cached-BOOL (WS-PG-SUB)
               MOVE 'NOT BUILT'    TO WS-Verdict-TXT
           WHEN WS-PG-To-Cached-BOOL (WS-PG-SUB)
           AND  WS-PG-Prom-Stamp-TXT (WS-PG-SUB) = SPACES
               MOVE 'UNTRACKED'    TO WS-Verdict-TXT
           WHEN WS-PG-From-Not-Cached-BOOL (WS-PG-SUB)
               MOVE 'TARGET ONLY'  TO WS-Verdict-TXT
           WHEN WS-PG-To-Not-Cached-BOOL (WS-PG-SUB)
               MOVE 'NOT PROMOTED' TO WS-Verdict-TXT
           WHEN WS-BCS-Checksum-NUM
                = WS-PG-To-Checksum-NUM (WS-PG-SUB)
               MOVE 'IN STEP'      TO WS-Verdict-TXT
           WHEN OTHER
               MOVE 'DIFFERS'      TO WS-Verdict-TXT
           END-EVALUATE
           IF WS-Verdict-TXT NOT = 'IN STEP'
               ADD 1 TO WS-PR-Differ-QTY
           END-IF
           MOVE SPACES TO WS-Report-Line-TXT
           MOVE WS-PG-Pgm-Nm-TXT (WS-PG-SUB)
             TO WS-Report-Line-TXT (1:31)
           IF WS-PG-From-Cached-BOOL (WS-PG-SUB)
               MOVE WS-BCS-Checksum-NUM
                 TO WS-Report-Line-TXT (33:9)
           ELSE
               MOVE '-' TO WS-Report-Line-TXT (33:1)
           END-IF
           IF WS-PG-To-Cached-BOOL (WS-PG-SUB)
               MOVE WS-PG-To-Checksum-NUM (WS-PG-SUB)
                 TO WS-Report-Line-TXT (44:9)
           ELSE
               MOVE '-' TO WS-Report-Line-TXT (44:1)
           END-IF
           MOVE WS-PG-Status-TXT (WS-PG-SUB)
             TO WS-Report-Line-TXT (55:15)
           IF WS-PG-Prom-Stamp-TXT (WS-PG-SUB) NOT = SPACES
               MOVE WS-PG-Prom-Stamp-TXT (WS-PG-SUB) (1:8)
                 TO WS-Report-Line-TXT (71:8)
               MOVE WS-PG-Prom-Stamp-TXT (WS-PG-SUB) (9:6)
                 TO WS-Report-Line-TXT (80:6)
               MOVE WS-PG-Prom-User-TXT (WS-PG-SUB)
                 TO WS-Report-Line-TXT (88:12)
           END-IF
           MOVE WS-Verdict-TXT TO WS-Report-Line-TXT (101:12)
           WRITE F-Report-REC FROM WS-Report-Line-TXT
           .
      *>***************************************************************
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
           PERFORM 051-Release-State-Lock
           MOVE WS-Exit-CD TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM GCicProm.
