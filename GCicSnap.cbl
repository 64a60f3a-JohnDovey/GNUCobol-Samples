       IDENTIFICATION DIVISION.
       PROGRAM-ID. GCicSnap.
      *>***************************************************************
      *> This program is the retrieval side of the source archive     **
      *> that GCic's 060-Snapshot-Source writes.  Every good compile  **
      *> files the source member that was compiled, and every         **
      *> copybook it resolved (nested COPYs too), in GCic.srcarc, an  **
      *> indexed file keyed by program name + the YYYYMMDDHHMMSSss    **
      *> stamp GCic.log gave that build + a member number + a line    **
      *> sequence number.  This utility answers the question asked    **
      *> when production misbehaves - what exactly was compiled into  **
      *> the executable we are running? - and can rebuild it.         **
      *>                                                              **
      *> This programs execution syntax is as follows:                **
      *>                                                              **
      *> GCicSnap <program-name>                                      **
      *>     List every snapshot of <program-name>: its stamp, the    **
      *>     dialect it was compiled under, how many copybooks it     **
      *>     took and the source line count.  A snapshot whose        **
      *>     archiving was cut short is shown as INCOMPLETE.          **
      *>                                                              **
      *> GCicSnap <program-name> /EXTRACT:<stamp>                     **
      *>     Write the source member and its copybooks, as they were  **
      *>     at that stamp, into a new folder named                   **
      *>     <program-name>-<stamp>, each under its own file name.    **
      *>                                                              **
      *> GCicSnap <program-name> /REBUILD:<stamp>                     **
      *>     Extract as above, then compile the extracted source in   **
      *>     that folder with the switches GCic.log recorded for      **
      *>     that stamp and the dialect and extra switches the        **
      *>     snapshot recorded, leaving the executable and a          **
      *>     <program-name>.gclst listing in the folder.  The live    **
      *>     executable is never touched.  A COPY that nothing on     **
      *>     the search path satisfied at the time (the compiler's    **
      *>     own copy library - screenio and the like) is not in the  **
      *>     snapshot and comes from the compiler's library as usual. **
      *>                                                              **
      *> /PROJECT:<name> (or the GCIC_PROJECT environment variable)   **
      *> works against the named project's state directory - see      **
      *> GCic.projects and GCic's own 121-Resolve-Project-Paths.      **
      *>                                                              **
      *> RETURN-CODE is 0 when the request completed, 4 when a        **
      *> rebuild compiled but could not be shown to be exact (the     **
      *> GCic.log entry for the stamp is gone, so the snapshot's own  **
      *> copy of the switches was used), 8 when a requested program   **
      *> or stamp is not in the archive, the snapshot is incomplete   **
      *> or the rebuild failed to compile, and 12 when the archive    **
      *> cannot be opened or the command line is unusable.            **
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
           SELECT F-Src-Archive-FILE  ASSIGN TO
                                       WS-Src-Archive-Filename-TXT
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE IS DYNAMIC
                                       RECORD KEY IS F-SAR-Key
                                       FILE STATUS IS
                                       WS-Src-Archive-Status-CD.
           SELECT F-Extract-FILE      ASSIGN TO WS-Extract-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Extract-Status-CD.
           SELECT F-Audit-Log-FILE    ASSIGN TO
                                       WS-Audit-Log-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Audit-Log-Status-CD.
           SELECT F-Project-FILE      ASSIGN TO
                                       WS-Project-Filename-TXT
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS
                                       WS-Project-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-Src-Archive-FILE.
       01  F-Src-Archive-REC.
           05 F-SAR-Key.
              10 F-SAR-Pgm-Nm-TXT                 PIC X(31).
              10 F-SAR-Stamp-TXT                  PIC X(16).
              10 F-SAR-Member-SEQ                 PIC 9(3).
              10 F-SAR-Line-SEQ                   PIC 9(6).
           05 F-SAR-Line-TXT                      PIC X(256).
       FD  F-Extract-FILE.
       01  F-Extract-REC                          PIC X(256).
       FD  F-Audit-Log-FILE.
       01  F-Audit-Log-REC                        PIC X(132).
       FD  F-Project-FILE.
       01  F-Project-REC                          PIC X(256).
       WORKING-STORAGE SECTION.
       01  WS-Src-Archive-Filename-TXT
                         VALUE 'GCic.srcarc'       PIC X(256).
       01  WS-Src-Archive-Status-CD               PIC X(2).
       01  WS-Extract-Filename-TXT                PIC X(256).
       01  WS-Extract-Status-CD                   PIC X(2).
       01  WS-Audit-Log-Filename-TXT
                         VALUE 'GCic.log'          PIC X(256).
       01  WS-Audit-Log-Status-CD                 PIC X(2).
       01  WS-File-Status-Message-TXT.
           05 VALUE 'Status Code: '              PIC X(13).
           05 WS-FSM-Status-CD                   PIC 9(2).
           05 VALUE ', Meaning: '                PIC X(11).
           05 WS-FSM-Msg-TXT                     PIC X(25).
       01  WS-Cmd-Args-TXT                       PIC X(256).
       01  WS-Cmd-Token-TXT                      PIC X(256).
       01  WS-Cmd-End-Quote-CHR                  PIC X(1).
       01  WS-Cmd-SUB                            USAGE BINARY-LONG.
       01  WS-Cmd-TXT                            PIC X(1280).
       01  WS-Cobc-Cmd-TXT                       PIC X(1024).
       01  WS-Pgm-Nm-TXT                         PIC X(31).
       01  WS-Req-Stamp-TXT                      PIC X(16).
       01  WS-Run-Mode-CHR                       PIC X(1).
           88 WS-RM-List-BOOL                     VALUE 'L'.
           88 WS-RM-Extract-BOOL                  VALUE 'E'.
           88 WS-RM-Rebuild-BOOL                  VALUE 'R'.
       01  WS-Exit-CD                            PIC 9(2) VALUE 0.
       01  WS-SA-EOF-CHR                         PIC X(1).
           88 WS-SA-EOF-BOOL                      VALUE 'Y'.
           88 WS-SA-Not-EOF-BOOL                  VALUE 'N'.
       01  WS-SA-Found-CHR                       PIC X(1).
           88 WS-SA-Found-BOOL                    VALUE 'Y'.
           88 WS-SA-Not-Found-BOOL                VALUE 'N'.
       01  WS-SA-Open-CHR                        PIC X(1).
           88 WS-SA-Open-BOOL                     VALUE 'Y'.
           88 WS-SA-Not-Open-BOOL                 VALUE 'N'.
       01  WS-SA-Complete-CHR                    PIC X(1).
           88 WS-SA-Complete-BOOL                 VALUE 'Y'.
           88 WS-SA-Incomplete-BOOL               VALUE 'N'.
       01  WS-SA-Prior-Stamp-TXT                 PIC X(16).
       01  WS-SA-Version-QTY                     PIC 9(4).
       01  WS-SA-Line-QTY                        PIC 9(6).
       01  WS-SA-Copybook-QTY                    PIC 9(3).
       01  WS-SA-Missing-QTY                     PIC 9(3).
       01  WS-SA-File-QTY                        PIC 9(3).
       01  WS-SA-Dialect-TXT                     PIC X(9).
       01  WS-SA-Folder-TXT                      PIC X(256).
       01  WS-SA-Source-Nm-TXT                   PIC X(256).
       01  WS-SA-Base-Nm-TXT                     PIC X(256).
       01  WS-SA-SUB                             USAGE BINARY-LONG.
       01  WS-SA-Switches-TXT                    PIC X(9).
       01  WS-SA-Switch-Source-TXT               PIC X(24).
      *>***************************************************************
      *> The archive's header lines, as GCic's 060-Snapshot-Source    **
      *> writes them: line 0 of member 000 is the BUILD header, line  **
      *> 0 of every other member is that member's header.             **
      *>***************************************************************
       01  WS-SN-Build-Hdr-REC.
           05 WS-SNB-Tag-TXT                     PIC X(8).
           05 WS-SNB-Config-TXT                  PIC X(9).
           05 WS-SNB-Switches-TXT                PIC X(9).
           05 WS-SNB-Member-QTY                  PIC 9(3).
           05 WS-SNB-Extra-TXT                   PIC X(152).
           05 FILLER                             PIC X(75).
       01  WS-SN-Member-Hdr-REC.
           05 WS-SNM-Type-TXT                    PIC X(8).
           05 WS-SNM-Copy-Nm-TXT                 PIC X(31).
           05 WS-SNM-File-Nm-TXT                 PIC X(217).
      *>***************************************************************
      *> One GCic.log entry, in the record shape GCic's               **
      *> 215-Write-Audit-Log writes; the nine switch bytes are the    **
      *> F1-F9 switches in the order below, non-blank when on.        **
      *>***************************************************************
       01  WS-Audit-Log-REC.
           05 WS-AL-Pgm-Nm-TXT                   PIC X(31).
           05 FILLER                             PIC X(1).
           05 WS-AL-Compile-DT-TXT               PIC X(16).
           05 FILLER                             PIC X(1).
           05 WS-AL-Switches-TXT                 PIC X(9).
           05 FILLER                             PIC X(1).
           05 WS-AL-Status-TXT                   PIC X(15).
           05 FILLER                             PIC X(1).
           05 WS-AL-Message-TXT                  PIC X(44).
           05 FILLER                             PIC X(13).
       01  WS-AL-EOF-CHR                         PIC X(1).
           88 WS-AL-EOF-BOOL                      VALUE 'Y'.
           88 WS-AL-Not-EOF-BOOL                  VALUE 'N'.
       01  WS-Switch-Bytes-TXT.
           05 WS-SW-DEBUG-CHR                    PIC X(1).
           05 WS-SW-EXECUTE-CHR                  PIC X(1).
           05 WS-SW-FREE-CHR                     PIC X(1).
           05 WS-SW-LIBRARY-CHR                  PIC X(1).
           05 WS-SW-LISTING-CHR                  PIC X(1).
           05 WS-SW-NOFUNC-CHR                   PIC X(1).
           05 WS-SW-NOTRUNC-CHR                  PIC X(1).
           05 WS-SW-TRACEALL-CHR                 PIC X(1).
           05 WS-SW-WARNALL-CHR                  PIC X(1).
      *>***************************************************************
      *> A raw stamp is YYYYMMDDHHMMSSss; the list display shows it   **
      *> both raw (for keying back into /EXTRACT: and /REBUILD:) and  **
      *> formatted for human eyes.                                    **
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
           OPEN INPUT F-Src-Archive-FILE
           IF WS-Src-Archive-Status-CD NOT = '00'
               MOVE WS-Src-Archive-Status-CD TO WS-FSM-Status-CD
               PERFORM 020-Set-Status-Message
               DISPLAY 'Unable to open source archive '
                       TRIM(WS-Src-Archive-Filename-TXT,TRAILING)
               DISPLAY WS-File-Status-Message-TXT
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           EVALUATE TRUE
               WHEN WS-RM-Extract-BOOL
                   PERFORM 200-Extract-Snapshot
               WHEN WS-RM-Rebuild-BOOL
                   PERFORM 200-Extract-Snapshot
                   IF WS-SA-Found-BOOL
                       PERFORM 300-Rebuild-Snapshot
                   END-IF
               WHEN OTHER
                   PERFORM 100-List-Snapshots
           END-EVALUATE
           CLOSE F-Src-Archive-FILE
           PERFORM 900-Terminate
      * -- Control will NOT return
           .
      *>***************************************************************
      *> Parse the command line - the same token walk GCic's          **
      *> 010-Parse-Args does, supporting a quoted program name plus   **
      *> the '/EXTRACT:' and '/REBUILD:' switches.  The first token   **
      *> that is not a recognized switch is taken as the program      **
      *> name.                                                        **
      *>***************************************************************
       010-Parse-Args SECTION.
           SET WS-RM-List-BOOL TO TRUE
           MOVE SPACES TO WS-Pgm-Nm-TXT
           MOVE SPACES TO WS-Req-Stamp-TXT
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
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9) = '/EXTRACT:'
                   SET WS-RM-Extract-BOOL TO TRUE
                   MOVE WS-Cmd-Token-TXT (10:16) TO WS-Req-Stamp-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9) = '/REBUILD:'
                   SET WS-RM-Rebuild-BOOL TO TRUE
                   MOVE WS-Cmd-Token-TXT (10:16) TO WS-Req-Stamp-TXT
               WHEN UPPER-CASE(WS-Cmd-Token-TXT) (1:9)
                    = '/PROJECT:'
                   MOVE UPPER-CASE(WS-Cmd-Token-TXT (10:10))
                     TO WS-PJ-Name-TXT
               WHEN WS-Cmd-Token-TXT (1:1) = '/'
                   DISPLAY 'Unrecognized switch ignored: '
                           TRIM(WS-Cmd-Token-TXT)
               WHEN OTHER
                   IF WS-Pgm-Nm-TXT = SPACES
                       MOVE WS-Cmd-Token-TXT TO WS-Pgm-Nm-TXT
                   END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-Pgm-Nm-TXT = SPACES
               DISPLAY 'No program name was specified'
               DISPLAY 'Usage: GCicSnap <program-name> '
                       '[/EXTRACT:<stamp> | /REBUILD:<stamp>]'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
           IF (WS-RM-Extract-BOOL OR WS-RM-Rebuild-BOOL)
           AND WS-Req-Stamp-TXT = SPACES
               DISPLAY '/EXTRACT: and /REBUILD: need a 16-digit stamp'
               MOVE 12 TO WS-Exit-CD
               PERFORM 900-Terminate
      *> ----- Control will NOT return
           END-IF
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
      *> Position to the first archive record for the requested       **
      *> program and walk forward with a control break on the stamp,  **
      *> displaying one line per snapshot: a version number, the raw  **
      *> stamp (ready to paste into /EXTRACT: or /REBUILD:), the      **
      *> stamp formatted for human eyes, the dialect, the copybook    **
      *> count and the source member's line count.                    **
      *>***************************************************************
       100-List-Snapshots SECTION.
           MOVE WS-Pgm-Nm-TXT TO F-SAR-Pgm-Nm-TXT
           MOVE SPACES        TO F-SAR-Stamp-TXT
           MOVE 0             TO F-SAR-Member-SEQ
                                 F-SAR-Line-SEQ
           MOVE 0             TO WS-SA-Version-QTY
           MOVE SPACES        TO WS-SA-Prior-Stamp-TXT
           SET WS-SA-Not-EOF-BOOL TO TRUE
           START F-Src-Archive-FILE KEY IS >= F-SAR-Key
               INVALID KEY SET WS-SA-EOF-BOOL TO TRUE
           END-START
           IF WS-SA-Not-EOF-BOOL
               READ F-Src-Archive-FILE NEXT RECORD
                   AT END SET WS-SA-EOF-BOOL TO TRUE
               END-READ
           END-IF
           IF WS-SA-EOF-BOOL
           OR F-SAR-Pgm-Nm-TXT NOT = WS-Pgm-Nm-TXT
               DISPLAY 'No source snapshots found for '
                       TRIM(WS-Pgm-Nm-TXT,TRAILING)
               MOVE 8 TO WS-Exit-CD
               EXIT SECTION
           END-IF
           DISPLAY 'Source snapshots for '
                   TRIM(WS-Pgm-Nm-TXT,TRAILING) ':'
           PERFORM UNTIL WS-SA-EOF-BOOL
                      OR F-SAR-Pgm-Nm-TXT NOT = WS-Pgm-Nm-TXT
               IF F-SAR-Stamp-TXT NOT = WS-SA-Prior-Stamp-TXT
                   IF WS-SA-Prior-Stamp-TXT NOT = SPACES
                       PERFORM 110-Show-Snapshot-Line
                   END-IF
                   MOVE F-SAR-Stamp-TXT TO WS-SA-Prior-Stamp-TXT
                   ADD 1 TO WS-SA-Version-QTY
                   MOVE 0      TO WS-SA-Line-QTY
                                  WS-SA-Copybook-QTY
                   MOVE SPACES TO WS-SA-Dialect-TXT
                   SET WS-SA-Incomplete-BOOL TO TRUE
               END-IF
               EVALUATE TRUE
               WHEN F-SAR-Member-SEQ = 0
                   MOVE F-SAR-Line-TXT TO WS-SN-Build-Hdr-REC
                   IF WS-SNB-Tag-TXT = 'BUILD'
                       SET WS-SA-Complete-BOOL TO TRUE
                       MOVE WS-SNB-Config-TXT TO WS-SA-Dialect-TXT
                   END-IF
               WHEN F-SAR-Line-SEQ = 0
                   MOVE F-SAR-Line-TXT TO WS-SN-Member-Hdr-REC
                   IF WS-SNM-Type-TXT = 'COPYBOOK'
                       ADD 1 TO WS-SA-Copybook-QTY
                   END-IF
               WHEN F-SAR-Member-SEQ = 1
                   ADD 1 TO WS-SA-Line-QTY
               END-EVALUATE
               READ F-Src-Archive-FILE NEXT RECORD
                   AT END SET WS-SA-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           PERFORM 110-Show-Snapshot-Line
           DISPLAY ' '
           DISPLAY 'Use GCicSnap '
                   TRIM(WS-Pgm-Nm-TXT,TRAILING)
                   ' /EXTRACT:<stamp> or /REBUILD:<stamp>'
           .
      *>***************************************************************
      *> Emit one line of the snapshot list for the stamp just        **
      *> completed (held in WS-SA-Prior-Stamp-TXT).                   **
      *>***************************************************************
       110-Show-Snapshot-Line SECTION.
           PERFORM 120-Format-Stamp
           IF WS-SA-Complete-BOOL
               DISPLAY '  ' WS-SA-Version-QTY '  '
                       WS-SA-Prior-Stamp-TXT '  '
                       WS-Stamp-Formatted-TXT '  '
                       WS-SA-Dialect-TXT ' '
                       WS-SA-Copybook-QTY ' copybooks  '
                       WS-SA-Line-QTY ' lines'
           ELSE
               DISPLAY '  ' WS-SA-Version-QTY '  '
                       WS-SA-Prior-Stamp-TXT '  '
                       WS-Stamp-Formatted-TXT '  '
                       'INCOMPLETE - cannot be rebuilt'
           END-IF
           .
      *>***************************************************************
      *> Expand the raw WS-SA-Prior-Stamp-TXT into                    **
      *> 'YYYY/MM/DD HH:MM:SS' in WS-Stamp-Formatted-TXT.             **
      *>***************************************************************
       120-Format-Stamp SECTION.
           MOVE WS-SA-Prior-Stamp-TXT (1:4)  TO WS-SF-Date-TXT (1:4)
           MOVE '/'                          TO WS-SF-Date-TXT (5:1)
           MOVE WS-SA-Prior-Stamp-TXT (5:2)  TO WS-SF-Date-TXT (6:2)
           MOVE '/'                          TO WS-SF-Date-TXT (8:1)
           MOVE WS-SA-Prior-Stamp-TXT (7:2)  TO WS-SF-Date-TXT (9:2)
           MOVE WS-SA-Prior-Stamp-TXT (9:2)  TO WS-SF-HH-TXT
           MOVE WS-SA-Prior-Stamp-TXT (11:2) TO WS-SF-MM-TXT
           MOVE WS-SA-Prior-Stamp-TXT (13:2) TO WS-SF-SS-TXT
           .
      *>***************************************************************
      *> Write the snapshot for WS-Pgm-Nm-TXT + WS-Req-Stamp-TXT      **
      *> into the folder <program>-<stamp>: each SOURCE or COPYBOOK   **
      *> member goes to its own file, named as the file it was read   **
      *> from was named (less any folder), one line per archive       **
      *> record in line-sequence order.  MISSING members are only     **
      *> counted.  A snapshot with no BUILD header is refused - it    **
      *> was cut short and cannot be trusted.                         **
      *>***************************************************************
       200-Extract-Snapshot SECTION.
           SET WS-SA-Not-Found-BOOL TO TRUE
           MOVE SPACES TO WS-SA-Folder-TXT
           STRING TRIM(WS-Pgm-Nm-TXT,TRAILING) '-'
                  WS-Req-Stamp-TXT
               DELIMITED SIZE INTO WS-SA-Folder-TXT
           MOVE WS-Pgm-Nm-TXT    TO F-SAR-Pgm-Nm-TXT
           MOVE WS-Req-Stamp-TXT TO F-SAR-Stamp-TXT
           MOVE 0                TO F-SAR-Member-SEQ
                                    F-SAR-Line-SEQ
           SET WS-SA-Not-EOF-BOOL TO TRUE
           START F-Src-Archive-FILE KEY IS >= F-SAR-Key
               INVALID KEY SET WS-SA-EOF-BOOL TO TRUE
           END-START
           IF WS-SA-Not-EOF-BOOL
               READ F-Src-Archive-FILE NEXT RECORD
                   AT END SET WS-SA-EOF-BOOL TO TRUE
               END-READ
           END-IF
           IF WS-SA-EOF-BOOL
           OR F-SAR-Pgm-Nm-TXT NOT = WS-Pgm-Nm-TXT
           OR F-SAR-Stamp-TXT  NOT = WS-Req-Stamp-TXT
               DISPLAY 'No source snapshot for '
                       TRIM(WS-Pgm-Nm-TXT,TRAILING)
                       ' with stamp ' WS-Req-Stamp-TXT
               MOVE 8 TO WS-Exit-CD
               EXIT SECTION
           END-IF
           MOVE F-SAR-Line-TXT TO WS-SN-Build-Hdr-REC
           IF F-SAR-Member-SEQ NOT = 0
           OR WS-SNB-Tag-TXT NOT = 'BUILD'
               DISPLAY 'The snapshot of '
                       TRIM(WS-Pgm-Nm-TXT,TRAILING)
                       ' at ' WS-Req-Stamp-TXT
                       ' is INCOMPLETE - GCic could not finish it'
               MOVE 8 TO WS-Exit-CD
               EXIT SECTION
           END-IF
           CALL 'CBL_CREATE_DIR' USING TRIM(WS-SA-Folder-TXT,TRAILING)
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-SA-File-QTY
                     WS-SA-Missing-QTY
           MOVE SPACES TO WS-SA-Source-Nm-TXT
           SET WS-SA-Not-Open-BOOL TO TRUE
           READ F-Src-Archive-FILE NEXT RECORD
               AT END SET WS-SA-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-SA-EOF-BOOL
                      OR F-SAR-Pgm-Nm-TXT NOT = WS-Pgm-Nm-TXT
                      OR F-SAR-Stamp-TXT  NOT = WS-Req-Stamp-TXT
               IF F-SAR-Line-SEQ = 0
                   PERFORM 210-Start-Member
               ELSE
                   IF WS-SA-Open-BOOL
                       WRITE F-Extract-REC FROM F-SAR-Line-TXT
                   END-IF
               END-IF
               READ F-Src-Archive-FILE NEXT RECORD
                   AT END SET WS-SA-EOF-BOOL TO TRUE
               END-READ
           END-PERFORM
           IF WS-SA-Open-BOOL
               CLOSE F-Extract-FILE
           END-IF
           IF WS-Exit-CD > 0
               EXIT SECTION
           END-IF
           SET WS-SA-Found-BOOL TO TRUE
           DISPLAY 'Extracted ' WS-SA-File-QTY ' files to '
                   TRIM(WS-SA-Folder-TXT,TRAILING)
           IF WS-SA-Missing-QTY > 0
               DISPLAY '  ' WS-SA-Missing-QTY ' COPY name(s) were '
                       'not on the search path at the time and '
                       'come from the compiler''s own copy library'
           END-IF
           .
      *>***************************************************************
      *> A member header: close the previous member's file and open   **
      *> the file for this one in the extract folder.                 **
      *>***************************************************************
       210-Start-Member SECTION.
           IF WS-SA-Open-BOOL
               CLOSE F-Extract-FILE
               SET WS-SA-Not-Open-BOOL TO TRUE
           END-IF
           MOVE F-SAR-Line-TXT TO WS-SN-Member-Hdr-REC
           IF WS-SNM-Type-TXT = 'MISSING'
               ADD 1 TO WS-SA-Missing-QTY
               EXIT SECTION
           END-IF
           PERFORM 220-Base-File-Name
           IF WS-SNM-Type-TXT = 'SOURCE'
               MOVE WS-SA-Base-Nm-TXT TO WS-SA-Source-Nm-TXT
           END-IF
           MOVE SPACES TO WS-Extract-Filename-TXT
           STRING TRIM(WS-SA-Folder-TXT,TRAILING) '/'
                  TRIM(WS-SA-Base-Nm-TXT,TRAILING)
               DELIMITED SIZE INTO WS-Extract-Filename-TXT
           OPEN OUTPUT F-Extract-FILE
           IF WS-Extract-Status-CD NOT = '00'
               DISPLAY 'Unable to create '
                       TRIM(WS-Extract-Filename-TXT,TRAILING)
               MOVE 12 TO WS-Exit-CD
               EXIT SECTION
           END-IF
           SET WS-SA-Open-BOOL TO TRUE
           ADD 1 TO WS-SA-File-QTY
           .
      *>***************************************************************
      *> The file name, less any folder, of the file the member was   **
      *> read from, into WS-SA-Base-Nm-TXT.                           **
      *>***************************************************************
       220-Base-File-Name SECTION.
           MOVE LENGTH(TRIM(WS-SNM-File-Nm-TXT,TRAILING)) TO WS-SA-SUB
           PERFORM UNTIL WS-SA-SUB = 0
                      OR WS-SNM-File-Nm-TXT (WS-SA-SUB:1) = '/'
                      OR WS-SNM-File-Nm-TXT (WS-SA-SUB:1) = '\'
               SUBTRACT 1 FROM WS-SA-SUB
           END-PERFORM
           MOVE SPACES TO WS-SA-Base-Nm-TXT
           MOVE WS-SNM-File-Nm-TXT (WS-SA-SUB + 1:)
             TO WS-SA-Base-Nm-TXT
           .
      *>***************************************************************
      *> Compile the extracted source in its folder exactly as GCic's **
      *> 210-Run-Compiler compiled it: the switches come from the     **
      *> GCic.log entry for the stamp (the snapshot's own copy only   **
      *> when that entry has gone), the dialect and extra switches    **
      *> from the snapshot's BUILD header.  The copybooks sit beside  **
      *> the source, so no -I is needed; the copybook search path     **
      *> of the day is irrelevant now.  The live executable is left   **
      *> alone - cobc runs inside the folder.                         **
      *>***************************************************************
       300-Rebuild-Snapshot SECTION.
           IF WS-SA-Source-Nm-TXT = SPACES
               DISPLAY 'The snapshot holds no readable source member'
               MOVE 8 TO WS-Exit-CD
               EXIT SECTION
           END-IF
           PERFORM 310-Find-Logged-Switches
           MOVE WS-SA-Switches-TXT TO WS-Switch-Bytes-TXT
           MOVE SPACES TO WS-Cobc-Cmd-TXT
           MOVE 1 TO WS-Cmd-SUB
           STRING 'cobc -v -std='
                  LOWER-CASE(TRIM(WS-SNB-Config-TXT,TRAILING))
                  ' '
               DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
               WITH POINTER WS-Cmd-SUB
           IF WS-SW-LIBRARY-CHR NOT = ' '
               STRING '-m '
                   DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           ELSE
               STRING '-x '
                   DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           IF WS-SW-DEBUG-CHR NOT = ' '
               STRING '-fdebugging-line '
                   DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           IF WS-SW-NOTRUNC-CHR NOT = ' '
               STRING '-fnotrunc '
                   DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           IF WS-SW-TRACEALL-CHR NOT = ' '
               STRING '-ftraceall '
                   DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           IF WS-SW-NOFUNC-CHR NOT = ' '
               STRING '-fintrinsics=ALL '
                   DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           IF WS-SW-WARNALL-CHR NOT = ' '
               STRING '-Wall '
                   DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           IF WS-SW-FREE-CHR NOT = ' '
               STRING '-free '
                   DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           ELSE
               STRING '-fixed '
                   DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           IF WS-SNB-Extra-TXT > SPACES
               STRING TRIM(WS-SNB-Extra-TXT,TRAILING) ' '
                   DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
                   WITH POINTER WS-Cmd-SUB
           END-IF
           STRING TRIM(WS-SA-Source-Nm-TXT,TRAILING)
               DELIMITED SIZE INTO WS-Cobc-Cmd-TXT
               WITH POINTER WS-Cmd-SUB
           MOVE SPACES TO WS-Cmd-TXT
           STRING TRIM(WS-Cobc-Cmd-TXT,TRAILING)
                  ' >' TRIM(WS-Pgm-Nm-TXT,TRAILING) '.gclst'
                  ' 2>&1'
               DELIMITED SIZE INTO WS-Cmd-TXT
           DISPLAY 'Rebuilding with switches from '
                   TRIM(WS-SA-Switch-Source-TXT,TRAILING) ':'
           DISPLAY '  ' TRIM(WS-Cobc-Cmd-TXT,TRAILING)
           CALL 'CBL_CHANGE_DIR' USING TRIM(WS-SA-Folder-TXT,TRAILING)
           CALL 'SYSTEM' USING TRIM(WS-Cmd-TXT,TRAILING)
           IF RETURN-CODE NOT = 0
               DISPLAY 'Rebuild FAILED - see '
                       TRIM(WS-SA-Folder-TXT,TRAILING) '/'
                       TRIM(WS-Pgm-Nm-TXT,TRAILING) '.gclst'
               MOVE 8 TO WS-Exit-CD
               EXIT SECTION
           END-IF
           DISPLAY 'Rebuilt ' TRIM(WS-Pgm-Nm-TXT,TRAILING)
                   ' as of ' WS-Req-Stamp-TXT ' in '
                   TRIM(WS-SA-Folder-TXT,TRAILING)
           IF WS-SA-Switch-Source-TXT NOT = 'GCic.log'
               DISPLAY '  The GCic.log entry for this stamp is gone - '
                       'the rebuild cannot be shown to be exact'
               MOVE 4 TO WS-Exit-CD
           END-IF
           .
      *>***************************************************************
      *> Find the compile entry GCic.log holds for the program and    **
      *> stamp and take its switch bytes into WS-SA-Switches-TXT;     **
      *> with no such entry (the log purged, say) fall back on the    **
      *> copy in the snapshot's BUILD header and say so.              **
      *>***************************************************************
       310-Find-Logged-Switches SECTION.
           MOVE WS-SNB-Switches-TXT TO WS-SA-Switches-TXT
           MOVE 'the snapshot'      TO WS-SA-Switch-Source-TXT
           OPEN INPUT F-Audit-Log-FILE
           IF WS-Audit-Log-Status-CD NOT = '00'
               EXIT SECTION
           END-IF
           SET WS-AL-Not-EOF-BOOL TO TRUE
           READ F-Audit-Log-FILE INTO WS-Audit-Log-REC
               AT END SET WS-AL-EOF-BOOL TO TRUE
           END-READ
           PERFORM UNTIL WS-AL-EOF-BOOL
               IF  WS-AL-Pgm-Nm-TXT          = WS-Pgm-Nm-TXT
               AND WS-AL-Compile-DT-TXT      = WS-Req-Stamp-TXT
               AND WS-AL-Status-TXT (1:8)    = 'COMPILE '
                   MOVE WS-AL-Switches-TXT TO WS-SA-Switches-TXT
                   MOVE 'GCic.log'         TO WS-SA-Switch-Source-TXT
                   SET WS-AL-EOF-BOOL TO TRUE
               ELSE
                   READ F-Audit-Log-FILE INTO WS-Audit-Log-REC
                       AT END SET WS-AL-EOF-BOOL TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE F-Audit-Log-FILE
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
           MOVE WS-Src-Archive-Filename-TXT TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Src-Archive-Filename-TXT
           MOVE WS-Audit-Log-Filename-TXT   TO WS-PJ-Base-TXT
           PERFORM 016-Apply-Project-Dir
           MOVE WS-PJ-Built-TXT TO WS-Audit-Log-Filename-TXT
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
      *> Set the exit code and halt the program                       **
      *>***************************************************************
       900-Terminate SECTION.
           MOVE WS-Exit-CD TO RETURN-CODE
           STOP RUN
           .
       END PROGRAM GCicSnap.
