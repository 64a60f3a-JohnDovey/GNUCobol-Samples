       *>        directory; the shop-wide GCic.profiles and           **
       *>        shop.holidays stay common.  See                      **
       *>        121-Resolve-Project-Paths.                           **
       *> JD1026 Every build can now be tied to the change request    **
       *>  JD    that authorised it: /TICKET:<ref> (or the Change     **
       *>        Ticket field on the screen) is recorded with each    **
       *>        compile in the indexed change ledger GCic.tickets,   **
       *>        keyed by ticket + program + stamp, and a project     **
       *>        flagged '+TICKET <name>' in GCic.projects refuses    **
       *>        any compile that does not carry one - see            **
       *>        227-Write-Ticket-Ledger and GCicTkt for the reports. **
       *> JD1026 Every good compile now snapshots the source member   **
       *>  JD    and every copybook it resolved (nested COPYs too)    **
       *>        into the indexed source archive GCic.srcarc, keyed   **
       *>        by program + the GCic.log stamp of the build, with   **
       *>        the dialect and extra switches used - see            **
       *>        060-Snapshot-Source, and GCicSnap to list, extract   **
       *>        or rebuild a snapshot exactly.                       **
       *> JD1026 The cobc version in force is now captured once per   **
       *>  JD    session (the last word of 'cobc --version') and      **
       *>        recorded with every build: in GCic.buildcache, where **
       *>        a build cached under a different compiler no longer  **
       *>        counts as unchanged, and as a tenth field on every   **
       *>        GCic.results line - see 125-Capture-Cobc-Version,    **
       *>        and GCicCert for the compiler-upgrade certification  **
       *>        run.                                                 **
       *> JD1026 Every good compile's warnings are now read from the  **
       *>  JD    listing - a compile that left any is logged COMPILE  **
       *>        WARN at last - and appended to the warning inventory **
       *>        GCic.warnings (each warning with its line and        **
       *>        '[-Wxxx]' category, a count per category, a total);  **
       *>        a project flagged '+RATCHET <name>' in GCic.projects **
       *>        logs a compile that raises a program's warning count **
       *>        as COMPILE WARN+ and ends the run RETURN-CODE 4 -    **
       *>        see 064-066, and GCicWarn for the warning-debt       **
       *>        report.                                              **
       *> JD1026 /ROLLBACK:n and /REBASE are now privileged: the user **
       *>  JD    must hold a role entitled to them in shop.operators  **
       *>        or the run is refused RETURN-CODE 12, and every      **
       *>        attempt, allowed or refused, is recorded in the      **
       *>        privileged-action audit file GCic.privlog - see      **
       *>        127-Check-Privileged-Action, IS-AUTHORISED and       **
       *>        GCicPriv for the access-review report.               **
       *> JD1026 Every /SMOKE and F4 execution's elapsed seconds and  **
       *>  JD    RETURN-CODE now also go to their own feed,           **
       *>        GCic.exectimes (program|stamp|mode|seconds|rc|       **
       *>        verdict), the way compile times go to GCic.timings - **
       *>        see 231-Record-Execution, and GCicPerf for the       **
       *>        runtime performance regression report.               **
       *>***************************************************************
       *>
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
JD1026     FUNCTION IS-AUTHORISED
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
JD0926                                 ORGANIZATION IS LINE SEQUENTIAL
JD0926                                 FILE STATUS IS
JD0926                                 WS-Timing-Status-CD.
JD1026     SELECT F-Exec-Timing-FILE  ASSIGN TO
JD1026                                 WS-Exec-Timing-Filename-TXT
JD1026                                 ORGANIZATION IS LINE SEQUENTIAL
JD1026                                 FILE STATUS IS
JD1026                                 WS-Exec-Timing-Status-CD.
JD0926     SELECT F-Libpath-FILE      ASSIGN TO WS-LP-Filename-TXT
JD0926                                 ORGANIZATION IS LINE SEQUENTIAL
JD0926                                 FILE STATUS IS
JD0926                                 ORGANIZATION IS LINE SEQUENTIAL
JD0926                                 FILE STATUS IS
JD0926                                 WS-Project-Status-CD.
JD1026     SELECT F-Ticket-FILE       ASSIGN TO
JD1026                                 WS-Ticket-Filename-TXT
JD1026                                 ORGANIZATION IS INDEXED
JD1026                                 ACCESS MODE IS DYNAMIC
JD1026                                 RECORD KEY IS F-TKL-Key
JD1026                                 FILE STATUS IS
JD1026                                 WS-Ticket-Status-CD.
JD1026     SELECT F-Src-Archive-FILE  ASSIGN TO
JD1026                                 WS-Src-Archive-Filename-TXT
JD1026                                 ORGANIZATION IS INDEXED
JD1026                                 ACCESS MODE IS DYNAMIC
JD1026                                 RECORD KEY IS F-SAR-Key
JD1026                                 FILE STATUS IS
JD1026                                 WS-Src-Archive-Status-CD.
JD1026     SELECT F-Snap-In-FILE      ASSIGN TO WS-SN-In-Filename-TXT
JD1026                                 ORGANIZATION IS LINE SEQUENTIAL
JD1026                                 FILE STATUS IS
JD1026                                 WS-SN-In-Status-CD.
JD1026     SELECT F-Warn-Inv-FILE     ASSIGN TO
JD1026                                 WS-Warn-Inv-Filename-TXT
JD1026                                 ORGANIZATION IS LINE SEQUENTIAL
JD1026                                 FILE STATUS IS
JD1026                                 WS-Warn-Inv-Status-CD.
       DATA DIVISION.
       FILE SECTION.
       FD  F-Cobc-Output-FILE.
JD0826 FD  F-List-FILE.
JD0826 01  F-List-REC                            PIC X(256).
JD0826 FD  F-Checkpoint-FILE.
JD1026 01  F-Checkpoint-REC                      PIC X(101).
JD0826 FD  F-Switch-Hist-FILE.
JD0826 01  F-Switch-Hist-REC                     PIC X(45).
JD0826 FD  F-Switch-Hist-Tmp-FILE.
JD0826 01  F-Switch-Hist-Tmp-REC                 PIC X(45).
JD0826 FD  F-Build-Cache-FILE.
JD1026 01  F-Build-Cache-REC                     PIC X(228).
JD0826 FD  F-Build-Cache-Tmp-FILE.
JD1026 01  F-Build-Cache-Tmp-REC                 PIC X(228).
JD0826 FD  F-Xref-Report-FILE.
JD0826 01  F-Xref-Report-REC                     PIC X(256).
JD0826 FD  F-Listing-In-FILE.
JD0826 FD  F-Worker-List-FILE.
JD0826 01  F-Worker-List-REC                      PIC X(256).
JD0826 FD  F-Run-Sum-FILE.
JD1026 01  F-Run-Sum-REC                          PIC X(69).
JD0826 FD  F-Smoke-Args-FILE.
JD0826 01  F-Smoke-Args-REC                       PIC X(200).
JD0826 FD  F-Profile-FILE.
JD0926 01  F-Lock-REC                             PIC X(64).
JD0926 FD  F-Timing-FILE.
JD0926 01  F-Timing-REC                           PIC X(60).
JD1026 FD  F-Exec-Timing-FILE.
JD1026 01  F-Exec-Timing-REC                      PIC X(80).
JD0926 FD  F-Libpath-FILE.
JD0926 01  F-Libpath-REC                          PIC X(256).
JD0926 FD  F-Project-FILE.
JD0926 01  F-Project-REC                          PIC X(256).
JD1026 FD  F-Ticket-FILE.
JD1026 01  F-Ticket-REC.
JD1026     05 F-TKL-Key.
JD1026        10 F-TKL-Ticket-TXT                 PIC X(15).
JD1026        10 F-TKL-Pgm-Nm-TXT                 PIC X(31).
JD1026        10 F-TKL-Stamp-TXT                  PIC X(16).
JD1026     05 F-TKL-Data-TXT                      PIC X(64).
JD1026 FD  F-Src-Archive-FILE.
JD1026 01  F-Src-Archive-REC.
JD1026     05 F-SAR-Key.
JD1026        10 F-SAR-Pgm-Nm-TXT                 PIC X(31).
JD1026        10 F-SAR-Stamp-TXT                  PIC X(16).
JD1026        10 F-SAR-Member-SEQ                 PIC 9(3).
JD1026        10 F-SAR-Line-SEQ                   PIC 9(6).
JD1026     05 F-SAR-Line-TXT                      PIC X(256).
JD1026 FD  F-Snap-In-FILE.
JD1026 01  F-Snap-In-REC                          PIC X(256).
JD1026 FD  F-Warn-Inv-FILE.
JD1026 01  F-Warn-Inv-REC                         PIC X(200).
JD0826 FD  F-Err-FILE.
JD0826 01  F-Err-REC                              PIC X(121).
JD0826 FD  F-Err-Cons-FILE.
JD0826     05 WS-CP-Exec-Fail-NUM                 PIC 9(9).
JD0826     05 FILLER                              PIC X(1).
JD0826     05 WS-CP-Skip-NUM                      PIC 9(9).
JD1026     05 FILLER                              PIC X(1).
JD1026     05 WS-CP-Ratchet-NUM                   PIC 9(9).
      *>***************************************************************
      *> Per-program switch history - one record per program name    **
      *> last compiled, holding the F1-F9 switches, dialect config    **
      *> Build cache - one record per program name, holding the       **
      *> source checksum and switches in effect the last time that    **
      *> program compiled clean, so an unchanged source/switches      **
      *> combination can skip re-running cobc entirely.  The cobc     **
      *> version that build ran under is kept too: a new compiler is  **
      *> a change, and must not be skipped past.                      **
      *>***************************************************************
JD0826 01  WS-Build-Cache-Filename-TXT
JD0826                   VALUE 'GCic.buildcache'   PIC X(256).
JD0826     05 WS-BC-Config-NUM                    PIC 9(1).
JD0826     05 FILLER                              PIC X(1).
JD0826     05 WS-BC-Extra-TXT                     PIC X(152).
JD1026     05 FILLER                              PIC X(1).
JD1026     05 WS-BC-Cobc-Version-TXT              PIC X(20).
JD0826 01  WS-Build-Cache-Scan-REC.
JD0826     05 WS-BCS-Pgm-Nm-TXT                   PIC X(31).
JD0826     05 FILLER                              PIC X(1).
JD0826     05 WS-BCS-Config-NUM                   PIC 9(1).
JD0826     05 FILLER                              PIC X(1).
JD0826     05 WS-BCS-Extra-TXT                    PIC X(152).
JD1026     05 FILLER                              PIC X(1).
JD1026     05 WS-BCS-Cobc-Version-TXT             PIC X(20).
JD0826 01  WS-BC-EOF-CHR                          PIC X(1).
JD0826     88 WS-BC-EOF-BOOL                       VALUE 'Y'.
JD0826     88 WS-BC-Not-EOF-BOOL                   VALUE 'N'.
JD0826     05 WS-RSM-Exec-Fail-NUM                 PIC 9(9).
JD0826     05 FILLER                               PIC X(1).
JD0826     05 WS-RSM-Skip-NUM                      PIC 9(9).
JD1026     05 FILLER                               PIC X(1).
JD1026     05 WS-RSM-Ratchet-NUM                   PIC 9(9).
JD0826 01  WS-WK-List-Nm-Table.
JD0826     05 WS-WK-List-Nm-TXT OCCURS 16 TIMES    PIC X(256).
JD0826 01  WS-WK-Cur-SUB                           USAGE BINARY-LONG.
      *> rewrite per worker.                                         **
      *>***************************************************************
JD0826 01  WS-FW-Table.
JD1026     05 WS-FW-REC-TXT OCCURS 500 TIMES       PIC X(228).
JD0826 01  WS-FW-QTY                               USAGE BINARY-LONG.
JD0826 01  WS-FW-SUB                               USAGE BINARY-LONG.
JD0826 01  WS-FW-Found-CHR                         PIC X(1).
JD0926 01  WS-CT-End-Sec-NUM                       USAGE BINARY-LONG.
JD0926 01  WS-CT-Elapsed-NUM                       PIC 9(6).
JD0926 01  WS-CT-Line-TXT                          PIC X(60).
      *>***************************************************************
      *> Execution-time capture.  231-Record-Execution appends one   **
      *> 'program|stamp|mode|seconds|rc|verdict' line to             **
      *> GCic.exectimes for every /SMOKE (mode SMOKE) and F4 (mode   **
      *> F4) execution - the feed GCicPerf's runtime report is       **
      *> built on.  Callers set WS-ET-Mode-TXT before the launch.    **
      *>***************************************************************
JD1026 01  WS-Exec-Timing-Filename-TXT
JD1026                     VALUE 'GCic.exectimes' PIC X(256).
JD1026 01  WS-Exec-Timing-Status-CD                PIC X(2).
JD1026 01  WS-ET-Mode-TXT                          PIC X(5).
JD1026 01  WS-ET-Line-TXT                          PIC X(80).
      *>***************************************************************
      *> Ordered copybook search path.  GCic.libpath lists the       **
      *> copybook libraries - shared shop copybooks, per-application **
JD0926 01  WS-PJ-Found-CHR                         PIC X(1).
JD0926     88 WS-PJ-Found-BOOL                      VALUE 'Y'.
JD0926     88 WS-PJ-Not-Found-BOOL                  VALUE 'N'.
      *>***************************************************************
      *> Change-ticket ledger work areas.  GCic.tickets (project-    **
      *> scoped, indexed) holds one record per build that carried a  **
      *> change ticket, keyed by ticket + program + stamp so every   **
      *> build under one ticket can be read back in order with a     **
      *> START on the ticket, plus one record (ticket blank, status  **
      *> REFUSED) for every compile refused for want of a ticket.    **
      *> The stamp is the same one written to GCic.log and           **
      *> GCic.results for that build.  A line                        **
      *>                                                             **
      *>   +TICKET <project-name>                                    **
      *>                                                             **
      *> in GCic.projects flags that project 'ticket required'.      **
      *>***************************************************************
JD1026 01  WS-Ticket-Filename-TXT
JD1026                         VALUE 'GCic.tickets' PIC X(256).
JD1026 01  WS-Ticket-Status-CD                     PIC X(2).
JD1026 01  WS-TK-Ticket-TXT              VALUE SPACES PIC X(15).
JD1026 01  WS-TK-User-TXT                VALUE SPACES PIC X(12).
JD1026 01  WS-TK-Flag-Name-TXT                     PIC X(12).
JD1026 01  WS-TK-Required-CHR           VALUE 'N'  PIC X(1).
JD1026     88 WS-TK-Required-BOOL                   VALUE 'Y'.
JD1026     88 WS-TK-Not-Required-BOOL               VALUE 'N'.
      *>***************************************************************
      *> The privileged action this run asks for (/ROLLBACK:n or     **
      *> /REBASE) and what it is aimed at, as IS-AUTHORISED records  **
      *> them in GCic.privlog.                                       **
      *>***************************************************************
JD1026 01  WS-PV-Action-TXT                        PIC X(12).
JD1026 01  WS-PV-Detail-TXT                        PIC X(160).
JD1026 01  WS-TKL-Hold-REC.
JD1026     05 WS-TKL-Ticket-TXT                    PIC X(15).
JD1026     05 WS-TKL-Pgm-Nm-TXT                    PIC X(31).
JD1026     05 WS-TKL-Stamp-TXT                     PIC X(16).
JD1026     05 WS-TKL-Mode-TXT                      PIC X(6).
JD1026     05 FILLER                  VALUE SPACE  PIC X(1).
JD1026     05 WS-TKL-Status-TXT                    PIC X(15).
JD1026     05 FILLER                  VALUE SPACE  PIC X(1).
JD1026     05 WS-TKL-User-TXT                      PIC X(12).
JD1026     05 FILLER                  VALUE SPACE  PIC X(1).
JD1026     05 WS-TKL-Project-TXT                   PIC X(10).
JD1026     05 FILLER                  VALUE SPACE  PIC X(1).
JD1026     05 WS-TKL-Switches-TXT                  PIC X(9).
JD1026     05 FILLER                  VALUE SPACES PIC X(8).
      *>***************************************************************
      *> Source snapshot archive work areas - see 060-Snapshot-      **
      *> Source.  GCic.srcarc holds, for each good compile (keyed    **
      *> program + the GCic.log stamp), numbered members with one    **
      *> record per source line:                                     **
      *>                                                             **
      *>   member 000  line 0 - BUILD header: dialect config, the    **
      *>               F1-F9 switch bytes, member count and the      **
      *>               extra cobc switches                           **
      *>   member 001  the source member itself                      **
      *>   member 002+ each copybook it resolved, in the order the   **
      *>               COPYs were met (nested COPYs included)        **
      *>                                                             **
      *> Line 0 of members 001 onward is the member header: type    **
      *> (SOURCE, COPYBOOK, or MISSING for a COPY nothing on the     **
      *> search path satisfied - the compiler's own copy library),  **
      *> the name as the COPY wrote it and the file it was read     **
      *> from.  Lines 1-n are the text.                              **
      *>***************************************************************
JD1026 01  WS-Src-Archive-Filename-TXT
JD1026                         VALUE 'GCic.srcarc'  PIC X(256).
JD1026 01  WS-Src-Archive-Status-CD                PIC X(2).
JD1026 01  WS-SN-In-Filename-TXT                   PIC X(256).
JD1026 01  WS-SN-In-Status-CD                      PIC X(2).
JD1026 01  WS-SAR-Hold-REC.
JD1026     05 WS-SAR-Pgm-Nm-TXT                    PIC X(31).
JD1026     05 WS-SAR-Stamp-TXT                     PIC X(16).
JD1026     05 WS-SAR-Member-SEQ                    PIC 9(3).
JD1026     05 WS-SAR-Line-SEQ                      PIC 9(6).
JD1026     05 WS-SAR-Line-TXT                      PIC X(256).
JD1026 01  WS-SN-Build-Hdr-REC.
JD1026     05 WS-SNB-Tag-TXT         VALUE 'BUILD' PIC X(8).
JD1026     05 WS-SNB-Config-TXT                    PIC X(9).
JD1026     05 WS-SNB-Switches-TXT                  PIC X(9).
JD1026     05 WS-SNB-Member-QTY                    PIC 9(3).
JD1026     05 WS-SNB-Extra-TXT                     PIC X(152).
JD1026     05 FILLER                 VALUE SPACES  PIC X(75).
JD1026 01  WS-SN-Member-Hdr-REC.
JD1026     05 WS-SNM-Type-TXT                      PIC X(8).
JD1026     05 WS-SNM-Copy-Nm-TXT                   PIC X(31).
JD1026     05 WS-SNM-File-Nm-TXT                   PIC X(217).
JD1026 01  WS-SN-Member-Table.
JD1026     05 WS-SN-Member-Entry OCCURS 100 TIMES.
JD1026        10 WS-SN-Mbr-Type-TXT                PIC X(8).
JD1026        10 WS-SN-Mbr-Copy-Nm-TXT             PIC X(31).
JD1026        10 WS-SN-Mbr-File-Nm-TXT             PIC X(256).
JD1026 01  WS-SN-Member-QTY             VALUE 0    PIC 9(3).
JD1026 01  WS-SN-Member-SUB                        USAGE BINARY-LONG.
JD1026 01  WS-SN-Scan-SUB                          USAGE BINARY-LONG.
JD1026 01  WS-SN-EOF-CHR                           PIC X(1).
JD1026     88 WS-SN-EOF-BOOL                        VALUE 'Y'.
JD1026     88 WS-SN-Not-EOF-BOOL                    VALUE 'N'.
JD1026 01  WS-SN-Failed-CHR                        PIC X(1).
JD1026     88 WS-SN-Failed-BOOL                     VALUE 'Y'.
JD1026     88 WS-SN-Not-Failed-BOOL                 VALUE 'N'.
JD1026     88 WS-SN-Table-Full-BOOL                 VALUE 'F'.
JD1026 01  WS-SN-Known-CHR                         PIC X(1).
JD1026     88 WS-SN-Known-BOOL                      VALUE 'Y'.
JD1026     88 WS-SN-Not-Known-BOOL                  VALUE 'N'.
      *>***************************************************************
      *> Named switch-profile work areas.  GCic.profiles holds one   **
      *> record per shop-standard profile (DEV, TEST, PROD...):      **
      *> GCic.results as one '|'-delimited line the ops dashboard    **
      *> ingests directly:                                           **
      *>                                                             **
      *>   program|stamp|mode|status|pass|fail|skip|listing|xref|    **
      *>   cobc-version                                              **
      *>                                                             **
      *> mode is SINGLE, LIST (one program of a compile-all run) or  **
      *> RUN (a compile-all run's closing summary record, which is   **
      *> where the pass/fail/skip counts and the consolidated xref   **
      *> name are filled in).  cobc-version is the compiler the      **
      *> session ran (see 125-Capture-Cobc-Version); lines written   **
      *> before it was recorded simply stop at xref.  The exit-code  **
      *> contract for the scheduler is described at 900-Terminate.   **
      *>***************************************************************
JD0826 01  WS-Results-Filename-TXT
JD0826                        VALUE 'GCic.results' PIC X(256).
JD0826 01  WS-Results-Mode-TXT                     PIC X(6).
JD0826 01  WS-Exit-CD                   VALUE 0    PIC 9(2).
JD0826 01  WS-CA-Skip-QTY                          USAGE BINARY-LONG.
JD1026 01  WS-CA-Ratchet-QTY                       USAGE BINARY-LONG.
      *>***************************************************************
      *> The cobc version in force for this session - see            **
      *> 125-Capture-Cobc-Version.                                   **
      *>***************************************************************
JD1026 01  WS-CV-Version-TXT            VALUE SPACES PIC X(20).
JD1026 01  WS-CV-Token-TXT                         PIC X(64).
JD1026 01  WS-CV-Parse-SUB                         USAGE BINARY-LONG.
      *>***************************************************************
      *> Compiler-warning inventory work areas.  223-Extract-        **
      *> Compile-Errors notes every warning a good compile left in   **
      *> the listing (064-Note-Warning), the category being the      **
      *> cobc flag in the trailing '[-Wxxx]' tag, and after the      **
      *> GCic.log entry is written 066-Write-Warning-Inventory       **
      *> appends them to GCic.warnings, '|'-delimited:              **
      *>                                                             **
      *>   program|stamp|WARNING|line|category|text                  **
      *>   program|stamp|CATEGORY|count|category|                    **
      *>   program|stamp|TOTAL|count||                               **
      *>                                                             **
      *> - a TOTAL line for every good compile, clean ones included, **
      *> so the GCicWarn warning-debt report sees a count fall to    **
      *> zero.  A project flagged                                    **
      *>                                                             **
      *>   +RATCHET <project-name>                                   **
      *>                                                             **
      *> in GCic.projects has the ratchet on: a compile that leaves  **
      *> a program more warnings than its last TOTAL is logged       **
      *> COMPILE WARN+ instead of COMPILE WARN - see                 **
      *> 065-Check-Warning-Ratchet.                                  **
      *>***************************************************************
JD1026 01  WS-Warn-Inv-Filename-TXT
JD1026                       VALUE 'GCic.warnings' PIC X(256).
JD1026 01  WS-Warn-Inv-Status-CD                   PIC X(2).
JD1026 01  WS-WI-Line-TXT                          PIC X(200).
JD1026 01  WS-WI-Warn-Table.
JD1026     05 WS-WI-Warn-Entry OCCURS 500 TIMES.
JD1026        10 WS-WI-Ent-Line-NUM                PIC 9(6).
JD1026        10 WS-WI-Ent-Cat-TXT                 PIC X(24).
JD1026        10 WS-WI-Ent-Msg-TXT                 PIC X(80).
JD1026 01  WS-WI-Warn-QTY                          USAGE BINARY-LONG.
JD1026 01  WS-WI-Kept-QTY                          USAGE BINARY-LONG.
JD1026 01  WS-WI-Cat-Table.
JD1026     05 WS-WI-Cat-Entry OCCURS 50 TIMES.
JD1026        10 WS-WI-Cat-Name-TXT                PIC X(24).
JD1026        10 WS-WI-Cat-Count-QTY               PIC 9(6).
JD1026 01  WS-WI-Cat-QTY                           USAGE BINARY-LONG.
JD1026 01  WS-WI-SUB                               USAGE BINARY-LONG.
JD1026 01  WS-WI-Scan-SUB                          USAGE BINARY-LONG.
JD1026 01  WS-WI-Len-NUM                           USAGE BINARY-LONG.
JD1026 01  WS-WI-Cat-TXT                           PIC X(24).
JD1026 01  WS-WI-Count-NUM                         PIC 9(6).
JD1026 01  WS-WI-Prior-NUM                         PIC 9(6).
JD1026 01  WS-WI-Flag-Name-TXT                     PIC X(12).
JD1026 01  WS-WI-Fld-Pgm-Nm-TXT                    PIC X(31).
JD1026 01  WS-WI-Fld-Stamp-TXT                     PIC X(16).
JD1026 01  WS-WI-Fld-Type-TXT                      PIC X(8).
JD1026 01  WS-WI-Fld-Count-TXT                     PIC X(8).
JD1026 01  WS-WI-Ratchet-CHR            VALUE 'N'  PIC X(1).
JD1026     88 WS-WI-Ratchet-On-BOOL                 VALUE 'Y'.
JD1026     88 WS-WI-Ratchet-Off-BOOL                VALUE 'N'.
JD1026 01  WS-WI-Prior-CHR                         PIC X(1).
JD1026     88 WS-WI-Prior-Found-BOOL                VALUE 'Y'.
JD1026     88 WS-WI-Prior-Not-Found-BOOL            VALUE 'N'.
JD1026 01  WS-WI-Breach-CHR             VALUE 'N'  PIC X(1).
JD1026     88 WS-WI-Breach-BOOL                     VALUE 'Y'.
JD1026     88 WS-WI-No-Breach-BOOL                  VALUE 'N'.
JD1026 01  WS-WI-EOF-CHR                           PIC X(1).
JD1026     88 WS-WI-EOF-BOOL                        VALUE 'Y'.
JD1026     88 WS-WI-Not-EOF-BOOL                    VALUE 'N'.
JD1026 78  WS-WI-Warn-Table-Max-CONST   VALUE 500.
JD1026 78  WS-WI-Cat-Table-Max-CONST    VALUE 50.
      *>***************************************************************
      *> Call-dependency ordering work areas.  Before a sequential   **
      *> compile-all run every list member is scanned for CALL       **
GC0712                               'Listings):'.
GC0712       05 LINE 19 COL 02 VALUE 'Program Execution Arguments, ' &
GC0712                               'If Any:'.
JD1026       05 LINE 19 COL 50 VALUE 'Change Ticket:'.
GC0712    03 BACKGROUND-COLOR COB-COLOR-BLACK
GC0712       FOREGROUND-COLOR COB-COLOR-WHITE HIGHLIGHT.
JD0826       05 LINE 06 COL 11 VALUE 'F1'.
             FOREGROUND-COLOR COB-COLOR-WHITE HIGHLIGHT.
GC0712       05 LINE 16 COL 03 PIC X(76) USING WS-CS-Extra-H1-TXT.
GC0712       05 LINE 17 COL 03 PIC X(76) USING WS-CS-Extra-H2-TXT.
JD1026       05 LINE 19 COL 65 PIC X(15) USING WS-TK-Ticket-TXT.
GC0712       05 LINE 21 COL 03 PIC X(76) USING WS-CS-Arg-H1-TXT.
GC0712       05 LINE 22 COL 03 PIC X(76) USING WS-CS-Arg-H2-TXT.
       PROCEDURE DIVISION.
JD0926                             'generation 1-3 - ignored'
JD0926                 END-IF
JD0926             ELSE
JD1026             IF UPPER-CASE(WS-Cmd-Token-TXT) (1:8) = '/TICKET:'
JD1026                 MOVE UPPER-CASE(WS-Cmd-Token-TXT (9:15))
JD1026                   TO WS-TK-Ticket-TXT
JD1026             ELSE
JD0826                 DISPLAY 'Unrecognized switch ignored: '
JD0826                         TRIM(WS-Cmd-Token-TXT)
JD1026             END-IF
JD0926             END-IF
JD0926             END-IF
JD0826             END-IF
      *> checkpoint is removed once the whole list completes.         **
      *>***************************************************************
JD0826 020-Run-Compile-All SECTION.
JD1026     MOVE 0 TO WS-CA-Ratchet-QTY
JD0826     MOVE 0 TO WS-CA-Total-QTY
JD0826     MOVE 0 TO WS-CA-Pass-QTY
JD0826     MOVE 0 TO WS-CA-Fail-QTY
JD0826                 IF WS-RS-Skip-Compile-BOOL
JD0826                     ADD 1 TO WS-CA-Skip-QTY
JD0826                 END-IF
JD1026                 IF WS-WI-Breach-BOOL
JD1026                     ADD 1 TO WS-CA-Ratchet-QTY
JD1026                 END-IF
JD0826                 IF WS-RS-Compile-OK-BOOL
JD0826                 OR WS-RS-Compile-OK-Warn-BOOL
JD0826                     ADD 1 TO WS-CA-Pass-QTY
JD0826     AND (WS-CA-Fail-QTY > 0 OR WS-CA-Exec-Fail-QTY > 0)
JD0826         MOVE 8 TO WS-Exit-CD
JD0826     END-IF
JD1026     IF WS-Exit-CD = 0
JD1026     AND WS-CA-Ratchet-QTY > 0
JD1026         MOVE 4 TO WS-Exit-CD
JD1026     END-IF
JD0826     .
      *>***************************************************************
      *> Parse the program name (no folder, no extension) out of a    **
JD0826                 ELSE
JD0826                     MOVE 0 TO WS-CA-Skip-QTY
JD0826                 END-IF
JD1026                 IF WS-CP-Ratchet-NUM IS NUMERIC
JD1026                     MOVE WS-CP-Ratchet-NUM TO WS-CA-Ratchet-QTY
JD1026                 ELSE
JD1026                     MOVE 0 TO WS-CA-Ratchet-QTY
JD1026                 END-IF
JD0826         END-READ
JD0826         CLOSE F-Checkpoint-FILE
JD0826     END-IF
JD0826     MOVE WS-CA-Exec-Pass-QTY TO WS-CP-Exec-Pass-NUM
JD0826     MOVE WS-CA-Exec-Fail-QTY TO WS-CP-Exec-Fail-NUM
JD0826     MOVE WS-CA-Skip-QTY      TO WS-CP-Skip-NUM
JD1026     MOVE WS-CA-Ratchet-QTY   TO WS-CP-Ratchet-NUM
JD0826     OPEN OUTPUT F-Checkpoint-FILE
JD0826     WRITE F-Checkpoint-REC FROM WS-Checkpoint-REC
JD0826     CLOSE F-Checkpoint-FILE
JD0826     IF WS-CA-Skip-QTY > 0
JD0826         DISPLAY '  Skipped (cached):   ' WS-CA-Skip-QTY
JD0826     END-IF
JD1026     IF WS-CA-Ratchet-QTY > 0
JD1026         DISPLAY '  Warnings up (WARN+):' WS-CA-Ratchet-QTY
JD1026     END-IF
JD0826*> - Only a run's closing summary rates a RUN record; a
JD0826*>   parallel worker is one slice of somebody else's run, and
JD0826*>   the coordinator writes that record once the slices are
JD0826                WS-RSM-Fail-NUM '|'
JD0826                WS-RSM-Skip-NUM '||'
JD0826                TRIM(WS-CA-Xref-Filename-TXT,TRAILING) '|'
JD1026                TRIM(WS-CV-Version-TXT,TRAILING)
JD0826             DELIMITED SIZE INTO WS-Results-Line-TXT
JD0826         PERFORM 226-Append-Results-Feed
JD0826     END-IF
JD0826     MOVE 0 TO WS-CA-Exec-Pass-QTY
JD0826     MOVE 0 TO WS-CA-Exec-Fail-QTY
JD0826     MOVE 0 TO WS-CA-Skip-QTY
JD1026     MOVE 0 TO WS-CA-Ratchet-QTY
JD0826     MOVE 0 TO WS-WK-Missing-QTY
JD0826     MOVE SPACES TO WS-CA-Xref-Filename-TXT
JD0826     MOVE SPACES TO WS-Fail-Rpt-Filename-TXT
JD0826     AND (WS-CA-Fail-QTY > 0 OR WS-CA-Exec-Fail-QTY > 0)
JD0826         MOVE 8 TO WS-Exit-CD
JD0826     END-IF
JD1026     IF WS-Exit-CD = 0
JD1026     AND WS-CA-Ratchet-QTY > 0
JD1026         MOVE 4 TO WS-Exit-CD
JD1026     END-IF
JD0826     .
      *>***************************************************************
      *> Write one worker's sub-list: every (workers)'th data line   **
JD0826             IF WS-RSM-Skip-NUM IS NUMERIC
JD0826                 ADD WS-RSM-Skip-NUM TO WS-CA-Skip-QTY
JD0826             END-IF
JD1026             IF WS-RSM-Ratchet-NUM IS NUMERIC
JD1026                 ADD WS-RSM-Ratchet-NUM TO WS-CA-Ratchet-QTY
JD1026             END-IF
JD0826     END-READ
JD0826     CLOSE F-Run-Sum-FILE
JD0826     CALL 'CBL_DELETE_FILE' USING WS-Run-Sum-Filename-TXT
      *>***************************************************************
      *> Leave the run's final tallies in <list>.gcsum - one fixed-  **
      *> column record: total, pass, fail, smoke-test pass, smoke-   **
      *> test fail, cache-skipped count, and the compiles the        **
      *> warning ratchet caught (COMPILE WARN+).  A parallel         **
      *> coordinator reads these from its workers; the file is also  **
      *> a handy machine check that a list run completed at all.     **
      *>***************************************************************
JD0826     MOVE WS-CA-Exec-Pass-QTY TO WS-RSM-Exec-Pass-NUM
JD0826     MOVE WS-CA-Exec-Fail-QTY TO WS-RSM-Exec-Fail-NUM
JD0826     MOVE WS-CA-Skip-QTY      TO WS-RSM-Skip-NUM
JD1026     MOVE WS-CA-Ratchet-QTY   TO WS-RSM-Ratchet-NUM
JD0826     OPEN OUTPUT F-Run-Sum-FILE
JD0826     IF WS-Run-Sum-Status-CD = '00'
JD0826         WRITE F-Run-Sum-REC FROM WS-Run-Sum-REC
JD0826     MOVE 1 TO WS-FW-SUB
JD0826     PERFORM UNTIL WS-FW-SUB > WS-FW-QTY
JD0826         WRITE F-Build-Cache-Tmp-REC
JD1026             FROM WS-FW-REC-TXT (WS-FW-SUB) (1:228)
JD0826         ADD 1 TO WS-FW-SUB
JD0826     END-PERFORM
JD0826     CLOSE F-Build-Cache-Tmp-FILE
JD0826                    OR WS-FW-Found-BOOL
JD0826             IF WS-FW-REC-TXT (WS-FW-SUB) (1:31)
JD0826                = F-Worker-List-REC (1:31)
JD1026                 MOVE F-Worker-List-REC (1:228)
JD0826                   TO WS-FW-REC-TXT (WS-FW-SUB)
JD0826                 SET WS-FW-Found-BOOL TO TRUE
JD0826             END-IF
JD0826         IF WS-FW-Not-Found-BOOL
JD0826             IF WS-FW-QTY < 500
JD0826                 ADD 1 TO WS-FW-QTY
JD1026                 MOVE F-Worker-List-REC (1:228)
JD0826                   TO WS-FW-REC-TXT (WS-FW-QTY)
JD0826             ELSE
JD0826                 DISPLAY 'WARNING - side file '
      *> seeing in the trail).                                       **
      *>***************************************************************
JD0926 053-Resolve-One-Copybook SECTION.
JD1026     PERFORM 063-Locate-Copybook
JD0926     MOVE SPACES TO WS-AL-Message-TXT
JD0926     STRING TRIM(WS-LP-Cpy-Nm-TXT,TRAILING)
JD0926            ' from '
JD0926     END-IF
JD0926     MOVE 0 TO RETURN-CODE
JD0926     .
      *>***************************************************************
      *> Snapshot what was just compiled into the source archive     **
      *> GCic.srcarc under the program name and the stamp 215-Write- **
      *> Audit-Log gave the build: the source member, then every     **
      *> copybook it (or a copybook) COPYs, each resolved through    **
      *> the same search order as the compile - see the archive      **
      *> layout above WS-Src-Archive-Filename-TXT.  The BUILD header **
      *> is written last, so a snapshot without one is known to be   **
      *> incomplete.  Trouble never fails the build; it leaves a     **
      *> WARNING in GCic.log.                                        **
      *>***************************************************************
JD1026 060-Snapshot-Source SECTION.
JD1026     MOVE WS-AL-Pgm-Nm-TXT       TO WS-SAR-Pgm-Nm-TXT
JD1026     MOVE WS-AL-Compile-DT-TXT   TO WS-SAR-Stamp-TXT
JD1026     MOVE 1                      TO WS-SN-Member-QTY
JD1026     MOVE 'SOURCE'               TO WS-SN-Mbr-Type-TXT (1)
JD1026     MOVE WS-Prog-File-Name-TXT  TO WS-SN-Mbr-Copy-Nm-TXT (1)
JD1026     MOVE WS-File-Name-TXT       TO WS-SN-Mbr-File-Nm-TXT (1)
JD1026     SET WS-SN-Not-Failed-BOOL TO TRUE
JD1026     PERFORM 055-Acquire-State-Lock
JD1026     OPEN I-O F-Src-Archive-FILE
JD1026     IF WS-Src-Archive-Status-CD = '35'
JD1026         OPEN OUTPUT F-Src-Archive-FILE
JD1026         CLOSE F-Src-Archive-FILE
JD1026         OPEN I-O F-Src-Archive-FILE
JD1026     END-IF
JD1026     IF WS-Src-Archive-Status-CD NOT = '00'
JD1026         MOVE 'Source archive unavailable - no snapshot'
JD1026           TO WS-AL-Message-TXT
JD1026         PERFORM 222-Write-Audit-Warning
JD1026         PERFORM 056-Release-State-Lock
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     MOVE 1 TO WS-SN-Member-SUB
JD1026     PERFORM UNTIL WS-SN-Member-SUB > WS-SN-Member-QTY
JD1026                OR WS-SN-Failed-BOOL
JD1026         PERFORM 061-Archive-One-Member
JD1026         ADD 1 TO WS-SN-Member-SUB
JD1026     END-PERFORM
JD1026     IF NOT WS-SN-Failed-BOOL
JD1026     AND NOT WS-SN-Table-Full-BOOL
JD1026         MOVE WS-CS-Filename-TXT (WS-CS-Config-NUM)
JD1026           TO WS-SNB-Config-TXT
JD1026         MOVE WS-CS-All-Switches-TXT TO WS-SNB-Switches-TXT
JD1026         MOVE WS-SN-Member-QTY       TO WS-SNB-Member-QTY
JD1026         MOVE WS-CS-Extra-TXT        TO WS-SNB-Extra-TXT
JD1026         MOVE 0                      TO WS-SAR-Member-SEQ
JD1026                                        WS-SAR-Line-SEQ
JD1026         MOVE WS-SN-Build-Hdr-REC    TO WS-SAR-Line-TXT
JD1026         WRITE F-Src-Archive-REC FROM WS-SAR-Hold-REC
JD1026         IF WS-Src-Archive-Status-CD NOT = '00'
JD1026             SET WS-SN-Failed-BOOL TO TRUE
JD1026         END-IF
JD1026     END-IF
JD1026     CLOSE F-Src-Archive-FILE
JD1026     EVALUATE TRUE
JD1026         WHEN WS-SN-Failed-BOOL
JD1026             MOVE 'Snapshot incomplete - archive write failed'
JD1026               TO WS-AL-Message-TXT
JD1026             PERFORM 222-Write-Audit-Warning
JD1026         WHEN WS-SN-Table-Full-BOOL
JD1026             MOVE 'Over 99 copybooks - snapshot incomplete'
JD1026               TO WS-AL-Message-TXT
JD1026             PERFORM 222-Write-Audit-Warning
JD1026     END-EVALUATE
JD1026     PERFORM 056-Release-State-Lock
JD1026     .
      *>***************************************************************
      *> Archive member WS-SN-Member-SUB: its header line, then its  **
      *> text, noting every COPY in it as a further member to take.  **
      *> A member that cannot be read is archived as MISSING.        **
      *>***************************************************************
JD1026 061-Archive-One-Member SECTION.
JD1026     MOVE WS-SN-Member-SUB TO WS-SAR-Member-SEQ
JD1026     MOVE 0                TO WS-SAR-Line-SEQ
JD1026     IF WS-SN-Mbr-Type-TXT (WS-SN-Member-SUB) NOT = 'MISSING'
JD1026         MOVE WS-SN-Mbr-File-Nm-TXT (WS-SN-Member-SUB)
JD1026           TO WS-SN-In-Filename-TXT
JD1026         OPEN INPUT F-Snap-In-FILE
JD1026         IF WS-SN-In-Status-CD NOT = '00'
JD1026             MOVE 'MISSING'
JD1026               TO WS-SN-Mbr-Type-TXT (WS-SN-Member-SUB)
JD1026         END-IF
JD1026     END-IF
JD1026     MOVE WS-SN-Mbr-Type-TXT (WS-SN-Member-SUB)
JD1026       TO WS-SNM-Type-TXT
JD1026     MOVE WS-SN-Mbr-Copy-Nm-TXT (WS-SN-Member-SUB)
JD1026       TO WS-SNM-Copy-Nm-TXT
JD1026     MOVE WS-SN-Mbr-File-Nm-TXT (WS-SN-Member-SUB)
JD1026       TO WS-SNM-File-Nm-TXT
JD1026     MOVE WS-SN-Member-Hdr-REC TO WS-SAR-Line-TXT
JD1026     WRITE F-Src-Archive-REC FROM WS-SAR-Hold-REC
JD1026     IF WS-Src-Archive-Status-CD NOT = '00'
JD1026         SET WS-SN-Failed-BOOL TO TRUE
JD1026     END-IF
JD1026     IF WS-SN-Mbr-Type-TXT (WS-SN-Member-SUB) = 'MISSING'
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     SET WS-SN-Not-EOF-BOOL TO TRUE
JD1026     READ F-Snap-In-FILE
JD1026         AT END SET WS-SN-EOF-BOOL TO TRUE
JD1026     END-READ
JD1026     PERFORM UNTIL WS-SN-EOF-BOOL OR WS-SN-Failed-BOOL
JD1026         ADD 1 TO WS-SAR-Line-SEQ
JD1026         MOVE F-Snap-In-REC TO WS-SAR-Line-TXT
JD1026         WRITE F-Src-Archive-REC FROM WS-SAR-Hold-REC
JD1026         IF WS-Src-Archive-Status-CD NOT = '00'
JD1026             SET WS-SN-Failed-BOOL TO TRUE
JD1026         ELSE
JD1026             PERFORM 062-Note-Nested-Copy
JD1026             READ F-Snap-In-FILE
JD1026                 AT END SET WS-SN-EOF-BOOL TO TRUE
JD1026             END-READ
JD1026         END-IF
JD1026     END-PERFORM
JD1026     CLOSE F-Snap-In-FILE
JD1026     .
      *>***************************************************************
      *> If the line just archived is a COPY statement, take the     **
      *> copybook name out of it the way 052-Record-Copy-Provenance  **
      *> does and, the first time the name is met, resolve it (063)  **
      *> and add it to the member table for 060 to archive in turn.  **
      *>***************************************************************
JD1026 062-Note-Nested-Copy SECTION.
JD1026     IF F-Snap-In-REC (1:1) = '*'
JD1026     OR F-Snap-In-REC (7:1) = '*'
JD1026     OR F-Snap-In-REC (7:1) = '/'
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     MOVE TRIM(F-Snap-In-REC (7:)) TO WS-LP-Junk-TXT
JD1026     IF WS-LP-Junk-TXT (1:2) = '*>'
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     MOVE UPPER-CASE(F-Snap-In-REC) TO WS-LP-Upper-Line-TXT
JD1026     MOVE 0 TO WS-LP-Tally-NUM
JD1026     INSPECT WS-LP-Upper-Line-TXT TALLYING
JD1026         WS-LP-Tally-NUM FOR ALL 'COPY '
JD1026     IF WS-LP-Tally-NUM = 0
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     MOVE 0 TO WS-LP-Tally-NUM
JD1026     INSPECT WS-LP-Upper-Line-TXT TALLYING
JD1026         WS-LP-Tally-NUM FOR CHARACTERS
JD1026         BEFORE INITIAL 'COPY '
JD1026     MOVE SPACES TO WS-LP-Remainder-TXT
JD1026     IF WS-LP-Tally-NUM < 250
JD1026         MOVE F-Snap-In-REC (WS-LP-Tally-NUM + 6:)
JD1026           TO WS-LP-Remainder-TXT
JD1026     END-IF
JD1026     MOVE SPACES TO WS-LP-Cpy-Nm-TXT
JD1026     IF WS-LP-Remainder-TXT (1:1) = '"' OR "'"
JD1026         MOVE WS-LP-Remainder-TXT (1:1) TO WS-LP-End-Quote-CHR
JD1026         UNSTRING WS-LP-Remainder-TXT (2:255)
JD1026             DELIMITED BY WS-LP-End-Quote-CHR
JD1026             INTO WS-LP-Cpy-Nm-TXT
JD1026         END-UNSTRING
JD1026     ELSE
JD1026         UNSTRING WS-LP-Remainder-TXT
JD1026             DELIMITED BY '.' OR SPACE
JD1026             INTO WS-LP-Cpy-Nm-TXT
JD1026         END-UNSTRING
JD1026     END-IF
JD1026     IF WS-LP-Cpy-Nm-TXT = SPACES
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     SET WS-SN-Not-Known-BOOL TO TRUE
JD1026     MOVE 2 TO WS-SN-Scan-SUB
JD1026     PERFORM UNTIL WS-SN-Scan-SUB > WS-SN-Member-QTY
JD1026                OR WS-SN-Known-BOOL
JD1026         IF WS-SN-Mbr-Copy-Nm-TXT (WS-SN-Scan-SUB)
JD1026            = WS-LP-Cpy-Nm-TXT
JD1026             SET WS-SN-Known-BOOL TO TRUE
JD1026         END-IF
JD1026         ADD 1 TO WS-SN-Scan-SUB
JD1026     END-PERFORM
JD1026     IF WS-SN-Known-BOOL
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     IF WS-SN-Member-QTY NOT < 100
JD1026         SET WS-SN-Table-Full-BOOL TO TRUE
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     PERFORM 063-Locate-Copybook
JD1026     ADD 1 TO WS-SN-Member-QTY
JD1026     MOVE WS-LP-Cpy-Nm-TXT
JD1026       TO WS-SN-Mbr-Copy-Nm-TXT (WS-SN-Member-QTY)
JD1026     IF WS-LP-Found-BOOL
JD1026         MOVE 'COPYBOOK'
JD1026           TO WS-SN-Mbr-Type-TXT (WS-SN-Member-QTY)
JD1026         MOVE WS-LP-Probe-Nm-TXT
JD1026           TO WS-SN-Mbr-File-Nm-TXT (WS-SN-Member-QTY)
JD1026     ELSE
JD1026         MOVE 'MISSING'
JD1026           TO WS-SN-Mbr-Type-TXT (WS-SN-Member-QTY)
JD1026         MOVE SPACES
JD1026           TO WS-SN-Mbr-File-Nm-TXT (WS-SN-Member-QTY)
JD1026     END-IF
JD1026     .
      *>***************************************************************
      *> Probe the COPY name in WS-LP-Cpy-Nm-TXT through the search  **
      *> order - beside the source first, then each library on the   **
      *> copybook path - leaving WS-LP-Found-BOOL set, the file that **
      *> satisfied it in WS-LP-Probe-Nm-TXT and the library in       **
      *> WS-LP-Resolved-TXT.                                         **
      *>***************************************************************
JD1026 063-Locate-Copybook SECTION.
JD0926     SET WS-LP-Not-Found-BOOL TO TRUE
JD0926     MOVE '(beside source)' TO WS-LP-Resolved-TXT
JD0926     MOVE SPACES TO WS-LP-Probe-Nm-TXT
JD0926     MOVE TRIM(WS-LP-Cpy-Nm-TXT,TRAILING)
JD0926       TO WS-LP-Probe-Nm-TXT
JD0926     PERFORM 054-Probe-Copybook-Variants
JD0926     MOVE 1 TO WS-LP-SUB
JD0926     PERFORM UNTIL WS-LP-SUB > WS-LP-Dir-QTY
JD0926                OR WS-LP-Found-BOOL
JD0926         MOVE SPACES TO WS-LP-Probe-Nm-TXT
JD0926         STRING TRIM(WS-LP-Dir-TXT (WS-LP-SUB),TRAILING)
JD0926                WS-OS-Dir-CHR
JD0926                TRIM(WS-LP-Cpy-Nm-TXT,TRAILING)
JD0926             DELIMITED SIZE INTO WS-LP-Probe-Nm-TXT
JD0926         MOVE WS-LP-Dir-TXT (WS-LP-SUB)
JD0926           TO WS-LP-Resolved-TXT
JD0926         PERFORM 054-Probe-Copybook-Variants
JD0926         ADD 1 TO WS-LP-SUB
JD0926     END-PERFORM
JD0926     IF WS-LP-Not-Found-BOOL
JD0926         MOVE '(NOT FOUND ON THE SEARCH PATH)'
JD0926           TO WS-LP-Resolved-TXT
JD0926     END-IF
JD0926     .
      *>***************************************************************
      *> Note one warning a compile left in the listing (the line    **
      *> 224-Parse-Cobc-Message just classified): its source line,   **
      *> its category - the cobc flag in the trailing '[-Wxxx]' tag, **
      *> 'untagged' when cobc gave none - and the text with the tag  **
      *> taken off; and count it against its category.  Every       **
      *> warning counts; the first WS-WI-Warn-Table-Max-CONST are    **
      *> kept for the inventory's WARNING lines.                     **
      *>***************************************************************
JD1026 064-Note-Warning SECTION.
JD1026     ADD 1 TO WS-WI-Warn-QTY
JD1026     MOVE 'untagged' TO WS-WI-Cat-TXT
JD1026     MOVE LENGTH(TRIM(F-Listing-In-REC,TRAILING)) TO WS-WI-Len-NUM
JD1026     MOVE 0 TO WS-WI-Scan-SUB
JD1026     IF F-Listing-In-REC (WS-WI-Len-NUM:1) = ']'
JD1026         MOVE WS-WI-Len-NUM TO WS-WI-Scan-SUB
JD1026         PERFORM UNTIL WS-WI-Scan-SUB < WS-EX-Parse-SUB
JD1026                    OR F-Listing-In-REC (WS-WI-Scan-SUB:1) = '['
JD1026             SUBTRACT 1 FROM WS-WI-Scan-SUB
JD1026         END-PERFORM
JD1026     END-IF
JD1026     IF WS-WI-Scan-SUB < WS-EX-Parse-SUB
JD1026     OR WS-WI-Len-NUM - WS-WI-Scan-SUB < 2
JD1026         MOVE 0 TO WS-WI-Scan-SUB
JD1026     ELSE
JD1026         SUBTRACT WS-WI-Scan-SUB 1 FROM WS-WI-Len-NUM
JD1026         MOVE F-Listing-In-REC (WS-WI-Scan-SUB + 1:WS-WI-Len-NUM)
JD1026           TO WS-WI-Cat-TXT
JD1026     END-IF
JD1026     IF WS-WI-Kept-QTY < WS-WI-Warn-Table-Max-CONST
JD1026         ADD 1 TO WS-WI-Kept-QTY
JD1026         MOVE WS-EX-Line-NUM
JD1026           TO WS-WI-Ent-Line-NUM (WS-WI-Kept-QTY)
JD1026         MOVE WS-WI-Cat-TXT  TO WS-WI-Ent-Cat-TXT (WS-WI-Kept-QTY)
JD1026         MOVE WS-EX-Msg-TXT  TO WS-WI-Ent-Msg-TXT (WS-WI-Kept-QTY)
JD1026         IF WS-WI-Scan-SUB > WS-EX-Parse-SUB
JD1026             MOVE SPACES TO WS-WI-Ent-Msg-TXT (WS-WI-Kept-QTY)
JD1026             MOVE TRIM(F-Listing-In-REC (WS-EX-Parse-SUB:
JD1026                       WS-WI-Scan-SUB - WS-EX-Parse-SUB))
JD1026               TO WS-WI-Ent-Msg-TXT (WS-WI-Kept-QTY)
JD1026         END-IF
JD1026     END-IF
JD1026     MOVE 1 TO WS-WI-SUB
JD1026     PERFORM UNTIL WS-WI-SUB > WS-WI-Cat-QTY
JD1026                OR WS-WI-Cat-Name-TXT (WS-WI-SUB) = WS-WI-Cat-TXT
JD1026         ADD 1 TO WS-WI-SUB
JD1026     END-PERFORM
JD1026*> - A program with more categories than the table holds has
JD1026*>   the overflow counted against the last one kept.
JD1026     IF WS-WI-SUB > WS-WI-Cat-QTY
JD1026         IF WS-WI-Cat-QTY < WS-WI-Cat-Table-Max-CONST
JD1026             ADD 1 TO WS-WI-Cat-QTY
JD1026             MOVE WS-WI-Cat-TXT
JD1026               TO WS-WI-Cat-Name-TXT (WS-WI-Cat-QTY)
JD1026             MOVE 0 TO WS-WI-Cat-Count-QTY (WS-WI-Cat-QTY)
JD1026         END-IF
JD1026         MOVE WS-WI-Cat-QTY TO WS-WI-SUB
JD1026     END-IF
JD1026     ADD 1 TO WS-WI-Cat-Count-QTY (WS-WI-SUB)
JD1026     .
      *>***************************************************************
      *> With the ratchet on (see 126-Check-Ratchet-Required), hold  **
      *> the program to the warning count of its last inventoried    **
      *> compile: the newest TOTAL line for it in GCic.warnings.  A  **
      *> higher count is a breach, and 215 logs the compile COMPILE  **
      *> WARN+.  A program never inventoried has nothing to be held  **
      *> to, so its first compile only sets the mark - as does each  **
      *> compile after it, breach or not, so the ratchet follows the **
      *> count down and fires once per rise.                         **
      *>***************************************************************
JD1026 065-Check-Warning-Ratchet SECTION.
JD1026     SET WS-WI-No-Breach-BOOL TO TRUE
JD1026     MOVE 0 TO WS-WI-Prior-NUM
JD1026     IF WS-WI-Ratchet-Off-BOOL
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     SET WS-WI-Prior-Not-Found-BOOL TO TRUE
JD1026     OPEN INPUT F-Warn-Inv-FILE
JD1026     IF WS-Warn-Inv-Status-CD NOT = '00'
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     SET WS-WI-Not-EOF-BOOL TO TRUE
JD1026     READ F-Warn-Inv-FILE
JD1026         AT END SET WS-WI-EOF-BOOL TO TRUE
JD1026     END-READ
JD1026     PERFORM UNTIL WS-WI-EOF-BOOL
JD1026         MOVE SPACES TO WS-WI-Fld-Pgm-Nm-TXT
JD1026                        WS-WI-Fld-Stamp-TXT
JD1026                        WS-WI-Fld-Type-TXT
JD1026                        WS-WI-Fld-Count-TXT
JD1026         UNSTRING F-Warn-Inv-REC DELIMITED BY '|'
JD1026             INTO WS-WI-Fld-Pgm-Nm-TXT
JD1026                  WS-WI-Fld-Stamp-TXT
JD1026                  WS-WI-Fld-Type-TXT
JD1026                  WS-WI-Fld-Count-TXT
JD1026         END-UNSTRING
JD1026         IF WS-WI-Fld-Pgm-Nm-TXT = WS-Pgm-Nm-TXT
JD1026         AND WS-WI-Fld-Type-TXT = 'TOTAL'
JD1026         AND TEST-NUMVAL(WS-WI-Fld-Count-TXT) = 0
JD1026             COMPUTE WS-WI-Prior-NUM =
JD1026                 NUMVAL(WS-WI-Fld-Count-TXT)
JD1026             SET WS-WI-Prior-Found-BOOL TO TRUE
JD1026         END-IF
JD1026         READ F-Warn-Inv-FILE
JD1026             AT END SET WS-WI-EOF-BOOL TO TRUE
JD1026         END-READ
JD1026     END-PERFORM
JD1026     CLOSE F-Warn-Inv-FILE
JD1026     IF WS-WI-Prior-Found-BOOL
JD1026     AND WS-WI-Count-NUM > WS-WI-Prior-NUM
JD1026         SET WS-WI-Breach-BOOL TO TRUE
JD1026     END-IF
JD1026     .
      *>***************************************************************
      *> Append this good compile's warnings to the inventory        **
      *> GCic.warnings under the GCic.log stamp 215 just wrote: a    **
      *> WARNING line per warning kept, a CATEGORY line per category **
      *> with its count, and a TOTAL line - written for a clean      **
      *> compile too, so a count that falls to zero is seen.  An     **
      *> inventory that cannot be written must never block a build, **
      *> so failures are silent, the same contract as                **
      *> 226-Append-Results-Feed.                                    **
      *>***************************************************************
JD1026 066-Write-Warning-Inventory SECTION.
JD1026     PERFORM 055-Acquire-State-Lock
JD1026     OPEN EXTEND F-Warn-Inv-FILE
JD1026     IF WS-Warn-Inv-Status-CD = '35'
JD1026         OPEN OUTPUT F-Warn-Inv-FILE
JD1026     END-IF
JD1026     IF WS-Warn-Inv-Status-CD NOT = '00'
JD1026         PERFORM 056-Release-State-Lock
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     MOVE 1 TO WS-WI-SUB
JD1026     PERFORM UNTIL WS-WI-SUB > WS-WI-Kept-QTY
JD1026         MOVE SPACES TO WS-WI-Line-TXT
JD1026         STRING TRIM(WS-AL-Pgm-Nm-TXT,TRAILING) '|'
JD1026                WS-AL-Compile-DT-TXT '|WARNING|'
JD1026                WS-WI-Ent-Line-NUM (WS-WI-SUB) '|'
JD1026                TRIM(WS-WI-Ent-Cat-TXT (WS-WI-SUB),TRAILING) '|'
JD1026                TRIM(WS-WI-Ent-Msg-TXT (WS-WI-SUB),TRAILING)
JD1026             DELIMITED SIZE INTO WS-WI-Line-TXT
JD1026         WRITE F-Warn-Inv-REC FROM WS-WI-Line-TXT
JD1026         ADD 1 TO WS-WI-SUB
JD1026     END-PERFORM
JD1026     MOVE 1 TO WS-WI-SUB
JD1026     PERFORM UNTIL WS-WI-SUB > WS-WI-Cat-QTY
JD1026         MOVE SPACES TO WS-WI-Line-TXT
JD1026         STRING TRIM(WS-AL-Pgm-Nm-TXT,TRAILING) '|'
JD1026                WS-AL-Compile-DT-TXT '|CATEGORY|'
JD1026                WS-WI-Cat-Count-QTY (WS-WI-SUB) '|'
JD1026                TRIM(WS-WI-Cat-Name-TXT (WS-WI-SUB),TRAILING) '|'
JD1026             DELIMITED SIZE INTO WS-WI-Line-TXT
JD1026         WRITE F-Warn-Inv-REC FROM WS-WI-Line-TXT
JD1026         ADD 1 TO WS-WI-SUB
JD1026     END-PERFORM
JD1026     MOVE SPACES TO WS-WI-Line-TXT
JD1026     STRING TRIM(WS-AL-Pgm-Nm-TXT,TRAILING) '|'
JD1026            WS-AL-Compile-DT-TXT '|TOTAL|'
JD1026            WS-WI-Count-NUM '||'
JD1026         DELIMITED SIZE INTO WS-WI-Line-TXT
JD1026     WRITE F-Warn-Inv-REC FROM WS-WI-Line-TXT
JD1026     CLOSE F-Warn-Inv-FILE
JD1026     PERFORM 056-Release-State-Lock
JD1026     .
      *>***************************************************************
      *> Perform all program-wide initialization operations          **
      *>***************************************************************
      *> project's state directory - see 121-Resolve-Project-Paths.  **
      *>***************************************************************
JD0926     PERFORM 121-Resolve-Project-Paths
      *>***************************************************************
      *> Note who is running this session (for the change ledger)   **
      *> and whether the project insists on a change ticket - see   **
      *> 124-Check-Ticket-Required.                                  **
      *>***************************************************************
JD1026     ACCEPT WS-TK-User-TXT FROM ENVIRONMENT 'USER'
JD1026     IF WS-TK-User-TXT = SPACES
JD1026         ACCEPT WS-TK-User-TXT FROM ENVIRONMENT 'USERNAME'
JD1026     END-IF
JD1026     IF WS-TK-User-TXT = SPACES
JD1026         MOVE 'UNKNOWN' TO WS-TK-User-TXT
JD1026     END-IF
JD1026     PERFORM 124-Check-Ticket-Required
      *>***************************************************************
      *> And whether it holds every program's compiler-warning      **
      *> count down - see 126-Check-Ratchet-Required.                **
      *>***************************************************************
JD1026     PERFORM 126-Check-Ratchet-Required
      *>***************************************************************
      *> Note which cobc this session compiles with, so every build  **
      *> records it - see 125-Capture-Cobc-Version.                  **
      *>***************************************************************
JD1026     IF WS-RS-No-Rollback-Mode-BOOL
JD1026         PERFORM 125-Capture-Cobc-Version
JD1026     END-IF
      *>***************************************************************
      *> Load the named switch profiles and apply the one asked for  **
      *> on the command line - see 118-Load-Profiles.                 **
JD0826     IF WS-RS-Single-Pgm-Mode-BOOL
JD0826         PERFORM 115-Parse-Filename
JD0826     END-IF
      *>***************************************************************
      *> An unattended compile in a ticket-required project that    **
      *> carries no /TICKET: is refused here, before anything is     **
      *> compiled; at the screen the operator is asked for one       **
      *> instead - see 228-Refuse-Unticketed-Compile.                **
      *>***************************************************************
JD1026     IF WS-TK-Required-BOOL
JD1026     AND WS-TK-Ticket-TXT = SPACES
JD1026     AND WS-RS-Batch-Mode-BOOL
JD1026     AND WS-RS-No-Rollback-Mode-BOOL
JD1026     AND WS-RS-No-Impact-Mode-BOOL
JD1026         PERFORM 228-Refuse-Unticketed-Compile
JD1026     END-IF
      *>***************************************************************
      *> /ROLLBACK:n and /REBASE are only carried out for a user     **
      *> entitled to them - see 127-Check-Privileged-Action.         **
      *>***************************************************************
JD1026     IF WS-RS-Rollback-Mode-BOOL OR WS-RS-Rebase-Mode-BOOL
JD1026         PERFORM 127-Check-Privileged-Action
JD1026     END-IF
      *>***************************************************************
      *> Build initial Line 24 Message                               **
      *>***************************************************************
JD0926     MOVE WS-Timing-Filename-TXT         TO WS-PJ-Base-TXT
JD0926     PERFORM 122-Apply-Project-Dir
JD0926     MOVE WS-PJ-Built-TXT TO WS-Timing-Filename-TXT
JD1026     MOVE WS-Exec-Timing-Filename-TXT    TO WS-PJ-Base-TXT
JD1026     PERFORM 122-Apply-Project-Dir
JD1026     MOVE WS-PJ-Built-TXT TO WS-Exec-Timing-Filename-TXT
JD0926     MOVE WS-LK-Filename-TXT             TO WS-PJ-Base-TXT
JD0926     PERFORM 122-Apply-Project-Dir
JD0926     MOVE WS-PJ-Built-TXT TO WS-LK-Filename-TXT
JD0926     MOVE WS-LP-Filename-TXT             TO WS-PJ-Base-TXT
JD0926     PERFORM 122-Apply-Project-Dir
JD0926     MOVE WS-PJ-Built-TXT TO WS-LP-Filename-TXT
JD1026     MOVE WS-Ticket-Filename-TXT         TO WS-PJ-Base-TXT
JD1026     PERFORM 122-Apply-Project-Dir
JD1026     MOVE WS-PJ-Built-TXT TO WS-Ticket-Filename-TXT
JD1026     MOVE WS-Src-Archive-Filename-TXT    TO WS-PJ-Base-TXT
JD1026     PERFORM 122-Apply-Project-Dir
JD1026     MOVE WS-PJ-Built-TXT TO WS-Src-Archive-Filename-TXT
JD1026     MOVE WS-Warn-Inv-Filename-TXT       TO WS-PJ-Base-TXT
JD1026     PERFORM 122-Apply-Project-Dir
JD1026     MOVE WS-PJ-Built-TXT TO WS-Warn-Inv-Filename-TXT
JD0926     .
      *>***************************************************************
      *> Build <state-dir>/<base-name> into WS-PJ-Built-TXT.         **
JD0926     END-PERFORM
JD0926     CLOSE F-Project-FILE
JD0926     .
      *>***************************************************************
      *> Decide whether the selected project is 'ticket required' -  **
      *> GCic.projects carries a '+TICKET <name>' line for it (names **
      *> compared case-blind).  The '+TICKET' token can never match  **
      *> a project name, so 123-Find-Project-Directory (and every    **
      *> utility that reads GCic.projects the same way) passes over  **
      *> these lines.  No project selected means no requirement.     **
      *>***************************************************************
JD1026 124-Check-Ticket-Required SECTION.
JD1026     SET WS-TK-Not-Required-BOOL TO TRUE
JD1026     IF WS-PJ-Name-TXT = SPACES
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     OPEN INPUT F-Project-FILE
JD1026     IF WS-Project-Status-CD NOT = '00'
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     SET WS-PJ-Not-EOF-BOOL TO TRUE
JD1026     READ F-Project-FILE
JD1026         AT END SET WS-PJ-EOF-BOOL TO TRUE
JD1026     END-READ
JD1026     PERFORM UNTIL WS-PJ-EOF-BOOL OR WS-TK-Required-BOOL
JD1026         IF F-Project-REC NOT = SPACES
JD1026         AND F-Project-REC (1:1) NOT = '*'
JD1026             MOVE SPACES TO WS-PJ-Tok-TXT
JD1026                            WS-TK-Flag-Name-TXT
JD1026             MOVE 1 TO WS-PJ-Parse-SUB
JD1026             UNSTRING F-Project-REC DELIMITED BY ALL SPACES
JD1026                 INTO WS-PJ-Tok-TXT WS-TK-Flag-Name-TXT
JD1026                 WITH POINTER WS-PJ-Parse-SUB
JD1026             END-UNSTRING
JD1026             IF UPPER-CASE(WS-PJ-Tok-TXT) = '+TICKET'
JD1026             AND UPPER-CASE(WS-TK-Flag-Name-TXT (1:10))
JD1026                 = WS-PJ-Name-TXT
JD1026                 SET WS-TK-Required-BOOL TO TRUE
JD1026             END-IF
JD1026         END-IF
JD1026         READ F-Project-FILE
JD1026             AT END SET WS-PJ-EOF-BOOL TO TRUE
JD1026         END-READ
JD1026     END-PERFORM
JD1026     CLOSE F-Project-FILE
JD1026     .
      *>***************************************************************
      *> Find out which cobc this session compiles with: the last    **
      *> word of the first line 'cobc --version' prints (e.g. 3.2.0  **
      *> from 'cobc (GnuCOBOL) 3.2.0'), or UNKNOWN when it can't be  **
      *> read.  The answer is put in the GCIC_COBC_VERSION variable, **
      *> so the parallel workers a compile-all run launches inherit  **
      *> it rather than each asking again; a version already there   **
      *> is simply used.                                             **
      *>***************************************************************
JD1026 125-Capture-Cobc-Version SECTION.
JD1026     MOVE SPACES TO WS-CV-Version-TXT
JD1026     ACCEPT WS-CV-Version-TXT
JD1026         FROM ENVIRONMENT 'GCIC_COBC_VERSION'
JD1026     IF WS-CV-Version-TXT NOT = SPACES
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     MOVE SPACES TO WS-SN-In-Filename-TXT
JD1026     STRING 'GCic' TRIM(WS-LK-My-Token-TXT) '.cver'
JD1026         DELIMITED SIZE INTO WS-SN-In-Filename-TXT
JD1026     MOVE SPACES TO WS-Cmd-TXT
JD1026     STRING 'cobc --version >"'
JD1026            TRIM(WS-SN-In-Filename-TXT,TRAILING) '" 2>&1'
JD1026         DELIMITED SIZE INTO WS-Cmd-TXT
JD1026     CALL 'SYSTEM' USING TRIM(WS-Cmd-TXT,TRAILING)
JD1026     IF RETURN-CODE = 0
JD1026         OPEN INPUT F-Snap-In-FILE
JD1026         IF WS-SN-In-Status-CD = '00'
JD1026             MOVE SPACES TO F-Snap-In-REC
JD1026             READ F-Snap-In-FILE
JD1026                 AT END MOVE SPACES TO F-Snap-In-REC
JD1026             END-READ
JD1026             MOVE 1 TO WS-CV-Parse-SUB
JD1026             PERFORM UNTIL WS-CV-Parse-SUB > LENGTH(F-Snap-In-REC)
JD1026                     OR F-Snap-In-REC (WS-CV-Parse-SUB:) = SPACES
JD1026                 MOVE SPACES TO WS-CV-Token-TXT
JD1026                 UNSTRING F-Snap-In-REC DELIMITED BY ALL SPACES
JD1026                     INTO WS-CV-Token-TXT
JD1026                     WITH POINTER WS-CV-Parse-SUB
JD1026                 END-UNSTRING
JD1026                 IF WS-CV-Token-TXT NOT = SPACES
JD1026                     MOVE WS-CV-Token-TXT TO WS-CV-Version-TXT
JD1026                 END-IF
JD1026             END-PERFORM
JD1026             CLOSE F-Snap-In-FILE
JD1026         END-IF
JD1026     END-IF
JD1026     CALL 'CBL_DELETE_FILE' USING WS-SN-In-Filename-TXT
JD1026     MOVE 0 TO RETURN-CODE
JD1026     IF WS-CV-Version-TXT = SPACES
JD1026         MOVE 'UNKNOWN' TO WS-CV-Version-TXT
JD1026     END-IF
JD1026     SET ENVIRONMENT 'GCIC_COBC_VERSION' TO WS-CV-Version-TXT
JD1026     .
      *>***************************************************************
      *> Decide whether the selected project has the compiler-       **
      *> warning ratchet on - GCic.projects carries a '+RATCHET      **
      *> <name>' line for it (names compared case-blind, the lines   **
      *> passed over by project lookups just as '+TICKET' ones are - **
      *> see 124).  No project selected means no ratchet.            **
      *>***************************************************************
JD1026 126-Check-Ratchet-Required SECTION.
JD1026     SET WS-WI-Ratchet-Off-BOOL TO TRUE
JD1026     IF WS-PJ-Name-TXT = SPACES
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     OPEN INPUT F-Project-FILE
JD1026     IF WS-Project-Status-CD NOT = '00'
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     SET WS-PJ-Not-EOF-BOOL TO TRUE
JD1026     READ F-Project-FILE
JD1026         AT END SET WS-PJ-EOF-BOOL TO TRUE
JD1026     END-READ
JD1026     PERFORM UNTIL WS-PJ-EOF-BOOL OR WS-WI-Ratchet-On-BOOL
JD1026         IF F-Project-REC NOT = SPACES
JD1026         AND F-Project-REC (1:1) NOT = '*'
JD1026             MOVE SPACES TO WS-PJ-Tok-TXT
JD1026                            WS-WI-Flag-Name-TXT
JD1026             MOVE 1 TO WS-PJ-Parse-SUB
JD1026             UNSTRING F-Project-REC DELIMITED BY ALL SPACES
JD1026                 INTO WS-PJ-Tok-TXT WS-WI-Flag-Name-TXT
JD1026                 WITH POINTER WS-PJ-Parse-SUB
JD1026             END-UNSTRING
JD1026             IF UPPER-CASE(WS-PJ-Tok-TXT) = '+RATCHET'
JD1026             AND UPPER-CASE(WS-WI-Flag-Name-TXT (1:10))
JD1026                 = WS-PJ-Name-TXT
JD1026                 SET WS-WI-Ratchet-On-BOOL TO TRUE
JD1026             END-IF
JD1026         END-IF
JD1026         READ F-Project-FILE
JD1026             AT END SET WS-PJ-EOF-BOOL TO TRUE
JD1026         END-READ
JD1026     END-PERFORM
JD1026     CLOSE F-Project-FILE
JD1026     .
      *>***************************************************************
      *> /ROLLBACK:n replaces a live executable and /REBASE blesses  **
      *> new smoke-test output, so both are privileged:              **
      *> IS-AUTHORISED checks the user's role in shop.operators and  **
      *> records the attempt in GCic.privlog whichever way it goes.  **
      *> A refusal ends the run RETURN-CODE 12 before anything is    **
      *> touched.                                                    **
      *> A parallel worker only re-asks (a '*QUERY' detail) - its    **
      *> coordinator has already recorded the run's one attempt.     **
      *>***************************************************************
JD1026 127-Check-Privileged-Action SECTION.
JD1026     MOVE SPACES TO WS-PV-Detail-TXT
JD1026     IF WS-RS-Rollback-Mode-BOOL
JD1026         MOVE 'ROLLBACK' TO WS-PV-Action-TXT
JD1026         STRING TRIM(WS-Pgm-Nm-TXT,TRAILING)
JD1026                ' generation ' WS-GEN-Req-NUM
JD1026             DELIMITED SIZE INTO WS-PV-Detail-TXT
JD1026     ELSE
JD1026         MOVE 'REBASE' TO WS-PV-Action-TXT
JD1026         IF WS-RS-List-Mode-BOOL
JD1026             STRING 'list ' TRIM(WS-List-Filename-TXT,TRAILING)
JD1026                 DELIMITED SIZE INTO WS-PV-Detail-TXT
JD1026         ELSE
JD1026             MOVE WS-Pgm-Nm-TXT TO WS-PV-Detail-TXT
JD1026         END-IF
JD1026     END-IF
JD1026     IF WS-RS-Worker-Run-BOOL
JD1026         MOVE '*QUERY' TO WS-PV-Detail-TXT
JD1026     END-IF
JD1026     IF IS-AUTHORISED('GCic', WS-PV-Action-TXT, WS-PV-Detail-TXT)
JD1026        = 0
JD1026         DISPLAY '/' TRIM(WS-PV-Action-TXT,TRAILING)
JD1026                 ' refused - user ' TRIM(WS-TK-User-TXT)
JD1026                 ' is not entitled to it in shop.operators'
JD1026         MOVE 12 TO WS-Exit-CD
JD1026         PERFORM 900-Terminate
JD1026*> ----- Control will NOT return
JD1026     END-IF
JD1026     .
      *>***************************************************************
      *> Cross-check 240-Find-LINKAGE-SECTION's auto-detected library/ **
      *> main-program type against GCic.programs, an optional shop     **
      *> Run the compiler using the switch settings we've prepared.  **
      *>***************************************************************
       210-Run-Compiler SECTION.
JD1026     SET WS-WI-No-Breach-BOOL TO TRUE
JD1026     MOVE 0 TO WS-WI-Warn-QTY
JD1026     MOVE UPPER-CASE(WS-TK-Ticket-TXT) TO WS-TK-Ticket-TXT
JD1026     IF WS-TK-Required-BOOL
JD1026     AND WS-TK-Ticket-TXT = SPACES
JD1026         PERFORM 228-Refuse-Unticketed-Compile
JD1026     END-IF
JD0826     SET WS-RS-No-Skip-Compile-BOOL TO TRUE
JD0826     PERFORM 212-Check-Build-Cache
JD0826     IF WS-BC-Unchanged-BOOL
JD0926     AND (WS-RS-Compile-OK-BOOL OR WS-RS-Compile-OK-Warn-BOOL)
JD0926         PERFORM 052-Record-Copy-Provenance
JD0926     END-IF
JD1026*> - Every compile's messages are read now, not just a failed
JD1026*>   one's: a good compile that left warnings is COMPILE WARN,
JD1026*>   and its warnings go to the inventory once GCic.log has
JD1026*>   the entry (and the stamp) they belong to.
JD1026     PERFORM 223-Extract-Compile-Errors
JD1026     IF WS-RS-Compile-OK-BOOL AND WS-WI-Warn-QTY > 0
JD1026         SET WS-RS-Compile-OK-Warn-BOOL TO TRUE
JD1026     END-IF
JD1026     IF WS-RS-Compile-OK-BOOL OR WS-RS-Compile-OK-Warn-BOOL
JD1026         PERFORM 065-Check-Warning-Ratchet
JD1026     END-IF
JD0826     PERFORM 215-Write-Audit-Log
JD1026     IF WS-RS-Compile-OK-BOOL OR WS-RS-Compile-OK-Warn-BOOL
JD1026         PERFORM 066-Write-Warning-Inventory
JD1026         PERFORM 060-Snapshot-Source
JD1026     END-IF
JD0826     IF WS-RS-Compile-Failed-BOOL
JD0826         PERFORM 218-Run-Failure-Hook
JD0826     END-IF
JD0826     PERFORM 216-Save-Switch-History
JD0826         PERFORM 213-Save-Build-Cache
JD0826     END-IF
GC0712     CLOSE F-Cobc-Output-FILE
JD1026     IF WS-WI-Breach-BOOL
JD1026         MOVE SPACES TO WS-Output-Msg-TXT
JD1026         STRING ' Warnings up to ' WS-WI-Count-NUM
JD1026                ' from ' WS-WI-Prior-NUM
JD1026                ' - COMPILE WARN+ (ratchet)'
JD1026             DELIMITED SIZE INTO WS-Output-Msg-TXT
JD1026         IF WS-RS-Single-Pgm-Mode-BOOL AND WS-Exit-CD = 0
JD1026             MOVE 4 TO WS-Exit-CD
JD1026         END-IF
JD1026     END-IF
GC0712     DISPLAY S-Switches-SCR
GC0712     CALL 'C$SLEEP' USING 2
GC0712     MOVE SPACES TO WS-Output-Msg-TXT
      *> record whose checksum and switches match the source and      **
      *> switches in effect right now - if so, it can compile exactly **
      *> the same way it did last time, so there is no need to run    **
      *> cobc again.  A record from a different cobc version (or one  **
      *> kept before versions were recorded) never matches.           **
      *>***************************************************************
JD0826 212-Check-Build-Cache SECTION.
JD0826     SET WS-BC-Changed-BOOL TO TRUE
JD0826             AND WS-BCS-Switches-TXT = WS-CS-All-Switches-TXT
JD0826             AND WS-BCS-Config-NUM   = WS-CS-Config-NUM
JD0826             AND WS-BCS-Extra-TXT    = WS-CS-Extra-TXT
JD1026             AND WS-BCS-Cobc-Version-TXT = WS-CV-Version-TXT
JD0826                 SET WS-BC-Unchanged-BOOL TO TRUE
JD0826             END-IF
JD0826         ELSE
JD0826     MOVE WS-CS-All-Switches-TXT TO WS-BC-Switches-TXT
JD0826     MOVE WS-CS-Config-NUM       TO WS-BC-Config-NUM
JD0826     MOVE WS-CS-Extra-TXT        TO WS-BC-Extra-TXT
JD1026     MOVE WS-CV-Version-TXT      TO WS-BC-Cobc-Version-TXT
JD0826*> - A parallel worker must not rewrite the shared cache -
JD0826*>   concurrent rewrites through the same temp name corrupt
JD0826*>   it.  Its records go to a side file the coordinator folds
JD0826             MOVE 'SKIPPED'        TO WS-AL-Status-TXT
JD0826         WHEN WS-RS-Compile-OK-BOOL
JD0826             MOVE 'COMPILE OK'     TO WS-AL-Status-TXT
JD1026         WHEN WS-RS-Compile-OK-Warn-BOOL AND WS-WI-Breach-BOOL
JD1026             MOVE 'COMPILE WARN+'  TO WS-AL-Status-TXT
JD1026             STRING 'Warnings ' WS-WI-Count-NUM
JD1026                    ' - ratchet was ' WS-WI-Prior-NUM
JD1026                 DELIMITED SIZE INTO WS-AL-Message-TXT
JD0826         WHEN WS-RS-Compile-OK-Warn-BOOL
JD0826             MOVE 'COMPILE WARN'   TO WS-AL-Status-TXT
JD1026             STRING 'Warnings ' WS-WI-Count-NUM
JD1026                 DELIMITED SIZE INTO WS-AL-Message-TXT
JD0826         WHEN OTHER
JD0826             MOVE 'COMPILE FAILED' TO WS-AL-Status-TXT
JD0826     END-EVALUATE
JD0826            TRIM(WS-Results-Mode-TXT,TRAILING) '|'
JD0826            TRIM(WS-AL-Status-TXT,TRAILING) '||||'
JD0826            TRIM(WS-Listing-Filename-TXT,TRAILING) '|'
JD1026            '|' TRIM(WS-CV-Version-TXT,TRAILING)
JD0826         DELIMITED SIZE INTO WS-Results-Line-TXT
JD0826     PERFORM 226-Append-Results-Feed
JD1026     IF WS-TK-Ticket-TXT NOT = SPACES
JD1026         PERFORM 227-Write-Ticket-Ledger
JD1026     END-IF
JD0926     PERFORM 056-Release-State-Lock
JD0826     .
      *>***************************************************************
JD0926     PERFORM 056-Release-State-Lock
JD0826     .
      *>***************************************************************
      *> Parse the cobc messages a compile left in the listing file. **
      *> A failed compile's go to <program>.gcerr - one fixed-column **
      *> record per diagnostic: program, source line, severity       **
      *> ('E' or 'W'), message text - so triage never again means    **
      *> opening each failed program's .gclst by hand.  During a     **
      *> compile-all run the records are also echoed into the run's  **
      *> consolidated <list>.gcerr for 037-Write-Failure-Report,     **
      *> and at an interactive screen the first error is shown       **
      *> along with the source line it points at.  A good compile's  **
      *> warnings are only noted, for the warning inventory - see    **
      *> 064-Note-Warning and 066-Write-Warning-Inventory.           **
      *>***************************************************************
JD0826 223-Extract-Compile-Errors SECTION.
JD1026     MOVE 0 TO WS-WI-Warn-QTY
JD1026     MOVE 0 TO WS-WI-Kept-QTY
JD1026     MOVE 0 TO WS-WI-Cat-QTY
JD1026     MOVE 0 TO WS-WI-Count-NUM
JD0826     MOVE SPACES TO WS-Err-Filename-TXT
JD0826     STRING TRIM(WS-Pgm-Nm-TXT,TRAILING) '.gcerr'
JD0826         DELIMITED SIZE INTO WS-Err-Filename-TXT
JD0826     IF WS-Listing-In-Status-CD NOT = '00'
JD0826         EXIT SECTION
JD0826     END-IF
JD1026     IF WS-RS-Compile-Failed-BOOL
JD1026         OPEN OUTPUT F-Err-FILE
JD1026         IF WS-Err-Status-CD NOT = '00'
JD1026             CLOSE F-Listing-In-FILE
JD1026             EXIT SECTION
JD1026         END-IF
JD1026         IF WS-RS-List-Mode-BOOL
JD1026             OPEN EXTEND F-Err-Cons-FILE
JD1026             IF WS-Err-Cons-Status-CD = '35'
JD1026                 OPEN OUTPUT F-Err-Cons-FILE
JD1026             END-IF
JD1026         END-IF
JD1026     END-IF
JD0826     MOVE 0 TO WS-EX-Diag-QTY
JD0826     MOVE 0 TO WS-EX-First-Line-NUM
JD0826     MOVE SPACES TO WS-EX-First-Msg-TXT
JD0826     PERFORM UNTIL WS-EX-EOF-BOOL
JD0826         PERFORM 224-Parse-Cobc-Message
JD0826         IF WS-EX-Parsed-BOOL
JD1026             IF WS-RS-Compile-Failed-BOOL
JD1026                 WRITE F-Err-REC FROM WS-Err-REC
JD1026                 IF WS-RS-List-Mode-BOOL
JD1026                 AND WS-Err-Cons-Status-CD = '00'
JD1026                     WRITE F-Err-Cons-REC FROM WS-Err-REC
JD1026                 END-IF
JD1026             END-IF
JD0826             ADD 1 TO WS-EX-Diag-QTY
JD0826             IF WS-EX-Sev-CHR = 'E'
JD0826             AND WS-EX-First-Line-NUM = 0
JD0826                 MOVE WS-EX-Line-NUM TO WS-EX-First-Line-NUM
JD0826                 MOVE WS-EX-Msg-TXT  TO WS-EX-First-Msg-TXT
JD0826             END-IF
JD1026             IF WS-EX-Sev-CHR = 'W'
JD1026                 PERFORM 064-Note-Warning
JD1026             END-IF
JD0826         END-IF
JD0826         READ F-Listing-In-FILE
JD0826             AT END SET WS-EX-EOF-BOOL TO TRUE
JD0826         END-READ
JD0826     END-PERFORM
JD0826     CLOSE F-Listing-In-FILE
JD1026     IF WS-RS-Compile-Failed-BOOL
JD1026         CLOSE F-Err-FILE
JD1026         IF WS-RS-List-Mode-BOOL
JD1026         AND WS-Err-Cons-Status-CD = '00'
JD1026             CLOSE F-Err-Cons-FILE
JD1026         END-IF
JD1026     END-IF
JD1026     MOVE WS-WI-Warn-QTY TO WS-WI-Count-NUM
JD0826     IF WS-RS-Interactive-Mode-BOOL
JD0826     AND WS-EX-First-Line-NUM > 0
JD0826         PERFORM 225-Show-First-Error
JD0826     CLOSE F-Results-FILE
JD0926     PERFORM 056-Release-State-Lock
JD0826     .
      *>***************************************************************
      *> Record one build (or one refused compile) in the change     **
      *> ledger GCic.tickets, from the GCic.log entry just built in  **
      *> WS-Audit-Log-REC - same program, stamp, switches and        **
      *> status - plus the ticket, who ran it and the project.  The  **
      *> ledger is created on first use.  A ledger that cannot be    **
      *> written never stops the build; it leaves a WARNING in       **
      *> GCic.log so GCicTkt's exceptions report is not trusted      **
      *> blindly.                                                    **
      *>***************************************************************
JD1026 227-Write-Ticket-Ledger SECTION.
JD1026     PERFORM 055-Acquire-State-Lock
JD1026     MOVE WS-TK-Ticket-TXT       TO WS-TKL-Ticket-TXT
JD1026     MOVE WS-AL-Pgm-Nm-TXT       TO WS-TKL-Pgm-Nm-TXT
JD1026     MOVE WS-AL-Compile-DT-TXT   TO WS-TKL-Stamp-TXT
JD1026     MOVE WS-Results-Mode-TXT    TO WS-TKL-Mode-TXT
JD1026     MOVE WS-AL-Status-TXT       TO WS-TKL-Status-TXT
JD1026     MOVE WS-TK-User-TXT         TO WS-TKL-User-TXT
JD1026     MOVE WS-PJ-Name-TXT         TO WS-TKL-Project-TXT
JD1026     MOVE WS-AL-Switches-TXT     TO WS-TKL-Switches-TXT
JD1026     OPEN I-O F-Ticket-FILE
JD1026     IF WS-Ticket-Status-CD = '35'
JD1026         OPEN OUTPUT F-Ticket-FILE
JD1026         CLOSE F-Ticket-FILE
JD1026         OPEN I-O F-Ticket-FILE
JD1026     END-IF
JD1026     IF WS-Ticket-Status-CD NOT = '00'
JD1026         MOVE 'Change ledger unavailable - build not logged'
JD1026           TO WS-AL-Message-TXT
JD1026         PERFORM 222-Write-Audit-Warning
JD1026         PERFORM 056-Release-State-Lock
JD1026         EXIT SECTION
JD1026     END-IF
JD1026     WRITE F-Ticket-REC FROM WS-TKL-Hold-REC
JD1026     IF WS-Ticket-Status-CD NOT = '00'
JD1026         MOVE 'Change ledger write failed - build not logged'
JD1026           TO WS-AL-Message-TXT
JD1026         PERFORM 222-Write-Audit-Warning
JD1026     END-IF
JD1026     CLOSE F-Ticket-FILE
JD1026     PERFORM 056-Release-State-Lock
JD1026     .
      *>***************************************************************
      *> A compile in a ticket-required project with no ticket.  The **
      *> attempt is recorded in the change ledger under a blank      **
      *> ticket (status REFUSED) either way.  Unattended, the run    **
      *> stops with RETURN-CODE 12 before anything is compiled; at   **
      *> the screen the operator is sent back to enter a ticket -    **
      *> Esc there still quits as usual.                             **
      *>***************************************************************
JD1026 228-Refuse-Unticketed-Compile SECTION.
JD1026     PERFORM UNTIL WS-TK-Ticket-TXT NOT = SPACES
JD1026         IF WS-RS-List-Mode-BOOL
JD1026             MOVE 'RUN'                TO WS-Results-Mode-TXT
JD1026             MOVE WS-List-Filename-TXT TO WS-AL-Pgm-Nm-TXT
JD1026         ELSE
JD1026             MOVE 'SINGLE'             TO WS-Results-Mode-TXT
JD1026             MOVE WS-Pgm-Nm-TXT        TO WS-AL-Pgm-Nm-TXT
JD1026         END-IF
JD1026         ACCEPT WS-LA-Stamp-DT-NUM FROM DATE YYYYMMDD
JD1026         ACCEPT WS-LA-Stamp-TM-NUM FROM TIME
JD1026         MOVE WS-LA-Stamp-DT-NUM     TO WS-AL-Compile-DT-TXT (1:8)
JD1026         MOVE WS-LA-Stamp-TM-NUM     TO WS-AL-Compile-DT-TXT (9:8)
JD1026         MOVE WS-CS-All-Switches-TXT TO WS-AL-Switches-TXT
JD1026         MOVE 'REFUSED'              TO WS-AL-Status-TXT
JD1026         PERFORM 227-Write-Ticket-Ledger
JD1026         IF WS-RS-Batch-Mode-BOOL
JD1026             DISPLAY 'Project ' TRIM(WS-PJ-Name-TXT)
JD1026                     ' requires a change ticket - compile '
JD1026                     'refused (use /TICKET:<ref>)'
JD1026             MOVE 12 TO WS-Exit-CD
JD1026             PERFORM 900-Terminate
JD1026*> --------- Control will NOT return
JD1026         END-IF
JD1026         MOVE ' This project requires a Change Ticket - enter one'
JD1026           TO WS-Output-Msg-TXT
JD1026         PERFORM 200-Let-User-Set-Switches
JD1026         MOVE UPPER-CASE(WS-TK-Ticket-TXT) TO WS-TK-Ticket-TXT
JD1026     END-PERFORM
JD1026     .
      *>***************************************************************
      *> Run the compiled program                                    **
      *>***************************************************************
      *> Run the program                                             **
      *>***************************************************************
GC0114     CALL X'E4'
JD1026     MOVE 'F4' TO WS-ET-Mode-TXT
JD0826     COMPUTE WS-SM-Start-Sec-NUM = SECONDS-PAST-MIDNIGHT
           CALL 'SYSTEM' USING TRIM(WS-Cmd-TXT,TRAILING)
JD0826     MOVE RETURN-CODE TO WS-SM-RC-NUM
      *> wall-clock seconds.  GCic.log knew the compile succeeded;   **
      *> now it also knows whether the program then ran or died.     **
      *> Callers set WS-SM-Start-Sec-NUM before launching and move   **
      *> RETURN-CODE to WS-SM-RC-NUM after.  The same figures, with  **
      *> the verdict, are appended to the GCic.exectimes feed.       **
      *>***************************************************************
JD0826 231-Record-Execution SECTION.
JD0926     PERFORM 055-Acquire-State-Lock
JD0826            WS-AL-Compile-DT-TXT '|'
JD0826            TRIM(WS-Results-Mode-TXT,TRAILING) '|'
JD0826            TRIM(WS-AL-Status-TXT,TRAILING) '|||||'
JD1026            '|' TRIM(WS-CV-Version-TXT,TRAILING)
JD0826         DELIMITED SIZE INTO WS-Results-Line-TXT
JD0826     PERFORM 226-Append-Results-Feed
JD1026     PERFORM 232-Append-Exec-Timing
JD0926     PERFORM 056-Release-State-Lock
JD0826     .
      *>***************************************************************
      *> Append this execution to GCic.exectimes                     **
      *> (program|stamp|mode|seconds|rc|OK or FAIL), stamped as the  **
      *> EXECUTED line is.  The caller holds the state lock.  A feed **
      *> that cannot be written must never block a run, so failures  **
      *> are silent, the same contract as 249-Record-Compile-Time.   **
      *>***************************************************************
JD1026 232-Append-Exec-Timing SECTION.
JD1026     MOVE SPACES TO WS-ET-Line-TXT
JD1026     STRING TRIM(WS-Pgm-Nm-TXT,TRAILING) '|'
JD1026            WS-AL-Compile-DT-TXT '|'
JD1026            TRIM(WS-ET-Mode-TXT,TRAILING) '|'
JD1026            WS-SM-Elapsed-NUM '|'
JD1026            WS-SM-RC-Disp-NUM '|'
JD1026         DELIMITED SIZE INTO WS-ET-Line-TXT
JD1026     IF WS-AL-Status-TXT = 'EXECUTED OK'
JD1026         MOVE CONCATENATE(TRIM(WS-ET-Line-TXT,TRAILING),'OK')
JD1026           TO WS-ET-Line-TXT
JD1026     ELSE
JD1026         MOVE CONCATENATE(TRIM(WS-ET-Line-TXT,TRAILING),'FAIL')
JD1026           TO WS-ET-Line-TXT
JD1026     END-IF
JD1026     OPEN EXTEND F-Exec-Timing-FILE
JD1026     IF WS-Exec-Timing-Status-CD = '35'
JD1026         OPEN OUTPUT F-Exec-Timing-FILE
JD1026     END-IF
JD1026     IF WS-Exec-Timing-Status-CD = '00'
JD1026         WRITE F-Exec-Timing-REC FROM WS-ET-Line-TXT
JD1026         CLOSE F-Exec-Timing-FILE
JD1026     END-IF
JD1026     .
      *>***************************************************************
      *> Smoke-test one just-compiled program during a /SMOKE        **
      *> compile-all run: if <list>.gcargs has an entry for it, run  **
JD0926             DELIMITED SIZE INTO WS-Cmd-TXT
JD0926             WITH POINTER WS-I-SUB
JD0926     END-IF
JD1026     MOVE 'SMOKE' TO WS-ET-Mode-TXT
JD0826     COMPUTE WS-SM-Start-Sec-NUM = SECONDS-PAST-MIDNIGHT
JD0826     CALL 'SYSTEM' USING TRIM(WS-Cmd-TXT,TRAILING)
JD0826     MOVE RETURN-CODE TO WS-SM-RC-NUM
      *>                                                              **
      *>    0  everything requested completed clean (warnings and    **
      *>       cache-skipped compiles included)                       **
      *>    4  everything compiled, but the warning ratchet caught a  **
      *>       program whose warning count went up (COMPILE WARN+)    **
      *>    8  one or more compiles - or smoke-test executions -      **
      *>       failed; the run itself completed                       **
      *>   12  a setup error: an unopenable /LIST: file, a missing   **
