       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTRMRG.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Merge step of the partitioned nightly TRENDY run. ZTPTRSPL     *
      * splits the night's EXEC-LOG by SYSTEM-ID group and one         *
      * ZTPTRNDY step per partition (PARM 'PRT=n') runs side by side,  *
      * each with its own checkpoint and its own copy of every         *
      * sequential output. This step puts those outputs back together  *
      * into the single set the downstream jobs read, under the usual  *
      * DD names, so nothing after it can tell the night was split:    *
      *                                                                *
      *   STREPORT - one summary: the earliest start and latest end    *
      *              interval, every count summed across partitions,   *
      *              the security, duplicate and time-zone lines       *
      *              summed, the per-system duplicate lines kept; the  *
      *              partitions' remaining lines (volume warnings,     *
      *              worst offenders) follow under a header apiece     *
      *   STRPTCSV - rebuilt from the summed counts                    *
      *   HLTREND, ALERTLOG, DAILYTRD, WEEKTRD - sorted back into      *
      *              interval and system order                         *
      *   GAPLOG   - sorted back into interval order                   *
      *   INCDLOG  - rebuilt from the merged HEALTH-TREND and          *
      *              ALERT-LOG, since a partition sees only its own    *
      *              systems and cannot tell a fleet-wide incident     *
      *              from a local one (see CORRELATE-INCIDENTS)        *
      *   EXLOGDSP - ARCHIVE only when every partition said ARCHIVE,   *
      *              otherwise RETAIN naming the partition that didn't *
      *                                                                *
      * A partition that failed is rerun on its own (restarting from   *
      * its own CHKPT) and this step rerun after it; nothing here      *
      * updates a keyed file, so the merge can be repeated freely.     *
      * A partition in use that left no summary or disposition ends    *
      * the step with RC-ERROR and a RETAIN disposition, since the     *
      * merged outputs are then incomplete.                            *
      *                                                                *
      * Partitioning is for the nightly consolidation only; MODE=INCR  *
      * and MODE=CATCH runs stay single steps. The remaining outputs   *
      * (REJLOG, DUPLOG, SUPPRPT, WKCOMPR, HTRNDCSV, EXPTRACE) are     *
      * per partition and read by people, not jobs, so are left as     *
      * they are.                                                      *
      *                                                                *
      * Optional runtime PARM: 'PRT=n', the number of partitions run   *
      * tonight (default 4), as given to ZTPTRSPL.                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      ******************************************************************
      * ==> Each partition step's STATS-REPORT and EXEC-LOG-           *
      *     DISPOSITION. A partition not in use tonight has DUMMY DDs. *
      ******************************************************************

           SELECT OPTIONAL STATS-REPORT-P1 ASSIGN TO STRPTP1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATS-REPORT-P1-FS.

           SELECT OPTIONAL STATS-REPORT-P2 ASSIGN TO STRPTP2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATS-REPORT-P2-FS.

           SELECT OPTIONAL STATS-REPORT-P3 ASSIGN TO STRPTP3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATS-REPORT-P3-FS.

           SELECT OPTIONAL STATS-REPORT-P4 ASSIGN TO STRPTP4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATS-REPORT-P4-FS.

           SELECT OPTIONAL EXEC-LOG-DISP-P1 ASSIGN TO EXDSPP1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXEC-LOG-DISP-P1-FS.

           SELECT OPTIONAL EXEC-LOG-DISP-P2 ASSIGN TO EXDSPP2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXEC-LOG-DISP-P2-FS.

           SELECT OPTIONAL EXEC-LOG-DISP-P3 ASSIGN TO EXDSPP3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXEC-LOG-DISP-P3-FS.

           SELECT OPTIONAL EXEC-LOG-DISP-P4 ASSIGN TO EXDSPP4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXEC-LOG-DISP-P4-FS.

      ******************************************************************
      * ==> Each partition step's record outputs, sorted together      *
      *     into the merged file of the same name.                     *
      ******************************************************************

           SELECT OPTIONAL HEALTH-TREND-P1 ASSIGN TO HLTRNDP1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HEALTH-TREND-P2 ASSIGN TO HLTRNDP2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HEALTH-TREND-P3 ASSIGN TO HLTRNDP3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HEALTH-TREND-P4 ASSIGN TO HLTRNDP4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-LOG-P1 ASSIGN TO ALRTLGP1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-LOG-P2 ASSIGN TO ALRTLGP2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-LOG-P3 ASSIGN TO ALRTLGP3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ALERT-LOG-P4 ASSIGN TO ALRTLGP4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL GAP-LOG-P1 ASSIGN TO GAPLOGP1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL GAP-LOG-P2 ASSIGN TO GAPLOGP2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL GAP-LOG-P3 ASSIGN TO GAPLOGP3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL GAP-LOG-P4 ASSIGN TO GAPLOGP4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DAILY-TREND-P1 ASSIGN TO DLYTRDP1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DAILY-TREND-P2 ASSIGN TO DLYTRDP2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DAILY-TREND-P3 ASSIGN TO DLYTRDP3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DAILY-TREND-P4 ASSIGN TO DLYTRDP4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL WEEKLY-TREND-P1 ASSIGN TO WKTRDP1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL WEEKLY-TREND-P2 ASSIGN TO WKTRDP2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL WEEKLY-TREND-P3 ASSIGN TO WKTRDP3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL WEEKLY-TREND-P4 ASSIGN TO WKTRDP4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
      * ==> The merged outputs, under ZTPTRNDY's own DD names.         *
      ******************************************************************

           SELECT STATS-REPORT ASSIGN TO STREPORT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATS-REPORT-FS.

           SELECT STATS-REPORT-CSV ASSIGN TO STRPTCSV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STATS-REPORT-CSV-FS.

           SELECT EXEC-LOG-DISPOSITION ASSIGN TO EXLOGDSP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXEC-LOG-DISPOSITION-FS.

           SELECT HEALTH-TREND ASSIGN TO HLTREND
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HEALTH-TREND-FS.

           SELECT ALERT-LOG ASSIGN TO ALERTLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERT-LOG-FS.

           SELECT GAP-LOG ASSIGN TO GAPLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT INCIDENT-LOG ASSIGN TO INCDLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INCIDENT-LOG-FS.

           SELECT DAILY-TREND ASSIGN TO DAILYTRD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT WEEKLY-TREND ASSIGN TO WEEKTRD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

      ******************************************************************
      * ==> The operator annotation store (see ZTPTRANR), optional,    *
      *     for the NOTE lines under each incident.                    *
      ******************************************************************

           SELECT OPTIONAL ANNOTATION-FILE ASSIGN TO ANNOT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANF-KEY-FIELDS
           FILE STATUS IS ANNOTATION-FILE-FS.

           SELECT TREND-SORT-WORK ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.

       FD  STATS-REPORT-P1 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS STATS-REPORT-P1-RECORD.
       01  STATS-REPORT-P1-RECORD PIC X(80).

       FD  STATS-REPORT-P2 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS STATS-REPORT-P2-RECORD.
       01  STATS-REPORT-P2-RECORD PIC X(80).

       FD  STATS-REPORT-P3 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS STATS-REPORT-P3-RECORD.
       01  STATS-REPORT-P3-RECORD PIC X(80).

       FD  STATS-REPORT-P4 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS STATS-REPORT-P4-RECORD.
       01  STATS-REPORT-P4-RECORD PIC X(80).

       FD  EXEC-LOG-DISP-P1 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXEC-LOG-DISP-P1-RECORD.
       01  EXEC-LOG-DISP-P1-RECORD PIC X(80).

       FD  EXEC-LOG-DISP-P2 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXEC-LOG-DISP-P2-RECORD.
       01  EXEC-LOG-DISP-P2-RECORD PIC X(80).

       FD  EXEC-LOG-DISP-P3 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXEC-LOG-DISP-P3-RECORD.
       01  EXEC-LOG-DISP-P3-RECORD PIC X(80).

       FD  EXEC-LOG-DISP-P4 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXEC-LOG-DISP-P4-RECORD.
       01  EXEC-LOG-DISP-P4-RECORD PIC X(80).

       FD  HEALTH-TREND-P1 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HEALTH-TREND-P1-RECORD.
       01  HEALTH-TREND-P1-RECORD PIC X(80).

       FD  HEALTH-TREND-P2 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HEALTH-TREND-P2-RECORD.
       01  HEALTH-TREND-P2-RECORD PIC X(80).

       FD  HEALTH-TREND-P3 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HEALTH-TREND-P3-RECORD.
       01  HEALTH-TREND-P3-RECORD PIC X(80).

       FD  HEALTH-TREND-P4 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HEALTH-TREND-P4-RECORD.
       01  HEALTH-TREND-P4-RECORD PIC X(80).

       FD  ALERT-LOG-P1 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ALERT-LOG-P1-RECORD.
       01  ALERT-LOG-P1-RECORD PIC X(80).

       FD  ALERT-LOG-P2 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ALERT-LOG-P2-RECORD.
       01  ALERT-LOG-P2-RECORD PIC X(80).

       FD  ALERT-LOG-P3 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ALERT-LOG-P3-RECORD.
       01  ALERT-LOG-P3-RECORD PIC X(80).

       FD  ALERT-LOG-P4 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ALERT-LOG-P4-RECORD.
       01  ALERT-LOG-P4-RECORD PIC X(80).

       FD  GAP-LOG-P1 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS GAP-LOG-P1-RECORD.
       01  GAP-LOG-P1-RECORD PIC X(80).

       FD  GAP-LOG-P2 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS GAP-LOG-P2-RECORD.
       01  GAP-LOG-P2-RECORD PIC X(80).

       FD  GAP-LOG-P3 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS GAP-LOG-P3-RECORD.
       01  GAP-LOG-P3-RECORD PIC X(80).

       FD  GAP-LOG-P4 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS GAP-LOG-P4-RECORD.
       01  GAP-LOG-P4-RECORD PIC X(80).

       FD  DAILY-TREND-P1 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DAILY-TREND-P1-RECORD.
       01  DAILY-TREND-P1-RECORD PIC X(80).

       FD  DAILY-TREND-P2 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DAILY-TREND-P2-RECORD.
       01  DAILY-TREND-P2-RECORD PIC X(80).

       FD  DAILY-TREND-P3 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DAILY-TREND-P3-RECORD.
       01  DAILY-TREND-P3-RECORD PIC X(80).

       FD  DAILY-TREND-P4 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DAILY-TREND-P4-RECORD.
       01  DAILY-TREND-P4-RECORD PIC X(80).

       FD  WEEKLY-TREND-P1 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS WEEKLY-TREND-P1-RECORD.
       01  WEEKLY-TREND-P1-RECORD PIC X(80).

       FD  WEEKLY-TREND-P2 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS WEEKLY-TREND-P2-RECORD.
       01  WEEKLY-TREND-P2-RECORD PIC X(80).

       FD  WEEKLY-TREND-P3 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS WEEKLY-TREND-P3-RECORD.
       01  WEEKLY-TREND-P3-RECORD PIC X(80).

       FD  WEEKLY-TREND-P4 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS WEEKLY-TREND-P4-RECORD.
       01  WEEKLY-TREND-P4-RECORD PIC X(80).

       FD  STATS-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS STATS-REPORT-RECORD.
       01  STATS-REPORT-RECORD PIC X(80).

       FD  STATS-REPORT-CSV RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS STATS-REPORT-CSV-RECORD.
       01  STATS-REPORT-CSV-RECORD PIC X(80).

       FD  EXEC-LOG-DISPOSITION RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXEC-LOG-DISPOSITION-RECORD.
       01  EXEC-LOG-DISPOSITION-RECORD PIC X(80).

       FD  HEALTH-TREND RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HEALTH-TREND-RECORD.
       01  HEALTH-TREND-RECORD PIC X(80).

       FD  ALERT-LOG RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ALERT-LOG-RECORD.
       01  ALERT-LOG-RECORD PIC X(80).

       FD  GAP-LOG RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS GAP-LOG-RECORD.
       01  GAP-LOG-RECORD PIC X(80).

       FD  INCIDENT-LOG RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS INCIDENT-LOG-RECORD.
       01  INCIDENT-LOG-RECORD PIC X(132).

       FD  DAILY-TREND RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DAILY-TREND-RECORD.
       01  DAILY-TREND-RECORD PIC X(80).

       FD  WEEKLY-TREND RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS WEEKLY-TREND-RECORD.
       01  WEEKLY-TREND-RECORD PIC X(80).

       FD  ANNOTATION-FILE RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS ANF-ANNOTATION-RECORD.
           COPY ZTPTRANR REPLACING ==:ANR:== BY ==ANF==.

      ******************************************************************
      * Sort work for the 80-byte record outputs. HEALTH-TREND,        *
      * ALERT-LOG and the DAILY/WEEKLY rollups all lead with interval  *
      * and system id (see ZTPTRREC/ZTPTRDWK); GAP-LOG leads with the  *
      * interval only and is sorted on that alone.                     *
      ******************************************************************
       SD  TREND-SORT-WORK
           DATA RECORD IS TREND-SORT-RECORD.
       01  TREND-SORT-RECORD.
           05 TSW-INTERVAL             PIC X(16).
           05 TSW-SYSTEM-ID            PIC X(3).
           05 FILLER                   PIC X(61).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  STATS-REPORT-P1-FS      PIC 9(2).
       77  STATS-REPORT-P2-FS      PIC 9(2).
       77  STATS-REPORT-P3-FS      PIC 9(2).
       77  STATS-REPORT-P4-FS      PIC 9(2).
       77  EXEC-LOG-DISP-P1-FS     PIC 9(2).
       77  EXEC-LOG-DISP-P2-FS     PIC 9(2).
       77  EXEC-LOG-DISP-P3-FS     PIC 9(2).
       77  EXEC-LOG-DISP-P4-FS     PIC 9(2).
       77  STATS-REPORT-FS         PIC 9(2).
           88 STATS-REPORT-IO-SUCCESS VALUE 00.
       77  STATS-REPORT-CSV-FS     PIC 9(2).
           88 STATS-REPORT-CSV-IO-SUCCESS VALUE 00.
       77  EXEC-LOG-DISPOSITION-FS PIC 9(2).
           88 EXEC-LOG-DISPOSITION-IO-SUCCESS VALUE 00.
       77  HEALTH-TREND-FS         PIC 9(2).
           88 HEALTH-TREND-IO-SUCCESS VALUE 00.
           88 HEALTH-TREND-EOF        VALUE 10.
       77  ALERT-LOG-FS            PIC 9(2).
           88 ALERT-LOG-IO-SUCCESS    VALUE 00.
           88 ALERT-LOG-EOF           VALUE 10.
       77  INCIDENT-LOG-FS         PIC 9(2).
           88 INCIDENT-LOG-IO-SUCCESS VALUE 00.
       77  ANNOTATION-FILE-FS      PIC 9(2).
           88 ANNOTATION-FILE-IO-SUCCESS    VALUE 00.
           88 ANNOTATION-FILE-KEY-NOT-FOUND VALUE 23.

      ******************************************************************
      * Status of whichever partition file is being read. An OPTIONAL  *
      * file that is not there opens with 05 and reads as empty.       *
      ******************************************************************
       77  WS-PART-FS              PIC 9(2).
           88 WS-PART-IO-SUCCESS   VALUE 00 05.
           88 WS-PART-EOF          VALUE 10.
       77  WS-PART-IO-FLAG         PIC 9.
           88 WS-PART-DONE         VALUE 1.
           88 WS-PART-HAS-MORE     VALUE 0.
       77  WS-PART-INDEX           PIC 9.

      ******************************************************************
      * Configuration parameters.                                      *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-TRMRG.
           05 CFG-PARTITION-COUNT      PIC 9 VALUE 4.
           05 CFG-INCIDENT-SHARE-PCT   PIC 9(3) VALUE 50.

      ******************************************************************
      * The summed counts (see ZTPTRREC) and the STATS-REPORT line     *
      * layouts they are read from and written back to (ZTPTRRPT).     *
      ******************************************************************
           COPY ZTPTRREC REPLACING
                   ==:ELR:== BY ==ELR==
                   ==:HLR:== BY ==HLR==
                   ==:HTT:== BY ==HTT==
                   ==:HTR:== BY ==HTR==
                   ==:RPT:== BY ==RPT==.

           COPY ZTPTRRPT.

       77  WS-STATS-LINE               PIC X(80).
       77  WS-MRG-COUNT                PIC 9(12).
       77  WS-COUNTS-LINE-FLAG         PIC 9 VALUE 0.
           88 WS-COUNTS-LINE-NEXT      VALUE 1.
       77  WS-PART-SUMMARY-FLAG        PIC 9.
           88 WS-PART-HAS-SUMMARY      VALUE 1.
       77  WS-PART-DETAIL-FLAG         PIC 9.
           88 WS-PART-HAS-DETAIL       VALUE 1.
       77  WS-CSV-LINE                 PIC X(80).

      ******************************************************************
      * The per-system duplicate lines (systems never span partitions, *
      * so they are kept as written) and every other partition line,   *
      * held until the merged summary above them has been written.     *
      ******************************************************************
       01  WS-DUP-LINE-TABLE.
           05 WS-DUP-LINE              PIC X(80) OCCURS 80 TIMES.
       77  WS-DUP-LINE-COUNT           PIC 9(3) VALUE 0.
       01  WS-DETAIL-LINE-TABLE.
           05 WS-DETAIL-LINE           PIC X(80) OCCURS 500 TIMES.
       77  WS-DETAIL-LINE-COUNT        PIC 9(3) VALUE 0.
       77  WS-LINE-INDEX               PIC 9(3).
       77  WS-LINES-DROPPED            PIC 9(5) VALUE 0.

       01  WS-PARTITION-HEADER-LINE.
           05 FILLER                   PIC X(14)
              VALUE '==> PARTITION '.
           05 WPH-PARTITION            PIC 9.
           05 FILLER                   PIC X(65) VALUE SPACES.

      ******************************************************************
      * EXEC-LOG-DISPOSITION, as ZTPTRNDY writes it.                   *
      ******************************************************************
       01  WS-DISPOSITION-RECORD.
           05 EXD-ACTION             PIC X(7).
               88 EXD-ARCHIVE        VALUE 'ARCHIVE'.
               88 EXD-RETAIN         VALUE 'RETAIN '.
           05 FILLER                 PIC X VALUE SPACE.
           05 EXD-ARCHIVE-NAME       PIC X(32).
           05 FILLER                 PIC X VALUE SPACE.
           05 EXD-REASON             PIC X(39).
       77  WS-ARCHIVE-NAME             PIC X(32) VALUE SPACES.
       77  WS-RETAIN-REASON            PIC X(39) VALUE SPACES.
       77  WS-ALL-ARCHIVE-FLAG         PIC 9 VALUE 1.
           88 WS-ALL-ARCHIVE           VALUE 1.
       77  WS-SORT-NAME                PIC X(20).

      ******************************************************************
      * Variables for CORRELATE-INCIDENTS, as ZTPTRNDY's               *
      * 268-CHECK-INCIDENT-CORRELATION keeps them: the systems that    *
      * reported in the interval (HEALTH-TREND) and those of them      *
      * that degraded unsuppressed (ALERT-LOG).                        *
      ******************************************************************
       77  HEALTH-TREND-IO-FLAG        PIC 9.
           88 HEALTH-TREND-DONE        VALUE 1.
           88 HEALTH-TREND-HAS-MORE    VALUE 0.
       77  ALERT-LOG-IO-FLAG           PIC 9.
           88 ALERT-LOG-DONE           VALUE 1.
           88 ALERT-LOG-HAS-MORE       VALUE 0.
       01  WS-ALERT-KEY.
           05 WAK-INTERVAL             PIC X(16).
           05 WAK-SYSTEM-ID            PIC X(3).
       77  WS-INCIDENT-INTERVAL        PIC X(16).
       01  WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 20 TIMES PIC X(3).
       77  WS-SEEN-COUNT               PIC 9(3) VALUE 0.
       01  WS-DEGRADED-TABLE.
           05 WS-DG-ENTRY OCCURS 20 TIMES PIC X(3).
       77  WS-DEGRADED-COUNT           PIC 9(3) VALUE 0.
       77  WS-DEGRADED-INDEX           PIC 9(3).
       77  WS-DEGRADED-SHARE-PCT       PIC 9(5).
       77  WS-INCIDENT-COUNT           PIC 9(5) VALUE 0.
       77  WS-ANNOT-AVAILABLE-FLAG     PIC 9 VALUE 0.
           88 WS-ANNOT-AVAILABLE       VALUE 1.

       01  WS-INCIDENT-LINE.
           05 FILLER                   PIC X(9)
              VALUE 'INCIDENT '.
           05 INC-INTERVAL             PIC X(16).
           05 FILLER                   PIC X(10)
              VALUE ' DEGRADED='.
           05 INC-DEGRADED-COUNT       PIC Z9.
           05 FILLER                   PIC X(4) VALUE ' OF '.
           05 INC-SEEN-COUNT           PIC Z9.
           05 FILLER                   PIC X(9)
              VALUE ' SYSTEMS:'.
           05 INC-SYSTEM-LIST          PIC X(80).

       01  WS-ANNOTATION-NOTE-LINE.
           05 FILLER                   PIC X(5) VALUE 'NOTE '.
           05 ANL-CAUSE                PIC X(30).
           05 FILLER                   PIC X VALUE SPACE.
           05 ANL-TICKET               PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 ANL-RESOLUTION           PIC X(32).

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES.                            *
      ******************************************************************
       77  WS-PARM                     PIC X(100).
       01  WS-PARM-FIELDS.
           05 WS-PARM-FIELD            PIC X(20) OCCURS 4 TIMES.
       77  WS-PARM-INDEX               PIC 9(2).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH           PIC S9(4) COMP.
           05 LS-PARM-DATA             PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPTRMRG start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM-OVERRIDES
           PERFORM MERGE-STATS-REPORTS
           PERFORM WRITE-MERGED-STATS-REPORT
           PERFORM SORT-PARTITION-OUTPUTS
           PERFORM CORRELATE-INCIDENTS
           PERFORM MERGE-DISPOSITIONS

           DISPLAY '==> ZTPTRMRG end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * 'PRT=n' (1-4) sets the number of partitions run tonight.       *
      ******************************************************************
       CHECK-PARM-OVERRIDES.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM NOT = SPACES
               MOVE SPACES TO WS-PARM-FIELDS
               UNSTRING WS-PARM DELIMITED BY ','
                   INTO WS-PARM-FIELD(1) WS-PARM-FIELD(2)
                       WS-PARM-FIELD(3) WS-PARM-FIELD(4)
               END-UNSTRING

               PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                       UNTIL WS-PARM-INDEX > 4
                   IF WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'PRT='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(5:1) >= '1'
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(5:1) <= '4'
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:1)
                           TO CFG-PARTITION-COUNT
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY '==> ZTPTRMRG merging ' CFG-PARTITION-COUNT
               ' partition(s)'

           EXIT.

      ******************************************************************
      * Read every partition's STATS-REPORT, summing the summary and   *
      * the lines under it and holding the rest for the merged report. *
      ******************************************************************
       MERGE-STATS-REPORTS.

           MOVE SPACES TO RPT-STATS-REPORT-TOTALS
           INITIALIZE RPT-STATS-REPORT-TOTALS REPLACING NUMERIC BY 0

           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > CFG-PARTITION-COUNT
               PERFORM READ-PARTITION-STATS
           END-PERFORM

           IF WS-LINES-DROPPED > 0
               DISPLAY '==> ZTPTRMRG: ' WS-LINES-DROPPED
                   ' partition report line(s) did not fit and were'
                   ' left out'
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF

           EXIT.

       READ-PARTITION-STATS.

           MOVE 0 TO WS-PART-SUMMARY-FLAG
           MOVE 0 TO WS-PART-DETAIL-FLAG
           MOVE 0 TO WS-COUNTS-LINE-FLAG

           EVALUATE WS-PART-INDEX
               WHEN 1
                   OPEN INPUT STATS-REPORT-P1
                   MOVE STATS-REPORT-P1-FS TO WS-PART-FS
               WHEN 2
                   OPEN INPUT STATS-REPORT-P2
                   MOVE STATS-REPORT-P2-FS TO WS-PART-FS
               WHEN 3
                   OPEN INPUT STATS-REPORT-P3
                   MOVE STATS-REPORT-P3-FS TO WS-PART-FS
               WHEN OTHER
                   OPEN INPUT STATS-REPORT-P4
                   MOVE STATS-REPORT-P4-FS TO WS-PART-FS
           END-EVALUATE

           IF NOT WS-PART-IO-SUCCESS
               DISPLAY '1: Error opening stats report of partition '
                   WS-PART-INDEX ': ' WS-PART-FS
               MOVE RC-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SET WS-PART-HAS-MORE TO TRUE
           PERFORM UNTIL WS-PART-DONE
               PERFORM READ-PARTITION-STATS-LINE
               IF NOT WS-PART-DONE
                   PERFORM MERGE-STATS-LINE
               END-IF
           END-PERFORM

           EVALUATE WS-PART-INDEX
               WHEN 1
                   CLOSE STATS-REPORT-P1
               WHEN 2
                   CLOSE STATS-REPORT-P2
               WHEN 3
                   CLOSE STATS-REPORT-P3
               WHEN OTHER
                   CLOSE STATS-REPORT-P4
           END-EVALUATE

           IF NOT WS-PART-HAS-SUMMARY
               DISPLAY '==> ZTPTRMRG: partition ' WS-PART-INDEX
                   ' left no stats summary - did its step finish?'
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       READ-PARTITION-STATS-LINE.

           EVALUATE WS-PART-INDEX
               WHEN 1
                   READ STATS-REPORT-P1 INTO WS-STATS-LINE
                       AT END
                           SET WS-PART-DONE TO TRUE
                   END-READ
                   MOVE STATS-REPORT-P1-FS TO WS-PART-FS
               WHEN 2
                   READ STATS-REPORT-P2 INTO WS-STATS-LINE
                       AT END
                           SET WS-PART-DONE TO TRUE
                   END-READ
                   MOVE STATS-REPORT-P2-FS TO WS-PART-FS
               WHEN 3
                   READ STATS-REPORT-P3 INTO WS-STATS-LINE
                       AT END
                           SET WS-PART-DONE TO TRUE
                   END-READ
                   MOVE STATS-REPORT-P3-FS TO WS-PART-FS
               WHEN OTHER
                   READ STATS-REPORT-P4 INTO WS-STATS-LINE
                       AT END
                           SET WS-PART-DONE TO TRUE
                   END-READ
                   MOVE STATS-REPORT-P4-FS TO WS-PART-FS
           END-EVALUATE

           IF NOT WS-PART-IO-SUCCESS AND NOT WS-PART-EOF
               DISPLAY '2: Error reading stats report of partition '
                   WS-PART-INDEX ': ' WS-PART-FS
               MOVE RC-ERROR TO RETURN-CODE
               SET WS-PART-DONE TO TRUE
           END-IF

           EXIT.

      ******************************************************************
      * Each line is recognized by its fixed literal lead-in (see      *
      * ZTPTRRPT); the counts line is the one after the column         *
      * headings. Edited counts are de-edited by MOVE before adding.   *
      ******************************************************************
       MERGE-STATS-LINE.

           EVALUATE TRUE
               WHEN WS-COUNTS-LINE-NEXT
                   MOVE 0 TO WS-COUNTS-LINE-FLAG
                   SET WS-PART-HAS-SUMMARY TO TRUE
                   MOVE WS-STATS-LINE TO RPL-STATS-REPORT-OUTPUT
                   MOVE RPL-VALID-EXEC-LOGS TO WS-MRG-COUNT
                   ADD WS-MRG-COUNT TO RPT-VALID-EXEC-LOGS
                   MOVE RPL-HEALTH-LOG-ADDITIONS TO WS-MRG-COUNT
                   ADD WS-MRG-COUNT TO RPT-HEALTH-LOG-ADDITIONS
                   MOVE RPL-HEALTH-LOG-UPDATES TO WS-MRG-COUNT
                   ADD WS-MRG-COUNT TO RPT-HEALTH-LOG-UPDATES
                   MOVE RPL-HEALTH-TREND-COUNT TO WS-MRG-COUNT
                   ADD WS-MRG-COUNT TO RPT-HEALTH-TREND-COUNT
                   MOVE RPL-ERROR-EXEC-LOGS TO WS-MRG-COUNT
                   ADD WS-MRG-COUNT TO RPT-ERROR-EXEC-LOGS
                   MOVE RPL-INVALID-EXEC-LOGS TO WS-MRG-COUNT
                   ADD WS-MRG-COUNT TO RPT-INVALID-EXEC-LOGS

               WHEN WS-STATS-LINE(1:23) = '==> TRENDY SUMMARY FOR '
                   MOVE WS-STATS-LINE TO RPL-HDR1-STATS-REPORT-OUTPUT
                   IF RPL-START-INTERVAL NOT = '0000-00-00 00:00'
                       IF RPT-START-INTERVAL = SPACES
                               OR RPL-START-INTERVAL <
                                   RPT-START-INTERVAL
                           MOVE RPL-START-INTERVAL
                               TO RPT-START-INTERVAL
                       END-IF
                       IF RPL-END-INTERVAL > RPT-END-INTERVAL
                           MOVE RPL-END-INTERVAL TO RPT-END-INTERVAL
                       END-IF
                   END-IF

               WHEN WS-STATS-LINE(1:13) = '  EXEC-LOGS  '
                   SET WS-COUNTS-LINE-NEXT TO TRUE

               WHEN WS-STATS-LINE(1:25) = 'No exec records processed'
                   SET WS-PART-HAS-SUMMARY TO TRUE

               WHEN WS-STATS-LINE(1:31) =
                       '==> SECURITY DISPOSITIONS AUTH='
                   MOVE WS-STATS-LINE TO WS-SECURITY-DISPOSITION-LINE
                   MOVE WSD-AUTH-EXEC-LOGS TO WS-MRG-COUNT
                   ADD WS-MRG-COUNT TO RPT-AUTH-EXEC-LOGS
                   MOVE WSD-FORBID-EXEC-LOGS TO WS-MRG-COUNT
                   ADD WS-MRG-COUNT TO RPT-FORBID-EXEC-LOGS

               WHEN WS-STATS-LINE(1:32) =
                       '==> DUPLICATE EXEC LOGS DIVERTED'
                   MOVE WS-STATS-LINE TO WS-DUPLICATE-TOTAL-LINE
                   MOVE WDT-DUPLICATE-EXEC-LOGS TO WS-MRG-COUNT
                   ADD WS-MRG-COUNT TO RPT-DUPLICATE-EXEC-LOGS

               WHEN WS-STATS-LINE(1:32) =
                       '==> DUPLICATE EXEC LOGS   SYSTEM'
                   IF WS-DUP-LINE-COUNT < 80
                       ADD 1 TO WS-DUP-LINE-COUNT
                       MOVE WS-STATS-LINE
                           TO WS-DUP-LINE(WS-DUP-LINE-COUNT)
                   ELSE
                       ADD 1 TO WS-LINES-DROPPED
                   END-IF

               WHEN WS-STATS-LINE(1:28) = '==> TIME ZONE NORMALIZATION'
                   MOVE WS-STATS-LINE TO WS-TIME-ZONE-LINE
                   MOVE WTZ-SHIFTED-EXEC-LOGS TO WS-MRG-COUNT
                   ADD WS-MRG-COUNT TO RPT-TZ-SHIFTED-EXEC-LOGS
                   MOVE WTZ-AMBIGUOUS-EXEC-LOGS TO WS-MRG-COUNT
                   ADD WS-MRG-COUNT TO RPT-DST-AMBIGUOUS-EXEC-LOGS

               WHEN OTHER
                   PERFORM STASH-DETAIL-LINE
           END-EVALUATE

           EXIT.

      ******************************************************************
      * A partition's first leftover line is preceded by its header.   *
      ******************************************************************
       STASH-DETAIL-LINE.

           IF NOT WS-PART-HAS-DETAIL
               IF WS-DETAIL-LINE-COUNT >= 499
                   ADD 1 TO WS-LINES-DROPPED
                   EXIT PARAGRAPH
               END-IF
               SET WS-PART-HAS-DETAIL TO TRUE
               MOVE WS-PART-INDEX TO WPH-PARTITION
               ADD 1 TO WS-DETAIL-LINE-COUNT
               MOVE WS-PARTITION-HEADER-LINE
                   TO WS-DETAIL-LINE(WS-DETAIL-LINE-COUNT)
           END-IF

           IF WS-DETAIL-LINE-COUNT >= 500
               ADD 1 TO WS-LINES-DROPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DETAIL-LINE-COUNT
           MOVE WS-STATS-LINE TO WS-DETAIL-LINE(WS-DETAIL-LINE-COUNT)

           EXIT.

      ******************************************************************
      * The merged STATS-REPORT, line for line as ZTPTRNDY's           *
      * 300-WRITE-STATS-REPORT writes it, then the held partition      *
      * lines; STATS-REPORT-CSV as its 301-WRITE-STATS-REPORT-CSV.     *
      ******************************************************************
       WRITE-MERGED-STATS-REPORT.

           OPEN OUTPUT STATS-REPORT
           IF NOT STATS-REPORT-IO-SUCCESS
               DISPLAY '3: Error opening stats report: '
                   STATS-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT STATS-REPORT-CSV
           IF NOT STATS-REPORT-CSV-IO-SUCCESS
               DISPLAY '4: Error opening stats report csv: '
                   STATS-REPORT-CSV-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           IF RPT-VALID-EXEC-LOGS + RPT-INVALID-EXEC-LOGS = 0
               MOVE 'No exec records processed' TO STATS-REPORT-RECORD
               DISPLAY STATS-REPORT-RECORD
               WRITE STATS-REPORT-RECORD
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           ELSE
               PERFORM WRITE-MERGED-SUMMARY
               PERFORM WRITE-MERGED-STATS-CSV
           END-IF

           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-DETAIL-LINE-COUNT
               WRITE STATS-REPORT-RECORD
                   FROM WS-DETAIL-LINE(WS-LINE-INDEX)
           END-PERFORM

           IF NOT STATS-REPORT-IO-SUCCESS
               DISPLAY '5: Error writing stats report: '
                   STATS-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           CLOSE STATS-REPORT
           IF NOT STATS-REPORT-IO-SUCCESS
               DISPLAY '6: Error closing stats report: '
                   STATS-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           CLOSE STATS-REPORT-CSV
           IF NOT STATS-REPORT-CSV-IO-SUCCESS
               DISPLAY '7: Error closing stats report csv: '
                   STATS-REPORT-CSV-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-MERGED-SUMMARY.

           IF RPT-START-INTERVAL = SPACES
               MOVE '0000-00-00 00:00' TO RPT-START-INTERVAL
           END-IF
           IF RPT-END-INTERVAL = SPACES
               MOVE '0000-00-00 00:00' TO RPT-END-INTERVAL
           END-IF

           MOVE RPT-START-INTERVAL TO RPL-START-INTERVAL
           MOVE RPT-END-INTERVAL TO RPL-END-INTERVAL

           MOVE RPT-VALID-EXEC-LOGS TO RPL-VALID-EXEC-LOGS
           MOVE RPT-ERROR-EXEC-LOGS TO RPL-ERROR-EXEC-LOGS
           MOVE RPT-INVALID-EXEC-LOGS TO RPL-INVALID-EXEC-LOGS
           MOVE RPT-HEALTH-LOG-ADDITIONS TO RPL-HEALTH-LOG-ADDITIONS
           MOVE RPT-HEALTH-LOG-UPDATES TO RPL-HEALTH-LOG-UPDATES
           MOVE RPT-HEALTH-TREND-COUNT TO RPL-HEALTH-TREND-COUNT

           DISPLAY RPL-HDR1-STATS-REPORT-OUTPUT
           DISPLAY RPL-HDR2-STATS-REPORT-OUTPUT
           DISPLAY RPL-STATS-REPORT-OUTPUT

           WRITE STATS-REPORT-RECORD FROM RPL-HDR1-STATS-REPORT-OUTPUT
           WRITE STATS-REPORT-RECORD FROM RPL-HDR2-STATS-REPORT-OUTPUT
           WRITE STATS-REPORT-RECORD FROM RPL-STATS-REPORT-OUTPUT

           MOVE RPT-AUTH-EXEC-LOGS TO WSD-AUTH-EXEC-LOGS
           MOVE RPT-FORBID-EXEC-LOGS TO WSD-FORBID-EXEC-LOGS
           DISPLAY WS-SECURITY-DISPOSITION-LINE
           WRITE STATS-REPORT-RECORD FROM WS-SECURITY-DISPOSITION-LINE

           MOVE RPT-DUPLICATE-EXEC-LOGS TO WDT-DUPLICATE-EXEC-LOGS
           DISPLAY WS-DUPLICATE-TOTAL-LINE
           WRITE STATS-REPORT-RECORD FROM WS-DUPLICATE-TOTAL-LINE

           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                   UNTIL WS-LINE-INDEX > WS-DUP-LINE-COUNT
               DISPLAY WS-DUP-LINE(WS-LINE-INDEX)
               WRITE STATS-REPORT-RECORD
                   FROM WS-DUP-LINE(WS-LINE-INDEX)
           END-PERFORM

           MOVE RPT-TZ-SHIFTED-EXEC-LOGS TO WTZ-SHIFTED-EXEC-LOGS
           MOVE RPT-DST-AMBIGUOUS-EXEC-LOGS TO WTZ-AMBIGUOUS-EXEC-LOGS
           DISPLAY WS-TIME-ZONE-LINE
           WRITE STATS-REPORT-RECORD FROM WS-TIME-ZONE-LINE

           IF NOT STATS-REPORT-IO-SUCCESS
               DISPLAY '5: Error writing stats report: '
                   STATS-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-MERGED-STATS-CSV.

           MOVE 'START_INTERVAL,END_INTERVAL,VALID_EXEC_LOGS,'
               & 'ERROR_EXEC_LOGS,INVALID_EXEC_LOGS,'
               & 'HEALTH_LOG_ADDITIONS,HEALTH_LOG_UPDATES,'
               & 'HEALTH_TREND_COUNT'
               TO STATS-REPORT-CSV-RECORD
           WRITE STATS-REPORT-CSV-RECORD

           MOVE SPACES TO WS-CSV-LINE
           STRING
               FUNCTION TRIM(RPT-START-INTERVAL) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               FUNCTION TRIM(RPT-END-INTERVAL) DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               RPT-VALID-EXEC-LOGS DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               RPT-ERROR-EXEC-LOGS DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               RPT-INVALID-EXEC-LOGS DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               RPT-HEALTH-LOG-ADDITIONS DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               RPT-HEALTH-LOG-UPDATES DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               RPT-HEALTH-TREND-COUNT DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING

           MOVE WS-CSV-LINE TO STATS-REPORT-CSV-RECORD
           WRITE STATS-REPORT-CSV-RECORD
           IF NOT STATS-REPORT-CSV-IO-SUCCESS
               DISPLAY '8: Error writing stats report csv: '
                   STATS-REPORT-CSV-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * A SORT rather than a MERGE, so the result does not depend on   *
      * every partition file being in strict key order. WITH           *
      * DUPLICATES IN ORDER keeps equal keys in partition order.       *
      ******************************************************************
       SORT-PARTITION-OUTPUTS.

           SORT TREND-SORT-WORK
               ON ASCENDING KEY TSW-INTERVAL TSW-SYSTEM-ID
               WITH DUPLICATES IN ORDER
               USING HEALTH-TREND-P1 HEALTH-TREND-P2
                   HEALTH-TREND-P3 HEALTH-TREND-P4
               GIVING HEALTH-TREND
           MOVE 'HEALTH-TREND' TO WS-SORT-NAME
           PERFORM CHECK-SORT-RETURN

           SORT TREND-SORT-WORK
               ON ASCENDING KEY TSW-INTERVAL TSW-SYSTEM-ID
               WITH DUPLICATES IN ORDER
               USING ALERT-LOG-P1 ALERT-LOG-P2
                   ALERT-LOG-P3 ALERT-LOG-P4
               GIVING ALERT-LOG
           MOVE 'ALERT-LOG' TO WS-SORT-NAME
           PERFORM CHECK-SORT-RETURN

           SORT TREND-SORT-WORK
               ON ASCENDING KEY TSW-INTERVAL
               WITH DUPLICATES IN ORDER
               USING GAP-LOG-P1 GAP-LOG-P2
                   GAP-LOG-P3 GAP-LOG-P4
               GIVING GAP-LOG
           MOVE 'GAP-LOG' TO WS-SORT-NAME
           PERFORM CHECK-SORT-RETURN

           SORT TREND-SORT-WORK
               ON ASCENDING KEY TSW-INTERVAL TSW-SYSTEM-ID
               WITH DUPLICATES IN ORDER
               USING DAILY-TREND-P1 DAILY-TREND-P2
                   DAILY-TREND-P3 DAILY-TREND-P4
               GIVING DAILY-TREND
           MOVE 'DAILY-TREND' TO WS-SORT-NAME
           PERFORM CHECK-SORT-RETURN

           SORT TREND-SORT-WORK
               ON ASCENDING KEY TSW-INTERVAL TSW-SYSTEM-ID
               WITH DUPLICATES IN ORDER
               USING WEEKLY-TREND-P1 WEEKLY-TREND-P2
                   WEEKLY-TREND-P3 WEEKLY-TREND-P4
               GIVING WEEKLY-TREND
           MOVE 'WEEKLY-TREND' TO WS-SORT-NAME
           PERFORM CHECK-SORT-RETURN

           EXIT.

       CHECK-SORT-RETURN.

           IF SORT-RETURN NOT = 0
               DISPLAY '9: Error merging ' WS-SORT-NAME
                   ': SORT-RETURN=' SORT-RETURN
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY '==> ZTPTRMRG merged ' WS-SORT-NAME
           END-IF

           EXIT.

      ******************************************************************
      * ZTPTRNDY's 268-CHECK-INCIDENT-CORRELATION over the whole       *
      * night: both merged files are in interval and system order, so  *
      * one pass takes each interval's reporting systems from          *
      * HEALTH-TREND and its degraded ones from ALERT-LOG. A system    *
      * with more than one record for the interval is counted once.    *
      ******************************************************************
       CORRELATE-INCIDENTS.

           OPEN INPUT HEALTH-TREND
           IF NOT HEALTH-TREND-IO-SUCCESS
               DISPLAY '13: Error opening merged health trend: '
                   HEALTH-TREND-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ALERT-LOG
           IF NOT ALERT-LOG-IO-SUCCESS
               DISPLAY '14: Error opening merged alert log: '
                   ALERT-LOG-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               CLOSE HEALTH-TREND
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT INCIDENT-LOG
           IF NOT INCIDENT-LOG-IO-SUCCESS
               DISPLAY '15: Error opening incident log: '
                   INCIDENT-LOG-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               CLOSE HEALTH-TREND
               CLOSE ALERT-LOG
               EXIT PARAGRAPH
           END-IF

      *-----------------------------------------------------------------
      * The annotation store is optional; without it the incidents
      * are written with no NOTE lines, as ZTPTRNDY does.
      *-----------------------------------------------------------------
           OPEN INPUT ANNOTATION-FILE
           IF ANNOTATION-FILE-IO-SUCCESS
               SET WS-ANNOT-AVAILABLE TO TRUE
           ELSE
               DISPLAY '==> ZTPTRMRG: annotation store not available ('
                   ANNOTATION-FILE-FS '), notes skipped'
           END-IF

           SET HEALTH-TREND-HAS-MORE TO TRUE
           SET ALERT-LOG-HAS-MORE TO TRUE
           PERFORM READ-MERGED-HEALTH-TREND
           PERFORM READ-MERGED-ALERT-LOG

           PERFORM UNTIL HEALTH-TREND-DONE
               MOVE HTR-INTERVAL TO WS-INCIDENT-INTERVAL
               MOVE SPACES TO WS-SEEN-TABLE
               MOVE 0 TO WS-SEEN-COUNT
               MOVE SPACES TO WS-DEGRADED-TABLE
               MOVE 0 TO WS-DEGRADED-COUNT

               PERFORM UNTIL HEALTH-TREND-DONE
                       OR HTR-INTERVAL NOT = WS-INCIDENT-INTERVAL
                   IF WS-SEEN-COUNT = 0
                       OR (WS-SEEN-COUNT < 20 AND HTR-SYSTEM-ID NOT =
                           WS-SEEN-ENTRY(WS-SEEN-COUNT))
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE HTR-SYSTEM-ID
                           TO WS-SEEN-ENTRY(WS-SEEN-COUNT)
                   END-IF
                   PERFORM READ-MERGED-HEALTH-TREND
               END-PERFORM

               PERFORM UNTIL ALERT-LOG-DONE
                       OR WAK-INTERVAL > WS-INCIDENT-INTERVAL
                   IF WAK-INTERVAL = WS-INCIDENT-INTERVAL
                       IF WS-DEGRADED-COUNT = 0
                           OR (WS-DEGRADED-COUNT < 20
                               AND WAK-SYSTEM-ID NOT =
                                   WS-DG-ENTRY(WS-DEGRADED-COUNT))
                           ADD 1 TO WS-DEGRADED-COUNT
                           MOVE WAK-SYSTEM-ID
                               TO WS-DG-ENTRY(WS-DEGRADED-COUNT)
                       END-IF
                   END-IF
                   PERFORM READ-MERGED-ALERT-LOG
               END-PERFORM

               PERFORM CHECK-INCIDENT-CORRELATION
           END-PERFORM

           CLOSE HEALTH-TREND
           CLOSE ALERT-LOG
           IF WS-ANNOT-AVAILABLE
               CLOSE ANNOTATION-FILE
           END-IF

           CLOSE INCIDENT-LOG
           IF NOT INCIDENT-LOG-IO-SUCCESS
               DISPLAY '16: Error closing incident log: '
                   INCIDENT-LOG-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY '==> ZTPTRMRG correlated ' WS-INCIDENT-COUNT
               ' incident(s) into INCIDENT-LOG'

           EXIT.

       READ-MERGED-HEALTH-TREND.

           READ HEALTH-TREND INTO HTR-HEALTH-TREND-RECORD
               AT END
                   SET HEALTH-TREND-DONE TO TRUE
           END-READ

           IF NOT HEALTH-TREND-IO-SUCCESS AND NOT HEALTH-TREND-EOF
               DISPLAY '17: Error reading merged health trend: '
                   HEALTH-TREND-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               SET HEALTH-TREND-DONE TO TRUE
           END-IF

           EXIT.

       READ-MERGED-ALERT-LOG.

           READ ALERT-LOG
               AT END
                   SET ALERT-LOG-DONE TO TRUE
               NOT AT END
                   MOVE ALERT-LOG-RECORD(1:19) TO WS-ALERT-KEY
           END-READ

           IF NOT ALERT-LOG-IO-SUCCESS AND NOT ALERT-LOG-EOF
               DISPLAY '18: Error reading merged alert log: '
                   ALERT-LOG-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               SET ALERT-LOG-DONE TO TRUE
           END-IF

           EXIT.

      ******************************************************************
      * Written exactly as ZTPTRNDY writes it: one INCIDENT line when  *
      * the degraded share of more than one reporting system reaches   *
      * CFG-INCIDENT-SHARE-PCT, then a NOTE line under it for each     *
      * degraded system annotated for the interval.                    *
      ******************************************************************
       CHECK-INCIDENT-CORRELATION.

           IF WS-SEEN-COUNT < 2 OR WS-DEGRADED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DEGRADED-SHARE-PCT =
               (WS-DEGRADED-COUNT * 100) / WS-SEEN-COUNT

           IF WS-DEGRADED-SHARE-PCT < CFG-INCIDENT-SHARE-PCT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INCIDENT-INTERVAL TO INC-INTERVAL
           MOVE WS-DEGRADED-COUNT TO INC-DEGRADED-COUNT
           MOVE WS-SEEN-COUNT TO INC-SEEN-COUNT
           MOVE SPACES TO INC-SYSTEM-LIST
           PERFORM VARYING WS-DEGRADED-INDEX FROM 1 BY 1
                   UNTIL WS-DEGRADED-INDEX > WS-DEGRADED-COUNT
               MOVE WS-DG-ENTRY(WS-DEGRADED-INDEX) TO
                   INC-SYSTEM-LIST
                       (((WS-DEGRADED-INDEX - 1) * 4) + 2 : 3)
           END-PERFORM

           MOVE WS-INCIDENT-LINE TO INCIDENT-LOG-RECORD
           PERFORM WRITE-INCIDENT-LINE
           ADD 1 TO WS-INCIDENT-COUNT

           DISPLAY '==> ZTPTRMRG ' WS-INCIDENT-LINE(1:60)

           IF NOT WS-ANNOT-AVAILABLE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DEGRADED-INDEX FROM 1 BY 1
                   UNTIL WS-DEGRADED-INDEX > WS-DEGRADED-COUNT
               MOVE WS-INCIDENT-INTERVAL TO ANF-INTERVAL
               MOVE WS-DG-ENTRY(WS-DEGRADED-INDEX) TO ANF-SYSTEM-ID
               READ ANNOTATION-FILE
               IF ANNOTATION-FILE-IO-SUCCESS
                   MOVE ANF-CAUSE TO ANL-CAUSE
                   MOVE ANF-TICKET TO ANL-TICKET
                   MOVE ANF-RESOLUTION(1:32) TO ANL-RESOLUTION
                   MOVE SPACES TO INCIDENT-LOG-RECORD
                   STRING 'NOTE '
                       WS-DG-ENTRY(WS-DEGRADED-INDEX) ' '
                       DELIMITED BY SIZE
                       INTO INCIDENT-LOG-RECORD
                   MOVE WS-ANNOTATION-NOTE-LINE(6:74)
                       TO INCIDENT-LOG-RECORD(10:74)
                   PERFORM WRITE-INCIDENT-LINE
               ELSE
                   IF NOT ANNOTATION-FILE-KEY-NOT-FOUND
                       DISPLAY '19: Error reading annotation store: '
                           ANNOTATION-FILE-FS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       WRITE-INCIDENT-LINE.

           WRITE INCIDENT-LOG-RECORD
           IF NOT INCIDENT-LOG-IO-SUCCESS
               DISPLAY '20: Error writing incident log: '
                   INCIDENT-LOG-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * The unsplit EXEC-LOG may only be archived when every partition *
      * consolidated its share; otherwise it is retained, naming the   *
      * first partition that held it back.                             *
      ******************************************************************
       MERGE-DISPOSITIONS.

           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > CFG-PARTITION-COUNT
               PERFORM READ-PARTITION-DISPOSITION
           END-PERFORM

           IF WS-ALL-ARCHIVE AND RETURN-CODE >= RC-ERROR
               MOVE 0 TO WS-ALL-ARCHIVE-FLAG
               MOVE 'merge step hit trouble, see log'
                   TO WS-RETAIN-REASON
           END-IF

           MOVE SPACES TO WS-DISPOSITION-RECORD
           IF WS-ALL-ARCHIVE
               SET EXD-ARCHIVE TO TRUE
               MOVE WS-ARCHIVE-NAME TO EXD-ARCHIVE-NAME
               MOVE 'fully consolidated into HEALTH-LOG'
                   TO EXD-REASON
               DISPLAY '==> ZTPTRMRG: EXEC-LOG may be archived as '
                   WS-ARCHIVE-NAME
           ELSE
               SET EXD-RETAIN TO TRUE
               MOVE WS-RETAIN-REASON TO EXD-REASON
               DISPLAY '==> ZTPTRMRG: leaving EXEC-LOG in place, '
                   WS-RETAIN-REASON
           END-IF

           OPEN OUTPUT EXEC-LOG-DISPOSITION
           IF NOT EXEC-LOG-DISPOSITION-IO-SUCCESS
               DISPLAY '10: Error opening exec log disposition: '
                   EXEC-LOG-DISPOSITION-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           WRITE EXEC-LOG-DISPOSITION-RECORD FROM WS-DISPOSITION-RECORD
           IF NOT EXEC-LOG-DISPOSITION-IO-SUCCESS
               DISPLAY '11: Error writing exec log disposition: '
                   EXEC-LOG-DISPOSITION-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           CLOSE EXEC-LOG-DISPOSITION
           IF NOT EXEC-LOG-DISPOSITION-IO-SUCCESS
               DISPLAY '12: Error closing exec log disposition: '
                   EXEC-LOG-DISPOSITION-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       READ-PARTITION-DISPOSITION.

           MOVE SPACES TO WS-DISPOSITION-RECORD
           SET WS-PART-HAS-MORE TO TRUE

           EVALUATE WS-PART-INDEX
               WHEN 1
                   OPEN INPUT EXEC-LOG-DISP-P1
                   READ EXEC-LOG-DISP-P1 INTO WS-DISPOSITION-RECORD
                       AT END
                           SET WS-PART-DONE TO TRUE
                   END-READ
                   CLOSE EXEC-LOG-DISP-P1
               WHEN 2
                   OPEN INPUT EXEC-LOG-DISP-P2
                   READ EXEC-LOG-DISP-P2 INTO WS-DISPOSITION-RECORD
                       AT END
                           SET WS-PART-DONE TO TRUE
                   END-READ
                   CLOSE EXEC-LOG-DISP-P2
               WHEN 3
                   OPEN INPUT EXEC-LOG-DISP-P3
                   READ EXEC-LOG-DISP-P3 INTO WS-DISPOSITION-RECORD
                       AT END
                           SET WS-PART-DONE TO TRUE
                   END-READ
                   CLOSE EXEC-LOG-DISP-P3
               WHEN OTHER
                   OPEN INPUT EXEC-LOG-DISP-P4
                   READ EXEC-LOG-DISP-P4 INTO WS-DISPOSITION-RECORD
                       AT END
                           SET WS-PART-DONE TO TRUE
                   END-READ
                   CLOSE EXEC-LOG-DISP-P4
           END-EVALUATE

           IF WS-PART-DONE OR
                   (NOT EXD-ARCHIVE AND NOT EXD-RETAIN)
               DISPLAY '==> ZTPTRMRG: partition ' WS-PART-INDEX
                   ' left no EXEC-LOG disposition'
               MOVE RC-ERROR TO RETURN-CODE
               IF WS-ALL-ARCHIVE
                   MOVE 0 TO WS-ALL-ARCHIVE-FLAG
                   MOVE SPACES TO WS-RETAIN-REASON
                   STRING 'partition ' WS-PART-INDEX
                       ' left no disposition'
                       DELIMITED BY SIZE INTO WS-RETAIN-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF EXD-RETAIN
               IF WS-ALL-ARCHIVE
                   MOVE 0 TO WS-ALL-ARCHIVE-FLAG
                   MOVE SPACES TO WS-RETAIN-REASON
                   STRING 'partition ' WS-PART-INDEX ': '
                       EXD-REASON
                       DELIMITED BY SIZE INTO WS-RETAIN-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-ARCHIVE-NAME = SPACES
               MOVE EXD-ARCHIVE-NAME TO WS-ARCHIVE-NAME
           END-IF

           EXIT.
