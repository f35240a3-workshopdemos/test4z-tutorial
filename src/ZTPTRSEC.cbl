       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTRSEC.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Daily security-disposition report for TRENDY. ZTPTRNDY counts  *
      * the AUTH and FORBID request types per interval and system in   *
      * HLR-AUTH / HLR-FORBID; this program browses HEALTH-LOG once    *
      * over the reported day plus the baseline days before it and,    *
      * per system, compares the day's AUTH+FORBID share of requests   *
      * against the system's own share over the baseline:              *
      *                                                                *
      *   SPIKE    - the day's share reached the spike factor times    *
      *              the normal share, on at least the minimum number  *
      *              of dispositions (a credential-stuffing run shows  *
      *              up here instead of as "OK" workload)              *
      *   NORMAL   - within the system's usual level                   *
      *   NO-BASE  - no baseline requests to compare against           *
      *   NO-DATA  - registered system with no requests on the day     *
      *                                                                *
      * Every system gets one line on SECRPT and one record on the     *
      * flat SECFEED (see ZTPTRSDR) the security team picks up each    *
      * morning. Any SPIKE ends the step with RC-WARNING.              *
      *                                                                *
      * Systems come from the SYSTEM-REGISTRY when it is supplied;     *
      * systems found in HEALTH-LOG but not registered are reported    *
      * too, since an unexpected source of refusals is exactly what    *
      * the security team wants to see.                                *
      *                                                                *
      * Optional runtime PARMs: 'DATE=YYYY-MM-DD' selects the day      *
      * (default: yesterday), 'BASE=nn' the baseline days before it    *
      * (default 14), 'FAC=nnn' the spike factor as a percent of the   *
      * normal share (default 200, i.e. double), and 'MIN=nnnnn' the   *
      * fewest dispositions a day needs before it can be flagged       *
      * (default 20).                                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HEALTH-LOG ASSIGN TO HLLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HEALTH-LOG-KEY
           FILE STATUS IS HEALTH-LOG-FS.

           SELECT OPTIONAL SYSTEM-REGISTRY ASSIGN TO SYSREGY
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SYSTEM-REGISTRY-FS.

           SELECT SECURITY-REPORT ASSIGN TO SECRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECURITY-REPORT-FS.

           SELECT SECURITY-FEED ASSIGN TO SECFEED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SECURITY-FEED-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  HEALTH-LOG RECORD CONTAINS 145 CHARACTERS
           DATA RECORD IS HEALTH-LOG-RECORD.
       01  HEALTH-LOG-RECORD.
           02  HEALTH-LOG-KEY  PIC X(19).
           02  HEALTH-LOG-DATA PIC X(126).

       FD  SYSTEM-REGISTRY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SYSTEM-REGISTRY-RECORD.
       01  SYSTEM-REGISTRY-RECORD.
           05 SRG-SYSTEM-ID         PIC X(3).
           05 FILLER                PIC X.
           05 SRG-DESCRIPTION       PIC X(30).
           05 FILLER                PIC X.
           05 SRG-EXPECTED-FROM-HH  PIC 9(2).
           05 FILLER                PIC X.
           05 SRG-EXPECTED-TO-HH    PIC 9(2).
           05 FILLER                PIC X(40).

       FD  SECURITY-REPORT RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SECURITY-REPORT-RECORD.
       01  SECURITY-REPORT-RECORD PIC X(120).

       FD  SECURITY-FEED RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SECURITY-FEED-RECORD.
       01  SECURITY-FEED-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  HEALTH-LOG-FS           PIC 9(2).
           88 HEALTH-LOG-IO-SUCCESS    VALUE 00.
           88 HEALTH-LOG-EOF           VALUE 10.
       77  SYSTEM-REGISTRY-FS      PIC 9(2).
           88 SYSTEM-REGISTRY-IO-SUCCESS VALUE 00 05.
           88 SYSTEM-REGISTRY-EOF        VALUE 10.
       77  SECURITY-REPORT-FS      PIC 9(2).
           88 SECURITY-REPORT-IO-SUCCESS VALUE 00.
       77  SECURITY-FEED-FS        PIC 9(2).
           88 SECURITY-FEED-IO-SUCCESS   VALUE 00.

       77  HEALTH-LOG-IO-FLAG      PIC 9.
           88 HEALTH-LOG-DONE      VALUE 1.
           88 HEALTH-LOG-HAS-MORE  VALUE 0.
       77  SYSTEM-REGISTRY-IO-FLAG PIC 9.
           88 SYSTEM-REGISTRY-DONE     VALUE 1.
           88 SYSTEM-REGISTRY-HAS-MORE VALUE 0.

      ******************************************************************
      * The HEALTH-LOG record layout (see ZTPTRREC); only the HLR      *
      * prefix is used here.                                           *
      ******************************************************************
           COPY ZTPTRREC REPLACING
                   ==:ELR:== BY ==ELR==
                   ==:HLR:== BY ==HLR==
                   ==:HTT:== BY ==HTT==
                   ==:HTR:== BY ==HTR==
                   ==:RPT:== BY ==RPT==.

      ******************************************************************
      * The flat feed record (see ZTPTRSDR).                           *
      ******************************************************************
           COPY ZTPTRSDR REPLACING ==:SDR:== BY ==SDR==.

      ******************************************************************
      * Configuration parameters.                                      *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-TRSEC.
           05 CFG-BASELINE-DAYS        PIC 9(2) VALUE 14.
           05 CFG-SPIKE-FACTOR-PCT     PIC 9(3) VALUE 200.
           05 CFG-MIN-DISPOSITIONS     PIC 9(5) VALUE 20.

      ******************************************************************
      * The reported day and the start of its baseline.                *
      ******************************************************************
       01  WS-CURRENT-DATE.
           05 CURR-YEAR                PIC 9(4).
           05 CURR-MONTH               PIC 9(2).
           05 CURR-DAY                 PIC 9(2).
           05 FILLER                   PIC X(13).
       01  WS-REPORT-DATE.
           05 WS-RD-YEAR               PIC 9(4).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-RD-MONTH              PIC 9(2).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-RD-DAY                PIC 9(2).
       01  DAI-DATE-AS-INTEGER         PIC 9(8).
       01  DAI-DATE-AS-INTEGER-REDEF REDEFINES DAI-DATE-AS-INTEGER.
           05 DAI-YEAR                 PIC 9(4).
           05 DAI-MONTH                PIC 9(2).
           05 DAI-DAY                  PIC 9(2).
       77  WS-DAY-NUM                  PIC 9(7).
       77  WS-BROWSE-START             PIC X(16).
       77  WS-INTERVAL-DISPOSITIONS    PIC 9(7).

      ******************************************************************
      * One row per system: the reported day's totals, the baseline    *
      * days' totals, and the day's busiest interval for refusals.     *
      ******************************************************************
       01  WS-SECURITY-TABLE.
           05 WS-SC-ENTRY OCCURS 20 TIMES.
               10 WS-SC-SYSTEM-ID      PIC X(3) VALUE SPACES.
               10 WS-SC-DESCRIPTION    PIC X(30) VALUE SPACES.
               10 WS-SC-DAY-REQUESTS   PIC 9(8) VALUE 0.
               10 WS-SC-DAY-AUTH       PIC 9(7) VALUE 0.
               10 WS-SC-DAY-FORBID     PIC 9(7) VALUE 0.
               10 WS-SC-BASE-REQUESTS  PIC 9(9) VALUE 0.
               10 WS-SC-BASE-DISPS     PIC 9(8) VALUE 0.
               10 WS-SC-PEAK-INTERVAL  PIC X(16) VALUE SPACES.
               10 WS-SC-PEAK-DISPS     PIC 9(7) VALUE 0.
       77  WS-SC-COUNT                 PIC 9(3) VALUE 0.
       77  WS-SC-INDEX                 PIC 9(3).
       77  WS-SC-FOUND-FLAG            PIC 9.
           88 WS-SC-ENTRY-FOUND        VALUE 1.
           88 WS-SC-ENTRY-NOT-FOUND    VALUE 0.

       77  WS-DAY-SHARE-PCT            PIC 9(3)V99.
       77  WS-BASE-SHARE-PCT           PIC 9(3)V99.
       77  WS-SPIKE-SHARE-PCT          PIC 9(5)V99.
       77  WS-DAY-DISPOSITIONS         PIC 9(8).
       77  WS-SPIKE-COUNT              PIC 9(3) VALUE 0.

       01  SEC-HEADER-LINE.
           05 FILLER                   PIC X(30)
              VALUE '==> SECURITY DISPOSITIONS FOR '.
           05 SEC-HDR-DATE             PIC X(10).
           05 FILLER                   PIC X(11) VALUE ' (BASELINE '.
           05 SEC-HDR-BASE-DAYS        PIC Z9.
           05 FILLER                   PIC X(19)
              VALUE ' DAYS, SPIKE AT >= '.
           05 SEC-HDR-FACTOR           PIC ZZ9.
           05 FILLER                   PIC X(22)
              VALUE '% OF NORMAL, MINIMUM '.
           05 SEC-HDR-MINIMUM          PIC Z(4)9.
           05 FILLER                   PIC X VALUE ')'.
           05 FILLER                   PIC X(17) VALUE SPACES.

       01  SEC-DETAIL-LINE.
           05 SEC-SYSTEM-ID            PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 SEC-DESCRIPTION          PIC X(20).
           05 FILLER                   PIC X(6) VALUE ' REQS='.
           05 SEC-REQUESTS             PIC Z(7)9.
           05 FILLER                   PIC X(6) VALUE ' AUTH='.
           05 SEC-AUTH                 PIC Z(6)9.
           05 FILLER                   PIC X(8) VALUE ' FORBID='.
           05 SEC-FORBID               PIC Z(6)9.
           05 FILLER                   PIC X(7) VALUE ' SHARE='.
           05 SEC-SHARE-PCT            PIC ZZ9.99.
           05 FILLER                   PIC X(9) VALUE '% NORMAL='.
           05 SEC-BASE-SHARE-PCT       PIC ZZ9.99.
           05 FILLER                   PIC X(7) VALUE '% PEAK='.
           05 SEC-PEAK-TIME            PIC X(5).
           05 FILLER                   PIC X VALUE SPACE.
           05 SEC-STATUS               PIC X(7).
           05 FILLER                   PIC X(2) VALUE SPACES.

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

           DISPLAY '==> ZTPTRSEC start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM-OVERRIDES
           PERFORM COMPUTE-BASELINE-BOUNDS
           PERFORM OPEN-SECURITY-FILES
           PERFORM LOAD-SYSTEM-REGISTRY
           PERFORM BROWSE-HEALTH-LOG
           PERFORM WRITE-SECURITY-REPORT
           PERFORM CLOSE-SECURITY-FILES

           IF WS-SPIKE-COUNT > 0 AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY '==> ZTPTRSEC end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Default the reported day to yesterday, then apply any          *
      * 'DATE=YYYY-MM-DD,BASE=nn,FAC=nnn,MIN=nnnnn' overrides (any     *
      * order, any subset).                                            *
      ******************************************************************
       CHECK-PARM-OVERRIDES.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE CURR-YEAR  TO DAI-YEAR
           MOVE CURR-MONTH TO DAI-MONTH
           MOVE CURR-DAY   TO DAI-DAY
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER) - 1
           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
           MOVE DAI-YEAR  TO WS-RD-YEAR
           MOVE DAI-MONTH TO WS-RD-MONTH
           MOVE DAI-DAY   TO WS-RD-DAY

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PARM-FIELDS
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD(1) WS-PARM-FIELD(2)
                   WS-PARM-FIELD(3) WS-PARM-FIELD(4)
           END-UNSTRING

           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > 4
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:5) = 'DATE='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(6:4) IS NUMERIC
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(11:2)
                           IS NUMERIC
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(14:2)
                           IS NUMERIC
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(6:10)
                       TO WS-REPORT-DATE
               END-IF
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:5) = 'BASE='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(6:2) IS NUMERIC
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(6:2) > 0
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(6:2)
                       TO CFG-BASELINE-DAYS
               END-IF
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'FAC='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:3) IS NUMERIC
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:3) > 100
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:3)
                       TO CFG-SPIKE-FACTOR-PCT
               END-IF
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'MIN='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:5) IS NUMERIC
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:5)
                       TO CFG-MIN-DISPOSITIONS
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * The browse starts at midnight CFG-BASELINE-DAYS before the     *
      * reported day; everything before the reported day is baseline.  *
      ******************************************************************
       COMPUTE-BASELINE-BOUNDS.

           MOVE WS-RD-YEAR  TO DAI-YEAR
           MOVE WS-RD-MONTH TO DAI-MONTH
           MOVE WS-RD-DAY   TO DAI-DAY
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
               - CFG-BASELINE-DAYS
           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)

           MOVE SPACES TO WS-BROWSE-START
           STRING DAI-YEAR '-' DAI-MONTH '-' DAI-DAY ' 00:00'
               DELIMITED BY SIZE INTO WS-BROWSE-START

           DISPLAY '==> ZTPTRSEC reporting ' WS-REPORT-DATE
               ' against a baseline from ' WS-BROWSE-START(1:10)

           EXIT.

       OPEN-SECURITY-FILES.

           OPEN INPUT HEALTH-LOG
           IF NOT HEALTH-LOG-IO-SUCCESS
               DISPLAY '1: Error opening health log: ' HEALTH-LOG-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SYSTEM-REGISTRY
           IF NOT SYSTEM-REGISTRY-IO-SUCCESS
               DISPLAY '2: Error opening system registry: '
                   SYSTEM-REGISTRY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SECURITY-REPORT
           IF NOT SECURITY-REPORT-IO-SUCCESS
               DISPLAY '3: Error opening security report: '
                   SECURITY-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SECURITY-FEED
           IF NOT SECURITY-FEED-IO-SUCCESS
               DISPLAY '4: Error opening security feed: '
                   SECURITY-FEED-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       LOAD-SYSTEM-REGISTRY.

           SET SYSTEM-REGISTRY-HAS-MORE TO TRUE
           PERFORM UNTIL SYSTEM-REGISTRY-DONE
               READ SYSTEM-REGISTRY
                   AT END
                       SET SYSTEM-REGISTRY-DONE TO TRUE
                   NOT AT END
                       IF SRG-SYSTEM-ID NOT = SPACES
                               AND WS-SC-COUNT < 20
                           ADD 1 TO WS-SC-COUNT
                           MOVE SRG-SYSTEM-ID
                               TO WS-SC-SYSTEM-ID(WS-SC-COUNT)
                           MOVE SRG-DESCRIPTION
                               TO WS-SC-DESCRIPTION(WS-SC-COUNT)
                       END-IF
               END-READ

               IF NOT SYSTEM-REGISTRY-IO-SUCCESS AND
                       NOT SYSTEM-REGISTRY-EOF
                   DISPLAY '5: Error reading system registry: '
                       SYSTEM-REGISTRY-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET SYSTEM-REGISTRY-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Keyed order is interval then system, so one START at the       *
      * baseline's first midnight and a forward browse to the end of   *
      * the reported day covers everything needed.                     *
      ******************************************************************
       BROWSE-HEALTH-LOG.

           MOVE WS-BROWSE-START TO HEALTH-LOG-KEY(1:16)
           MOVE LOW-VALUES TO HEALTH-LOG-KEY(17:3)
           SET HEALTH-LOG-HAS-MORE TO TRUE
           START HEALTH-LOG
                   KEY IS GREATER OR EQUAL TO HEALTH-LOG-KEY
               INVALID KEY
                   SET HEALTH-LOG-DONE TO TRUE
           END-START

           PERFORM UNTIL HEALTH-LOG-DONE
               READ HEALTH-LOG NEXT RECORD
                   AT END
                       SET HEALTH-LOG-DONE TO TRUE
                   NOT AT END
                       MOVE HEALTH-LOG-RECORD TO HLR-HEALTH-LOG-RECORD
                       IF HLR-INTERVAL(1:10) > WS-REPORT-DATE
                           SET HEALTH-LOG-DONE TO TRUE
                       ELSE
                           PERFORM TALLY-ONE-INTERVAL
                       END-IF
               END-READ

               IF NOT HEALTH-LOG-IO-SUCCESS AND NOT HEALTH-LOG-EOF
                   DISPLAY '6: Error reading health log: '
                       HEALTH-LOG-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET HEALTH-LOG-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

       TALLY-ONE-INTERVAL.

           SET WS-SC-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SC-INDEX FROM 1 BY 1
                   UNTIL WS-SC-INDEX > WS-SC-COUNT
                       OR WS-SC-ENTRY-FOUND
               IF WS-SC-SYSTEM-ID(WS-SC-INDEX) = HLR-SYSTEM-ID
                   SET WS-SC-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-SC-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SC-INDEX
           ELSE
               IF WS-SC-COUNT >= 20
                   DISPLAY '==> ZTPTRSEC: system table full, '
                       'ignoring ' HLR-SYSTEM-ID ' at ' HLR-INTERVAL
                   MOVE RC-WARNING TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-COUNT TO WS-SC-INDEX
               MOVE HLR-SYSTEM-ID TO WS-SC-SYSTEM-ID(WS-SC-INDEX)
               MOVE '(not in registry)'
                   TO WS-SC-DESCRIPTION(WS-SC-INDEX)
           END-IF

      *-----------------------------------------------------------------
      * A record written before the AUTH/FORBID counters existed holds
      * spaces there; it still counts toward the request volume.
      *-----------------------------------------------------------------
           IF HLR-AUTH IS NOT NUMERIC
               MOVE 0 TO HLR-AUTH
           END-IF
           IF HLR-FORBID IS NOT NUMERIC
               MOVE 0 TO HLR-FORBID
           END-IF

           IF HLR-INTERVAL(1:10) < WS-REPORT-DATE
               ADD HLR-REQUESTS TO WS-SC-BASE-REQUESTS(WS-SC-INDEX)
               ADD HLR-AUTH HLR-FORBID
                   TO WS-SC-BASE-DISPS(WS-SC-INDEX)
               EXIT PARAGRAPH
           END-IF

           ADD HLR-REQUESTS TO WS-SC-DAY-REQUESTS(WS-SC-INDEX)
           ADD HLR-AUTH TO WS-SC-DAY-AUTH(WS-SC-INDEX)
           ADD HLR-FORBID TO WS-SC-DAY-FORBID(WS-SC-INDEX)

           COMPUTE WS-INTERVAL-DISPOSITIONS = HLR-AUTH + HLR-FORBID
           IF WS-INTERVAL-DISPOSITIONS > WS-SC-PEAK-DISPS(WS-SC-INDEX)
               MOVE WS-INTERVAL-DISPOSITIONS
                   TO WS-SC-PEAK-DISPS(WS-SC-INDEX)
               MOVE HLR-INTERVAL TO WS-SC-PEAK-INTERVAL(WS-SC-INDEX)
           END-IF

           EXIT.

       WRITE-SECURITY-REPORT.

           MOVE WS-REPORT-DATE TO SEC-HDR-DATE
           MOVE CFG-BASELINE-DAYS TO SEC-HDR-BASE-DAYS
           MOVE CFG-SPIKE-FACTOR-PCT TO SEC-HDR-FACTOR
           MOVE CFG-MIN-DISPOSITIONS TO SEC-HDR-MINIMUM

           MOVE SEC-HEADER-LINE TO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           IF NOT SECURITY-REPORT-IO-SUCCESS
               DISPLAY '7: Error writing security report: '
                   SECURITY-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF
           DISPLAY SEC-HEADER-LINE(1:100)

           PERFORM VARYING WS-SC-INDEX FROM 1 BY 1
                   UNTIL WS-SC-INDEX > WS-SC-COUNT
               PERFORM WRITE-ONE-SYSTEM-LINE
           END-PERFORM

           IF WS-SPIKE-COUNT > 0
               DISPLAY '==> ZTPTRSEC: ' WS-SPIKE-COUNT
                   ' system(s) with an AUTH/FORBID spike on '
                   WS-REPORT-DATE
           END-IF

           EXIT.

      ******************************************************************
      * Work out the day's share and the normal share, classify the    *
      * system, and write both the report line and the feed record.    *
      ******************************************************************
       WRITE-ONE-SYSTEM-LINE.

           MOVE SPACES TO SDR-SECURITY-DISPOSITION-RECORD
           INITIALIZE SDR-SECURITY-DISPOSITION-RECORD
               REPLACING NUMERIC BY 0

           COMPUTE WS-DAY-DISPOSITIONS =
               WS-SC-DAY-AUTH(WS-SC-INDEX) +
               WS-SC-DAY-FORBID(WS-SC-INDEX)

           MOVE 0 TO WS-DAY-SHARE-PCT
           MOVE 0 TO WS-BASE-SHARE-PCT
           IF WS-SC-DAY-REQUESTS(WS-SC-INDEX) > 0
               COMPUTE WS-DAY-SHARE-PCT ROUNDED =
                   (WS-DAY-DISPOSITIONS * 100)
                   / WS-SC-DAY-REQUESTS(WS-SC-INDEX)
           END-IF
           IF WS-SC-BASE-REQUESTS(WS-SC-INDEX) > 0
               COMPUTE WS-BASE-SHARE-PCT ROUNDED =
                   (WS-SC-BASE-DISPS(WS-SC-INDEX) * 100)
                   / WS-SC-BASE-REQUESTS(WS-SC-INDEX)
           END-IF

      *-----------------------------------------------------------------
      * A system that normally sees no refusals at all spikes as soon
      * as it sees the minimum number of them.
      *-----------------------------------------------------------------
           COMPUTE WS-SPIKE-SHARE-PCT =
               (WS-BASE-SHARE-PCT * CFG-SPIKE-FACTOR-PCT) / 100

           EVALUATE TRUE
               WHEN WS-SC-DAY-REQUESTS(WS-SC-INDEX) = 0
                   SET SDR-NO-DATA TO TRUE
               WHEN WS-SC-BASE-REQUESTS(WS-SC-INDEX) = 0
                   SET SDR-NO-BASELINE TO TRUE
               WHEN WS-DAY-DISPOSITIONS >= CFG-MIN-DISPOSITIONS
                       AND WS-DAY-SHARE-PCT > WS-BASE-SHARE-PCT
                       AND WS-DAY-SHARE-PCT >= WS-SPIKE-SHARE-PCT
                   SET SDR-SPIKE TO TRUE
                   ADD 1 TO WS-SPIKE-COUNT
               WHEN OTHER
                   SET SDR-NORMAL TO TRUE
           END-EVALUATE

           MOVE WS-REPORT-DATE TO SDR-REPORT-DATE
           MOVE WS-SC-SYSTEM-ID(WS-SC-INDEX) TO SDR-SYSTEM-ID
           MOVE WS-SC-DAY-REQUESTS(WS-SC-INDEX) TO SDR-REQUESTS
           MOVE WS-SC-DAY-AUTH(WS-SC-INDEX) TO SDR-AUTH
           MOVE WS-SC-DAY-FORBID(WS-SC-INDEX) TO SDR-FORBID
           MOVE WS-DAY-SHARE-PCT TO SDR-SHARE-PCT
           MOVE WS-BASE-SHARE-PCT TO SDR-BASELINE-SHARE-PCT
           MOVE WS-SC-PEAK-INTERVAL(WS-SC-INDEX) TO SDR-PEAK-INTERVAL

           MOVE SDR-SECURITY-DISPOSITION-RECORD TO SECURITY-FEED-RECORD
           WRITE SECURITY-FEED-RECORD
           IF NOT SECURITY-FEED-IO-SUCCESS
               DISPLAY '8: Error writing security feed: '
                   SECURITY-FEED-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           MOVE SPACES TO SEC-DETAIL-LINE
           MOVE WS-SC-SYSTEM-ID(WS-SC-INDEX) TO SEC-SYSTEM-ID
           MOVE WS-SC-DESCRIPTION(WS-SC-INDEX)(1:20)
               TO SEC-DESCRIPTION
           MOVE WS-SC-DAY-REQUESTS(WS-SC-INDEX) TO SEC-REQUESTS
           MOVE WS-SC-DAY-AUTH(WS-SC-INDEX) TO SEC-AUTH
           MOVE WS-SC-DAY-FORBID(WS-SC-INDEX) TO SEC-FORBID
           MOVE WS-DAY-SHARE-PCT TO SEC-SHARE-PCT
           MOVE WS-BASE-SHARE-PCT TO SEC-BASE-SHARE-PCT
           MOVE WS-SC-PEAK-INTERVAL(WS-SC-INDEX)(12:5)
               TO SEC-PEAK-TIME

           EVALUATE TRUE
               WHEN SDR-SPIKE
                   MOVE 'SPIKE  ' TO SEC-STATUS
               WHEN SDR-NO-DATA
                   MOVE 'NO-DATA' TO SEC-STATUS
               WHEN SDR-NO-BASELINE
                   MOVE 'NO-BASE' TO SEC-STATUS
               WHEN OTHER
                   MOVE 'NORMAL ' TO SEC-STATUS
           END-EVALUATE

           MOVE SEC-DETAIL-LINE TO SECURITY-REPORT-RECORD
           WRITE SECURITY-REPORT-RECORD
           IF NOT SECURITY-REPORT-IO-SUCCESS
               DISPLAY '9: Error writing security report: '
                   SECURITY-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY SEC-DETAIL-LINE

           EXIT.

       CLOSE-SECURITY-FILES.

           CLOSE HEALTH-LOG
           IF NOT HEALTH-LOG-IO-SUCCESS
               DISPLAY '10: Error closing health log: ' HEALTH-LOG-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE SYSTEM-REGISTRY

           CLOSE SECURITY-REPORT
           IF NOT SECURITY-REPORT-IO-SUCCESS
               DISPLAY '11: Error closing security report: '
                   SECURITY-REPORT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE SECURITY-FEED
           IF NOT SECURITY-FEED-IO-SUCCESS
               DISPLAY '12: Error closing security feed: '
                   SECURITY-FEED-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.
