       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2OPW.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Nightly operational metrics warehouse load. Every nightly      *
      * output is a print report or a one-off CSV, so a question that  *
      * spans systems and months meant a custom program. This job      *
      * loads one night's key measures into the DB2 reporting tables:  *
      *                                                                *
      *  OPS_FACT_MEASURE  one row per measure per night, by source    *
      *                    dataset, system, job and feed               *
      *  OPS_DIM_DATE      the calendar of the nights loaded           *
      *  OPS_DIM_SYSTEM    the systems, jobs and feeds ever seen, with *
      *  OPS_DIM_JOB       the night each was first loaded             *
      *  OPS_DIM_FEED                                                  *
      *                                                                *
      * The measures come from the datasets the stream already keeps:  *
      *                                                                *
      *  DAILYTRD  ZTPTRNDY daily rollup: requests and the response,   *
      *            workload and happy ratings, per system              *
      *  RUNSTATS  ZTPRUNST elapsed minutes, per job                   *
      *  RCLOG     return code, per job (the job's last run to end     *
      *            that day)                                           *
      *  DQHIST    ZTPDQSCD accepts and rejects, per feed              *
      *  PHSUMRY   ZTDB2PHN batch summary counts, feed PHONE           *
      *  OPSHIST   ZTPOPSUM total adoptions, feed BREED                *
      *  SALESCHS  ZTPHRNMM widgets scored, average score and the      *
      *            count of each recommendation, feed WIDGET           *
      *                                                                *
      * Where a history holds a key twice for the night (an upstream   *
      * job rerun), the later record wins.                             *
      *                                                                *
      * The night's fact rows are deleted and reloaded in one unit of  *
      * work, so the load can be rerun for a date as often as needed   *
      * without counting anything twice. Dimension rows are only ever  *
      * added.                                                         *
      *                                                                *
      * Nothing is loaded for a night whose feeds failed ZTPMANIF:     *
      * each feed behind the measures (EXLOG, PHUPDATE, SALESWCH,      *
      * ADOPTS, RCLOG) must have the night's PHASE=TOP manifest        *
      * entry, and neither its TOP nor its TAIL entry may be marked    *
      * as an anomaly. A rejected night ends with RC-ERROR.            *
      *                                                                *
      * PARM 'DATE=YYYYMMDD' names the night; by default it is today.  *
      * OPWRPT lists the manifest checks and the rows loaded per       *
      * source; a source with no data for the night ends the run with  *
      * RC-WARNING.                                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN MANIFEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MFR-KEY
           FILE STATUS IS MANIFEST-FS.

           SELECT OPTIONAL DAILY-TREND ASSIGN DAILYTRD
           FILE STATUS IS SOURCE-FS.

           SELECT OPTIONAL RUN-STATS-FILE ASSIGN RUNSTATS
           FILE STATUS IS SOURCE-FS.

           SELECT OPTIONAL RC-LOG-FILE ASSIGN RCLOG
           FILE STATUS IS SOURCE-FS.

           SELECT OPTIONAL QUALITY-HISTORY ASSIGN DQHIST
           FILE STATUS IS SOURCE-FS.

           SELECT OPTIONAL PHONE-SUMMARY ASSIGN PHSUMRY
           FILE STATUS IS SOURCE-FS.

           SELECT OPTIONAL OPS-HISTORY ASSIGN OPSHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OHR-RUN-DATE
           FILE STATUS IS SOURCE-FS.

           SELECT OPTIONAL SALES-SCORE-HISTORY ASSIGN SALESCHS
           FILE STATUS IS SOURCE-FS.

           SELECT LOAD-REPORT ASSIGN OPWRPT
           FILE STATUS IS LOAD-REPORT-FS.

       DATA DIVISION.

       FILE SECTION.

      ******************************************************************
      * ZTPMANIF's manifest, see there.                                *
      ******************************************************************
       FD  MANIFEST-FILE RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MANIFEST-RECORD.
       01  MANIFEST-RECORD.
           05 MFR-KEY.
               10 MFR-DDNAME       PIC X(8).
               10 MFR-PHASE        PIC X(1).
               10 MFR-RUN-DATE     PIC X(8).
           05 FILLER               PIC X.
           05 MFR-RECORD-COUNT     PIC 9(8).
           05 FILLER               PIC X.
           05 MFR-BYTE-TOTAL       PIC 9(10).
           05 FILLER               PIC X.
           05 MFR-CHECKSUM         PIC 9(9).
           05 FILLER               PIC X.
           05 MFR-CHECK-RESULT     PIC X(1).
              88 MFR-CHECK-ANOMALY VALUE 'A'.
           05 FILLER               PIC X(31).

      ******************************************************************
      * ZTPTRNDY's daily HEALTH-TREND rollup, layout in ZTPTRDWK.      *
      ******************************************************************
       FD  DAILY-TREND RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DAILY-TREND-RECORD.
       01  DAILY-TREND-RECORD PIC X(80).

       FD  RUN-STATS-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RUN-STATS-RECORD.
       01  RUN-STATS-RECORD.
           05 RST-RUN-DATE        PIC X(8).
           05 FILLER              PIC X.
           05 RST-JOB-NAME        PIC X(8).
           05 FILLER              PIC X.
           05 RST-ELAPSED-MINS    PIC 9(5).
           05 FILLER              PIC X.
           05 RST-START-STAMP     PIC X(16).
           05 FILLER              PIC X.
           05 RST-END-STAMP       PIC X(16).
           05 FILLER              PIC X(23).

       FD  RC-LOG-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RC-LOG-RECORD.
       01  RC-LOG-RECORD.
           05 RCL-JOB-NAME        PIC X(8).
           05 FILLER              PIC X.
           05 RCL-RETURN-CODE     PIC 9(3).
           05 FILLER              PIC X.
           05 RCL-START-STAMP     PIC X(16).
           05 FILLER              PIC X.
           05 RCL-END-STAMP       PIC X(16).
           05 FILLER              PIC X(34).

       FD  QUALITY-HISTORY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS QUALITY-HISTORY-RECORD.
       01  QUALITY-HISTORY-RECORD.
           05 DQH-RUN-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 DQH-FEED-NAME        PIC X(8).
           05 FILLER               PIC X.
           05 DQH-ACCEPTS          PIC 9(7).
           05 FILLER               PIC X.
           05 DQH-REJECTS          PIC 9(7).
           05 FILLER               PIC X(47).

      ******************************************************************
      * ZTDB2PHN's batch summary, layout in ZTDB2PHS.                  *
      ******************************************************************
       FD  PHONE-SUMMARY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PHONE-SUMMARY-RECORD.
       01  PHONE-SUMMARY-RECORD PIC X(80).

       FD  OPS-HISTORY RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPS-HISTORY-RECORD.
       01  OPS-HISTORY-RECORD.
           05 OHR-RUN-DATE          PIC X(8).
           05 FILLER                PIC X.
           05 OHR-TRENDY-VALID      PIC 9(8).
           05 FILLER                PIC X.
           05 OHR-TRENDY-ADDS       PIC 9(8).
           05 FILLER                PIC X.
           05 OHR-PHONE-UPDATES     PIC 9(6).
           05 FILLER                PIC X.
           05 OHR-PHONE-CREATES     PIC 9(6).
           05 FILLER                PIC X.
           05 OHR-PHONE-REJECTS     PIC 9(6).
           05 FILLER                PIC X.
           05 OHR-TOTAL-ADOPTIONS   PIC 9(6).
           05 FILLER                PIC X.
           05 OHR-TRENDY-INVALID    PIC 9(8).
           05 FILLER                PIC X(17).

       FD  SALES-SCORE-HISTORY RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SALES-SCORE-HISTORY-RECORD.
       01  SALES-SCORE-HISTORY-RECORD.
           05 SSH-DATE                 PIC X(8).
           05 FILLER                   PIC X.
           05 SSH-WIDGET-ID            PIC X(7).
           05 FILLER                   PIC X.
           05 SSH-SCORE                PIC Z9.
           05 FILLER                   PIC X.
           05 SSH-RECOMMEND            PIC X(7).
           05 FILLER                   PIC X(13).

       FD  LOAD-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS LOAD-REPORT-RECORD.
       01  LOAD-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  MANIFEST-FS            PIC X(2).
           88 MANIFEST-FS-OK      VALUE '00'.
           88 MANIFEST-FS-NOTFND  VALUE '23'.
       01  SOURCE-FS              PIC X(2).
           88 SOURCE-FS-OK        VALUE '00'.
           88 SOURCE-FS-OPTIONAL  VALUE '05'.
           88 SOURCE-FS-NOTFND    VALUE '23'.
       01  LOAD-REPORT-FS         PIC X(2).

           COPY ZTPTRDWK REPLACING ==:XTR:== BY ==DTR==.

           COPY ZTDB2PHS.

      ******************************************************************
      * The feeds behind the measures, as ZTPMANIF registers them:     *
      * EXLOG feeds the HEALTH-TREND rollup, PHUPDATE the phone batch, *
      * SALESWCH the widget scores, ADOPTS the adoptions, and RCLOG    *
      * the return codes and run times. DQHIST is scored from them.    *
      ******************************************************************
       01  WS-GATE-DDNAME-VALUES.
           05 FILLER PIC X(40)
               VALUE 'EXLOG   PHUPDATESALESWCHADOPTS  RCLOG   '.
       01  WS-GATE-DDNAMES REDEFINES WS-GATE-DDNAME-VALUES.
           05 WS-GATE-DDNAME           PIC X(8) OCCURS 5 TIMES.
       77  WS-GATE-COUNT               PIC 9(2) VALUE 5.
       77  WS-GATE-INDEX               PIC 9(2).
       77  WS-GATE-FAILURES            PIC 9(2) VALUE 0.
       77  WS-GATE-VERDICT             PIC X(8).

       01  WS-PARM             PIC X(100).

      *-----------------------------------------------------------------
      * The night being loaded, as the sources date it: 'YYYYMMDD' in
      * the histories, 'YYYY-MM-DD' in the interval and job stamps.
      *-----------------------------------------------------------------
       01  WS-LOAD-DATE        PIC X(8).
       01  WS-LOAD-DATE-PARTS REDEFINES WS-LOAD-DATE.
           05 WS-LD-YEAR       PIC 9(4).
           05 WS-LD-MONTH      PIC 9(2).
           05 WS-LD-DAY        PIC 9(2).
       01  WS-LOAD-DATE-X      PIC X(10).
       77  WS-LOAD-DAY-NUMBER  PIC 9(7).

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).

      *-----------------------------------------------------------------
      * The night's measures, gathered from every source before any
      * row is touched. Storing a key again replaces its value.
      *-----------------------------------------------------------------
       01  WS-MEASURE-TABLE.
           05 WS-MS-ENTRY OCCURS 600 TIMES.
               10 WS-MS-SOURCE         PIC X(8).
               10 WS-MS-SYSTEM         PIC X(3).
               10 WS-MS-JOB            PIC X(8).
               10 WS-MS-FEED           PIC X(8).
               10 WS-MS-NAME           PIC X(16).
               10 WS-MS-VALUE          PIC 9(9).
       77  WS-MS-COUNT         PIC 9(3) VALUE 0.
       77  WS-MS-INDEX         PIC 9(3).

       01  WS-NEW-MEASURE.
           05 WS-NM-SOURCE             PIC X(8).
           05 WS-NM-SYSTEM             PIC X(3).
           05 WS-NM-JOB                PIC X(8).
           05 WS-NM-FEED               PIC X(8).
           05 WS-NM-NAME               PIC X(16).
           05 WS-NM-VALUE              PIC 9(9).

      *-----------------------------------------------------------------
      * The night's widget scores, latest per widget.
      *-----------------------------------------------------------------
       01  WS-WIDGET-TABLE.
           05 WS-WG-ENTRY OCCURS 300 TIMES.
               10 WS-WG-ID             PIC X(7).
               10 WS-WG-SCORE          PIC 9(2).
               10 WS-WG-RECOMMEND      PIC X(7).
       77  WS-WG-COUNT         PIC 9(3) VALUE 0.
       77  WS-WG-INDEX         PIC 9(3).
       77  WS-WG-SCORE-TOTAL   PIC 9(6).
       77  WS-WG-PROMOTE       PIC 9(3).
       77  WS-WG-HOLD          PIC 9(3).
       77  WS-WG-STOCKLO       PIC 9(3).

       77  WS-SOURCE-NAME      PIC X(8).
       77  WS-SOURCE-RECORDS   PIC 9(7).
       77  WS-SOURCE-MS-START  PIC 9(3).
       77  WS-SOURCE-MEASURES  PIC 9(3).

       01  WS-LOAD-TOTALS.
           05 WS-TOTAL-REPLACED        PIC 9(7) VALUE 0.
           05 WS-TOTAL-LOADED          PIC 9(7) VALUE 0.
           05 WS-TOTAL-NEW-DIMENSIONS  PIC 9(5) VALUE 0.
           05 WS-TOTAL-EMPTY-SOURCES   PIC 9(2) VALUE 0.

      ******************************************************************
      * Reporting table host structures.                               *
      ******************************************************************
       01  SQLRECORD1.
           02  DATE-KEY        PIC X(8).
           02  SOURCE-NAME     PIC X(8).
           02  SYSTEM-ID       PIC X(3).
           02  JOB-NAME        PIC X(8).
           02  FEED-NAME       PIC X(8).
           02  MEASURE-NAME    PIC X(16).
           02  MEASURE-VALUE   PIC S9(9) COMP-4.
           02  CAL-YEAR        PIC S9(4) COMP-4.
           02  CAL-MONTH       PIC S9(4) COMP-4.
           02  CAL-DAY         PIC S9(4) COMP-4.
           02  WEEK-DAY        PIC S9(4) COMP-4.
           02  EXISTING-ROWS   PIC S9(9) COMP-4.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

           EXEC SQL DECLARE MYUSERID.OPS_FACT_MEASURE TABLE
               (DATE_KEY      CHAR(08)    NOT NULL,
               SOURCE_NAME    CHAR(08)    NOT NULL,
               SYSTEM_ID      CHAR(03)    NOT NULL,
               JOB_NAME       CHAR(08)    NOT NULL,
               FEED_NAME      CHAR(08)    NOT NULL,
               MEASURE_NAME   CHAR(16)    NOT NULL,
               MEASURE_VALUE  INTEGER     NOT NULL)
           END-EXEC.

           EXEC SQL DECLARE MYUSERID.OPS_DIM_DATE TABLE
               (DATE_KEY      CHAR(08)    NOT NULL,
               CAL_YEAR       SMALLINT    NOT NULL,
               CAL_MONTH      SMALLINT    NOT NULL,
               CAL_DAY        SMALLINT    NOT NULL,
               DAY_OF_WEEK    SMALLINT    NOT NULL)
           END-EXEC.

           EXEC SQL DECLARE MYUSERID.OPS_DIM_SYSTEM TABLE
               (SYSTEM_ID     CHAR(03)    NOT NULL,
               FIRST_LOADED   CHAR(08)    NOT NULL)
           END-EXEC.

           EXEC SQL DECLARE MYUSERID.OPS_DIM_JOB TABLE
               (JOB_NAME      CHAR(08)    NOT NULL,
               FIRST_LOADED   CHAR(08)    NOT NULL)
           END-EXEC.

           EXEC SQL DECLARE MYUSERID.OPS_DIM_FEED TABLE
               (FEED_NAME     CHAR(08)    NOT NULL,
               FIRST_LOADED   CHAR(08)    NOT NULL)
           END-EXEC.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
           EXEC SQL WHENEVER SQLERROR   GOTO DBERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING GOTO DBERROR END-EXEC.

           DISPLAY 'ZTDB2OPW start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM
           IF WS-LOAD-DATE = SPACES
               MOVE RC-ERROR TO RETURN-CODE
               DISPLAY 'ZTDB2OPW end with RETURN-CODE=' RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT LOAD-REPORT
           IF LOAD-REPORT-FS NOT = '00'
               DISPLAY 'ZTDB2OPW error opening OPWRPT: '
                   LOAD-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO LOAD-REPORT-RECORD
           STRING 'OPERATIONAL METRICS WAREHOUSE LOAD   DATE='
               WS-LOAD-DATE
               DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

      *-----------------------------------------------------------------
      * A night the manifest did not pass is not loaded at all.
      *-----------------------------------------------------------------
           PERFORM CHECK-MANIFEST-GATE
           IF WS-GATE-FAILURES > 0
               MOVE SPACES TO LOAD-REPORT-RECORD
               STRING 'NIGHT REJECTED: ' WS-GATE-FAILURES
                   ' FEED(S) FAILED THE MANIFEST CHECKS, NOTHING LOADED'
                   DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               CLOSE LOAD-REPORT
               IF RETURN-CODE < RC-ERROR
                   MOVE RC-ERROR TO RETURN-CODE
               END-IF
               DISPLAY 'ZTDB2OPW ' WS-LOAD-DATE
                   ' rejected by the manifest checks'
               DISPLAY 'ZTDB2OPW end with RETURN-CODE=' RETURN-CODE
               GOBACK
           END-IF

           PERFORM GATHER-HEALTH-TREND
           PERFORM GATHER-RUN-STATS
           PERFORM GATHER-RC-LOG
           PERFORM GATHER-QUALITY-HISTORY
           PERFORM GATHER-PHONE-SUMMARY
           PERFORM GATHER-ADOPTIONS
           PERFORM GATHER-WIDGET-SCORES

      *-----------------------------------------------------------------
      * A source that could not be read leaves the night as it was.
      *-----------------------------------------------------------------
           IF RETURN-CODE > RC-WARNING
               MOVE SPACES TO LOAD-REPORT-RECORD
               STRING 'SOURCE ERROR, NOTHING LOADED'
                   DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM LOAD-THE-NIGHT
               EXEC SQL COMMIT END-EXEC
               MOVE SPACES TO LOAD-REPORT-RECORD
               STRING 'FACT ROWS REPLACED=' WS-TOTAL-REPLACED
                   ' LOADED=' WS-TOTAL-LOADED
                   ' NEW DIMENSION ROWS=' WS-TOTAL-NEW-DIMENSIONS
                   DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF

           CLOSE LOAD-REPORT

           DISPLAY 'ZTDB2OPW date=' WS-LOAD-DATE
               ' measures=' WS-MS-COUNT
               ' replaced=' WS-TOTAL-REPLACED
               ' loaded=' WS-TOTAL-LOADED
           DISPLAY 'ZTDB2OPW end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Parse 'DATE=YYYYMMDD'; without it, load today.                 *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF WS-PARM(1:5) = 'DATE='
               MOVE WS-PARM(6:8) TO WS-LOAD-DATE
           ELSE
               MOVE WS-CURRENT-DATE(1:8) TO WS-LOAD-DATE
           END-IF

           IF WS-LOAD-DATE IS NOT NUMERIC
                   OR WS-LD-MONTH < 1 OR WS-LD-MONTH > 12
                   OR WS-LD-DAY < 1 OR WS-LD-DAY > 31
               DISPLAY 'ZTDB2OPW PARM date is not YYYYMMDD: '
                   WS-PARM(1:30)
               MOVE SPACES TO WS-LOAD-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LOAD-DATE-X
           STRING WS-LD-YEAR '-' WS-LD-MONTH '-' WS-LD-DAY
               DELIMITED BY SIZE INTO WS-LOAD-DATE-X

           DISPLAY 'ZTDB2OPW loading ' WS-LOAD-DATE

           EXIT.

      ******************************************************************
      * Each gate feed needs the night's TOP entry, and neither its    *
      * TOP entry nor, once the tail has run, its TAIL entry may be    *
      * marked as an anomaly.                                          *
      ******************************************************************
       CHECK-MANIFEST-GATE.

           MOVE 0 TO WS-GATE-FAILURES

           OPEN INPUT MANIFEST-FILE
           IF NOT MANIFEST-FS-OK
               DISPLAY 'ZTDB2OPW error opening MANIFEST: '
                   MANIFEST-FS
               MOVE SPACES TO LOAD-REPORT-RECORD
               STRING 'MANIFEST UNAVAILABLE: ' MANIFEST-FS
                   DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE WS-GATE-COUNT TO WS-GATE-FAILURES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-GATE-INDEX FROM 1 BY 1
                   UNTIL WS-GATE-INDEX > WS-GATE-COUNT
               PERFORM CHECK-ONE-GATE-FEED
           END-PERFORM

           CLOSE MANIFEST-FILE

           EXIT.

       CHECK-ONE-GATE-FEED.

           MOVE 'PASSED' TO WS-GATE-VERDICT

           MOVE WS-GATE-DDNAME(WS-GATE-INDEX) TO MFR-DDNAME
           MOVE 'T' TO MFR-PHASE
           MOVE WS-LOAD-DATE TO MFR-RUN-DATE
           READ MANIFEST-FILE
           EVALUATE TRUE
               WHEN MANIFEST-FS-NOTFND
                   MOVE 'MISSING' TO WS-GATE-VERDICT
               WHEN NOT MANIFEST-FS-OK
                   MOVE 'UNREAD' TO WS-GATE-VERDICT
                   DISPLAY 'ZTDB2OPW error reading MANIFEST for '
                       WS-GATE-DDNAME(WS-GATE-INDEX) ': ' MANIFEST-FS
               WHEN MFR-CHECK-ANOMALY
                   MOVE 'ANOMALY' TO WS-GATE-VERDICT
           END-EVALUATE
           PERFORM WRITE-GATE-LINE

           MOVE WS-GATE-DDNAME(WS-GATE-INDEX) TO MFR-DDNAME
           MOVE 'E' TO MFR-PHASE
           MOVE WS-LOAD-DATE TO MFR-RUN-DATE
           READ MANIFEST-FILE
           IF MANIFEST-FS-OK
               IF MFR-CHECK-ANOMALY
                   MOVE 'ANOMALY' TO WS-GATE-VERDICT
               ELSE
                   MOVE 'PASSED' TO WS-GATE-VERDICT
               END-IF
               PERFORM WRITE-GATE-LINE
           END-IF

           EXIT.

       WRITE-GATE-LINE.

           IF WS-GATE-VERDICT NOT = 'PASSED'
               ADD 1 TO WS-GATE-FAILURES
           END-IF

           MOVE SPACES TO LOAD-REPORT-RECORD
           IF WS-GATE-VERDICT = 'MISSING' OR 'UNREAD'
               STRING 'MANIFEST ' MFR-DDNAME ' PHASE=' MFR-PHASE
                   ' ' WS-GATE-VERDICT
                   DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
           ELSE
               STRING 'MANIFEST ' MFR-DDNAME ' PHASE=' MFR-PHASE
                   ' ' WS-GATE-VERDICT
                   ' RECORDS=' MFR-RECORD-COUNT
                   DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
           END-IF
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * DAILYTRD: the night's rollup per system.                       *
      ******************************************************************
       GATHER-HEALTH-TREND.

           MOVE 'DAILYTRD' TO WS-SOURCE-NAME
           PERFORM START-SOURCE

           OPEN INPUT DAILY-TREND
           IF NOT SOURCE-FS-OK AND NOT SOURCE-FS-OPTIONAL
               PERFORM SOURCE-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF

           READ DAILY-TREND INTO DTR-TREND-SUMMARY-RECORD
           PERFORM UNTIL SOURCE-FS > '04'
               IF DTR-INTERVAL(1:10) = WS-LOAD-DATE-X
                       AND DTR-SYSTEM-ID NOT = SPACES
                   ADD 1 TO WS-SOURCE-RECORDS
                   MOVE SPACES TO WS-NEW-MEASURE
                   MOVE WS-SOURCE-NAME TO WS-NM-SOURCE
                   MOVE DTR-SYSTEM-ID TO WS-NM-SYSTEM
                   MOVE 'REQUESTS' TO WS-NM-NAME
                   MOVE DTR-REQUESTS TO WS-NM-VALUE
                   PERFORM STORE-MEASURE
                   MOVE 'RESPONSE_RATING' TO WS-NM-NAME
                   MOVE DTR-RESPONSE-RATING TO WS-NM-VALUE
                   PERFORM STORE-MEASURE
                   MOVE 'WORKLOAD_RATING' TO WS-NM-NAME
                   MOVE DTR-WORKLOAD-RATING TO WS-NM-VALUE
                   PERFORM STORE-MEASURE
                   MOVE 'HAPPY_RATING' TO WS-NM-NAME
                   MOVE DTR-HAPPY-RATING TO WS-NM-VALUE
                   PERFORM STORE-MEASURE
               END-IF
               READ DAILY-TREND INTO DTR-TREND-SUMMARY-RECORD
           END-PERFORM

           CLOSE DAILY-TREND
           PERFORM END-SOURCE

           EXIT.

      ******************************************************************
      * RUNSTATS: elapsed minutes per job for the night.               *
      ******************************************************************
       GATHER-RUN-STATS.

           MOVE 'RUNSTATS' TO WS-SOURCE-NAME
           PERFORM START-SOURCE

           OPEN INPUT RUN-STATS-FILE
           IF NOT SOURCE-FS-OK AND NOT SOURCE-FS-OPTIONAL
               PERFORM SOURCE-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF

           READ RUN-STATS-FILE
           PERFORM UNTIL SOURCE-FS > '04'
               IF RST-RUN-DATE = WS-LOAD-DATE
                       AND RST-JOB-NAME NOT = SPACES
                       AND RST-ELAPSED-MINS IS NUMERIC
                   ADD 1 TO WS-SOURCE-RECORDS
                   MOVE SPACES TO WS-NEW-MEASURE
                   MOVE WS-SOURCE-NAME TO WS-NM-SOURCE
                   MOVE RST-JOB-NAME TO WS-NM-JOB
                   MOVE 'ELAPSED_MINS' TO WS-NM-NAME
                   MOVE RST-ELAPSED-MINS TO WS-NM-VALUE
                   PERFORM STORE-MEASURE
               END-IF
               READ RUN-STATS-FILE
           END-PERFORM

           CLOSE RUN-STATS-FILE
           PERFORM END-SOURCE

           EXIT.

      ******************************************************************
      * RCLOG: the return code of each job that ended that night.      *
      ******************************************************************
       GATHER-RC-LOG.

           MOVE 'RCLOG' TO WS-SOURCE-NAME
           PERFORM START-SOURCE

           OPEN INPUT RC-LOG-FILE
           IF NOT SOURCE-FS-OK AND NOT SOURCE-FS-OPTIONAL
               PERFORM SOURCE-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF

           READ RC-LOG-FILE
           PERFORM UNTIL SOURCE-FS > '04'
               IF RCL-END-STAMP(1:10) = WS-LOAD-DATE-X
                       AND RCL-JOB-NAME NOT = SPACES
                       AND RCL-RETURN-CODE IS NUMERIC
                   ADD 1 TO WS-SOURCE-RECORDS
                   MOVE SPACES TO WS-NEW-MEASURE
                   MOVE WS-SOURCE-NAME TO WS-NM-SOURCE
                   MOVE RCL-JOB-NAME TO WS-NM-JOB
                   MOVE 'RETURN_CODE' TO WS-NM-NAME
                   MOVE RCL-RETURN-CODE TO WS-NM-VALUE
                   PERFORM STORE-MEASURE
               END-IF
               READ RC-LOG-FILE
           END-PERFORM

           CLOSE RC-LOG-FILE
           PERFORM END-SOURCE

           EXIT.

      ******************************************************************
      * DQHIST: accepts and rejects per feed for the night.            *
      ******************************************************************
       GATHER-QUALITY-HISTORY.

           MOVE 'DQHIST' TO WS-SOURCE-NAME
           PERFORM START-SOURCE

           OPEN INPUT QUALITY-HISTORY
           IF NOT SOURCE-FS-OK AND NOT SOURCE-FS-OPTIONAL
               PERFORM SOURCE-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF

           READ QUALITY-HISTORY
           PERFORM UNTIL SOURCE-FS > '04'
               IF DQH-RUN-DATE = WS-LOAD-DATE
                       AND DQH-FEED-NAME NOT = SPACES
                       AND DQH-ACCEPTS IS NUMERIC
                       AND DQH-REJECTS IS NUMERIC
                   ADD 1 TO WS-SOURCE-RECORDS
                   MOVE SPACES TO WS-NEW-MEASURE
                   MOVE WS-SOURCE-NAME TO WS-NM-SOURCE
                   MOVE DQH-FEED-NAME TO WS-NM-FEED
                   MOVE 'ACCEPTS' TO WS-NM-NAME
                   MOVE DQH-ACCEPTS TO WS-NM-VALUE
                   PERFORM STORE-MEASURE
                   MOVE 'REJECTS' TO WS-NM-NAME
                   MOVE DQH-REJECTS TO WS-NM-VALUE
                   PERFORM STORE-MEASURE
               END-IF
               READ QUALITY-HISTORY
           END-PERFORM

           CLOSE QUALITY-HISTORY
           PERFORM END-SOURCE

           EXIT.

      ******************************************************************
      * PHSUMRY: ZTDB2PHN's batch counts, when the summary is for the  *
      * night being loaded.                                            *
      ******************************************************************
       GATHER-PHONE-SUMMARY.

           MOVE 'PHSUMRY' TO WS-SOURCE-NAME
           PERFORM START-SOURCE

           OPEN INPUT PHONE-SUMMARY
           IF NOT SOURCE-FS-OK AND NOT SOURCE-FS-OPTIONAL
               PERFORM SOURCE-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF

           READ PHONE-SUMMARY INTO PHS-BATCH-SUMMARY-RECORD
           PERFORM UNTIL SOURCE-FS > '04'
               IF PHS-RUN-DATE = WS-LOAD-DATE
                   ADD 1 TO WS-SOURCE-RECORDS
                   PERFORM STORE-PHONE-SUMMARY
               END-IF
               READ PHONE-SUMMARY INTO PHS-BATCH-SUMMARY-RECORD
           END-PERFORM

           CLOSE PHONE-SUMMARY
           PERFORM END-SOURCE

           EXIT.

       STORE-PHONE-SUMMARY.

           MOVE SPACES TO WS-NEW-MEASURE
           MOVE WS-SOURCE-NAME TO WS-NM-SOURCE
           MOVE 'PHONE' TO WS-NM-FEED

           MOVE 'DELETES' TO WS-NM-NAME
           MOVE PHS-TOTAL-DELETE TO WS-NM-VALUE
           PERFORM STORE-MEASURE
           MOVE 'UPDATES' TO WS-NM-NAME
           MOVE PHS-TOTAL-UPDATE TO WS-NM-VALUE
           PERFORM STORE-MEASURE
           MOVE 'CREATES' TO WS-NM-NAME
           MOVE PHS-TOTAL-CREATE TO WS-NM-VALUE
           PERFORM STORE-MEASURE
           MOVE 'KEEPS' TO WS-NM-NAME
           MOVE PHS-TOTAL-KEEP TO WS-NM-VALUE
           PERFORM STORE-MEASURE
           MOVE 'UNKEEPS' TO WS-NM-NAME
           MOVE PHS-TOTAL-UNKEEP TO WS-NM-VALUE
           PERFORM STORE-MEASURE
           MOVE 'SEARCHES' TO WS-NM-NAME
           MOVE PHS-TOTAL-SEARCH TO WS-NM-VALUE
           PERFORM STORE-MEASURE
           MOVE 'UNRECOGNIZED' TO WS-NM-NAME
           MOVE PHS-TOTAL-UNRECOGNIZED TO WS-NM-VALUE
           PERFORM STORE-MEASURE
           MOVE 'REJECTED' TO WS-NM-NAME
           MOVE PHS-TOTAL-REJECTED TO WS-NM-VALUE
           PERFORM STORE-MEASURE
           MOVE 'PENDING' TO WS-NM-NAME
           MOVE PHS-TOTAL-PENDING TO WS-NM-VALUE
           PERFORM STORE-MEASURE

           EXIT.

      ******************************************************************
      * OPSHIST: the night's adoption total, as ZTPOPSUM recorded it   *
      * from the adoptions report.                                     *
      ******************************************************************
       GATHER-ADOPTIONS.

           MOVE 'OPSHIST' TO WS-SOURCE-NAME
           PERFORM START-SOURCE

           OPEN INPUT OPS-HISTORY
           IF NOT SOURCE-FS-OK AND NOT SOURCE-FS-OPTIONAL
               PERFORM SOURCE-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF
           IF SOURCE-FS-OPTIONAL
               CLOSE OPS-HISTORY
               PERFORM END-SOURCE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOAD-DATE TO OHR-RUN-DATE
           READ OPS-HISTORY
           EVALUATE TRUE
               WHEN SOURCE-FS-OK
                   ADD 1 TO WS-SOURCE-RECORDS
                   MOVE SPACES TO WS-NEW-MEASURE
                   MOVE WS-SOURCE-NAME TO WS-NM-SOURCE
                   MOVE 'BREED' TO WS-NM-FEED
                   MOVE 'ADOPTIONS' TO WS-NM-NAME
                   MOVE OHR-TOTAL-ADOPTIONS TO WS-NM-VALUE
                   PERFORM STORE-MEASURE
               WHEN SOURCE-FS-NOTFND
                   CONTINUE
               WHEN SOURCE-FS > '04'
                   DISPLAY 'ZTDB2OPW error reading OPSHIST: '
                       SOURCE-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-EVALUATE

           CLOSE OPS-HISTORY
           PERFORM END-SOURCE

           EXIT.

      ******************************************************************
      * SALESCHS: the night's widget recommendations. A widget scored  *
      * twice keeps its later score.                                   *
      ******************************************************************
       GATHER-WIDGET-SCORES.

           MOVE 'SALESCHS' TO WS-SOURCE-NAME
           PERFORM START-SOURCE
           MOVE 0 TO WS-WG-COUNT

           OPEN INPUT SALES-SCORE-HISTORY
           IF NOT SOURCE-FS-OK AND NOT SOURCE-FS-OPTIONAL
               PERFORM SOURCE-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF

           READ SALES-SCORE-HISTORY
           PERFORM UNTIL SOURCE-FS > '04'
               IF SSH-DATE = WS-LOAD-DATE
                       AND SSH-WIDGET-ID NOT = SPACES
                   ADD 1 TO WS-SOURCE-RECORDS
                   PERFORM KEEP-WIDGET-SCORE
               END-IF
               READ SALES-SCORE-HISTORY
           END-PERFORM

           CLOSE SALES-SCORE-HISTORY

           IF WS-WG-COUNT > 0
               PERFORM STORE-WIDGET-MEASURES
           END-IF
           PERFORM END-SOURCE

           EXIT.

       KEEP-WIDGET-SCORE.

           PERFORM VARYING WS-WG-INDEX FROM 1 BY 1
                   UNTIL WS-WG-INDEX > WS-WG-COUNT
                   OR WS-WG-ID(WS-WG-INDEX) = SSH-WIDGET-ID
               CONTINUE
           END-PERFORM

           IF WS-WG-INDEX > WS-WG-COUNT
               IF WS-WG-COUNT >= 300
                   DISPLAY 'ZTDB2OPW widget table full, skipped '
                       SSH-WIDGET-ID
                   IF RETURN-CODE < RC-WARNING
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WG-COUNT
               MOVE WS-WG-COUNT TO WS-WG-INDEX
               MOVE SSH-WIDGET-ID TO WS-WG-ID(WS-WG-INDEX)
           END-IF

           MOVE SSH-SCORE TO WS-WG-SCORE(WS-WG-INDEX)
           MOVE SSH-RECOMMEND TO WS-WG-RECOMMEND(WS-WG-INDEX)

           EXIT.

       STORE-WIDGET-MEASURES.

           MOVE 0 TO WS-WG-SCORE-TOTAL
           MOVE 0 TO WS-WG-PROMOTE
           MOVE 0 TO WS-WG-HOLD
           MOVE 0 TO WS-WG-STOCKLO

           PERFORM VARYING WS-WG-INDEX FROM 1 BY 1
                   UNTIL WS-WG-INDEX > WS-WG-COUNT
               ADD WS-WG-SCORE(WS-WG-INDEX) TO WS-WG-SCORE-TOTAL
               EVALUATE WS-WG-RECOMMEND(WS-WG-INDEX)
                   WHEN 'PROMOTE'
                       ADD 1 TO WS-WG-PROMOTE
                   WHEN 'HOLD'
                       ADD 1 TO WS-WG-HOLD
                   WHEN 'STOCKLO'
                       ADD 1 TO WS-WG-STOCKLO
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO WS-NEW-MEASURE
           MOVE WS-SOURCE-NAME TO WS-NM-SOURCE
           MOVE 'WIDGET' TO WS-NM-FEED

           MOVE 'WIDGETS_SCORED' TO WS-NM-NAME
           MOVE WS-WG-COUNT TO WS-NM-VALUE
           PERFORM STORE-MEASURE
           MOVE 'AVERAGE_SCORE' TO WS-NM-NAME
           COMPUTE WS-NM-VALUE ROUNDED =
               WS-WG-SCORE-TOTAL / WS-WG-COUNT
           PERFORM STORE-MEASURE
           MOVE 'PROMOTE' TO WS-NM-NAME
           MOVE WS-WG-PROMOTE TO WS-NM-VALUE
           PERFORM STORE-MEASURE
           MOVE 'HOLD' TO WS-NM-NAME
           MOVE WS-WG-HOLD TO WS-NM-VALUE
           PERFORM STORE-MEASURE
           MOVE 'STOCKLO' TO WS-NM-NAME
           MOVE WS-WG-STOCKLO TO WS-NM-VALUE
           PERFORM STORE-MEASURE

           EXIT.

      ******************************************************************
      * Bookkeeping around each source: what it contributed goes on    *
      * the report, and a source with nothing for the night is a       *
      * warning.                                                       *
      ******************************************************************
       START-SOURCE.

           MOVE 0 TO WS-SOURCE-RECORDS
           MOVE WS-MS-COUNT TO WS-SOURCE-MS-START

           EXIT.

       SOURCE-OPEN-ERROR.

           DISPLAY 'ZTDB2OPW error opening ' WS-SOURCE-NAME ': '
               SOURCE-FS
           MOVE SPACES TO LOAD-REPORT-RECORD
           STRING 'SOURCE ' WS-SOURCE-NAME ' CANNOT BE OPENED: '
               SOURCE-FS
               DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE RC-SERIOUS-ERROR TO RETURN-CODE

           EXIT.

       END-SOURCE.

           COMPUTE WS-SOURCE-MEASURES =
               WS-MS-COUNT - WS-SOURCE-MS-START

           MOVE SPACES TO LOAD-REPORT-RECORD
           STRING 'SOURCE ' WS-SOURCE-NAME
               ' RECORDS=' WS-SOURCE-RECORDS
               ' MEASURES=' WS-SOURCE-MEASURES
               DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
           IF WS-SOURCE-RECORDS = 0
               ADD 1 TO WS-TOTAL-EMPTY-SOURCES
               MOVE 'NO DATA FOR THE NIGHT' TO LOAD-REPORT-RECORD(50:)
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Add WS-NEW-MEASURE to the night's measures, or replace the     *
      * value already stored under the same key.                       *
      ******************************************************************
       STORE-MEASURE.

           PERFORM VARYING WS-MS-INDEX FROM 1 BY 1
                   UNTIL WS-MS-INDEX > WS-MS-COUNT
               IF WS-MS-SOURCE(WS-MS-INDEX) = WS-NM-SOURCE
                       AND WS-MS-SYSTEM(WS-MS-INDEX) = WS-NM-SYSTEM
                       AND WS-MS-JOB(WS-MS-INDEX) = WS-NM-JOB
                       AND WS-MS-FEED(WS-MS-INDEX) = WS-NM-FEED
                       AND WS-MS-NAME(WS-MS-INDEX) = WS-NM-NAME
                   MOVE WS-NM-VALUE TO WS-MS-VALUE(WS-MS-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-MS-COUNT >= 600
               DISPLAY 'ZTDB2OPW measure table full, skipped '
                   WS-NM-SOURCE ' ' WS-NM-NAME
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MS-COUNT
           MOVE WS-NEW-MEASURE TO WS-MS-ENTRY(WS-MS-COUNT)

           EXIT.

      ******************************************************************
      * Replace the night's fact rows with the measures gathered,      *
      * adding any date, system, job or feed not yet in the            *
      * dimensions. The caller commits.                                *
      ******************************************************************
       LOAD-THE-NIGHT.

           MOVE WS-LOAD-DATE TO DATE-KEY

           EXEC SQL
               DELETE FROM MYUSERID.OPS_FACT_MEASURE
                   WHERE DATE_KEY = :DATE-KEY
           END-EXEC
           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-TOTAL-REPLACED
           END-IF

           PERFORM ENSURE-DATE-DIMENSION

           PERFORM VARYING WS-MS-INDEX FROM 1 BY 1
                   UNTIL WS-MS-INDEX > WS-MS-COUNT
               PERFORM LOAD-ONE-MEASURE
           END-PERFORM

           EXIT.

       ENSURE-DATE-DIMENSION.

           MOVE 0 TO EXISTING-ROWS
           EXEC SQL
               SELECT COUNT(*)
                   INTO :EXISTING-ROWS
                   FROM MYUSERID.OPS_DIM_DATE
                   WHERE DATE_KEY = :DATE-KEY
           END-EXEC
           IF EXISTING-ROWS > 0
               EXIT PARAGRAPH
           END-IF

      *-----------------------------------------------------------------
      * Day 1 of the integer calendar (1601-01-01) was a Monday, so
      * the remainder by 7 numbers the week Monday 1 to Sunday 7.
      *-----------------------------------------------------------------
           COMPUTE WS-LOAD-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-LD-YEAR * 10000
                   + WS-LD-MONTH * 100 + WS-LD-DAY)
           MOVE WS-LD-YEAR TO CAL-YEAR
           MOVE WS-LD-MONTH TO CAL-MONTH
           MOVE WS-LD-DAY TO CAL-DAY
           COMPUTE WEEK-DAY = FUNCTION MOD(WS-LOAD-DAY-NUMBER, 7)
           IF WEEK-DAY = 0
               MOVE 7 TO WEEK-DAY
           END-IF

           EXEC SQL
               INSERT INTO MYUSERID.OPS_DIM_DATE
                   (DATE_KEY, CAL_YEAR, CAL_MONTH, CAL_DAY,
                    DAY_OF_WEEK)
                   VALUES
                   (:DATE-KEY, :CAL-YEAR, :CAL-MONTH, :CAL-DAY,
                    :WEEK-DAY)
           END-EXEC
           ADD 1 TO WS-TOTAL-NEW-DIMENSIONS

           EXIT.

       LOAD-ONE-MEASURE.

           MOVE WS-MS-SOURCE(WS-MS-INDEX) TO SOURCE-NAME
           MOVE WS-MS-SYSTEM(WS-MS-INDEX) TO SYSTEM-ID
           MOVE WS-MS-JOB(WS-MS-INDEX) TO JOB-NAME
           MOVE WS-MS-FEED(WS-MS-INDEX) TO FEED-NAME
           MOVE WS-MS-NAME(WS-MS-INDEX) TO MEASURE-NAME
           MOVE WS-MS-VALUE(WS-MS-INDEX) TO MEASURE-VALUE

           IF SYSTEM-ID NOT = SPACES
               PERFORM ENSURE-SYSTEM-DIMENSION
           END-IF
           IF JOB-NAME NOT = SPACES
               PERFORM ENSURE-JOB-DIMENSION
           END-IF
           IF FEED-NAME NOT = SPACES
               PERFORM ENSURE-FEED-DIMENSION
           END-IF

           EXEC SQL
               INSERT INTO MYUSERID.OPS_FACT_MEASURE
                   (DATE_KEY, SOURCE_NAME, SYSTEM_ID, JOB_NAME,
                    FEED_NAME, MEASURE_NAME, MEASURE_VALUE)
                   VALUES
                   (:DATE-KEY, :SOURCE-NAME, :SYSTEM-ID, :JOB-NAME,
                    :FEED-NAME, :MEASURE-NAME, :MEASURE-VALUE)
           END-EXEC
           ADD 1 TO WS-TOTAL-LOADED

           EXIT.

       ENSURE-SYSTEM-DIMENSION.

           MOVE 0 TO EXISTING-ROWS
           EXEC SQL
               SELECT COUNT(*)
                   INTO :EXISTING-ROWS
                   FROM MYUSERID.OPS_DIM_SYSTEM
                   WHERE SYSTEM_ID = :SYSTEM-ID
           END-EXEC
           IF EXISTING-ROWS = 0
               EXEC SQL
                   INSERT INTO MYUSERID.OPS_DIM_SYSTEM
                       (SYSTEM_ID, FIRST_LOADED)
                       VALUES (:SYSTEM-ID, :DATE-KEY)
               END-EXEC
               ADD 1 TO WS-TOTAL-NEW-DIMENSIONS
           END-IF

           EXIT.

       ENSURE-JOB-DIMENSION.

           MOVE 0 TO EXISTING-ROWS
           EXEC SQL
               SELECT COUNT(*)
                   INTO :EXISTING-ROWS
                   FROM MYUSERID.OPS_DIM_JOB
                   WHERE JOB_NAME = :JOB-NAME
           END-EXEC
           IF EXISTING-ROWS = 0
               EXEC SQL
                   INSERT INTO MYUSERID.OPS_DIM_JOB
                       (JOB_NAME, FIRST_LOADED)
                       VALUES (:JOB-NAME, :DATE-KEY)
               END-EXEC
               ADD 1 TO WS-TOTAL-NEW-DIMENSIONS
           END-IF

           EXIT.

       ENSURE-FEED-DIMENSION.

           MOVE 0 TO EXISTING-ROWS
           EXEC SQL
               SELECT COUNT(*)
                   INTO :EXISTING-ROWS
                   FROM MYUSERID.OPS_DIM_FEED
                   WHERE FEED_NAME = :FEED-NAME
           END-EXEC
           IF EXISTING-ROWS = 0
               EXEC SQL
                   INSERT INTO MYUSERID.OPS_DIM_FEED
                       (FEED_NAME, FIRST_LOADED)
                       VALUES (:FEED-NAME, :DATE-KEY)
               END-EXEC
               ADD 1 TO WS-TOTAL-NEW-DIMENSIONS
           END-IF

           EXIT.

       WRITE-REPORT-LINE.

           WRITE LOAD-REPORT-RECORD
           IF LOAD-REPORT-FS NOT = '00'
               DISPLAY 'ZTDB2OPW error writing OPWRPT: '
                   LOAD-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       DBERROR.
           DISPLAY 'ZTDB2OPW SQL error, SQLCODE=' SQLCODE
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC
           EXEC SQL ROLLBACK END-EXEC
           MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           GOBACK.
