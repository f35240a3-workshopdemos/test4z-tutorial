       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPGROWF.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Dataset growth and space-exhaustion forecast. ZTPMANIF records *
      * every registered dataset's record count and byte total each    *
      * night but compares them only with the night before, and        *
      * HTHIST and the audit KSDS both filled their allocations with   *
      * no warning. For every dataset in the space registry (SPCREG,   *
      * layout in ZTPSPREG) this program fits a straight-line trend    *
      * of bytes per day to the dataset's top-of-stream manifest       *
      * history (or to its most recent days, when they are growing     *
      * faster), projects from the latest measurement the date it      *
      * will reach its warning threshold and its allocation, and       *
      * reports it as:                                                 *
      *                                                                *
      *  FULL NOW      the latest measurement has reached allocation   *
      *  FULL SOON     the allocation will be reached within the       *
      *                notice period                                   *
      *  OVER WARNING  past the warning threshold already              *
      *  WARN SOON     the warning threshold will be reached within    *
      *                the notice period                               *
      *  NOT GROWING   flat or shrinking                               *
      *  NO HISTORY    too few manifest entries to fit a trend         *
      *  OK                                                            *
      *                                                                *
      * The growth rate of the most recent days is also fitted on its  *
      * own and compared with the rate before them; a rate that has    *
      * changed by more than the dataset's limit is flagged (RATE UP,  *
      * RATE DOWN, or GROWTH STARTED for a dataset that was flat).     *
      *                                                                *
      * FULL NOW or FULL SOON ends the run with RC-ERROR; any other    *
      * finding, or a rate change, with RC-WARNING. PARM               *
      * 'DATE=YYYYMMDD' forecasts as of another date; by default the   *
      * run date. The report is GROWRPT.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPACE-REGISTRY ASSIGN SPCREG
           FILE STATUS IS SPACE-REGISTRY-FS.

           SELECT MANIFEST-FILE ASSIGN MANIFEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MFR-KEY
           FILE STATUS IS MANIFEST-FS.

           SELECT GROWTH-REPORT ASSIGN GROWRPT
           FILE STATUS IS GROWTH-REPORT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  SPACE-REGISTRY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SPACE-REGISTRY-RECORD.
       01  SPACE-REGISTRY-RECORD PIC X(80).

      ******************************************************************
      * ZTPMANIF's manifest, read only.                                *
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
           05 FILLER               PIC X(33).

       FD  GROWTH-REPORT RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS GROWTH-REPORT-RECORD.
       01  GROWTH-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  SPACE-REGISTRY-FS   PIC X(2).
       77  MANIFEST-FS         PIC X(2).
           88 MANIFEST-FS-OK   VALUE '00'.
       77  GROWTH-REPORT-FS    PIC X(2).

           COPY ZTPSPREG.

      ******************************************************************
      * Configuration parameters.                                      *
      * NB: These are hardcoded defaults; a registry entry's own       *
      * percentages, when not zero, override the defaults.             *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-GROWF.
           05 CFG-HISTORY-DAYS          PIC 9(3) VALUE 90.
           05 CFG-RECENT-DAYS           PIC 9(3) VALUE 14.
           05 CFG-NOTICE-DAYS           PIC 9(3) VALUE 42.
           05 CFG-MINIMUM-POINTS        PIC 9(3) VALUE 3.
           05 CFG-DEFAULT-WARN-PCT      PIC 9(3) VALUE 80.
           05 CFG-DEFAULT-RATE-CHANGE-PCT PIC 9(3) VALUE 50.
           05 CFG-PROJECTION-LIMIT-DAYS PIC 9(4) VALUE 3650.

       01  WS-PARM             PIC X(100).

       01  WS-AS-OF-DATE       PIC 9(8).
       01  WS-AS-OF-DATE-PARTS REDEFINES WS-AS-OF-DATE.
           05 WS-AO-YEAR       PIC 9(4).
           05 WS-AO-MONTH      PIC 9(2).
           05 WS-AO-DAY        PIC 9(2).
       77  WS-AS-OF-DAY-NUMBER PIC 9(7).

       01  DAI-DATE-AS-INTEGER PIC 9(8).
       77  WS-ENTRY-DAY-NUMBER PIC 9(7).

      *-----------------------------------------------------------------
      * The registry.
      *-----------------------------------------------------------------
       01  WS-SPACE-TABLE.
           05 WS-SR-ENTRY OCCURS 50 TIMES.
               10 WS-SR-DDNAME          PIC X(8).
               10 WS-SR-ALLOC-BYTES     PIC 9(12).
               10 WS-SR-WARN-PCT        PIC 9(3).
               10 WS-SR-RATE-CHANGE-PCT PIC 9(3).
       77  WS-SR-COUNT         PIC 9(2) VALUE 0.
       77  WS-SR-INDEX         PIC 9(2).

      *-----------------------------------------------------------------
      * The manifest history of the dataset being forecast: each
      * entry's day relative to the as-of date (zero or less) and its
      * byte total, in date order.
      *-----------------------------------------------------------------
       01  WS-POINT-TABLE.
           05 WS-PT-ENTRY OCCURS 400 TIMES.
               10 WS-PT-DAY            PIC S9(5).
               10 WS-PT-BYTES          PIC 9(10).
       77  WS-PT-COUNT         PIC 9(3).
       77  WS-PT-INDEX         PIC 9(3).
       77  WS-MANIFEST-EOF-FLAG PIC 9.
           88 WS-MANIFEST-EOF  VALUE 1.
       77  WS-LATEST-BYTES     PIC 9(10).
       77  WS-LATEST-DAY       PIC S9(5).
       77  WS-LATEST-DAY-NUMBER PIC 9(7).

      *-----------------------------------------------------------------
      * Least-squares fit of bytes against day over the points whose
      * day is from WS-FIT-FROM-DAY to WS-FIT-TO-DAY.
      *-----------------------------------------------------------------
       77  WS-FIT-FROM-DAY     PIC S9(5).
       77  WS-FIT-TO-DAY       PIC S9(5).
       77  WS-FIT-N            PIC 9(3).
       77  WS-FIT-SUM-X        PIC S9(7).
       77  WS-FIT-SUM-Y        PIC 9(13).
       77  WS-FIT-SUM-XX       PIC 9(9).
       77  WS-FIT-SUM-XY       PIC S9(16).
       77  WS-FIT-DENOMINATOR  PIC S9(13).
       77  WS-FIT-SLOPE        PIC S9(11)V99.
       77  WS-FIT-FLAG         PIC 9.
           88 WS-FIT-VALID     VALUE 1.
           88 WS-FIT-NOT-VALID VALUE 0.

      *-----------------------------------------------------------------
      * Forecast for the dataset being reported.
      *-----------------------------------------------------------------
       77  WS-TREND-SLOPE      PIC S9(11)V99.
       77  WS-PRIOR-SLOPE      PIC S9(11)V99.
       77  WS-RECENT-SLOPE     PIC S9(11)V99.
       77  WS-ALLOC-BYTES      PIC 9(12).
       77  WS-WARN-PCT         PIC 9(3).
       77  WS-RATE-LIMIT-PCT   PIC 9(3).
       77  WS-WARN-BYTES       PIC 9(12).
       77  WS-TARGET-BYTES     PIC 9(12).
       77  WS-DAYS-TO-REACH    PIC 9(7).
       77  WS-DAYS-FROM-AS-OF  PIC S9(7).
       77  WS-REACH-DATE-TEXT  PIC X(8).
       77  WS-USED-PCT         PIC 9(5).
       77  WS-RATE-CHANGE-PCT  PIC S9(5).
       77  WS-RATE-PCT-EDIT    PIC ZZZZ9.

       01  WS-GROWTH-TOTALS.
           05 WS-FULL-NOW-COUNT     PIC 9(3) VALUE 0.
           05 WS-FULL-SOON-COUNT    PIC 9(3) VALUE 0.
           05 WS-OVER-WARNING-COUNT PIC 9(3) VALUE 0.
           05 WS-WARN-SOON-COUNT    PIC 9(3) VALUE 0.
           05 WS-NO-HISTORY-COUNT   PIC 9(3) VALUE 0.
           05 WS-RATE-CHANGE-COUNT  PIC 9(3) VALUE 0.
           05 WS-OK-COUNT           PIC 9(3) VALUE 0.

       01  GRH-HEADING-LINE.
           05 FILLER  PIC X(13) VALUE 'DDNAME    PTS'.
           05 FILLER  PIC X(13) VALUE '  LATEST BYTE'.
           05 FILLER  PIC X(12) VALUE 'S  BYTES/DAY'.
           05 FILLER  PIC X(13) VALUE '    ALLOCATED'.
           05 FILLER  PIC X(6)  VALUE ' USED '.
           05 FILLER  PIC X(10) VALUE 'WARN DATE '.
           05 FILLER  PIC X(10) VALUE 'FULL DATE '.
           05 FILLER  PIC X(13) VALUE 'STATUS       '.
           05 FILLER  PIC X(30) VALUE 'GROWTH RATE'.

       01  GRD-DETAIL-LINE.
           05 GRD-DDNAME            PIC X(8).
           05 FILLER                PIC X(2).
           05 GRD-POINTS            PIC ZZ9.
           05 FILLER                PIC X.
           05 GRD-LATEST-BYTES      PIC Z(11)9.
           05 FILLER                PIC X.
           05 GRD-BYTES-PER-DAY     PIC -(10)9.
           05 FILLER                PIC X.
           05 GRD-ALLOC-BYTES       PIC Z(11)9.
           05 FILLER                PIC X.
           05 GRD-USED-PCT          PIC ZZ9.
           05 FILLER                PIC X(2).
           05 GRD-WARN-DATE         PIC X(8).
           05 FILLER                PIC X(2).
           05 GRD-FULL-DATE         PIC X(8).
           05 FILLER                PIC X(2).
           05 GRD-STATUS            PIC X(12).
           05 FILLER                PIC X.
           05 GRD-RATE-NOTE         PIC X(20).
           05 FILLER                PIC X(10).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTPGROWF start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM
           IF WS-AS-OF-DATE = 0
               MOVE RC-ERROR TO RETURN-CODE
               DISPLAY 'ZTPGROWF end with RETURN-CODE=' RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-AS-OF-DATE TO DAI-DATE-AS-INTEGER
           COMPUTE WS-AS-OF-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)

           PERFORM LOAD-SPACE-REGISTRY

           OPEN INPUT MANIFEST-FILE
           IF NOT MANIFEST-FS-OK
               DISPLAY 'ZTPGROWF error opening MANIFEST: '
                   MANIFEST-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT GROWTH-REPORT
           IF GROWTH-REPORT-FS NOT = '00'
               DISPLAY 'ZTPGROWF error opening GROWRPT: '
                   GROWTH-REPORT-FS
               CLOSE MANIFEST-FILE
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO GROWTH-REPORT-RECORD
           STRING 'DATASET GROWTH FORECAST AS OF ' WS-AS-OF-DATE
               ' HISTORY ' CFG-HISTORY-DAYS ' DAYS'
               ' NOTICE ' CFG-NOTICE-DAYS ' DAYS'
               ' DATASETS=' WS-SR-COUNT
               DELIMITED BY SIZE INTO GROWTH-REPORT-RECORD
           PERFORM WRITE-GROWTH-LINE
           MOVE SPACES TO GROWTH-REPORT-RECORD
           PERFORM WRITE-GROWTH-LINE
           MOVE GRH-HEADING-LINE TO GROWTH-REPORT-RECORD
           PERFORM WRITE-GROWTH-LINE

           PERFORM VARYING WS-SR-INDEX FROM 1 BY 1
                   UNTIL WS-SR-INDEX > WS-SR-COUNT
               PERFORM FORECAST-ONE-DATASET
           END-PERFORM

           PERFORM WRITE-GROWTH-SUMMARY

           CLOSE MANIFEST-FILE
           CLOSE GROWTH-REPORT

           DISPLAY 'ZTPGROWF end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Parse 'DATE=YYYYMMDD'; without it, forecast as of today.       *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM(1:5) = 'DATE='
               IF WS-PARM(6:8) IS NUMERIC
                   MOVE WS-PARM(6:8) TO WS-AS-OF-DATE
               ELSE
                   MOVE 0 TO WS-AS-OF-DATE
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           END-IF

           IF WS-AO-MONTH < 1 OR WS-AO-MONTH > 12
                   OR WS-AO-DAY < 1 OR WS-AO-DAY > 31
               DISPLAY 'ZTPGROWF PARM date is not YYYYMMDD: '
                   WS-PARM(1:30)
               MOVE 0 TO WS-AS-OF-DATE
           END-IF

           EXIT.

      ******************************************************************
      * The registry is required: without it there is nothing to       *
      * forecast and the run fails rather than passing silently.       *
      ******************************************************************
       LOAD-SPACE-REGISTRY.

           MOVE 0 TO WS-SR-COUNT

           OPEN INPUT SPACE-REGISTRY
           IF SPACE-REGISTRY-FS NOT = '00'
               DISPLAY 'ZTPGROWF error opening SPCREG: '
                   SPACE-REGISTRY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ SPACE-REGISTRY INTO SPR-SPACE-REGISTRY-RECORD
           PERFORM UNTIL SPACE-REGISTRY-FS > '04'
               IF SPR-DDNAME = SPACES
                       OR SPR-ALLOC-BYTES IS NOT NUMERIC
                       OR SPR-ALLOC-BYTES = 0
                   DISPLAY 'ZTPGROWF SPCREG entry ignored: '
                       SPACE-REGISTRY-RECORD(1:60)
               ELSE
                   IF WS-SR-COUNT < 50
                       ADD 1 TO WS-SR-COUNT
                       PERFORM ADD-REGISTRY-ENTRY
                   ELSE
                       DISPLAY 'ZTPGROWF registry table full, '
                           SPR-DDNAME ' not forecast'
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ SPACE-REGISTRY INTO SPR-SPACE-REGISTRY-RECORD
           END-PERFORM

           CLOSE SPACE-REGISTRY

           IF WS-SR-COUNT = 0
               DISPLAY 'ZTPGROWF SPCREG registers no datasets'
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       ADD-REGISTRY-ENTRY.

           MOVE SPR-DDNAME TO WS-SR-DDNAME(WS-SR-COUNT)
           MOVE SPR-ALLOC-BYTES TO WS-SR-ALLOC-BYTES(WS-SR-COUNT)

           IF SPR-WARN-PCT IS NUMERIC AND SPR-WARN-PCT > 0
               MOVE SPR-WARN-PCT TO WS-SR-WARN-PCT(WS-SR-COUNT)
           ELSE
               MOVE CFG-DEFAULT-WARN-PCT TO WS-SR-WARN-PCT(WS-SR-COUNT)
           END-IF

           IF SPR-RATE-CHANGE-PCT IS NUMERIC
                   AND SPR-RATE-CHANGE-PCT > 0
               MOVE SPR-RATE-CHANGE-PCT
                   TO WS-SR-RATE-CHANGE-PCT(WS-SR-COUNT)
           ELSE
               MOVE CFG-DEFAULT-RATE-CHANGE-PCT
                   TO WS-SR-RATE-CHANGE-PCT(WS-SR-COUNT)
           END-IF

           EXIT.

      ******************************************************************
      * Fit, project and report one registered dataset.                *
      ******************************************************************
       FORECAST-ONE-DATASET.

           MOVE WS-SR-ALLOC-BYTES(WS-SR-INDEX) TO WS-ALLOC-BYTES
           MOVE WS-SR-WARN-PCT(WS-SR-INDEX) TO WS-WARN-PCT
           MOVE WS-SR-RATE-CHANGE-PCT(WS-SR-INDEX) TO WS-RATE-LIMIT-PCT
           COMPUTE WS-WARN-BYTES = WS-ALLOC-BYTES * WS-WARN-PCT / 100

           PERFORM COLLECT-MANIFEST-HISTORY

           MOVE SPACES TO GRD-DETAIL-LINE
           MOVE WS-SR-DDNAME(WS-SR-INDEX) TO GRD-DDNAME
           MOVE WS-PT-COUNT TO GRD-POINTS
           MOVE WS-ALLOC-BYTES TO GRD-ALLOC-BYTES

           IF WS-PT-COUNT < CFG-MINIMUM-POINTS
               MOVE 'NO HISTORY' TO GRD-STATUS
               ADD 1 TO WS-NO-HISTORY-COUNT
               PERFORM RAISE-TO-WARNING
               MOVE GRD-DETAIL-LINE TO GROWTH-REPORT-RECORD
               PERFORM WRITE-GROWTH-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LATEST-BYTES TO GRD-LATEST-BYTES
           COMPUTE WS-USED-PCT = WS-LATEST-BYTES * 100 / WS-ALLOC-BYTES
               ON SIZE ERROR
                   MOVE 999 TO WS-USED-PCT
           END-COMPUTE
           IF WS-USED-PCT > 999
               MOVE 999 TO WS-USED-PCT
           END-IF
           MOVE WS-USED-PCT TO GRD-USED-PCT

           COMPUTE WS-FIT-FROM-DAY = 0 - CFG-HISTORY-DAYS
           MOVE 0 TO WS-FIT-TO-DAY
           PERFORM FIT-GROWTH-TREND
           MOVE WS-FIT-SLOPE TO WS-TREND-SLOPE

           PERFORM CHECK-RATE-CHANGE
           IF WS-RECENT-SLOPE > WS-TREND-SLOPE
               MOVE WS-RECENT-SLOPE TO WS-TREND-SLOPE
           END-IF
           MOVE WS-TREND-SLOPE TO GRD-BYTES-PER-DAY

           PERFORM PROJECT-SPACE-DATES

           MOVE GRD-DETAIL-LINE TO GROWTH-REPORT-RECORD
           PERFORM WRITE-GROWTH-LINE

           EXIT.

      ******************************************************************
      * The dataset's top-of-stream manifest entries within the        *
      * history window, up to the as-of date. The key groups a DD      *
      * name's entries by phase, each in date order.                   *
      ******************************************************************
       COLLECT-MANIFEST-HISTORY.

           MOVE 0 TO WS-PT-COUNT
           MOVE 0 TO WS-LATEST-BYTES
           MOVE 0 TO WS-MANIFEST-EOF-FLAG
           MOVE WS-SR-DDNAME(WS-SR-INDEX) TO MFR-DDNAME
           MOVE 'T' TO MFR-PHASE
           MOVE LOW-VALUES TO MFR-RUN-DATE

           START MANIFEST-FILE KEY IS GREATER OR EQUAL TO MFR-KEY
               INVALID KEY
                   SET WS-MANIFEST-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-MANIFEST-EOF
               READ MANIFEST-FILE NEXT RECORD
                   AT END
                       SET WS-MANIFEST-EOF TO TRUE
                   NOT AT END
                       IF MFR-DDNAME NOT = WS-SR-DDNAME(WS-SR-INDEX)
                               OR MFR-PHASE NOT = 'T'
                           SET WS-MANIFEST-EOF TO TRUE
                       ELSE
                           PERFORM ADD-HISTORY-POINT
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

       ADD-HISTORY-POINT.

           IF MFR-RUN-DATE IS NOT NUMERIC
                   OR MFR-RUN-DATE > WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE MFR-RUN-DATE TO DAI-DATE-AS-INTEGER
           COMPUTE WS-ENTRY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
           IF WS-AS-OF-DAY-NUMBER - WS-ENTRY-DAY-NUMBER
                   > CFG-HISTORY-DAYS
               EXIT PARAGRAPH
           END-IF

           IF WS-PT-COUNT < 400
               ADD 1 TO WS-PT-COUNT
               COMPUTE WS-PT-DAY(WS-PT-COUNT) =
                   WS-ENTRY-DAY-NUMBER - WS-AS-OF-DAY-NUMBER
               MOVE MFR-BYTE-TOTAL TO WS-PT-BYTES(WS-PT-COUNT)
               MOVE MFR-BYTE-TOTAL TO WS-LATEST-BYTES
               MOVE WS-PT-DAY(WS-PT-COUNT) TO WS-LATEST-DAY
               MOVE WS-ENTRY-DAY-NUMBER TO WS-LATEST-DAY-NUMBER
           END-IF

           EXIT.

      ******************************************************************
      * Least-squares slope, in bytes per day, of the points from      *
      * WS-FIT-FROM-DAY to WS-FIT-TO-DAY:                              *
      *                                                                *
      *   slope = (n.Sxy - Sx.Sy) / (n.Sxx - Sx.Sx)                    *
      *                                                                *
      * Not valid with fewer than CFG-MINIMUM-POINTS points.           *
      ******************************************************************
       FIT-GROWTH-TREND.

           MOVE 0 TO WS-FIT-N
           MOVE 0 TO WS-FIT-SUM-X
           MOVE 0 TO WS-FIT-SUM-Y
           MOVE 0 TO WS-FIT-SUM-XX
           MOVE 0 TO WS-FIT-SUM-XY
           MOVE 0 TO WS-FIT-SLOPE
           SET WS-FIT-NOT-VALID TO TRUE

           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PT-COUNT
               IF WS-PT-DAY(WS-PT-INDEX) >= WS-FIT-FROM-DAY
                       AND WS-PT-DAY(WS-PT-INDEX) <= WS-FIT-TO-DAY
                   ADD 1 TO WS-FIT-N
                   ADD WS-PT-DAY(WS-PT-INDEX) TO WS-FIT-SUM-X
                   ADD WS-PT-BYTES(WS-PT-INDEX) TO WS-FIT-SUM-Y
                   COMPUTE WS-FIT-SUM-XX = WS-FIT-SUM-XX
                       + WS-PT-DAY(WS-PT-INDEX) * WS-PT-DAY(WS-PT-INDEX)
                   COMPUTE WS-FIT-SUM-XY = WS-FIT-SUM-XY
                       + WS-PT-DAY(WS-PT-INDEX)
                       * WS-PT-BYTES(WS-PT-INDEX)
               END-IF
           END-PERFORM

           IF WS-FIT-N < CFG-MINIMUM-POINTS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FIT-DENOMINATOR = WS-FIT-N * WS-FIT-SUM-XX
               - WS-FIT-SUM-X * WS-FIT-SUM-X
           IF WS-FIT-DENOMINATOR = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FIT-SLOPE ROUNDED =
               (WS-FIT-N * WS-FIT-SUM-XY - WS-FIT-SUM-X * WS-FIT-SUM-Y)
               / WS-FIT-DENOMINATOR
           SET WS-FIT-VALID TO TRUE

           EXIT.

      ******************************************************************
      * Project, from the latest measurement along the trend, the      *
      * dates the warning threshold and the allocation are reached,    *
      * and classify the dataset.                                      *
      ******************************************************************
       PROJECT-SPACE-DATES.

           EVALUATE TRUE
               WHEN WS-LATEST-BYTES >= WS-ALLOC-BYTES
                   MOVE 'NOW' TO GRD-WARN-DATE
                   MOVE 'NOW' TO GRD-FULL-DATE
                   MOVE 'FULL NOW' TO GRD-STATUS
                   ADD 1 TO WS-FULL-NOW-COUNT
                   PERFORM RAISE-TO-ERROR

               WHEN WS-TREND-SLOPE NOT > 0
                   MOVE 'NEVER' TO GRD-FULL-DATE
                   IF WS-LATEST-BYTES >= WS-WARN-BYTES
                       MOVE 'NOW' TO GRD-WARN-DATE
                       MOVE 'OVER WARNING' TO GRD-STATUS
                       ADD 1 TO WS-OVER-WARNING-COUNT
                       PERFORM RAISE-TO-WARNING
                   ELSE
                       MOVE 'NEVER' TO GRD-WARN-DATE
                       MOVE 'NOT GROWING' TO GRD-STATUS
                       ADD 1 TO WS-OK-COUNT
                   END-IF

               WHEN OTHER
                   MOVE WS-ALLOC-BYTES TO WS-TARGET-BYTES
                   PERFORM PROJECT-REACH-DATE
                   MOVE WS-REACH-DATE-TEXT TO GRD-FULL-DATE
                   IF WS-DAYS-FROM-AS-OF <= CFG-NOTICE-DAYS
                       MOVE 'FULL SOON' TO GRD-STATUS
                       ADD 1 TO WS-FULL-SOON-COUNT
                       PERFORM RAISE-TO-ERROR
                   END-IF

                   IF WS-LATEST-BYTES >= WS-WARN-BYTES
                       MOVE 'NOW' TO GRD-WARN-DATE
                       IF GRD-STATUS = SPACES
                           MOVE 'OVER WARNING' TO GRD-STATUS
                           ADD 1 TO WS-OVER-WARNING-COUNT
                           PERFORM RAISE-TO-WARNING
                       END-IF
                   ELSE
                       MOVE WS-WARN-BYTES TO WS-TARGET-BYTES
                       PERFORM PROJECT-REACH-DATE
                       MOVE WS-REACH-DATE-TEXT TO GRD-WARN-DATE
                       IF GRD-STATUS = SPACES
                               AND WS-DAYS-FROM-AS-OF <= CFG-NOTICE-DAYS
                           MOVE 'WARN SOON' TO GRD-STATUS
                           ADD 1 TO WS-WARN-SOON-COUNT
                           PERFORM RAISE-TO-WARNING
                       END-IF
                   END-IF

                   IF GRD-STATUS = SPACES
                       MOVE 'OK' TO GRD-STATUS
                       ADD 1 TO WS-OK-COUNT
                   END-IF
           END-EVALUATE

           EXIT.

      ******************************************************************
      * Days from the latest measurement until WS-TARGET-BYTES is      *
      * reached at WS-TREND-SLOPE (rounded up to a whole day), the     *
      * date that falls on, and how far that is past the as-of date.   *
      * Beyond CFG-PROJECTION-LIMIT-DAYS no date is given.             *
      ******************************************************************
       PROJECT-REACH-DATE.

           COMPUTE WS-DAYS-TO-REACH =
               (WS-TARGET-BYTES - WS-LATEST-BYTES) / WS-TREND-SLOPE
               ON SIZE ERROR
                   MOVE 9999999 TO WS-DAYS-TO-REACH
           END-COMPUTE
           IF WS-DAYS-TO-REACH < 9999999
                   AND WS-LATEST-BYTES
                       + WS-DAYS-TO-REACH * WS-TREND-SLOPE
                       < WS-TARGET-BYTES
               ADD 1 TO WS-DAYS-TO-REACH
           END-IF

           IF WS-DAYS-TO-REACH > CFG-PROJECTION-LIMIT-DAYS
               MOVE 'BEYOND' TO WS-REACH-DATE-TEXT
               MOVE 9999999 TO WS-DAYS-FROM-AS-OF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS-FROM-AS-OF = WS-LATEST-DAY + WS-DAYS-TO-REACH
           COMPUTE DAI-DATE-AS-INTEGER = FUNCTION DATE-OF-INTEGER
               (WS-LATEST-DAY-NUMBER + WS-DAYS-TO-REACH)
           MOVE DAI-DATE-AS-INTEGER TO WS-REACH-DATE-TEXT

           EXIT.

      ******************************************************************
      * Fit the growth rate of the last CFG-RECENT-DAYS days (zero     *
      * when they have too few points) and compare it with the rate    *
      * before them; flag a change beyond the dataset's limit. Either  *
      * period with too few points is not compared.                    *
      ******************************************************************
       CHECK-RATE-CHANGE.

           MOVE 0 TO WS-RECENT-SLOPE
           COMPUTE WS-FIT-FROM-DAY = 1 - CFG-RECENT-DAYS
           MOVE 0 TO WS-FIT-TO-DAY
           PERFORM FIT-GROWTH-TREND
           IF WS-FIT-NOT-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIT-SLOPE TO WS-RECENT-SLOPE

           COMPUTE WS-FIT-FROM-DAY = 0 - CFG-HISTORY-DAYS
           COMPUTE WS-FIT-TO-DAY = 0 - CFG-RECENT-DAYS
           PERFORM FIT-GROWTH-TREND
           IF WS-FIT-NOT-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIT-SLOPE TO WS-PRIOR-SLOPE

           IF WS-PRIOR-SLOPE > 0
               COMPUTE WS-RATE-CHANGE-PCT ROUNDED =
                   (WS-RECENT-SLOPE - WS-PRIOR-SLOPE) * 100
                   / WS-PRIOR-SLOPE
                   ON SIZE ERROR
                       MOVE 99999 TO WS-RATE-CHANGE-PCT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-RATE-CHANGE-PCT > WS-RATE-LIMIT-PCT
                       MOVE WS-RATE-CHANGE-PCT TO WS-RATE-PCT-EDIT
                       STRING 'RATE UP ' WS-RATE-PCT-EDIT '%'
                           DELIMITED BY SIZE INTO GRD-RATE-NOTE
                   WHEN 0 - WS-RATE-CHANGE-PCT > WS-RATE-LIMIT-PCT
                       MOVE WS-RATE-CHANGE-PCT TO WS-RATE-PCT-EDIT
                       STRING 'RATE DOWN ' WS-RATE-PCT-EDIT '%'
                           DELIMITED BY SIZE INTO GRD-RATE-NOTE
               END-EVALUATE
           ELSE
               IF WS-RECENT-SLOPE > 0
                   MOVE 'GROWTH STARTED' TO GRD-RATE-NOTE
               END-IF
           END-IF

           IF GRD-RATE-NOTE NOT = SPACES
               ADD 1 TO WS-RATE-CHANGE-COUNT
               PERFORM RAISE-TO-WARNING
           END-IF

           EXIT.

       WRITE-GROWTH-SUMMARY.

           MOVE SPACES TO GROWTH-REPORT-RECORD
           PERFORM WRITE-GROWTH-LINE

           MOVE SPACES TO GROWTH-REPORT-RECORD
           STRING 'FULL NOW=' WS-FULL-NOW-COUNT
               ' FULL SOON=' WS-FULL-SOON-COUNT
               ' OVER WARNING=' WS-OVER-WARNING-COUNT
               ' WARN SOON=' WS-WARN-SOON-COUNT
               ' NO HISTORY=' WS-NO-HISTORY-COUNT
               ' OK=' WS-OK-COUNT
               ' RATE CHANGES=' WS-RATE-CHANGE-COUNT
               DELIMITED BY SIZE INTO GROWTH-REPORT-RECORD
           PERFORM WRITE-GROWTH-LINE

           EXIT.

       RAISE-TO-WARNING.

           IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.

       RAISE-TO-ERROR.

           IF RETURN-CODE < RC-ERROR
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-GROWTH-LINE.

           WRITE GROWTH-REPORT-RECORD
           IF GROWTH-REPORT-FS NOT = '00'
               DISPLAY 'ZTPGROWF error writing GROWRPT: '
                   GROWTH-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY 'ZTPGROWF ' GROWTH-REPORT-RECORD(1:110)
           END-IF

           EXIT.
