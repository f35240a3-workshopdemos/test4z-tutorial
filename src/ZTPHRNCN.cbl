       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPHRNCN.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Cannibalization analysis. The promotion calendar keeps         *
      * promotions from overlapping, but promoting one widget can      *
      * still just move sales off its neighbors. For every promotion   *
      * on PROMOCALO that falls inside the 90 days SALESHST carries,   *
      * this program compares each other widget in the same category   *
      * (B/M/P/other, by the first letter of the widget id as ZTPHRNFB *
      * groups them) during the promotion weeks with its own baseline: *
      *                                                                *
      *  - baseline = the neighbor's average daily sales over days     *
      *    on which neither widget was on promotion;                   *
      *  - expected = baseline * promotion days, actual = the          *
      *    neighbor's sales on those days (days the neighbor itself    *
      *    was promoted are left out of both);                         *
      *  - the promoted widget's own lift is measured the same way.    *
      *                                                                *
      * Expected and actual units are summed over every promotion of   *
      * the same widget, per pair. A pair is a substitute pair when    *
      * the promoted widget lifted by at least CFG-MIN-LIFT-PCT and    *
      * the neighbor fell by at least CFG-DROP-PCT. STEAL is the       *
      * neighbor's lost units as a percentage of the promoted          *
      * widget's gained units.                                         *
      *                                                                *
      *   CANNPAIR - one record per substitute pair                    *
      *   CANNRPT  - the substitute pairs and run totals               *
      *                                                                *
      * SALESHST is most recent first; day 1 is the as-of date.        *
      *                                                                *
      * Runtime PARM (comma-separated, each optional):                 *
      *   'ASOF=YYYYMMDD' the date of SALESHST day 1 (default: the day *
      *                   before the run)                              *
      *   'DROP=nn'       neighbor drop that counts, % (default 15)    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN SALESHST
           FILE STATUS IS SALES-HISTORY-STATUS.

           SELECT PROMO-CALENDAR-FILE ASSIGN PROMOCALO
           FILE STATUS IS PROMO-CALENDAR-STATUS.

           SELECT CANNIBAL-PAIR-FILE ASSIGN CANNPAIR
           FILE STATUS IS CANNIBAL-PAIR-STATUS.

           SELECT CANNIBAL-REPORT ASSIGN CANNRPT
           FILE STATUS IS CANNIBAL-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SALES-HISTORY-FILE RECORD CONTAINS 367 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SALES-HISTORY-RECORD.
       01  SALES-HISTORY-RECORD.
           05 SHR-WIDGET-ID         PIC X(7).
           05 SHR-SALES-DAY         PIC 9(4) OCCURS 90 TIMES.

       FD  PROMO-CALENDAR-FILE RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PROMO-CALENDAR-RECORD.
       01  PROMO-CALENDAR-RECORD.
           05 PCR-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 PCR-CATEGORY         PIC X(1).
           05 FILLER               PIC X.
           05 PCR-START-WEEK       PIC X(6).
           05 FILLER               PIC X.
           05 PCR-END-WEEK         PIC X(6).
           05 FILLER               PIC X(17).

       FD  CANNIBAL-PAIR-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CANNIBAL-PAIR-RECORD.
       01  CANNIBAL-PAIR-RECORD.
           05 CPR-PROMOTED-ID      PIC X(7).
           05 FILLER               PIC X.
           05 CPR-NEIGHBOR-ID      PIC X(7).
           05 FILLER               PIC X.
           05 CPR-CATEGORY         PIC X(1).
           05 FILLER               PIC X.
           05 CPR-PROMOTIONS       PIC 9(3).
           05 FILLER               PIC X.
           05 CPR-LIFT-PCT         PIC S9(4)V9
                                   SIGN IS LEADING SEPARATE.
           05 FILLER               PIC X.
           05 CPR-CHANGE-PCT       PIC S9(4)V9
                                   SIGN IS LEADING SEPARATE.
           05 FILLER               PIC X.
           05 CPR-STEAL-PCT        PIC 9(3).
           05 FILLER               PIC X.
           05 CPR-AS-OF-DATE       PIC X(8).
           05 FILLER               PIC X(32).

       FD  CANNIBAL-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CANNIBAL-REPORT-RECORD.
       01  CANNIBAL-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  SALES-HISTORY-STATUS     PIC X(2).
       01  PROMO-CALENDAR-STATUS    PIC X(2).
       01  CANNIBAL-PAIR-STATUS     PIC X(2).
       01  CANNIBAL-REPORT-STATUS   PIC X(2).

       01  CONFIGURATION-PARAMETERS-HRNCN.
           05 CFG-DROP-PCT          PIC 9(2) VALUE 15.
           05 CFG-MIN-LIFT-PCT      PIC 9(3) VALUE 10.
           05 CFG-MIN-PROMO-DAYS    PIC 9(2) VALUE 5.
           05 CFG-MIN-BASE-DAYS     PIC 9(2) VALUE 14.

      *-----------------------------------------------------------------
      * SALESHST in storage, with each widget's own promotion days.
      *-----------------------------------------------------------------
       01  WS-SALES-TABLE.
           05 WS-SL-ENTRY OCCURS 300 TIMES.
               10 WS-SL-WIDGET-ID      PIC X(7).
               10 WS-SL-DAY OCCURS 90 TIMES.
                   15 WS-SL-UNITS      PIC 9(4).
                   15 WS-SL-PROMO-FLAG PIC X(1).
       77  WS-SL-COUNT             PIC 9(3) VALUE 0.
       77  WS-SL-INDEX             PIC 9(3).
       77  WS-PROMOTED-INDEX       PIC 9(3).
       77  WS-NEIGHBOR-INDEX       PIC 9(3).

       01  WS-PROMO-TABLE.
           05 WS-PR-ENTRY OCCURS 200 TIMES.
               10 WS-PR-WIDGET-ID      PIC X(7).
               10 WS-PR-START-ABS      PIC 9(7).
               10 WS-PR-END-ABS        PIC 9(7).
       77  WS-PR-COUNT             PIC 9(3) VALUE 0.
       77  WS-PR-INDEX             PIC 9(3).

      *-----------------------------------------------------------------
      * Week of each SALESHST day, and the days of the promotion being
      * measured.
      *-----------------------------------------------------------------
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 90 TIMES.
               10 WS-DAY-WEEK-ABS      PIC 9(7).
               10 WS-DAY-EVENT-FLAG    PIC X(1).
       77  WS-DAY-INDEX            PIC 9(3).
       77  WS-EVENT-DAYS           PIC 9(3).

      *-----------------------------------------------------------------
      * Expected and actual units per promoted/neighbor pair, summed
      * over that widget's promotions.
      *-----------------------------------------------------------------
       01  WS-PAIR-TABLE.
           05 WS-PA-ENTRY OCCURS 2000 TIMES.
               10 WS-PA-PROMOTED-ID    PIC X(7).
               10 WS-PA-NEIGHBOR-ID    PIC X(7).
               10 WS-PA-PROMOTIONS     PIC 9(3).
               10 WS-PA-NB-EXPECTED    PIC 9(7)V9.
               10 WS-PA-NB-ACTUAL      PIC 9(7).
               10 WS-PA-PW-EXPECTED    PIC 9(7)V9.
               10 WS-PA-PW-ACTUAL      PIC 9(7).
       77  WS-PA-COUNT             PIC 9(4) VALUE 0.
       77  WS-PA-INDEX             PIC 9(4).
       77  WS-PAIR-OVERFLOW        PIC X(1) VALUE 'N'.

       77  WS-SEARCH-ID            PIC X(7).
       77  WS-FOUND-FLAG           PIC 9.
           88 WS-FOUND             VALUE 1.
           88 WS-NOT-FOUND         VALUE 0.

       01  WS-MEASURE-FIELDS.
           05 WS-BASE-UNITS        PIC 9(7).
           05 WS-BASE-DAYS         PIC 9(3).
           05 WS-BASE-AVG          PIC 9(5)V9(3).
           05 WS-DURING-UNITS      PIC 9(7).
           05 WS-DURING-DAYS       PIC 9(3).
           05 WS-PW-EXPECTED       PIC 9(7)V9.
           05 WS-PW-ACTUAL         PIC 9(7).
           05 WS-LIFT-PCT          PIC S9(4)V9.
           05 WS-CHANGE-PCT        PIC S9(4)V9.
           05 WS-GAINED-UNITS      PIC S9(7)V9.
           05 WS-LOST-UNITS        PIC S9(7)V9.
           05 WS-STEAL-PCT         PIC 9(3).

      *-----------------------------------------------------------------
      * Date arithmetic: the as-of date, each SALESHST day's week
      * number, and 'YYYYWW' <-> absolute week as ZTPHRNCL keeps them.
      *-----------------------------------------------------------------
       01  WS-CURRENT-DATE.
           05 CURR-YEAR            PIC 9(4).
           05 CURR-MONTH           PIC 9(2).
           05 CURR-DAY             PIC 9(2).
           05 FILLER               PIC X(13).
       01  DAI-DATE-AS-INTEGER     PIC 9(8).
       01  DAI-DATE-AS-INTEGER-REDEF REDEFINES DAI-DATE-AS-INTEGER.
           05 DAI-YEAR             PIC 9(4).
           05 DAI-MONTH            PIC 9(2).
           05 DAI-DAY              PIC 9(2).
       77  WS-ASOF-NUM             PIC 9(7).
       77  WS-ASOF-TEXT            PIC X(8).
       77  WS-DATE-NUM             PIC 9(7).
       77  WS-YEAR-START-NUM       PIC 9(7).
       77  WS-DAY-OF-YEAR          PIC 9(3).
       01  WS-WEEK-FIELDS.
           05 WS-WEEK-YYYYWW.
               10 WS-WK-YEAR           PIC 9(4).
               10 WS-WK-WEEK           PIC 9(2).
           05 WS-WEEK-ABS              PIC 9(7).

       01  WS-RUN-TOTALS.
           05 WS-TOTAL-PROMOTIONS  PIC 9(4) VALUE 0.
           05 WS-TOTAL-MEASURED    PIC 9(4) VALUE 0.
           05 WS-TOTAL-PAIRS       PIC 9(4) VALUE 0.
           05 WS-TOTAL-SUBSTITUTES PIC 9(4) VALUE 0.

       01  CNR-HEADING-LINE.
           05 FILLER               PIC X(34)
              VALUE 'CANNIBALIZATION  SALESHST AS OF '.
           05 CNH-ASOF             PIC X(8).
           05 FILLER               PIC X(7) VALUE '  DROP='.
           05 CNH-DROP             PIC Z9.
           05 FILLER               PIC X(11) VALUE '%  MIN LIFT'.
           05 FILLER               PIC X(1) VALUE '='.
           05 CNH-LIFT             PIC ZZ9.
           05 FILLER               PIC X(1) VALUE '%'.
           05 FILLER               PIC X(33) VALUE SPACES.

       01  CNR-DETAIL-LINE.
           05 CND-PROMOTED-ID      PIC X(7).
           05 FILLER               PIC X(4) VALUE ' -> '.
           05 CND-NEIGHBOR-ID      PIC X(7).
           05 FILLER               PIC X(6) VALUE ' CAT='.
           05 CND-CATEGORY         PIC X(1).
           05 FILLER               PIC X(8) VALUE ' PROMOS='.
           05 CND-PROMOTIONS       PIC ZZ9.
           05 FILLER               PIC X(6) VALUE ' LIFT='.
           05 CND-LIFT-PCT         PIC +ZZZ9.9.
           05 FILLER               PIC X(12) VALUE '% NEIGHBOR='.
           05 CND-CHANGE-PCT       PIC +ZZZ9.9.
           05 FILLER               PIC X(8) VALUE '% STEAL='.
           05 CND-STEAL-PCT        PIC ZZ9.
           05 FILLER               PIC X(1) VALUE '%'.
           05 FILLER               PIC X(20) VALUE SPACES.

       01  CNR-TOTAL-LINE.
           05 FILLER               PIC X(12) VALUE 'PROMOTIONS: '.
           05 CNT-PROMOTIONS       PIC ZZZ9.
           05 FILLER               PIC X(11) VALUE ' MEASURED: '.
           05 CNT-MEASURED         PIC ZZZ9.
           05 FILLER               PIC X(8) VALUE ' PAIRS: '.
           05 CNT-PAIRS            PIC ZZZ9.
           05 FILLER               PIC X(14) VALUE ' SUBSTITUTES: '.
           05 CNT-SUBSTITUTES      PIC ZZZ9.
           05 FILLER               PIC X(39) VALUE SPACES.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES ('ASOF=...,DROP=nn').       *
      ******************************************************************
       77  WS-PARM                 PIC X(100).
       01  WS-PARM-FIELDS.
           05 WS-PARM-FIELD OCCURS 2 TIMES PIC X(20).
       77  WS-PARM-INDEX           PIC 9(1).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH       PIC S9(4) COMP.
           05 LS-PARM-DATA         PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTPHRNCN start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM DERIVE-AS-OF-DATE
           PERFORM CHECK-PARM-OVERRIDES
           PERFORM BUILD-DAY-TABLE
           PERFORM LOAD-SALES-HISTORY
           PERFORM LOAD-PROMO-CALENDAR
           PERFORM MARK-PROMOTION-DAYS

           PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
                   UNTIL WS-PR-INDEX > WS-PR-COUNT
               PERFORM MEASURE-ONE-PROMOTION
           END-PERFORM

           PERFORM WRITE-SUBSTITUTE-PAIRS

           DISPLAY 'ZTPHRNCN promotions=' WS-TOTAL-PROMOTIONS
               ' measured=' WS-TOTAL-MEASURED
               ' pairs=' WS-TOTAL-PAIRS
               ' substitutes=' WS-TOTAL-SUBSTITUTES
           DISPLAY 'ZTPHRNCN end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       DERIVE-AS-OF-DATE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE CURR-YEAR  TO DAI-YEAR
           MOVE CURR-MONTH TO DAI-MONTH
           MOVE CURR-DAY   TO DAI-DAY
           COMPUTE WS-ASOF-NUM =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER) - 1
           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-ASOF-NUM)
           MOVE DAI-DATE-AS-INTEGER TO WS-ASOF-TEXT

           EXIT.

       CHECK-PARM-OVERRIDES.

           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-PARM-FIELDS
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               EXIT PARAGRAPH
           END-IF

           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD(1) WS-PARM-FIELD(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > 2
               EVALUATE TRUE
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:5) = 'ASOF='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(6:8)
                               IS NUMERIC
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(6:8)
                           TO WS-ASOF-TEXT DAI-DATE-AS-INTEGER
                       COMPUTE WS-ASOF-NUM =
                           FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:5) = 'DROP='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(6:2)
                               IS NUMERIC
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(6:2) > '00'
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(6:2)
                           TO CFG-DROP-PCT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           DISPLAY 'ZTPHRNCN as of ' WS-ASOF-TEXT
               ' drop ' CFG-DROP-PCT '%'

           EXIT.

      ******************************************************************
      * Week of every SALESHST day: day-of-year divided into sevens,   *
      * weeks 01-52, exactly as ZTPHRNCL derives the current week.     *
      ******************************************************************
       BUILD-DAY-TABLE.

           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 90
               COMPUTE WS-DATE-NUM = WS-ASOF-NUM - WS-DAY-INDEX + 1
               COMPUTE DAI-DATE-AS-INTEGER =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-NUM)
               MOVE DAI-YEAR TO WS-WK-YEAR
               MOVE 01 TO DAI-MONTH
               MOVE 01 TO DAI-DAY
               COMPUTE WS-YEAR-START-NUM =
                   FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
               COMPUTE WS-DAY-OF-YEAR =
                   WS-DATE-NUM - WS-YEAR-START-NUM + 1
               COMPUTE WS-WK-WEEK = ((WS-DAY-OF-YEAR - 1) / 7) + 1
               IF WS-WK-WEEK > 52
                   MOVE 52 TO WS-WK-WEEK
               END-IF
               PERFORM CONVERT-WEEK-TO-ABS
               MOVE WS-WEEK-ABS TO WS-DAY-WEEK-ABS(WS-DAY-INDEX)
           END-PERFORM

           EXIT.

       CONVERT-WEEK-TO-ABS.

           COMPUTE WS-WEEK-ABS =
               (WS-WK-YEAR * 52) + WS-WK-WEEK - 1

           EXIT.

       LOAD-SALES-HISTORY.

           MOVE 0 TO WS-SL-COUNT

           OPEN INPUT SALES-HISTORY-FILE
           IF SALES-HISTORY-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCN error opening SALESHST: '
                   SALES-HISTORY-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ SALES-HISTORY-FILE
           PERFORM UNTIL SALES-HISTORY-STATUS > '04'
               IF SHR-WIDGET-ID NOT = SPACES
                   IF WS-SL-COUNT < 300
                       ADD 1 TO WS-SL-COUNT
                       MOVE SHR-WIDGET-ID
                           TO WS-SL-WIDGET-ID(WS-SL-COUNT)
                       PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                               UNTIL WS-DAY-INDEX > 90
                           MOVE 'N' TO
                               WS-SL-PROMO-FLAG(WS-SL-COUNT,
                                   WS-DAY-INDEX)
                           IF SHR-SALES-DAY(WS-DAY-INDEX) IS NUMERIC
                               MOVE SHR-SALES-DAY(WS-DAY-INDEX) TO
                                   WS-SL-UNITS(WS-SL-COUNT,
                                       WS-DAY-INDEX)
                           ELSE
                               MOVE 0 TO
                                   WS-SL-UNITS(WS-SL-COUNT,
                                       WS-DAY-INDEX)
                           END-IF
                       END-PERFORM
                   ELSE
                       DISPLAY 'ZTPHRNCN sales table full, skipped '
                           SHR-WIDGET-ID
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ SALES-HISTORY-FILE
           END-PERFORM

           CLOSE SALES-HISTORY-FILE

           EXIT.

      ******************************************************************
      * The promotion history is the whole point of the run, so the    *
      * calendar is required here.                                     *
      ******************************************************************
       LOAD-PROMO-CALENDAR.

           MOVE 0 TO WS-PR-COUNT

           OPEN INPUT PROMO-CALENDAR-FILE
           IF PROMO-CALENDAR-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCN error opening PROMOCALO: '
                   PROMO-CALENDAR-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ PROMO-CALENDAR-FILE
           PERFORM UNTIL PROMO-CALENDAR-STATUS > '04'
               IF PCR-WIDGET-ID NOT = SPACES
                       AND PCR-START-WEEK IS NUMERIC
                       AND PCR-END-WEEK IS NUMERIC
                       AND WS-PR-COUNT < 200
                   ADD 1 TO WS-PR-COUNT
                   MOVE PCR-WIDGET-ID TO WS-PR-WIDGET-ID(WS-PR-COUNT)
                   MOVE PCR-START-WEEK TO WS-WEEK-YYYYWW
                   PERFORM CONVERT-WEEK-TO-ABS
                   MOVE WS-WEEK-ABS TO WS-PR-START-ABS(WS-PR-COUNT)
                   MOVE PCR-END-WEEK TO WS-WEEK-YYYYWW
                   PERFORM CONVERT-WEEK-TO-ABS
                   MOVE WS-WEEK-ABS TO WS-PR-END-ABS(WS-PR-COUNT)
               END-IF
               READ PROMO-CALENDAR-FILE
           END-PERFORM

           CLOSE PROMO-CALENDAR-FILE

           EXIT.

       MARK-PROMOTION-DAYS.

           PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
                   UNTIL WS-PR-INDEX > WS-PR-COUNT
               MOVE WS-PR-WIDGET-ID(WS-PR-INDEX) TO WS-SEARCH-ID
               PERFORM FIND-SALES-WIDGET
               IF WS-FOUND
                   PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                           UNTIL WS-DAY-INDEX > 90
                       IF WS-DAY-WEEK-ABS(WS-DAY-INDEX) >=
                               WS-PR-START-ABS(WS-PR-INDEX)
                           AND WS-DAY-WEEK-ABS(WS-DAY-INDEX) <=
                               WS-PR-END-ABS(WS-PR-INDEX)
                           MOVE 'Y' TO
                               WS-SL-PROMO-FLAG(WS-SL-INDEX,
                                   WS-DAY-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           EXIT.

       FIND-SALES-WIDGET.

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SL-INDEX FROM 1 BY 1
                   UNTIL WS-SL-INDEX > WS-SL-COUNT OR WS-FOUND
               IF WS-SL-WIDGET-ID(WS-SL-INDEX) = WS-SEARCH-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SL-INDEX
           END-IF

           EXIT.

      ******************************************************************
      * One promotion: its days inside SALESHST, the promoted widget's *
      * own lift, then every neighbor in the same category.            *
      ******************************************************************
       MEASURE-ONE-PROMOTION.

           ADD 1 TO WS-TOTAL-PROMOTIONS

           MOVE WS-PR-WIDGET-ID(WS-PR-INDEX) TO WS-SEARCH-ID
           PERFORM FIND-SALES-WIDGET
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SL-INDEX TO WS-PROMOTED-INDEX

           MOVE 0 TO WS-EVENT-DAYS
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 90
               IF WS-DAY-WEEK-ABS(WS-DAY-INDEX) >=
                       WS-PR-START-ABS(WS-PR-INDEX)
                   AND WS-DAY-WEEK-ABS(WS-DAY-INDEX) <=
                       WS-PR-END-ABS(WS-PR-INDEX)
                   MOVE 'Y' TO WS-DAY-EVENT-FLAG(WS-DAY-INDEX)
                   ADD 1 TO WS-EVENT-DAYS
               ELSE
                   MOVE 'N' TO WS-DAY-EVENT-FLAG(WS-DAY-INDEX)
               END-IF
           END-PERFORM
           IF WS-EVENT-DAYS < CFG-MIN-PROMO-DAYS
               EXIT PARAGRAPH
           END-IF

      *    Promoted widget: baseline over its own non-promotion days.
           MOVE WS-PROMOTED-INDEX TO WS-NEIGHBOR-INDEX
           PERFORM MEASURE-ONE-WIDGET
           IF WS-BASE-DAYS < CFG-MIN-BASE-DAYS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PW-EXPECTED ROUNDED =
               WS-BASE-AVG * WS-DURING-DAYS
           MOVE WS-DURING-UNITS TO WS-PW-ACTUAL
           ADD 1 TO WS-TOTAL-MEASURED

           PERFORM VARYING WS-NEIGHBOR-INDEX FROM 1 BY 1
                   UNTIL WS-NEIGHBOR-INDEX > WS-SL-COUNT
               IF WS-NEIGHBOR-INDEX NOT = WS-PROMOTED-INDEX
                   AND WS-SL-WIDGET-ID(WS-NEIGHBOR-INDEX)(1:1) =
                       WS-SL-WIDGET-ID(WS-PROMOTED-INDEX)(1:1)
                   PERFORM MEASURE-ONE-WIDGET
                   IF WS-BASE-DAYS >= CFG-MIN-BASE-DAYS
                           AND WS-DURING-DAYS > 0
                       PERFORM ADD-TO-PAIR
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Baseline and promotion-day units for widget NEIGHBOR-INDEX.    *
      * Days the widget itself or the promoted widget was on any       *
      * promotion are never baseline; days the widget itself was       *
      * promoted are never counted as promotion days.                  *
      ******************************************************************
       MEASURE-ONE-WIDGET.

           MOVE 0 TO WS-BASE-UNITS WS-BASE-DAYS WS-BASE-AVG
           MOVE 0 TO WS-DURING-UNITS WS-DURING-DAYS

           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 90
               EVALUATE TRUE
                   WHEN WS-DAY-EVENT-FLAG(WS-DAY-INDEX) = 'Y'
                       IF WS-NEIGHBOR-INDEX = WS-PROMOTED-INDEX
                           OR WS-SL-PROMO-FLAG(WS-NEIGHBOR-INDEX,
                               WS-DAY-INDEX) = 'N'
                           ADD 1 TO WS-DURING-DAYS
                           ADD WS-SL-UNITS(WS-NEIGHBOR-INDEX,
                               WS-DAY-INDEX) TO WS-DURING-UNITS
                       END-IF
                   WHEN WS-SL-PROMO-FLAG(WS-NEIGHBOR-INDEX,
                           WS-DAY-INDEX) = 'N'
                       AND WS-SL-PROMO-FLAG(WS-PROMOTED-INDEX,
                           WS-DAY-INDEX) = 'N'
                       ADD 1 TO WS-BASE-DAYS
                       ADD WS-SL-UNITS(WS-NEIGHBOR-INDEX,
                           WS-DAY-INDEX) TO WS-BASE-UNITS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           IF WS-BASE-DAYS > 0
               COMPUTE WS-BASE-AVG ROUNDED =
                   WS-BASE-UNITS / WS-BASE-DAYS
           END-IF

           EXIT.

       ADD-TO-PAIR.

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PA-INDEX FROM 1 BY 1
                   UNTIL WS-PA-INDEX > WS-PA-COUNT OR WS-FOUND
               IF WS-PA-PROMOTED-ID(WS-PA-INDEX) =
                       WS-SL-WIDGET-ID(WS-PROMOTED-INDEX)
                   AND WS-PA-NEIGHBOR-ID(WS-PA-INDEX) =
                       WS-SL-WIDGET-ID(WS-NEIGHBOR-INDEX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FOUND
               SUBTRACT 1 FROM WS-PA-INDEX
           ELSE
               IF WS-PA-COUNT >= 2000
                   IF WS-PAIR-OVERFLOW = 'N'
                       DISPLAY 'ZTPHRNCN pair table full,'
                           ' later pairs not measured'
                       MOVE 'Y' TO WS-PAIR-OVERFLOW
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PA-COUNT
               MOVE WS-PA-COUNT TO WS-PA-INDEX
               INITIALIZE WS-PA-ENTRY(WS-PA-INDEX)
               MOVE WS-SL-WIDGET-ID(WS-PROMOTED-INDEX)
                   TO WS-PA-PROMOTED-ID(WS-PA-INDEX)
               MOVE WS-SL-WIDGET-ID(WS-NEIGHBOR-INDEX)
                   TO WS-PA-NEIGHBOR-ID(WS-PA-INDEX)
           END-IF

           ADD 1 TO WS-PA-PROMOTIONS(WS-PA-INDEX)
           COMPUTE WS-PA-NB-EXPECTED(WS-PA-INDEX) ROUNDED =
               WS-PA-NB-EXPECTED(WS-PA-INDEX)
               + (WS-BASE-AVG * WS-DURING-DAYS)
           ADD WS-DURING-UNITS TO WS-PA-NB-ACTUAL(WS-PA-INDEX)
           ADD WS-PW-EXPECTED TO WS-PA-PW-EXPECTED(WS-PA-INDEX)
           ADD WS-PW-ACTUAL TO WS-PA-PW-ACTUAL(WS-PA-INDEX)

           EXIT.

      ******************************************************************
      * Judge every pair and write out the substitutes.                *
      ******************************************************************
       WRITE-SUBSTITUTE-PAIRS.

           OPEN OUTPUT CANNIBAL-PAIR-FILE
           OPEN OUTPUT CANNIBAL-REPORT
           IF CANNIBAL-PAIR-STATUS NOT = '00'
                   OR CANNIBAL-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCN error opening outputs: '
                   CANNIBAL-PAIR-STATUS ' ' CANNIBAL-REPORT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-ASOF-TEXT TO CNH-ASOF
           MOVE CFG-DROP-PCT TO CNH-DROP
           MOVE CFG-MIN-LIFT-PCT TO CNH-LIFT
           MOVE CNR-HEADING-LINE TO CANNIBAL-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE WS-PA-COUNT TO WS-TOTAL-PAIRS
           PERFORM VARYING WS-PA-INDEX FROM 1 BY 1
                   UNTIL WS-PA-INDEX > WS-PA-COUNT
               PERFORM JUDGE-ONE-PAIR
           END-PERFORM

           MOVE WS-TOTAL-PROMOTIONS TO CNT-PROMOTIONS
           MOVE WS-TOTAL-MEASURED TO CNT-MEASURED
           MOVE WS-TOTAL-PAIRS TO CNT-PAIRS
           MOVE WS-TOTAL-SUBSTITUTES TO CNT-SUBSTITUTES
           MOVE CNR-TOTAL-LINE TO CANNIBAL-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           CLOSE CANNIBAL-PAIR-FILE
           CLOSE CANNIBAL-REPORT

           EXIT.

       JUDGE-ONE-PAIR.

           IF WS-PA-NB-EXPECTED(WS-PA-INDEX) = 0
                   OR WS-PA-PW-EXPECTED(WS-PA-INDEX) = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LIFT-PCT ROUNDED =
               (WS-PA-PW-ACTUAL(WS-PA-INDEX)
                - WS-PA-PW-EXPECTED(WS-PA-INDEX)) * 100
               / WS-PA-PW-EXPECTED(WS-PA-INDEX)
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-LIFT-PCT
           END-COMPUTE
           COMPUTE WS-CHANGE-PCT ROUNDED =
               (WS-PA-NB-ACTUAL(WS-PA-INDEX)
                - WS-PA-NB-EXPECTED(WS-PA-INDEX)) * 100
               / WS-PA-NB-EXPECTED(WS-PA-INDEX)
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-CHANGE-PCT
           END-COMPUTE

           IF WS-LIFT-PCT < CFG-MIN-LIFT-PCT
                   OR WS-CHANGE-PCT > 0 - CFG-DROP-PCT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-GAINED-UNITS =
               WS-PA-PW-ACTUAL(WS-PA-INDEX)
               - WS-PA-PW-EXPECTED(WS-PA-INDEX)
           COMPUTE WS-LOST-UNITS =
               WS-PA-NB-EXPECTED(WS-PA-INDEX)
               - WS-PA-NB-ACTUAL(WS-PA-INDEX)
           COMPUTE WS-STEAL-PCT ROUNDED =
               WS-LOST-UNITS * 100 / WS-GAINED-UNITS
               ON SIZE ERROR
                   MOVE 999 TO WS-STEAL-PCT
           END-COMPUTE

           ADD 1 TO WS-TOTAL-SUBSTITUTES

           MOVE SPACES TO CANNIBAL-PAIR-RECORD
           MOVE WS-PA-PROMOTED-ID(WS-PA-INDEX) TO CPR-PROMOTED-ID
           MOVE WS-PA-NEIGHBOR-ID(WS-PA-INDEX) TO CPR-NEIGHBOR-ID
           MOVE WS-PA-PROMOTED-ID(WS-PA-INDEX)(1:1) TO CPR-CATEGORY
           MOVE WS-PA-PROMOTIONS(WS-PA-INDEX) TO CPR-PROMOTIONS
           MOVE WS-LIFT-PCT TO CPR-LIFT-PCT
           MOVE WS-CHANGE-PCT TO CPR-CHANGE-PCT
           MOVE WS-STEAL-PCT TO CPR-STEAL-PCT
           MOVE WS-ASOF-TEXT TO CPR-AS-OF-DATE
           WRITE CANNIBAL-PAIR-RECORD
           IF CANNIBAL-PAIR-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCN error writing CANNPAIR: '
                   CANNIBAL-PAIR-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           MOVE WS-PA-PROMOTED-ID(WS-PA-INDEX) TO CND-PROMOTED-ID
           MOVE WS-PA-NEIGHBOR-ID(WS-PA-INDEX) TO CND-NEIGHBOR-ID
           MOVE WS-PA-PROMOTED-ID(WS-PA-INDEX)(1:1) TO CND-CATEGORY
           MOVE WS-PA-PROMOTIONS(WS-PA-INDEX) TO CND-PROMOTIONS
           MOVE WS-LIFT-PCT TO CND-LIFT-PCT
           MOVE WS-CHANGE-PCT TO CND-CHANGE-PCT
           MOVE WS-STEAL-PCT TO CND-STEAL-PCT
           MOVE CNR-DETAIL-LINE TO CANNIBAL-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE.

           WRITE CANNIBAL-REPORT-RECORD
           IF CANNIBAL-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCN error writing CANNRPT: '
                   CANNIBAL-REPORT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTPHRNCN ' CANNIBAL-REPORT-RECORD(1:90)

           EXIT.
