       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPHRNEL.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Price-elasticity report, in the ZTPHRNFB mold. For every price *
      * change in the price history ZTPHRNWM keeps (PRICEHST), compare *
      * the widget's SALESHST volume in the window before the change   *
      * with the window from the change on, and report the volume      *
      * response per percent of price change - per widget, and as an   *
      * average per category (B/M/P/other).                            *
      *                                                                *
      * Promotion weeks distort volume, so any day falling in a week   *
      * the widget is on the promotion calendar (PROMOCALO, weeks as   *
      * ZTPHRNCL numbers them) is left out of both windows. A change   *
      * is measured only when:                                         *
      *                                                                *
      *  - both windows lie inside the 90 days SALESHST carries;       *
      *  - no other price change for the widget falls inside them;     *
      *  - at least half of each window's days are promotion-free;     *
      *  - there was volume before the change to compare against.      *
      *                                                                *
      * Changes that fail a test are still listed, with the reason,    *
      * but are left out of the category averages.                     *
      *                                                                *
      * SALESHST is most recent first; day 1 is the as-of date.        *
      *                                                                *
      * Runtime PARM (comma-separated, each optional):                 *
      *   'ASOF=YYYYMMDD' the date of SALESHST day 1 (default: the day *
      *                   before the run)                              *
      *   'WIN=nn'        days in each window (default 14)             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-HISTORY ASSIGN PRICEHST
           FILE STATUS IS PRICE-HISTORY-STATUS.

           SELECT SALES-HISTORY-FILE ASSIGN SALESHST
           FILE STATUS IS SALES-HISTORY-STATUS.

           SELECT OPTIONAL PROMO-CALENDAR-FILE ASSIGN PROMOCALO
           FILE STATUS IS PROMO-CALENDAR-STATUS.

           SELECT ELASTICITY-REPORT ASSIGN ELASRPT
           FILE STATUS IS ELASTICITY-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PRICE-HISTORY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PRICE-HISTORY-RECORD.
       01  PRICE-HISTORY-RECORD.
           05 PHR-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 PHR-EFFECTIVE-DATE   PIC X(8).
           05 FILLER               PIC X.
           05 PHR-OLD-PRICE        PIC 9(7).
           05 FILLER               PIC X.
           05 PHR-NEW-PRICE        PIC 9(7).
           05 FILLER               PIC X.
           05 PHR-CHANGE-TYPE      PIC X(1).
               88 PHR-INITIAL      VALUE 'A'.
               88 PHR-CHANGE       VALUE 'C'.
           05 FILLER               PIC X.
           05 PHR-RECORDED-DATE    PIC X(8).
           05 FILLER               PIC X(37).

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

       FD  ELASTICITY-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ELASTICITY-REPORT-RECORD.
       01  ELASTICITY-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  PRICE-HISTORY-STATUS     PIC X(2).
       01  SALES-HISTORY-STATUS     PIC X(2).
       01  PROMO-CALENDAR-STATUS    PIC X(2).
       01  ELASTICITY-REPORT-STATUS PIC X(2).

       01  CONFIGURATION-PARAMETERS-HRNEL.
           05 CFG-WINDOW-DAYS       PIC 9(2) VALUE 14.

      *-----------------------------------------------------------------
      * Price changes ('C' records with a usable old price).
      *-----------------------------------------------------------------
       01  WS-CHANGE-TABLE.
           05 WS-CH-ENTRY OCCURS 500 TIMES.
               10 WS-CH-WIDGET-ID      PIC X(7).
               10 WS-CH-EFFECTIVE-DATE PIC X(8).
               10 WS-CH-EFFECTIVE-NUM  PIC 9(7).
               10 WS-CH-OLD-PRICE      PIC 9(7).
               10 WS-CH-NEW-PRICE      PIC 9(7).
       77  WS-CH-COUNT             PIC 9(3) VALUE 0.
       77  WS-CH-INDEX             PIC 9(3).
       77  WS-CH-OTHER             PIC 9(3).

       01  WS-PROMO-TABLE.
           05 WS-PR-ENTRY OCCURS 200 TIMES.
               10 WS-PR-WIDGET-ID      PIC X(7).
               10 WS-PR-START-ABS      PIC 9(7).
               10 WS-PR-END-ABS        PIC 9(7).
       77  WS-PR-COUNT             PIC 9(3) VALUE 0.
       77  WS-PR-INDEX             PIC 9(3).

      *-----------------------------------------------------------------
      * The absolute week each SALESHST day falls in, and whether the
      * current widget is promoted that day.
      *-----------------------------------------------------------------
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 90 TIMES.
               10 WS-DAY-WEEK-ABS      PIC 9(7).
               10 WS-DAY-PROMO-FLAG    PIC X(1).
       77  WS-DAY-INDEX            PIC 9(3).

       01  WS-WINDOW-FIELDS.
           05 WS-DAYS-SINCE        PIC S9(7).
           05 WS-AFTER-FIRST       PIC S9(4).
           05 WS-AFTER-LAST        PIC S9(4).
           05 WS-BEFORE-FIRST      PIC S9(4).
           05 WS-BEFORE-LAST       PIC S9(4).
           05 WS-WINDOW-LOW-NUM    PIC S9(7).
           05 WS-WINDOW-HIGH-NUM   PIC S9(7).
           05 WS-AFTER-TOTAL       PIC 9(8).
           05 WS-AFTER-DAYS        PIC 9(3).
           05 WS-BEFORE-TOTAL      PIC 9(8).
           05 WS-BEFORE-DAYS       PIC 9(3).
           05 WS-MIN-DAYS          PIC 9(3).
           05 WS-AFTER-AVG         PIC 9(6)V99.
           05 WS-BEFORE-AVG        PIC 9(6)V99.
           05 WS-PRICE-PCT         PIC S9(5)V99.
           05 WS-VOLUME-PCT        PIC S9(7)V99.
           05 WS-RESPONSE          PIC S9(5)V99.
           05 WS-MEASURED-FLAG     PIC X(1).

      *-----------------------------------------------------------------
      * Category rollup (B/M/P/other), as ZTPHRNFB keeps it.
      *-----------------------------------------------------------------
       01  WS-CATEGORY-RESPONSE.
           05 WS-CR-ENTRY OCCURS 4 TIMES.
               10 WS-CR-CATEGORY        PIC X(5).
               10 WS-CR-COUNT           PIC 9(4) VALUE 0.
               10 WS-CR-RESPONSE-SUM    PIC S9(9)V99 VALUE 0.
       77  WS-CR-INDEX             PIC 9(2).
       77  WS-CR-AVERAGE           PIC S9(5)V99.

       01  WS-RUN-TOTALS.
           05 WS-TOTAL-CHANGES      PIC 9(4) VALUE 0.
           05 WS-TOTAL-MEASURED     PIC 9(4) VALUE 0.
           05 WS-TOTAL-SKIPPED      PIC 9(4) VALUE 0.

      *-----------------------------------------------------------------
      * Dates: the as-of date (SALESHST day 1) as an integer day
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

       01  ELS-HEADING-LINE.
           05 FILLER               PIC X(33)
              VALUE 'PRICE ELASTICITY  SALESHST AS OF '.
           05 ELH-ASOF             PIC X(8).
           05 FILLER               PIC X(9) VALUE '  WINDOW='.
           05 ELH-WINDOW           PIC Z9.
           05 FILLER               PIC X(5) VALUE ' DAYS'.
           05 FILLER               PIC X(43) VALUE SPACES.

       01  ELS-DETAIL-LINE.
           05 ELD-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 ELD-EFFECTIVE-DATE   PIC X(8).
           05 FILLER               PIC X(7) VALUE ' PRICE='.
           05 ELD-PRICE-PCT        PIC +ZZ9.99.
           05 FILLER               PIC X(6) VALUE '% BEF='.
           05 ELD-BEFORE-AVG       PIC ZZZZ9.9.
           05 FILLER               PIC X(5) VALUE ' AFT='.
           05 ELD-AFTER-AVG        PIC ZZZZ9.9.
           05 FILLER               PIC X(5) VALUE ' VOL='.
           05 ELD-VOLUME-PCT       PIC +ZZZ9.9.
           05 FILLER               PIC X(7) VALUE '% RESP='.
           05 ELD-RESPONSE         PIC +ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 ELD-FLAG             PIC X(18).

       01  ELS-CATEGORY-LINE.
           05 FILLER               PIC X(10) VALUE 'CATEGORY: '.
           05 ELC-CATEGORY         PIC X(5).
           05 FILLER               PIC X(10) VALUE ' MEASURED='.
           05 ELC-COUNT            PIC ZZZ9.
           05 FILLER               PIC X(31)
              VALUE ' AVG VOLUME % PER 1% OF PRICE='.
           05 ELC-AVERAGE          PIC +ZZ9.99.
           05 FILLER               PIC X(33) VALUE SPACES.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES ('ASOF=...,WIN=nn').        *
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

           DISPLAY 'ZTPHRNEL start'
           MOVE RC-SUCCESS TO RETURN-CODE

           MOVE 'BASIC' TO WS-CR-CATEGORY(1)
           MOVE 'MED'   TO WS-CR-CATEGORY(2)
           MOVE 'PREM'  TO WS-CR-CATEGORY(3)
           MOVE 'OTHER' TO WS-CR-CATEGORY(4)

           PERFORM DERIVE-AS-OF-DATE
           PERFORM CHECK-PARM-OVERRIDES
           PERFORM BUILD-DAY-TABLE
           PERFORM LOAD-PRICE-CHANGES
           PERFORM LOAD-PROMO-CALENDAR

           OPEN OUTPUT ELASTICITY-REPORT
           IF ELASTICITY-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNEL error opening ELASRPT: '
                   ELASTICITY-REPORT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-ASOF-TEXT TO ELH-ASOF
           MOVE CFG-WINDOW-DAYS TO ELH-WINDOW
           MOVE ELS-HEADING-LINE TO ELASTICITY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           PERFORM MEASURE-ALL-WIDGETS
           PERFORM WRITE-CATEGORY-SUMMARY

           CLOSE ELASTICITY-REPORT

           DISPLAY 'ZTPHRNEL changes=' WS-TOTAL-CHANGES
               ' measured=' WS-TOTAL-MEASURED
               ' skipped=' WS-TOTAL-SKIPPED
           DISPLAY 'ZTPHRNEL end with RETURN-CODE=' RETURN-CODE

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
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'WIN='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2)
                               IS NUMERIC
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2) > '00'
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2) <= '44'
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:2)
                           TO CFG-WINDOW-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           DISPLAY 'ZTPHRNEL as of ' WS-ASOF-TEXT
               ' window ' CFG-WINDOW-DAYS ' days'

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

       LOAD-PRICE-CHANGES.

           MOVE 0 TO WS-CH-COUNT

           OPEN INPUT PRICE-HISTORY
           IF PRICE-HISTORY-STATUS NOT = '00'
               DISPLAY 'ZTPHRNEL error opening PRICEHST: '
                   PRICE-HISTORY-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ PRICE-HISTORY
           PERFORM UNTIL PRICE-HISTORY-STATUS > '04'
               IF PHR-CHANGE
                       AND PHR-EFFECTIVE-DATE IS NUMERIC
                       AND PHR-OLD-PRICE IS NUMERIC
                       AND PHR-NEW-PRICE IS NUMERIC
                       AND PHR-OLD-PRICE > 0
                       AND WS-CH-COUNT < 500
                   ADD 1 TO WS-CH-COUNT
                   MOVE PHR-WIDGET-ID TO WS-CH-WIDGET-ID(WS-CH-COUNT)
                   MOVE PHR-EFFECTIVE-DATE
                       TO WS-CH-EFFECTIVE-DATE(WS-CH-COUNT)
                       DAI-DATE-AS-INTEGER
                   COMPUTE WS-CH-EFFECTIVE-NUM(WS-CH-COUNT) =
                       FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
                   MOVE PHR-OLD-PRICE TO WS-CH-OLD-PRICE(WS-CH-COUNT)
                   MOVE PHR-NEW-PRICE TO WS-CH-NEW-PRICE(WS-CH-COUNT)
               END-IF
               READ PRICE-HISTORY
           END-PERFORM

           CLOSE PRICE-HISTORY

           DISPLAY 'ZTPHRNEL loaded ' WS-CH-COUNT
               ' price change(s) from PRICEHST'

           EXIT.

       LOAD-PROMO-CALENDAR.

           MOVE 0 TO WS-PR-COUNT

           OPEN INPUT PROMO-CALENDAR-FILE
           IF PROMO-CALENDAR-STATUS NOT = '00'
               DISPLAY 'ZTPHRNEL no promotion calendar: '
                   PROMO-CALENDAR-STATUS
               EXIT PARAGRAPH
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

       MEASURE-ALL-WIDGETS.

           OPEN INPUT SALES-HISTORY-FILE
           IF SALES-HISTORY-STATUS NOT = '00'
               DISPLAY 'ZTPHRNEL error opening SALESHST: '
                   SALES-HISTORY-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ SALES-HISTORY-FILE
           PERFORM UNTIL SALES-HISTORY-STATUS > '04'
               PERFORM MARK-PROMOTION-DAYS
               PERFORM VARYING WS-CH-INDEX FROM 1 BY 1
                       UNTIL WS-CH-INDEX > WS-CH-COUNT
                   IF WS-CH-WIDGET-ID(WS-CH-INDEX) = SHR-WIDGET-ID
                       PERFORM MEASURE-ONE-CHANGE
                   END-IF
               END-PERFORM
               READ SALES-HISTORY-FILE
           END-PERFORM

           CLOSE SALES-HISTORY-FILE

           EXIT.

       MARK-PROMOTION-DAYS.

           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 90
               MOVE 'N' TO WS-DAY-PROMO-FLAG(WS-DAY-INDEX)
               PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
                       UNTIL WS-PR-INDEX > WS-PR-COUNT
                   IF WS-PR-WIDGET-ID(WS-PR-INDEX) = SHR-WIDGET-ID
                           AND WS-DAY-WEEK-ABS(WS-DAY-INDEX) >=
                               WS-PR-START-ABS(WS-PR-INDEX)
                           AND WS-DAY-WEEK-ABS(WS-DAY-INDEX) <=
                               WS-PR-END-ABS(WS-PR-INDEX)
                       MOVE 'Y' TO WS-DAY-PROMO-FLAG(WS-DAY-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM

           EXIT.

      ******************************************************************
      * One price change. The change day is SALESHST day D (D = days   *
      * since the change + 1): the after window is days D back to      *
      * D-WIN+1, the before window days D+1 to D+WIN.                  *
      ******************************************************************
       MEASURE-ONE-CHANGE.

           ADD 1 TO WS-TOTAL-CHANGES
           MOVE 'N' TO WS-MEASURED-FLAG
           MOVE SPACES TO ELD-FLAG
           MOVE 0 TO ELD-BEFORE-AVG ELD-AFTER-AVG
           MOVE 0 TO ELD-VOLUME-PCT ELD-RESPONSE
           MOVE SHR-WIDGET-ID TO ELD-WIDGET-ID
           MOVE WS-CH-EFFECTIVE-DATE(WS-CH-INDEX) TO ELD-EFFECTIVE-DATE

           COMPUTE WS-PRICE-PCT ROUNDED =
               (WS-CH-NEW-PRICE(WS-CH-INDEX)
                - WS-CH-OLD-PRICE(WS-CH-INDEX)) * 100
               / WS-CH-OLD-PRICE(WS-CH-INDEX)
           MOVE WS-PRICE-PCT TO ELD-PRICE-PCT

           COMPUTE WS-DAYS-SINCE =
               WS-ASOF-NUM - WS-CH-EFFECTIVE-NUM(WS-CH-INDEX)
           COMPUTE WS-AFTER-FIRST = WS-DAYS-SINCE + 1
           COMPUTE WS-AFTER-LAST = WS-AFTER-FIRST - CFG-WINDOW-DAYS + 1
           COMPUTE WS-BEFORE-FIRST = WS-AFTER-FIRST + 1
           COMPUTE WS-BEFORE-LAST = WS-AFTER-FIRST + CFG-WINDOW-DAYS

           EVALUATE TRUE
               WHEN WS-PRICE-PCT = 0
                   MOVE 'NO PRICE CHANGE' TO ELD-FLAG
               WHEN WS-AFTER-LAST < 1
                   MOVE 'TOO RECENT' TO ELD-FLAG
               WHEN WS-BEFORE-LAST > 90
                   MOVE 'BEYOND SALESHST' TO ELD-FLAG
               WHEN OTHER
                   PERFORM CHECK-OTHER-CHANGES
           END-EVALUATE

           IF ELD-FLAG = SPACES
               PERFORM SUM-WINDOWS
           END-IF

           IF ELD-FLAG = SPACES
               PERFORM COMPUTE-RESPONSE
           END-IF

           IF WS-MEASURED-FLAG = 'Y'
               ADD 1 TO WS-TOTAL-MEASURED
           ELSE
               ADD 1 TO WS-TOTAL-SKIPPED
           END-IF

           MOVE ELS-DETAIL-LINE TO ELASTICITY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Another change for the widget inside either window would mix   *
      * two price effects.                                             *
      ******************************************************************
       CHECK-OTHER-CHANGES.

           COMPUTE WS-WINDOW-LOW-NUM =
               WS-CH-EFFECTIVE-NUM(WS-CH-INDEX) - CFG-WINDOW-DAYS
           COMPUTE WS-WINDOW-HIGH-NUM =
               WS-CH-EFFECTIVE-NUM(WS-CH-INDEX) + CFG-WINDOW-DAYS - 1

           PERFORM VARYING WS-CH-OTHER FROM 1 BY 1
                   UNTIL WS-CH-OTHER > WS-CH-COUNT
               IF WS-CH-OTHER NOT = WS-CH-INDEX
                       AND WS-CH-WIDGET-ID(WS-CH-OTHER) = SHR-WIDGET-ID
                       AND WS-CH-EFFECTIVE-NUM(WS-CH-OTHER) >=
                           WS-WINDOW-LOW-NUM
                       AND WS-CH-EFFECTIVE-NUM(WS-CH-OTHER) <=
                           WS-WINDOW-HIGH-NUM
                   MOVE 'OTHER CHANGE NEAR' TO ELD-FLAG
               END-IF
           END-PERFORM

           EXIT.

       SUM-WINDOWS.

           MOVE 0 TO WS-AFTER-TOTAL WS-AFTER-DAYS
           MOVE 0 TO WS-BEFORE-TOTAL WS-BEFORE-DAYS

           PERFORM VARYING WS-DAY-INDEX FROM WS-AFTER-LAST BY 1
                   UNTIL WS-DAY-INDEX > WS-AFTER-FIRST
               IF WS-DAY-PROMO-FLAG(WS-DAY-INDEX) = 'N'
                   ADD SHR-SALES-DAY(WS-DAY-INDEX) TO WS-AFTER-TOTAL
                   ADD 1 TO WS-AFTER-DAYS
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DAY-INDEX FROM WS-BEFORE-FIRST BY 1
                   UNTIL WS-DAY-INDEX > WS-BEFORE-LAST
               IF WS-DAY-PROMO-FLAG(WS-DAY-INDEX) = 'N'
                   ADD SHR-SALES-DAY(WS-DAY-INDEX) TO WS-BEFORE-TOTAL
                   ADD 1 TO WS-BEFORE-DAYS
               END-IF
           END-PERFORM

           COMPUTE WS-MIN-DAYS = (CFG-WINDOW-DAYS + 1) / 2
           IF WS-AFTER-DAYS < WS-MIN-DAYS
                   OR WS-BEFORE-DAYS < WS-MIN-DAYS
               MOVE 'PROMOTION WEEKS' TO ELD-FLAG
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-AFTER-AVG ROUNDED = WS-AFTER-TOTAL / WS-AFTER-DAYS
           COMPUTE WS-BEFORE-AVG ROUNDED =
               WS-BEFORE-TOTAL / WS-BEFORE-DAYS
           MOVE WS-AFTER-AVG TO ELD-AFTER-AVG
           MOVE WS-BEFORE-AVG TO ELD-BEFORE-AVG

           EXIT.

      ******************************************************************
      * Volume response per 1% of price change: the percent change in  *
      * average daily volume divided by the percent change in price    *
      * (negative when a cut raised volume or a rise lowered it).      *
      ******************************************************************
       COMPUTE-RESPONSE.

      *-----------------------------------------------------------------
      * No baseline, no response claim, as in ZTPHRNFB.
      *-----------------------------------------------------------------
           IF WS-BEFORE-AVG = 0
               MOVE 'NO BASELINE' TO ELD-FLAG
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VOLUME-PCT ROUNDED =
               (WS-AFTER-AVG - WS-BEFORE-AVG) * 100 / WS-BEFORE-AVG
           MOVE WS-VOLUME-PCT TO ELD-VOLUME-PCT

           COMPUTE WS-RESPONSE ROUNDED = WS-VOLUME-PCT / WS-PRICE-PCT
               ON SIZE ERROR
                   MOVE 'NOT MEASURABLE' TO ELD-FLAG
                   EXIT PARAGRAPH
           END-COMPUTE
           MOVE WS-RESPONSE TO ELD-RESPONSE
           MOVE 'Y' TO WS-MEASURED-FLAG

           EVALUATE SHR-WIDGET-ID(1:1)
               WHEN 'B'
                   MOVE 1 TO WS-CR-INDEX
               WHEN 'M'
                   MOVE 2 TO WS-CR-INDEX
               WHEN 'P'
                   MOVE 3 TO WS-CR-INDEX
               WHEN OTHER
                   MOVE 4 TO WS-CR-INDEX
           END-EVALUATE
           ADD 1 TO WS-CR-COUNT(WS-CR-INDEX)
           ADD WS-RESPONSE TO WS-CR-RESPONSE-SUM(WS-CR-INDEX)

           EXIT.

       WRITE-CATEGORY-SUMMARY.

           MOVE SPACES TO ELASTICITY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-CR-INDEX FROM 1 BY 1 UNTIL WS-CR-INDEX > 4
               MOVE WS-CR-CATEGORY(WS-CR-INDEX) TO ELC-CATEGORY
               MOVE WS-CR-COUNT(WS-CR-INDEX) TO ELC-COUNT
               MOVE 0 TO WS-CR-AVERAGE
               IF WS-CR-COUNT(WS-CR-INDEX) > 0
                   COMPUTE WS-CR-AVERAGE ROUNDED =
                       WS-CR-RESPONSE-SUM(WS-CR-INDEX)
                       / WS-CR-COUNT(WS-CR-INDEX)
               END-IF
               MOVE WS-CR-AVERAGE TO ELC-AVERAGE
               MOVE ELS-CATEGORY-LINE TO ELASTICITY-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           EXIT.

       WRITE-REPORT-LINE.

           WRITE ELASTICITY-REPORT-RECORD
           IF ELASTICITY-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNEL error writing ELASRPT: '
                   ELASTICITY-REPORT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTPHRNEL ' ELASTICITY-REPORT-RECORD(1:90)

           EXIT.
