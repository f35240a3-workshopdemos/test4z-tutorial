       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPHRNCX.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Clearance pass. ZTPHRNMM only says PROMOTE or HOLD; nothing    *
      * told marketing which widgets are dying on the shelf. For every *
      * WIDGMAST widget this program takes ZTPHRNFC's forecast extract *
      * (FCSTOUT, average of its four projected weeks), the on-hand    *
      * stock (INVFILE), and the master's price, margin and status:    *
      *                                                                *
      *  - weeks of cover = on-hand / forecast weekly demand;          *
      *  - an active widget is overstocked when its cover is beyond    *
      *    CFG-TARGET-WEEKS and more than CFG-NORM-FACTOR times the    *
      *    average cover of active widgets in its category (B/M/P);    *
      *  - it gets the smallest markdown tier (CFG-TIER-PCT) whose     *
      *    expected sell-through - weekly demand raised by             *
      *    CFG-RESPONSE-PCT percent per 1% of markdown - clears the    *
      *    stock within CFG-TARGET-WEEKS; no tier may cut deeper than  *
      *    the widget's margin (below cost). A widget no tier within   *
      *    margin can clear gets the deepest one that is, flagged;     *
      *  - a widget on the promotion calendar (PROMOCALO) this week or *
      *    later is left off the clearance list;                       *
      *  - inactive ('I') widgets go to the discontinue list instead.  *
      *                                                                *
      *   CLRLIST - 'C' clearance and 'D' discontinue lines            *
      *   CLRRPT  - both lists, for marketing                          *
      *                                                                *
      * Runtime PARM (optional, comma separated):                      *
      *   'WK=YYYYWW'  the current week for the calendar check         *
      *   'TGT=nn'     target clearance horizon in weeks (default 8)   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIDGET-MASTER-FILE ASSIGN WIDGMAST
           FILE STATUS IS WIDGET-MASTER-STATUS.

           SELECT FORECAST-IN-FILE ASSIGN FCSTOUT
           FILE STATUS IS FORECAST-IN-STATUS.

           SELECT INVENTORY-FILE ASSIGN INVFILE
           FILE STATUS IS INVENTORY-FILE-STATUS.

           SELECT OPTIONAL PROMO-CALENDAR-FILE ASSIGN PROMOCALO
           FILE STATUS IS PROMO-CALENDAR-STATUS.

           SELECT CLEARANCE-LIST ASSIGN CLRLIST
           FILE STATUS IS CLEARANCE-LIST-STATUS.

           SELECT CLEARANCE-REPORT ASSIGN CLRRPT
           FILE STATUS IS CLEARANCE-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WIDGET-MASTER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS WIDGET-MASTER-RECORD.
       01  WIDGET-MASTER-RECORD.
           05 WMR-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 WMR-DESCRIPTION      PIC X(30).
           05 FILLER               PIC X.
           05 WMR-SUPPLIER         PIC X(20).
           05 FILLER               PIC X.
           05 WMR-UNIT-PRICE       PIC 9(7).
           05 FILLER               PIC X.
           05 WMR-MARGIN-PCT       PIC 9(3).
           05 FILLER               PIC X.
           05 WMR-STATUS           PIC X(1).
           05 FILLER               PIC X(7).

       FD  FORECAST-IN-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS FORECAST-IN-RECORD.
       01  FORECAST-IN-RECORD.
           05 FCI-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 FCI-RECENT-AVG       PIC 9(6).
           05 FILLER               PIC X.
           05 FCI-DAILY-TREND      PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 FCI-WEEK OCCURS 4 TIMES.
               10 FILLER           PIC X.
               10 FCI-WEEK-PROJ    PIC 9(7).
           05 FILLER               PIC X(25).

       FD  INVENTORY-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS INVENTORY-RECORD.
       01  INVENTORY-RECORD.
           05 IVR-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 IVR-ON-HAND          PIC 9(6).
           05 FILLER               PIC X(66).

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

       FD  CLEARANCE-LIST RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CLEARANCE-LIST-RECORD.
       01  CLEARANCE-LIST-RECORD.
           05 CLL-LIST-TYPE        PIC X(1).
               88 CLL-CLEARANCE    VALUE 'C'.
               88 CLL-DISCONTINUE  VALUE 'D'.
           05 FILLER               PIC X.
           05 CLL-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 CLL-MARKDOWN-PCT     PIC 9(3).
           05 FILLER               PIC X.
           05 CLL-MARKDOWN-PRICE   PIC 9(7).
           05 FILLER               PIC X.
           05 CLL-ON-HAND          PIC 9(6).
           05 FILLER               PIC X.
           05 CLL-COVER-WEEKS      PIC 9(4).
           05 FILLER               PIC X.
           05 CLL-FLAG             PIC X(20).
           05 FILLER               PIC X(26).

       FD  CLEARANCE-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CLEARANCE-REPORT-RECORD.
       01  CLEARANCE-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  WIDGET-MASTER-STATUS    PIC X(2).
       01  FORECAST-IN-STATUS      PIC X(2).
       01  INVENTORY-FILE-STATUS   PIC X(2).
       01  PROMO-CALENDAR-STATUS   PIC X(2).
       01  CLEARANCE-LIST-STATUS   PIC X(2).
       01  CLEARANCE-REPORT-STATUS PIC X(2).

       01  CONFIGURATION-PARAMETERS-HRNCX.
           05 CFG-TARGET-WEEKS     PIC 9(2) VALUE 8.
           05 CFG-NORM-FACTOR      PIC 9(2) VALUE 2.
           05 CFG-RESPONSE-PCT     PIC 9(2)V9 VALUE 2.0.
           05 CFG-TIERS.
               10 FILLER           PIC 9(3) VALUE 10.
               10 FILLER           PIC 9(3) VALUE 20.
               10 FILLER           PIC 9(3) VALUE 30.
               10 FILLER           PIC 9(3) VALUE 40.
               10 FILLER           PIC 9(3) VALUE 50.
           05 CFG-TIER-TABLE REDEFINES CFG-TIERS.
               10 CFG-TIER-PCT OCCURS 5 TIMES PIC 9(3).
       77  WS-TIER-INDEX           PIC 9(1).

      *-----------------------------------------------------------------
      * The widgets, with everything needed to judge them.
      *-----------------------------------------------------------------
       01  WS-WIDGET-TABLE.
           05 WS-WG-ENTRY OCCURS 300 TIMES.
               10 WS-WG-WIDGET-ID      PIC X(7).
               10 WS-WG-DESCRIPTION    PIC X(30).
               10 WS-WG-UNIT-PRICE     PIC 9(7).
               10 WS-WG-MARGIN-PCT     PIC 9(3).
               10 WS-WG-STATUS         PIC X(1).
               10 WS-WG-CATEGORY       PIC 9(1).
               10 WS-WG-WEEKLY-DEMAND  PIC 9(7)V9.
               10 WS-WG-ON-HAND        PIC 9(6).
               10 WS-WG-COVER-WEEKS    PIC 9(4)V9.
               10 WS-WG-HAS-FORECAST   PIC X(1).
       77  WS-WG-COUNT             PIC 9(3) VALUE 0.
       77  WS-WG-INDEX             PIC 9(3).

      *-----------------------------------------------------------------
      * Category norms: average cover of active widgets with demand
      * and stock, for B / M / P / other.
      *-----------------------------------------------------------------
       01  WS-CATEGORY-NORMS.
           05 WS-CN-ENTRY OCCURS 4 TIMES.
               10 WS-CN-COUNT          PIC 9(4).
               10 WS-CN-COVER-SUM      PIC 9(8)V9.
               10 WS-CN-NORM           PIC 9(4)V9.
       77  WS-CN-INDEX             PIC 9(1).

       01  WS-PROMO-TABLE.
           05 WS-PR-ENTRY OCCURS 200 TIMES.
               10 WS-PR-WIDGET-ID      PIC X(7).
               10 WS-PR-END-ABS        PIC 9(7).
       77  WS-PR-COUNT             PIC 9(3) VALUE 0.
       77  WS-PR-INDEX             PIC 9(3).

       77  WS-SEARCH-ID            PIC X(7).
       77  WS-FOUND-FLAG           PIC 9.
           88 WS-FOUND             VALUE 1.
           88 WS-NOT-FOUND         VALUE 0.

       01  WS-MARKDOWN-FIELDS.
           05 WS-MARKDOWN-PCT      PIC 9(3).
           05 WS-MARKDOWN-PRICE    PIC 9(7).
           05 WS-EXPECTED-SALES    PIC 9(9)V9.
           05 WS-THRESHOLD         PIC 9(5)V9.
           05 WS-WEEK-INDEX        PIC 9(1).
           05 WS-CLEAR-FLAG        PIC X(20).

       01  WS-WEEK-FIELDS.
           05 WS-WEEK-YYYYWW.
               10 WS-WK-YEAR           PIC 9(4).
               10 WS-WK-WEEK           PIC 9(2).
           05 WS-WEEK-ABS              PIC 9(7).
       77  WS-CURRENT-WEEK-ABS     PIC 9(7).
       77  WS-CURRENT-WEEK-TEXT    PIC X(6).

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
       77  WS-DAY-OF-YEAR          PIC 9(3).
       77  WS-YEAR-START-NUM       PIC 9(7).
       77  WS-TODAY-NUM            PIC 9(7).

       01  WS-RUN-TOTALS.
           05 WS-TOTAL-WIDGETS     PIC 9(4) VALUE 0.
           05 WS-TOTAL-CLEARANCE   PIC 9(4) VALUE 0.
           05 WS-TOTAL-ON-CALENDAR PIC 9(4) VALUE 0.
           05 WS-TOTAL-DISCONTINUE PIC 9(4) VALUE 0.

       01  CLR-HEADING-LINE.
           05 FILLER               PIC X(20)
               VALUE 'CLEARANCE LIST WEEK '.
           05 CLH-WEEK             PIC X(6).
           05 FILLER               PIC X(9) VALUE '  TARGET='.
           05 CLH-TARGET           PIC Z9.
           05 FILLER               PIC X(6) VALUE ' WEEKS'.
           05 FILLER               PIC X(57) VALUE SPACES.

       01  CLR-DETAIL-LINE.
           05 CLD-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 CLD-DESCRIPTION      PIC X(16).
           05 FILLER               PIC X(4) VALUE ' OH='.
           05 CLD-ON-HAND          PIC Z(5)9.
           05 FILLER               PIC X(4) VALUE ' WK='.
           05 CLD-WEEKLY           PIC Z(5)9.9.
           05 FILLER               PIC X(5) VALUE ' CVR='.
           05 CLD-COVER            PIC ZZZ9.9.
           05 FILLER               PIC X(5) VALUE ' NRM='.
           05 CLD-NORM             PIC ZZZ9.9.
           05 FILLER               PIC X(4) VALUE ' MD='.
           05 CLD-MARKDOWN         PIC ZZ9.
           05 FILLER               PIC X(2) VALUE '% '.
           05 CLD-FLAG             PIC X(20).
           05 FILLER               PIC X(3) VALUE SPACES.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES ('WK=YYYYWW,TGT=nn').       *
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

           DISPLAY 'ZTPHRNCX start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM DERIVE-CURRENT-WEEK
           PERFORM CHECK-PARM-OVERRIDES
           PERFORM LOAD-WIDGET-MASTER
           PERFORM LOAD-FORECAST
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-PROMO-CALENDAR
           PERFORM COMPUTE-CATEGORY-NORMS
           PERFORM OPEN-CLEARANCE-OUTPUTS
           PERFORM WRITE-CLEARANCE-LIST
           PERFORM WRITE-DISCONTINUE-LIST

           CLOSE CLEARANCE-LIST
           CLOSE CLEARANCE-REPORT

           DISPLAY 'ZTPHRNCX widgets=' WS-TOTAL-WIDGETS
               ' clearance=' WS-TOTAL-CLEARANCE
               ' on-calendar=' WS-TOTAL-ON-CALENDAR
               ' discontinue=' WS-TOTAL-DISCONTINUE
           DISPLAY 'ZTPHRNCX end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * The current calendar week, as ZTPHRNCL derives it; PARM        *
      * 'WK=YYYYWW' overrides it.                                      *
      ******************************************************************
       DERIVE-CURRENT-WEEK.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE CURR-YEAR  TO DAI-YEAR
           MOVE CURR-MONTH TO DAI-MONTH
           MOVE CURR-DAY   TO DAI-DAY
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)

           MOVE CURR-YEAR TO DAI-YEAR
           MOVE 01 TO DAI-MONTH
           MOVE 01 TO DAI-DAY
           COMPUTE WS-YEAR-START-NUM =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)

           COMPUTE WS-DAY-OF-YEAR =
               WS-TODAY-NUM - WS-YEAR-START-NUM + 1
           COMPUTE WS-WK-WEEK = ((WS-DAY-OF-YEAR - 1) / 7) + 1
           IF WS-WK-WEEK > 52
               MOVE 52 TO WS-WK-WEEK
           END-IF
           MOVE CURR-YEAR TO WS-WK-YEAR

           PERFORM CONVERT-WEEK-TO-ABS
           MOVE WS-WEEK-ABS TO WS-CURRENT-WEEK-ABS
           MOVE WS-WEEK-YYYYWW TO WS-CURRENT-WEEK-TEXT

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
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:3) = 'WK='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(4:6)
                               IS NUMERIC
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(4:6)
                           TO WS-WEEK-YYYYWW
                       PERFORM CONVERT-WEEK-TO-ABS
                       MOVE WS-WEEK-ABS TO WS-CURRENT-WEEK-ABS
                       MOVE WS-WEEK-YYYYWW TO WS-CURRENT-WEEK-TEXT
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'TGT='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2)
                               IS NUMERIC
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2) > '00'
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:2)
                           TO CFG-TARGET-WEEKS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           DISPLAY 'ZTPHRNCX week ' WS-CURRENT-WEEK-TEXT
               ' target weeks ' CFG-TARGET-WEEKS

           EXIT.

       CONVERT-WEEK-TO-ABS.

           COMPUTE WS-WEEK-ABS =
               (WS-WK-YEAR * 52) + WS-WK-WEEK - 1

           EXIT.

       LOAD-WIDGET-MASTER.

           MOVE 0 TO WS-WG-COUNT

           OPEN INPUT WIDGET-MASTER-FILE
           IF WIDGET-MASTER-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCX error opening WIDGMAST: '
                   WIDGET-MASTER-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ WIDGET-MASTER-FILE
           PERFORM UNTIL WIDGET-MASTER-STATUS > '04'
               IF WMR-WIDGET-ID NOT = SPACES
                       AND WS-WG-COUNT < 300
                   ADD 1 TO WS-WG-COUNT
                   INITIALIZE WS-WG-ENTRY(WS-WG-COUNT)
                   MOVE WMR-WIDGET-ID TO WS-WG-WIDGET-ID(WS-WG-COUNT)
                   MOVE WMR-DESCRIPTION
                       TO WS-WG-DESCRIPTION(WS-WG-COUNT)
                   IF WMR-UNIT-PRICE IS NUMERIC
                       MOVE WMR-UNIT-PRICE
                           TO WS-WG-UNIT-PRICE(WS-WG-COUNT)
                   END-IF
                   IF WMR-MARGIN-PCT IS NUMERIC
                       MOVE WMR-MARGIN-PCT
                           TO WS-WG-MARGIN-PCT(WS-WG-COUNT)
                   END-IF
                   MOVE WMR-STATUS TO WS-WG-STATUS(WS-WG-COUNT)
                   MOVE 'N' TO WS-WG-HAS-FORECAST(WS-WG-COUNT)
                   EVALUATE WMR-WIDGET-ID(1:1)
                       WHEN 'B'
                           MOVE 1 TO WS-WG-CATEGORY(WS-WG-COUNT)
                       WHEN 'M'
                           MOVE 2 TO WS-WG-CATEGORY(WS-WG-COUNT)
                       WHEN 'P'
                           MOVE 3 TO WS-WG-CATEGORY(WS-WG-COUNT)
                       WHEN OTHER
                           MOVE 4 TO WS-WG-CATEGORY(WS-WG-COUNT)
                   END-EVALUATE
               END-IF
               READ WIDGET-MASTER-FILE
           END-PERFORM

           CLOSE WIDGET-MASTER-FILE

           EXIT.

       FIND-WIDGET.

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-WG-INDEX FROM 1 BY 1
                   UNTIL WS-WG-INDEX > WS-WG-COUNT OR WS-FOUND
               IF WS-WG-WIDGET-ID(WS-WG-INDEX) = WS-SEARCH-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-WG-INDEX
           END-IF

           EXIT.

      ******************************************************************
      * Weekly demand: the average of ZTPHRNFC's four projected weeks. *
      ******************************************************************
       LOAD-FORECAST.

           OPEN INPUT FORECAST-IN-FILE
           IF FORECAST-IN-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCX error opening FCSTOUT: '
                   FORECAST-IN-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ FORECAST-IN-FILE
           PERFORM UNTIL FORECAST-IN-STATUS > '04'
               MOVE FCI-WIDGET-ID TO WS-SEARCH-ID
               PERFORM FIND-WIDGET
               IF WS-FOUND
                   MOVE 'Y' TO WS-WG-HAS-FORECAST(WS-WG-INDEX)
                   MOVE 0 TO WS-WG-WEEKLY-DEMAND(WS-WG-INDEX)
                   PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
                           UNTIL WS-WEEK-INDEX > 4
                       IF FCI-WEEK-PROJ(WS-WEEK-INDEX) IS NUMERIC
                           ADD FCI-WEEK-PROJ(WS-WEEK-INDEX)
                               TO WS-WG-WEEKLY-DEMAND(WS-WG-INDEX)
                       END-IF
                   END-PERFORM
                   COMPUTE WS-WG-WEEKLY-DEMAND(WS-WG-INDEX) ROUNDED =
                       WS-WG-WEEKLY-DEMAND(WS-WG-INDEX) / 4
               END-IF
               READ FORECAST-IN-FILE
           END-PERFORM

           CLOSE FORECAST-IN-FILE

           EXIT.

       LOAD-INVENTORY.

           OPEN INPUT INVENTORY-FILE
           IF INVENTORY-FILE-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCX error opening INVFILE: '
                   INVENTORY-FILE-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ INVENTORY-FILE
           PERFORM UNTIL INVENTORY-FILE-STATUS > '04'
               IF IVR-ON-HAND IS NUMERIC
                   MOVE IVR-WIDGET-ID TO WS-SEARCH-ID
                   PERFORM FIND-WIDGET
                   IF WS-FOUND
                       MOVE IVR-ON-HAND TO WS-WG-ON-HAND(WS-WG-INDEX)
                   END-IF
               END-IF
               READ INVENTORY-FILE
           END-PERFORM

           CLOSE INVENTORY-FILE

           EXIT.

      ******************************************************************
      * Only calendar entries still running or yet to come matter.     *
      ******************************************************************
       LOAD-PROMO-CALENDAR.

           MOVE 0 TO WS-PR-COUNT

           OPEN INPUT PROMO-CALENDAR-FILE
           IF PROMO-CALENDAR-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCX no promotion calendar: '
                   PROMO-CALENDAR-STATUS
               EXIT PARAGRAPH
           END-IF

           READ PROMO-CALENDAR-FILE
           PERFORM UNTIL PROMO-CALENDAR-STATUS > '04'
               IF PCR-WIDGET-ID NOT = SPACES
                       AND PCR-END-WEEK IS NUMERIC
                       AND WS-PR-COUNT < 200
                   MOVE PCR-END-WEEK TO WS-WEEK-YYYYWW
                   PERFORM CONVERT-WEEK-TO-ABS
                   IF WS-WEEK-ABS >= WS-CURRENT-WEEK-ABS
                       ADD 1 TO WS-PR-COUNT
                       MOVE PCR-WIDGET-ID
                           TO WS-PR-WIDGET-ID(WS-PR-COUNT)
                       MOVE WS-WEEK-ABS TO WS-PR-END-ABS(WS-PR-COUNT)
                   END-IF
               END-IF
               READ PROMO-CALENDAR-FILE
           END-PERFORM

           CLOSE PROMO-CALENDAR-FILE

           EXIT.

      ******************************************************************
      * Each widget's cover, then the category averages over active    *
      * widgets that have both demand and stock.                       *
      ******************************************************************
       COMPUTE-CATEGORY-NORMS.

           INITIALIZE WS-CATEGORY-NORMS

           PERFORM VARYING WS-WG-INDEX FROM 1 BY 1
                   UNTIL WS-WG-INDEX > WS-WG-COUNT
               IF WS-WG-WEEKLY-DEMAND(WS-WG-INDEX) > 0
                   COMPUTE WS-WG-COVER-WEEKS(WS-WG-INDEX) ROUNDED =
                       WS-WG-ON-HAND(WS-WG-INDEX)
                       / WS-WG-WEEKLY-DEMAND(WS-WG-INDEX)
                       ON SIZE ERROR
                           MOVE 9999.9
                               TO WS-WG-COVER-WEEKS(WS-WG-INDEX)
                   END-COMPUTE
                   IF WS-WG-STATUS(WS-WG-INDEX) = 'A'
                           AND WS-WG-ON-HAND(WS-WG-INDEX) > 0
                       MOVE WS-WG-CATEGORY(WS-WG-INDEX) TO WS-CN-INDEX
                       ADD 1 TO WS-CN-COUNT(WS-CN-INDEX)
                       ADD WS-WG-COVER-WEEKS(WS-WG-INDEX)
                           TO WS-CN-COVER-SUM(WS-CN-INDEX)
                   END-IF
               ELSE
                   IF WS-WG-ON-HAND(WS-WG-INDEX) > 0
                       MOVE 9999.9 TO WS-WG-COVER-WEEKS(WS-WG-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CN-INDEX FROM 1 BY 1
                   UNTIL WS-CN-INDEX > 4
               IF WS-CN-COUNT(WS-CN-INDEX) > 0
                   COMPUTE WS-CN-NORM(WS-CN-INDEX) ROUNDED =
                       WS-CN-COVER-SUM(WS-CN-INDEX)
                       / WS-CN-COUNT(WS-CN-INDEX)
               END-IF
           END-PERFORM

           EXIT.

       OPEN-CLEARANCE-OUTPUTS.

           OPEN OUTPUT CLEARANCE-LIST
           OPEN OUTPUT CLEARANCE-REPORT
           IF CLEARANCE-LIST-STATUS NOT = '00'
                   OR CLEARANCE-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCX error opening outputs: '
                   CLEARANCE-LIST-STATUS ' ' CLEARANCE-REPORT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CURRENT-WEEK-TEXT TO CLH-WEEK
           MOVE CFG-TARGET-WEEKS TO CLH-TARGET
           MOVE CLR-HEADING-LINE TO CLEARANCE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-CLEARANCE-LIST.

           PERFORM VARYING WS-WG-INDEX FROM 1 BY 1
                   UNTIL WS-WG-INDEX > WS-WG-COUNT
               ADD 1 TO WS-TOTAL-WIDGETS
               IF WS-WG-STATUS(WS-WG-INDEX) = 'A'
                   PERFORM JUDGE-ONE-WIDGET
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Overstocked: cover beyond the target horizon and more than     *
      * CFG-NORM-FACTOR times the category norm (any stock at all with *
      * no demand, or no category norm to compare with, qualifies on   *
      * the horizon alone).                                            *
      ******************************************************************
       JUDGE-ONE-WIDGET.

           IF WS-WG-ON-HAND(WS-WG-INDEX) = 0
                   OR WS-WG-COVER-WEEKS(WS-WG-INDEX) <= CFG-TARGET-WEEKS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WG-CATEGORY(WS-WG-INDEX) TO WS-CN-INDEX
           COMPUTE WS-THRESHOLD =
               WS-CN-NORM(WS-CN-INDEX) * CFG-NORM-FACTOR
           IF WS-WG-COVER-WEEKS(WS-WG-INDEX) <= WS-THRESHOLD
               EXIT PARAGRAPH
           END-IF

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
                   UNTIL WS-PR-INDEX > WS-PR-COUNT OR WS-FOUND
               IF WS-PR-WIDGET-ID(WS-PR-INDEX) =
                       WS-WG-WIDGET-ID(WS-WG-INDEX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               ADD 1 TO WS-TOTAL-ON-CALENDAR
               EXIT PARAGRAPH
           END-IF

           PERFORM SIZE-MARKDOWN

           ADD 1 TO WS-TOTAL-CLEARANCE
           MOVE SPACES TO CLEARANCE-LIST-RECORD
           SET CLL-CLEARANCE TO TRUE
           PERFORM FILL-LIST-RECORD
           PERFORM WRITE-LIST-RECORD

           EXIT.

      ******************************************************************
      * The smallest tier whose expected sales over the target horizon *
      * cover the stock. Tiers deeper than the margin would sell below *
      * cost and are never offered.                                    *
      ******************************************************************
       SIZE-MARKDOWN.

           MOVE 0 TO WS-MARKDOWN-PCT
           MOVE 'CANNOT CLEAR AT COST' TO WS-CLEAR-FLAG

           PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
                   UNTIL WS-TIER-INDEX > 5
               IF CFG-TIER-PCT(WS-TIER-INDEX) >
                       WS-WG-MARGIN-PCT(WS-WG-INDEX)
                   MOVE 5 TO WS-TIER-INDEX
               ELSE
                   MOVE CFG-TIER-PCT(WS-TIER-INDEX) TO WS-MARKDOWN-PCT
                   COMPUTE WS-EXPECTED-SALES =
                       WS-WG-WEEKLY-DEMAND(WS-WG-INDEX)
                       * (100 + (WS-MARKDOWN-PCT * CFG-RESPONSE-PCT))
                       / 100 * CFG-TARGET-WEEKS
                   IF WS-EXPECTED-SALES >= WS-WG-ON-HAND(WS-WG-INDEX)
                       MOVE SPACES TO WS-CLEAR-FLAG
                       MOVE 5 TO WS-TIER-INDEX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-WG-WEEKLY-DEMAND(WS-WG-INDEX) = 0
               MOVE 'NO FORECAST DEMAND' TO WS-CLEAR-FLAG
           END-IF
           IF WS-WG-HAS-FORECAST(WS-WG-INDEX) = 'N'
               MOVE 'NOT IN FCSTOUT' TO WS-CLEAR-FLAG
           END-IF
           IF WS-MARKDOWN-PCT = 0
               MOVE 'NO MARGIN TO CUT' TO WS-CLEAR-FLAG
           END-IF

           COMPUTE WS-MARKDOWN-PRICE ROUNDED =
               WS-WG-UNIT-PRICE(WS-WG-INDEX)
               * (100 - WS-MARKDOWN-PCT) / 100

           EXIT.

      ******************************************************************
      * Inactive widgets: what is left of them is for discontinuing.   *
      ******************************************************************
       WRITE-DISCONTINUE-LIST.

           MOVE SPACES TO CLEARANCE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'DISCONTINUE LIST (INACTIVE WIDGETS)'
               TO CLEARANCE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-MARKDOWN-PCT WS-MARKDOWN-PRICE
           PERFORM VARYING WS-WG-INDEX FROM 1 BY 1
                   UNTIL WS-WG-INDEX > WS-WG-COUNT
               IF WS-WG-STATUS(WS-WG-INDEX) = 'I'
                   ADD 1 TO WS-TOTAL-DISCONTINUE
                   IF WS-WG-ON-HAND(WS-WG-INDEX) = 0
                       MOVE 'NO STOCK LEFT' TO WS-CLEAR-FLAG
                   ELSE
                       MOVE SPACES TO WS-CLEAR-FLAG
                   END-IF
                   MOVE SPACES TO CLEARANCE-LIST-RECORD
                   SET CLL-DISCONTINUE TO TRUE
                   PERFORM FILL-LIST-RECORD
                   PERFORM WRITE-LIST-RECORD
               END-IF
           END-PERFORM

           EXIT.

       FILL-LIST-RECORD.

           MOVE WS-WG-WIDGET-ID(WS-WG-INDEX) TO CLL-WIDGET-ID
           MOVE WS-MARKDOWN-PCT TO CLL-MARKDOWN-PCT
           MOVE WS-MARKDOWN-PRICE TO CLL-MARKDOWN-PRICE
           MOVE WS-WG-ON-HAND(WS-WG-INDEX) TO CLL-ON-HAND
           MOVE WS-WG-COVER-WEEKS(WS-WG-INDEX) TO CLL-COVER-WEEKS
           MOVE WS-CLEAR-FLAG TO CLL-FLAG

           MOVE WS-WG-WIDGET-ID(WS-WG-INDEX) TO CLD-WIDGET-ID
           MOVE WS-WG-DESCRIPTION(WS-WG-INDEX) TO CLD-DESCRIPTION
           MOVE WS-WG-ON-HAND(WS-WG-INDEX) TO CLD-ON-HAND
           MOVE WS-WG-WEEKLY-DEMAND(WS-WG-INDEX) TO CLD-WEEKLY
           MOVE WS-WG-COVER-WEEKS(WS-WG-INDEX) TO CLD-COVER
           MOVE WS-WG-CATEGORY(WS-WG-INDEX) TO WS-CN-INDEX
           MOVE WS-CN-NORM(WS-CN-INDEX) TO CLD-NORM
           MOVE WS-MARKDOWN-PCT TO CLD-MARKDOWN
           MOVE WS-CLEAR-FLAG TO CLD-FLAG

           EXIT.

       WRITE-LIST-RECORD.

           WRITE CLEARANCE-LIST-RECORD
           IF CLEARANCE-LIST-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCX error writing CLRLIST: '
                   CLEARANCE-LIST-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           MOVE CLR-DETAIL-LINE TO CLEARANCE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE.

           WRITE CLEARANCE-REPORT-RECORD
           IF CLEARANCE-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNCX error writing CLRRPT: '
                   CLEARANCE-REPORT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTPHRNCX ' CLEARANCE-REPORT-RECORD(1:90)

           EXIT.
