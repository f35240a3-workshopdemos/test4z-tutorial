       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPHRNPO.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Weekly purchase-order proposal for the widget business.        *
      * ZTPHRNFC forecasts demand per widget, INVFILE says what is on  *
      * hand and PROMOCALO which widgets are promoted in which weeks,  *
      * but purchasing still wrote orders by hand off three printouts. *
      * For every active ('A') WIDGMAST widget this program:           *
      *                                                                *
      *  - projects weekly demand over the supplier's lead time plus   *
      *    the one-week review period until the next weekly run (an    *
      *    order placed now must last until the next run's order can   *
      *    arrive), from ZTPHRNFC's extract (FCSTOUT): its four weeks  *
      *    as forecast, later weeks from the same average and trend;   *
      *  - uplifts every week the widget is on the promotion calendar  *
      *    by CFG-PROMO-UPLIFT-PCT;                                    *
      *  - subtracts on-hand (INVFILE) and on-order (ONORDER) stock;   *
      *  - rounds the shortfall up to the supplier's order multiple.   *
      *                                                                *
      * Lead time and order multiple come from the supplier terms      *
      * (SUPPTERM), by the supplier name WIDGMAST carries; a supplier  *
      * with no terms gets CFG-DEFAULT-LEAD-DAYS and a multiple of 1,  *
      * and the review report says so.                                 *
      *                                                                *
      *   POPROP - one proposed PO per supplier: header, a line per    *
      *            widget to order, trailer with the PO's totals       *
      *   PORPT  - review report: every widget's need, stock, order    *
      *            and days of cover, then the proposed POs. A widget  *
      *            whose on-hand plus on-order stock runs out before   *
      *            a PO placed today could arrive is flagged RUNOUT,   *
      *            and the run ends with RETURN-CODE 4.                *
      *                                                                *
      * Runtime PARM (comma-separated, each optional):                 *
      *   'UPL=nnn'    promotion uplift percent (default 50)           *
      *   'WK=YYYYWW'  the week the run plans from (default: current)  *
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

           SELECT OPTIONAL SUPPLIER-TERMS-FILE ASSIGN SUPPTERM
           FILE STATUS IS SUPPLIER-TERMS-STATUS.

           SELECT OPTIONAL ON-ORDER-FILE ASSIGN ONORDER
           FILE STATUS IS ON-ORDER-STATUS.

           SELECT PO-PROPOSAL-FILE ASSIGN POPROP
           FILE STATUS IS PO-PROPOSAL-STATUS.

           SELECT PO-REVIEW-REPORT ASSIGN PORPT
           FILE STATUS IS PO-REVIEW-STATUS.

           SELECT PO-SORT-WORK ASSIGN TO SORTWK1.

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

      *-----------------------------------------------------------------
      * Supplier terms, one line per supplier named in WIDGMAST: lead
      * time in days from order to receipt, and the order multiple
      * (case or pallet size) every order quantity must round up to.
      *-----------------------------------------------------------------
       FD  SUPPLIER-TERMS-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SUPPLIER-TERMS-RECORD.
       01  SUPPLIER-TERMS-RECORD.
           05 STR-SUPPLIER         PIC X(20).
           05 FILLER               PIC X.
           05 STR-LEAD-DAYS        PIC 9(3).
           05 FILLER               PIC X.
           05 STR-ORDER-MULTIPLE   PIC 9(5).
           05 FILLER               PIC X(50).

      *-----------------------------------------------------------------
      * Open purchase orders not yet received, kept by purchasing: one
      * line per widget per open PO (quantities are summed). The
      * quantity is what is still open; ZTPHRNRC brings it down as
      * receipts are posted and keeps the rest of the line (due date,
      * quantity ordered and received to date).
      *-----------------------------------------------------------------
       FD  ON-ORDER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ON-ORDER-RECORD.
       01  ON-ORDER-RECORD.
           05 OOR-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 OOR-QUANTITY         PIC 9(7).
           05 FILLER               PIC X.
           05 OOR-PO-NUMBER        PIC X(10).
           05 FILLER               PIC X(54).

      *-----------------------------------------------------------------
      * The proposed POs: per supplier an 'H' header, one 'L' line per
      * widget to order, and a 'T' trailer with the PO's totals. Costs
      * are in cents, as WIDGMAST carries unit prices.
      *-----------------------------------------------------------------
       FD  PO-PROPOSAL-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PO-PROPOSAL-RECORD.
       01  PO-PROPOSAL-RECORD.
           05 POP-RECORD-TYPE      PIC X(1).
               88 POP-HEADER       VALUE 'H'.
               88 POP-LINE         VALUE 'L'.
               88 POP-TRAILER      VALUE 'T'.
           05 FILLER               PIC X.
           05 POP-PO-NUMBER        PIC X(10).
           05 FILLER               PIC X.
           05 POP-DETAIL           PIC X(67).
           05 POP-HEADER-DETAIL REDEFINES POP-DETAIL.
               10 POH-SUPPLIER     PIC X(20).
               10 FILLER           PIC X.
               10 POH-PLAN-WEEK    PIC X(6).
               10 FILLER           PIC X.
               10 POH-LEAD-DAYS    PIC 9(3).
               10 FILLER           PIC X.
               10 POH-ORDER-MULTIPLE PIC 9(5).
               10 FILLER           PIC X(30).
           05 POP-LINE-DETAIL REDEFINES POP-DETAIL.
               10 POL-WIDGET-ID    PIC X(7).
               10 FILLER           PIC X.
               10 POL-QUANTITY     PIC 9(7).
               10 FILLER           PIC X.
               10 POL-UNIT-PRICE   PIC 9(7).
               10 FILLER           PIC X.
               10 POL-LINE-COST    PIC 9(11).
               10 FILLER           PIC X.
               10 POL-DESCRIPTION  PIC X(30).
               10 FILLER           PIC X.
           05 POP-TRAILER-DETAIL REDEFINES POP-DETAIL.
               10 POT-LINE-COUNT   PIC 9(4).
               10 FILLER           PIC X.
               10 POT-TOTAL-UNITS  PIC 9(9).
               10 FILLER           PIC X.
               10 POT-TOTAL-COST   PIC 9(11).
               10 FILLER           PIC X(41).

       FD  PO-REVIEW-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PO-REVIEW-RECORD.
       01  PO-REVIEW-RECORD PIC X(100).

       SD  PO-SORT-WORK
           DATA RECORD IS PO-SORT-RECORD.
       01  PO-SORT-RECORD.
           05 PSR-SUPPLIER         PIC X(20).
           05 PSR-WIDGET-ID        PIC X(7).
           05 PSR-QUANTITY         PIC 9(7).
           05 PSR-UNIT-PRICE       PIC 9(7).
           05 PSR-DESCRIPTION      PIC X(30).
           05 PSR-LEAD-DAYS        PIC 9(3).
           05 PSR-ORDER-MULTIPLE   PIC 9(5).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  WIDGET-MASTER-STATUS    PIC X(2).
       01  FORECAST-IN-STATUS      PIC X(2).
       01  INVENTORY-FILE-STATUS   PIC X(2).
       01  PROMO-CALENDAR-STATUS   PIC X(2).
       01  SUPPLIER-TERMS-STATUS   PIC X(2).
       01  ON-ORDER-STATUS         PIC X(2).
       01  PO-PROPOSAL-STATUS      PIC X(2).
       01  PO-REVIEW-STATUS        PIC X(2).

       01  CFG-PROMO-UPLIFT-PCT    PIC 9(3) VALUE 50.
       01  CFG-DEFAULT-LEAD-DAYS   PIC 9(3) VALUE 14.
       01  CFG-REVIEW-DAYS         PIC 9(3) VALUE 7.
       01  CFG-MAX-HORIZON-WEEKS   PIC 9(2) VALUE 30.

      *-----------------------------------------------------------------
      * The inputs, each held in a bounded table (WIDGMAST's 300 sets
      * the widget bound, as in ZTPHRNWM).
      *-----------------------------------------------------------------
       01  WS-FORECAST-TABLE.
           05 WS-FC-ENTRY OCCURS 300 TIMES.
               10 WS-FC-WIDGET-ID      PIC X(7).
               10 WS-FC-RECENT-AVG     PIC 9(6).
               10 WS-FC-DAILY-TREND    PIC S9(5)V99.
               10 WS-FC-WEEK-PROJ OCCURS 4 TIMES PIC 9(7).
       77  WS-FC-COUNT             PIC 9(3) VALUE 0.
       77  WS-FC-INDEX             PIC 9(3).

       01  WS-INVENTORY-TABLE.
           05 WS-IV-ENTRY OCCURS 300 TIMES.
               10 WS-IV-WIDGET-ID      PIC X(7).
               10 WS-IV-ON-HAND        PIC 9(6).
       77  WS-IV-COUNT             PIC 9(3) VALUE 0.
       77  WS-IV-INDEX             PIC 9(3).

       01  WS-ON-ORDER-TABLE.
           05 WS-OO-ENTRY OCCURS 300 TIMES.
               10 WS-OO-WIDGET-ID      PIC X(7).
               10 WS-OO-QUANTITY       PIC 9(8).
       77  WS-OO-COUNT             PIC 9(3) VALUE 0.
       77  WS-OO-INDEX             PIC 9(3).

       01  WS-PROMO-TABLE.
           05 WS-PR-ENTRY OCCURS 200 TIMES.
               10 WS-PR-WIDGET-ID      PIC X(7).
               10 WS-PR-START-ABS      PIC 9(7).
               10 WS-PR-END-ABS        PIC 9(7).
       77  WS-PR-COUNT             PIC 9(3) VALUE 0.
       77  WS-PR-INDEX             PIC 9(3).

       01  WS-TERMS-TABLE.
           05 WS-ST-ENTRY OCCURS 100 TIMES.
               10 WS-ST-SUPPLIER       PIC X(20).
               10 WS-ST-LEAD-DAYS      PIC 9(3).
               10 WS-ST-ORDER-MULTIPLE PIC 9(5).
       77  WS-ST-COUNT             PIC 9(3) VALUE 0.
       77  WS-ST-INDEX             PIC 9(3).

       77  WS-FOUND-FLAG           PIC 9.
           88 WS-FOUND             VALUE 1.
           88 WS-NOT-FOUND         VALUE 0.

      *-----------------------------------------------------------------
      * One widget's plan. WS-WEEK-DEMAND holds each horizon week's
      * demand after any promotion uplift.
      *-----------------------------------------------------------------
       01  WS-WIDGET-PLAN.
           05 WS-LEAD-DAYS         PIC 9(3).
           05 WS-ORDER-MULTIPLE    PIC 9(5).
           05 WS-HORIZON-DAYS      PIC 9(4).
           05 WS-HORIZON-WEEKS     PIC 9(2).
           05 WS-LAST-WEEK-DAYS    PIC 9(1).
           05 WS-ON-HAND           PIC 9(6).
           05 WS-ON-ORDER          PIC 9(8).
           05 WS-NEED              PIC 9(9).
           05 WS-SHORTFALL         PIC S9(9).
           05 WS-ORDER-QTY         PIC 9(9).
           05 WS-COVER-DAYS        PIC 9(4).
           05 WS-STOCK-LEFT        PIC 9(9).
           05 WS-TERMS-DEFAULTED   PIC X(1).
           05 WS-PROMO-WEEKS       PIC 9(2).
           05 WS-HAS-FORECAST      PIC X(1).
           05 WS-HAS-INVENTORY     PIC X(1).
       01  WS-WEEK-DEMAND-TABLE.
           05 WS-WEEK-DEMAND OCCURS 30 TIMES PIC 9(8).
       77  WS-WEEK-INDEX           PIC 9(2).
       77  WS-PROJ-DAILY           PIC S9(7)V99.
       77  WS-MULTIPLES            PIC 9(9).
       77  WS-PLAN-WEEK-ABS        PIC 9(7).

      *-----------------------------------------------------------------
      * Week conversions, as ZTPHRNCL keeps its calendar: 'YYYYWW' <->
      * absolute week number (year * 52 + week - 1).
      *-----------------------------------------------------------------
       01  WS-WEEK-FIELDS.
           05 WS-WEEK-YYYYWW.
               10 WS-WK-YEAR           PIC 9(4).
               10 WS-WK-WEEK           PIC 9(2).
           05 WS-WEEK-ABS              PIC 9(7).
       77  WS-FIRST-WEEK-ABS       PIC 9(7).
       77  WS-PLAN-WEEK-TEXT       PIC X(6).

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

      *-----------------------------------------------------------------
      * PO assembly in the SORT output procedure.
      *-----------------------------------------------------------------
       77  WS-SORT-EOF-FLAG        PIC 9.
           88 WS-SORT-EOF          VALUE 1.
       77  WS-CURRENT-SUPPLIER     PIC X(20).
       77  WS-PO-SEQUENCE          PIC 9(3) VALUE 0.
       01  WS-PO-NUMBER.
           05 FILLER               PIC X(1) VALUE 'P'.
           05 WS-PO-WEEK           PIC X(6).
           05 WS-PO-SEQ            PIC 9(3).
       77  WS-LINE-COST            PIC 9(11).
       01  WS-PO-TOTALS.
           05 WS-PO-LINES          PIC 9(4).
           05 WS-PO-UNITS          PIC 9(9).
           05 WS-PO-COST           PIC 9(11).

       01  WS-RUN-TOTALS.
           05 WS-TOTAL-WIDGETS     PIC 9(4) VALUE 0.
           05 WS-TOTAL-INACTIVE    PIC 9(4) VALUE 0.
           05 WS-TOTAL-TO-ORDER    PIC 9(4) VALUE 0.
           05 WS-TOTAL-RUNOUT      PIC 9(4) VALUE 0.
           05 WS-TOTAL-POS         PIC 9(4) VALUE 0.
           05 WS-TOTAL-COST        PIC 9(13) VALUE 0.

       01  RVW-HEADING-LINE.
           05 FILLER               PIC X(40)
              VALUE 'PURCHASE-ORDER PROPOSAL REVIEW  WEEK '.
           05 RVH-PLAN-WEEK        PIC X(6).
           05 FILLER               PIC X(9) VALUE '  UPLIFT='.
           05 RVH-UPLIFT           PIC ZZ9.
           05 FILLER               PIC X(1) VALUE '%'.
           05 FILLER               PIC X(41) VALUE SPACES.

       01  RVW-DETAIL-LINE.
           05 RVW-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X(6) VALUE ' NEED='.
           05 RVW-NEED             PIC Z(6)9.
           05 FILLER               PIC X(4) VALUE ' OH='.
           05 RVW-ON-HAND          PIC Z(5)9.
           05 FILLER               PIC X(4) VALUE ' OO='.
           05 RVW-ON-ORDER         PIC Z(6)9.
           05 FILLER               PIC X(7) VALUE ' ORDER='.
           05 RVW-ORDER-QTY        PIC Z(6)9.
           05 FILLER               PIC X(7) VALUE ' COVER='.
           05 RVW-COVER-DAYS       PIC ZZZ9.
           05 FILLER               PIC X(7) VALUE 'D LEAD='.
           05 RVW-LEAD-DAYS        PIC ZZ9.
           05 FILLER               PIC X(2) VALUE 'D '.
           05 RVW-FLAG             PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.

       01  RVW-PO-LINE.
           05 FILLER               PIC X(3) VALUE 'PO '.
           05 RVP-PO-NUMBER        PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 RVP-SUPPLIER         PIC X(20).
           05 FILLER               PIC X(7) VALUE ' LINES='.
           05 RVP-LINES            PIC ZZZ9.
           05 FILLER               PIC X(7) VALUE ' UNITS='.
           05 RVP-UNITS            PIC Z(8)9.
           05 FILLER               PIC X(7) VALUE ' COST=$'.
           05 RVP-COST             PIC Z(8)9.99.
           05 FILLER               PIC X(20) VALUE SPACES.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES ('UPL=nnn,WK=YYYYWW').      *
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

           DISPLAY 'ZTPHRNPO start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM DERIVE-CURRENT-WEEK
           PERFORM CHECK-PARM-OVERRIDES
           PERFORM LOAD-FORECAST
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-ON-ORDER
           PERFORM LOAD-PROMO-CALENDAR
           PERFORM LOAD-SUPPLIER-TERMS
           PERFORM OPEN-PROPOSAL-FILES

           SORT PO-SORT-WORK
               ON ASCENDING KEY PSR-SUPPLIER PSR-WIDGET-ID
               INPUT PROCEDURE IS PLAN-ALL-WIDGETS
               OUTPUT PROCEDURE IS WRITE-PURCHASE-ORDERS
           IF SORT-RETURN NOT = 0
               DISPLAY 'ZTPHRNPO error sorting order lines: '
                   'SORT-RETURN=' SORT-RETURN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-SUMMARY

           CLOSE PO-PROPOSAL-FILE
           CLOSE PO-REVIEW-REPORT

           IF WS-TOTAL-RUNOUT > 0 AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY 'ZTPHRNPO widgets=' WS-TOTAL-WIDGETS
               ' to-order=' WS-TOTAL-TO-ORDER
               ' runout=' WS-TOTAL-RUNOUT
               ' pos=' WS-TOTAL-POS
           DISPLAY 'ZTPHRNPO end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * The default planning week: the current calendar week, taken    *
      * as day-of-year divided into sevens (weeks 01-52), as ZTPHRNCL  *
      * derives it.                                                    *
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
           MOVE WS-WEEK-ABS TO WS-FIRST-WEEK-ABS
           MOVE WS-WEEK-YYYYWW TO WS-PLAN-WEEK-TEXT

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
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'UPL='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(5:3)
                               IS NUMERIC
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:3)
                           TO CFG-PROMO-UPLIFT-PCT
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:3) = 'WK='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(4:6)
                               IS NUMERIC
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(4:6)
                           TO WS-WEEK-YYYYWW
                       PERFORM CONVERT-WEEK-TO-ABS
                       MOVE WS-WEEK-ABS TO WS-FIRST-WEEK-ABS
                       MOVE WS-WEEK-YYYYWW TO WS-PLAN-WEEK-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           DISPLAY 'ZTPHRNPO planning week ' WS-PLAN-WEEK-TEXT
               ' promotion uplift ' CFG-PROMO-UPLIFT-PCT '%'

           EXIT.

      ******************************************************************
      * 'YYYYWW' to absolute week (weeks 01-52).                       *
      ******************************************************************
       CONVERT-WEEK-TO-ABS.

           COMPUTE WS-WEEK-ABS =
               (WS-WK-YEAR * 52) + WS-WK-WEEK - 1

           EXIT.

       LOAD-FORECAST.

           MOVE 0 TO WS-FC-COUNT

           OPEN INPUT FORECAST-IN-FILE
           IF FORECAST-IN-STATUS NOT = '00'
               DISPLAY 'ZTPHRNPO error opening FCSTOUT: '
                   FORECAST-IN-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ FORECAST-IN-FILE
           PERFORM UNTIL FORECAST-IN-STATUS > '04'
               IF FCI-WIDGET-ID NOT = SPACES
                       AND FCI-RECENT-AVG IS NUMERIC
                       AND FCI-DAILY-TREND IS NUMERIC
                       AND WS-FC-COUNT < 300
                   ADD 1 TO WS-FC-COUNT
                   MOVE FCI-WIDGET-ID TO WS-FC-WIDGET-ID(WS-FC-COUNT)
                   MOVE FCI-RECENT-AVG
                       TO WS-FC-RECENT-AVG(WS-FC-COUNT)
                   MOVE FCI-DAILY-TREND
                       TO WS-FC-DAILY-TREND(WS-FC-COUNT)
                   PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
                           UNTIL WS-WEEK-INDEX > 4
                       IF FCI-WEEK-PROJ(WS-WEEK-INDEX) IS NUMERIC
                           MOVE FCI-WEEK-PROJ(WS-WEEK-INDEX)
                               TO WS-FC-WEEK-PROJ(WS-FC-COUNT,
                                                  WS-WEEK-INDEX)
                       ELSE
                           MOVE 0 TO WS-FC-WEEK-PROJ(WS-FC-COUNT,
                                                     WS-WEEK-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
               READ FORECAST-IN-FILE
           END-PERFORM

           CLOSE FORECAST-IN-FILE

           DISPLAY 'ZTPHRNPO loaded ' WS-FC-COUNT
               ' forecast(s) from FCSTOUT'

           EXIT.

      ******************************************************************
      * On-hand stock is required: proposing orders without it would   *
      * order the full need for every widget.                          *
      ******************************************************************
       LOAD-INVENTORY.

           MOVE 0 TO WS-IV-COUNT

           OPEN INPUT INVENTORY-FILE
           IF INVENTORY-FILE-STATUS NOT = '00'
               DISPLAY 'ZTPHRNPO error opening INVFILE: '
                   INVENTORY-FILE-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ INVENTORY-FILE
           PERFORM UNTIL INVENTORY-FILE-STATUS > '04'
               IF IVR-WIDGET-ID NOT = SPACES
                       AND IVR-ON-HAND IS NUMERIC
                       AND WS-IV-COUNT < 300
                   ADD 1 TO WS-IV-COUNT
                   MOVE IVR-WIDGET-ID TO WS-IV-WIDGET-ID(WS-IV-COUNT)
                   MOVE IVR-ON-HAND TO WS-IV-ON-HAND(WS-IV-COUNT)
               END-IF
               READ INVENTORY-FILE
           END-PERFORM

           CLOSE INVENTORY-FILE

           DISPLAY 'ZTPHRNPO loaded ' WS-IV-COUNT
               ' inventory record(s) from INVFILE'

           EXIT.

       LOAD-ON-ORDER.

           MOVE 0 TO WS-OO-COUNT

           OPEN INPUT ON-ORDER-FILE
           IF ON-ORDER-STATUS NOT = '00'
               DISPLAY 'ZTPHRNPO no on-order file: ' ON-ORDER-STATUS
               EXIT PARAGRAPH
           END-IF

           READ ON-ORDER-FILE
           PERFORM UNTIL ON-ORDER-STATUS > '04'
               IF OOR-WIDGET-ID NOT = SPACES
                       AND OOR-QUANTITY IS NUMERIC
                   PERFORM FIND-ON-ORDER-SLOT
                   IF WS-FOUND
                       ADD OOR-QUANTITY TO WS-OO-QUANTITY(WS-OO-INDEX)
                   END-IF
               END-IF
               READ ON-ORDER-FILE
           END-PERFORM

           CLOSE ON-ORDER-FILE

           EXIT.

      ******************************************************************
      * The on-order slot for OOR-WIDGET-ID, claiming a new one the    *
      * first time the widget is seen.                                 *
      ******************************************************************
       FIND-ON-ORDER-SLOT.

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-OO-INDEX FROM 1 BY 1
                   UNTIL WS-OO-INDEX > WS-OO-COUNT OR WS-FOUND
               IF WS-OO-WIDGET-ID(WS-OO-INDEX) = OOR-WIDGET-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FOUND
               SUBTRACT 1 FROM WS-OO-INDEX
               EXIT PARAGRAPH
           END-IF

           IF WS-OO-COUNT < 300
               ADD 1 TO WS-OO-COUNT
               MOVE WS-OO-COUNT TO WS-OO-INDEX
               MOVE OOR-WIDGET-ID TO WS-OO-WIDGET-ID(WS-OO-INDEX)
               MOVE 0 TO WS-OO-QUANTITY(WS-OO-INDEX)
               SET WS-FOUND TO TRUE
           END-IF

           EXIT.

       LOAD-PROMO-CALENDAR.

           MOVE 0 TO WS-PR-COUNT

           OPEN INPUT PROMO-CALENDAR-FILE
           IF PROMO-CALENDAR-STATUS NOT = '00'
               DISPLAY 'ZTPHRNPO no promotion calendar: '
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

       LOAD-SUPPLIER-TERMS.

           MOVE 0 TO WS-ST-COUNT

           OPEN INPUT SUPPLIER-TERMS-FILE
           IF SUPPLIER-TERMS-STATUS NOT = '00'
               DISPLAY 'ZTPHRNPO no supplier terms, defaults used: '
                   SUPPLIER-TERMS-STATUS
               EXIT PARAGRAPH
           END-IF

           READ SUPPLIER-TERMS-FILE
           PERFORM UNTIL SUPPLIER-TERMS-STATUS > '04'
               IF STR-SUPPLIER NOT = SPACES
                       AND STR-LEAD-DAYS IS NUMERIC
                       AND STR-ORDER-MULTIPLE IS NUMERIC
                       AND WS-ST-COUNT < 100
                   ADD 1 TO WS-ST-COUNT
                   MOVE STR-SUPPLIER TO WS-ST-SUPPLIER(WS-ST-COUNT)
                   MOVE STR-LEAD-DAYS TO WS-ST-LEAD-DAYS(WS-ST-COUNT)
                   MOVE STR-ORDER-MULTIPLE
                       TO WS-ST-ORDER-MULTIPLE(WS-ST-COUNT)
               END-IF
               READ SUPPLIER-TERMS-FILE
           END-PERFORM

           CLOSE SUPPLIER-TERMS-FILE

           EXIT.

       OPEN-PROPOSAL-FILES.

           OPEN INPUT WIDGET-MASTER-FILE
           IF WIDGET-MASTER-STATUS NOT = '00'
               DISPLAY 'ZTPHRNPO error opening WIDGMAST: '
                   WIDGET-MASTER-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PO-PROPOSAL-FILE
           OPEN OUTPUT PO-REVIEW-REPORT
           IF PO-PROPOSAL-STATUS NOT = '00'
                   OR PO-REVIEW-STATUS NOT = '00'
               DISPLAY 'ZTPHRNPO error opening outputs: '
                   PO-PROPOSAL-STATUS ' ' PO-REVIEW-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-PLAN-WEEK-TEXT TO RVH-PLAN-WEEK
           MOVE CFG-PROMO-UPLIFT-PCT TO RVH-UPLIFT
           MOVE RVW-HEADING-LINE TO PO-REVIEW-RECORD
           PERFORM WRITE-REVIEW-LINE

           EXIT.

      ******************************************************************
      * SORT input procedure: plan every active widget on the master,  *
      * report it, and release an order line for each one to order.    *
      ******************************************************************
       PLAN-ALL-WIDGETS.

           READ WIDGET-MASTER-FILE
           PERFORM UNTIL WIDGET-MASTER-STATUS > '04'
               IF WMR-WIDGET-ID NOT = SPACES
                   IF WMR-STATUS = 'A'
                       PERFORM PLAN-ONE-WIDGET
                   ELSE
                       ADD 1 TO WS-TOTAL-INACTIVE
                   END-IF
               END-IF
               READ WIDGET-MASTER-FILE
           END-PERFORM

           CLOSE WIDGET-MASTER-FILE

           EXIT.

       PLAN-ONE-WIDGET.

           ADD 1 TO WS-TOTAL-WIDGETS
           INITIALIZE WS-WIDGET-PLAN
           INITIALIZE WS-WEEK-DEMAND-TABLE

           PERFORM FIND-SUPPLIER-TERMS

      *-----------------------------------------------------------------
      * The horizon: lead time plus the review period, in weeks with
      * a possibly partial last week, capped at the demand table.
      *-----------------------------------------------------------------
           COMPUTE WS-HORIZON-DAYS = WS-LEAD-DAYS + CFG-REVIEW-DAYS
           DIVIDE WS-HORIZON-DAYS BY 7
               GIVING WS-HORIZON-WEEKS REMAINDER WS-LAST-WEEK-DAYS
           IF WS-LAST-WEEK-DAYS > 0
               ADD 1 TO WS-HORIZON-WEEKS
           ELSE
               MOVE 7 TO WS-LAST-WEEK-DAYS
           END-IF
           IF WS-HORIZON-WEEKS > CFG-MAX-HORIZON-WEEKS
               MOVE CFG-MAX-HORIZON-WEEKS TO WS-HORIZON-WEEKS
               MOVE 7 TO WS-LAST-WEEK-DAYS
               COMPUTE WS-HORIZON-DAYS = CFG-MAX-HORIZON-WEEKS * 7
           END-IF

           PERFORM PROJECT-WEEKLY-DEMAND
           PERFORM FIND-STOCK-POSITION

      *-----------------------------------------------------------------
      * Need over the horizon; the last week counts only its days.
      *-----------------------------------------------------------------
           MOVE 0 TO WS-NEED
           PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
                   UNTIL WS-WEEK-INDEX > WS-HORIZON-WEEKS
               IF WS-WEEK-INDEX = WS-HORIZON-WEEKS
                   COMPUTE WS-NEED = WS-NEED
                       + (WS-WEEK-DEMAND(WS-WEEK-INDEX)
                          * WS-LAST-WEEK-DAYS / 7)
               ELSE
                   ADD WS-WEEK-DEMAND(WS-WEEK-INDEX) TO WS-NEED
               END-IF
           END-PERFORM

           COMPUTE WS-SHORTFALL = WS-NEED - WS-ON-HAND - WS-ON-ORDER
           MOVE 0 TO WS-ORDER-QTY
           IF WS-SHORTFALL > 0
               DIVIDE WS-SHORTFALL BY WS-ORDER-MULTIPLE
                   GIVING WS-MULTIPLES
               IF WS-MULTIPLES * WS-ORDER-MULTIPLE < WS-SHORTFALL
                   ADD 1 TO WS-MULTIPLES
               END-IF
               COMPUTE WS-ORDER-QTY = WS-MULTIPLES * WS-ORDER-MULTIPLE
           END-IF

           PERFORM COMPUTE-DAYS-OF-COVER

           PERFORM WRITE-WIDGET-REVIEW

           IF WS-ORDER-QTY > 0
               ADD 1 TO WS-TOTAL-TO-ORDER
               MOVE WMR-SUPPLIER TO PSR-SUPPLIER
               MOVE WMR-WIDGET-ID TO PSR-WIDGET-ID
               MOVE WS-ORDER-QTY TO PSR-QUANTITY
               IF WMR-UNIT-PRICE IS NUMERIC
                   MOVE WMR-UNIT-PRICE TO PSR-UNIT-PRICE
               ELSE
                   MOVE 0 TO PSR-UNIT-PRICE
               END-IF
               MOVE WMR-DESCRIPTION TO PSR-DESCRIPTION
               MOVE WS-LEAD-DAYS TO PSR-LEAD-DAYS
               MOVE WS-ORDER-MULTIPLE TO PSR-ORDER-MULTIPLE
               RELEASE PO-SORT-RECORD
           END-IF

           EXIT.

       FIND-SUPPLIER-TERMS.

           MOVE CFG-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
           MOVE 1 TO WS-ORDER-MULTIPLE
           MOVE 'Y' TO WS-TERMS-DEFAULTED

           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               IF WS-ST-SUPPLIER(WS-ST-INDEX) = WMR-SUPPLIER
                   MOVE WS-ST-LEAD-DAYS(WS-ST-INDEX) TO WS-LEAD-DAYS
                   IF WS-ST-ORDER-MULTIPLE(WS-ST-INDEX) > 0
                       MOVE WS-ST-ORDER-MULTIPLE(WS-ST-INDEX)
                           TO WS-ORDER-MULTIPLE
                   END-IF
                   MOVE 'N' TO WS-TERMS-DEFAULTED
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Weekly demand over the horizon. Weeks 1-4 are ZTPHRNFC's own   *
      * projections; later weeks extend them with its formula (recent  *
      * average plus the daily trend, floored at zero). A promoted     *
      * week is uplifted. Week 1 is the planning week.                 *
      ******************************************************************
       PROJECT-WEEKLY-DEMAND.

           MOVE 'N' TO WS-HAS-FORECAST
           PERFORM VARYING WS-FC-INDEX FROM 1 BY 1
                   UNTIL WS-FC-INDEX > WS-FC-COUNT
                       OR WS-HAS-FORECAST = 'Y'
               IF WS-FC-WIDGET-ID(WS-FC-INDEX) = WMR-WIDGET-ID
                   MOVE 'Y' TO WS-HAS-FORECAST
               END-IF
           END-PERFORM
           IF WS-HAS-FORECAST = 'N'
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-FC-INDEX

           PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
                   UNTIL WS-WEEK-INDEX > WS-HORIZON-WEEKS
               IF WS-WEEK-INDEX <= 4
                   MOVE WS-FC-WEEK-PROJ(WS-FC-INDEX, WS-WEEK-INDEX)
                       TO WS-WEEK-DEMAND(WS-WEEK-INDEX)
               ELSE
                   COMPUTE WS-PROJ-DAILY ROUNDED =
                       WS-FC-RECENT-AVG(WS-FC-INDEX)
                       + (WS-FC-DAILY-TREND(WS-FC-INDEX)
                          * (WS-WEEK-INDEX * 7))
                   IF WS-PROJ-DAILY < 0
                       MOVE 0 TO WS-WEEK-DEMAND(WS-WEEK-INDEX)
                   ELSE
                       COMPUTE WS-WEEK-DEMAND(WS-WEEK-INDEX) ROUNDED =
                           WS-PROJ-DAILY * 7
                   END-IF
               END-IF

               COMPUTE WS-PLAN-WEEK-ABS =
                   WS-FIRST-WEEK-ABS + WS-WEEK-INDEX - 1
               PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
                       UNTIL WS-PR-INDEX > WS-PR-COUNT
                   IF WS-PR-WIDGET-ID(WS-PR-INDEX) = WMR-WIDGET-ID
                           AND WS-PLAN-WEEK-ABS >=
                               WS-PR-START-ABS(WS-PR-INDEX)
                           AND WS-PLAN-WEEK-ABS <=
                               WS-PR-END-ABS(WS-PR-INDEX)
                       COMPUTE WS-WEEK-DEMAND(WS-WEEK-INDEX) ROUNDED =
                           WS-WEEK-DEMAND(WS-WEEK-INDEX)
                           * (100 + CFG-PROMO-UPLIFT-PCT) / 100
                       ADD 1 TO WS-PROMO-WEEKS
      *-----------------------------------------------------------------
      * One uplift per week, however many calendar entries overlap.
      *-----------------------------------------------------------------
                       MOVE WS-PR-COUNT TO WS-PR-INDEX
                   END-IF
               END-PERFORM
           END-PERFORM

           EXIT.

       FIND-STOCK-POSITION.

           MOVE 'N' TO WS-HAS-INVENTORY
           MOVE 0 TO WS-ON-HAND
           PERFORM VARYING WS-IV-INDEX FROM 1 BY 1
                   UNTIL WS-IV-INDEX > WS-IV-COUNT
               IF WS-IV-WIDGET-ID(WS-IV-INDEX) = WMR-WIDGET-ID
                   MOVE WS-IV-ON-HAND(WS-IV-INDEX) TO WS-ON-HAND
                   MOVE 'Y' TO WS-HAS-INVENTORY
               END-IF
           END-PERFORM

           MOVE 0 TO WS-ON-ORDER
           PERFORM VARYING WS-OO-INDEX FROM 1 BY 1
                   UNTIL WS-OO-INDEX > WS-OO-COUNT
               IF WS-OO-WIDGET-ID(WS-OO-INDEX) = WMR-WIDGET-ID
                   MOVE WS-OO-QUANTITY(WS-OO-INDEX) TO WS-ON-ORDER
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Days the on-hand plus on-order stock lasts against the weekly  *
      * demand, walked week by week (capped at the horizon). Short of  *
      * the lead time, the widget runs out before a PO placed today    *
      * could arrive.                                                  *
      ******************************************************************
       COMPUTE-DAYS-OF-COVER.

           COMPUTE WS-STOCK-LEFT = WS-ON-HAND + WS-ON-ORDER
           MOVE 0 TO WS-COVER-DAYS
           PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
                   UNTIL WS-WEEK-INDEX > WS-HORIZON-WEEKS
               IF WS-STOCK-LEFT >= WS-WEEK-DEMAND(WS-WEEK-INDEX)
                   SUBTRACT WS-WEEK-DEMAND(WS-WEEK-INDEX)
                       FROM WS-STOCK-LEFT
                   ADD 7 TO WS-COVER-DAYS
               ELSE
                   COMPUTE WS-COVER-DAYS = WS-COVER-DAYS
                       + (WS-STOCK-LEFT * 7
                          / WS-WEEK-DEMAND(WS-WEEK-INDEX))
                   MOVE WS-HORIZON-WEEKS TO WS-WEEK-INDEX
               END-IF
           END-PERFORM

           EXIT.

       WRITE-WIDGET-REVIEW.

           MOVE WMR-WIDGET-ID TO RVW-WIDGET-ID
           MOVE WS-NEED TO RVW-NEED
           MOVE WS-ON-HAND TO RVW-ON-HAND
           MOVE WS-ON-ORDER TO RVW-ON-ORDER
           MOVE WS-ORDER-QTY TO RVW-ORDER-QTY
           MOVE WS-COVER-DAYS TO RVW-COVER-DAYS
           MOVE WS-LEAD-DAYS TO RVW-LEAD-DAYS

           EVALUATE TRUE
               WHEN WS-COVER-DAYS < WS-LEAD-DAYS
                   MOVE '*RUNOUT BEFORE PO*' TO RVW-FLAG
                   ADD 1 TO WS-TOTAL-RUNOUT
               WHEN WS-HAS-INVENTORY = 'N'
                   MOVE 'NO INVENTORY RECORD' TO RVW-FLAG
               WHEN WS-HAS-FORECAST = 'N'
                   MOVE 'NO FORECAST' TO RVW-FLAG
               WHEN WS-TERMS-DEFAULTED = 'Y'
                   MOVE 'DEFAULT TERMS' TO RVW-FLAG
               WHEN WS-PROMO-WEEKS > 0
                   MOVE 'PROMOTION UPLIFTED' TO RVW-FLAG
               WHEN OTHER
                   MOVE SPACES TO RVW-FLAG
           END-EVALUATE

           MOVE RVW-DETAIL-LINE TO PO-REVIEW-RECORD
           PERFORM WRITE-REVIEW-LINE

           EXIT.

      ******************************************************************
      * SORT output procedure: the order lines come back by supplier;  *
      * each supplier's lines become one proposed PO.                  *
      ******************************************************************
       WRITE-PURCHASE-ORDERS.

           MOVE SPACES TO PO-REVIEW-RECORD
           PERFORM WRITE-REVIEW-LINE
           MOVE 'PROPOSED PURCHASE ORDERS' TO PO-REVIEW-RECORD
           PERFORM WRITE-REVIEW-LINE

           MOVE WS-PLAN-WEEK-TEXT TO WS-PO-WEEK
           MOVE SPACES TO WS-CURRENT-SUPPLIER
           MOVE 0 TO WS-SORT-EOF-FLAG

           RETURN PO-SORT-WORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF
               IF WS-PO-SEQUENCE = 0
                       OR PSR-SUPPLIER NOT = WS-CURRENT-SUPPLIER
                   IF WS-PO-SEQUENCE > 0
                       PERFORM CLOSE-PURCHASE-ORDER
                   END-IF
                   PERFORM OPEN-PURCHASE-ORDER
               END-IF
               PERFORM WRITE-PURCHASE-ORDER-LINE
               RETURN PO-SORT-WORK
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM

           IF WS-PO-SEQUENCE > 0
               PERFORM CLOSE-PURCHASE-ORDER
           END-IF

           EXIT.

       OPEN-PURCHASE-ORDER.

           ADD 1 TO WS-PO-SEQUENCE
           ADD 1 TO WS-TOTAL-POS
           MOVE WS-PO-SEQUENCE TO WS-PO-SEQ
           MOVE PSR-SUPPLIER TO WS-CURRENT-SUPPLIER
           INITIALIZE WS-PO-TOTALS

           MOVE SPACES TO PO-PROPOSAL-RECORD
           SET POP-HEADER TO TRUE
           MOVE WS-PO-NUMBER TO POP-PO-NUMBER
           MOVE PSR-SUPPLIER TO POH-SUPPLIER
           MOVE WS-PLAN-WEEK-TEXT TO POH-PLAN-WEEK
           MOVE PSR-LEAD-DAYS TO POH-LEAD-DAYS
           MOVE PSR-ORDER-MULTIPLE TO POH-ORDER-MULTIPLE
           PERFORM WRITE-PROPOSAL-RECORD

           EXIT.

       WRITE-PURCHASE-ORDER-LINE.

           COMPUTE WS-LINE-COST = PSR-QUANTITY * PSR-UNIT-PRICE

           MOVE SPACES TO PO-PROPOSAL-RECORD
           SET POP-LINE TO TRUE
           MOVE WS-PO-NUMBER TO POP-PO-NUMBER
           MOVE PSR-WIDGET-ID TO POL-WIDGET-ID
           MOVE PSR-QUANTITY TO POL-QUANTITY
           MOVE PSR-UNIT-PRICE TO POL-UNIT-PRICE
           MOVE WS-LINE-COST TO POL-LINE-COST
           MOVE PSR-DESCRIPTION TO POL-DESCRIPTION
           PERFORM WRITE-PROPOSAL-RECORD

           ADD 1 TO WS-PO-LINES
           ADD PSR-QUANTITY TO WS-PO-UNITS
           ADD WS-LINE-COST TO WS-PO-COST

           EXIT.

       CLOSE-PURCHASE-ORDER.

           MOVE SPACES TO PO-PROPOSAL-RECORD
           SET POP-TRAILER TO TRUE
           MOVE WS-PO-NUMBER TO POP-PO-NUMBER
           MOVE WS-PO-LINES TO POT-LINE-COUNT
           MOVE WS-PO-UNITS TO POT-TOTAL-UNITS
           MOVE WS-PO-COST TO POT-TOTAL-COST
           PERFORM WRITE-PROPOSAL-RECORD

           ADD WS-PO-COST TO WS-TOTAL-COST

           MOVE WS-PO-NUMBER TO RVP-PO-NUMBER
           MOVE WS-CURRENT-SUPPLIER TO RVP-SUPPLIER
           MOVE WS-PO-LINES TO RVP-LINES
           MOVE WS-PO-UNITS TO RVP-UNITS
           COMPUTE RVP-COST = WS-PO-COST / 100
           MOVE RVW-PO-LINE TO PO-REVIEW-RECORD
           PERFORM WRITE-REVIEW-LINE

           EXIT.

       WRITE-RUN-SUMMARY.

           MOVE SPACES TO PO-REVIEW-RECORD
           PERFORM WRITE-REVIEW-LINE

           MOVE SPACES TO PO-REVIEW-RECORD
           STRING 'WIDGETS=' WS-TOTAL-WIDGETS
               ' INACTIVE=' WS-TOTAL-INACTIVE
               ' TO-ORDER=' WS-TOTAL-TO-ORDER
               ' RUNOUT=' WS-TOTAL-RUNOUT
               ' POS=' WS-TOTAL-POS
               DELIMITED BY SIZE INTO PO-REVIEW-RECORD
           PERFORM WRITE-REVIEW-LINE

           EXIT.

       WRITE-PROPOSAL-RECORD.

           WRITE PO-PROPOSAL-RECORD
           IF PO-PROPOSAL-STATUS NOT = '00'
               DISPLAY 'ZTPHRNPO error writing POPROP: '
                   PO-PROPOSAL-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-REVIEW-LINE.

           WRITE PO-REVIEW-RECORD
           IF PO-REVIEW-STATUS NOT = '00'
               DISPLAY 'ZTPHRNPO error writing PORPT: '
                   PO-REVIEW-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTPHRNPO ' PO-REVIEW-RECORD(1:90)

           EXIT.
