       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPHRNSC.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Monthly supplier scorecard, one line per supplier named on the *
      * widget master (WIDGMAST), from the receipt history ZTPHRNRC    *
      * appends to (RCPTHIST) and the PO lines still open (ONORDER).   *
      * A PO line counts in the month it closed, or - still open - in  *
      * the month it fell due, where it counts as late with whatever   *
      * has been received so far.                                      *
      *                                                                *
      *   FILL RATE  units received against the month's lines (capped  *
      *              at the quantity ordered, so over-shipping does    *
      *              not make up for a short line) / units ordered     *
      *   ON TIME    lines whose last receipt was on or before the due *
      *              date / lines with a due date                      *
      *   NO PO      receipts that matched no open PO line             *
      *                                                                *
      * A supplier under CFG-FILL-TARGET-PCT or CFG-ONTIME-TARGET-PCT  *
      * is flagged, and the run ends with RETURN-CODE 4.               *
      *                                                                *
      * Runtime PARM (optional):                                       *
      *   'MON=YYYYMM' the month to score (default: last month)        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIDGET-MASTER-FILE ASSIGN WIDGMAST
           FILE STATUS IS WIDGET-MASTER-STATUS.

           SELECT OPTIONAL RECEIPT-HISTORY ASSIGN RCPTHIST
           FILE STATUS IS RECEIPT-HISTORY-STATUS.

           SELECT OPTIONAL ON-ORDER-FILE ASSIGN ONORDER
           FILE STATUS IS ON-ORDER-STATUS.

           SELECT SCORECARD-REPORT ASSIGN SCORERPT
           FILE STATUS IS SCORECARD-REPORT-STATUS.

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

       FD  RECEIPT-HISTORY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RECEIPT-HISTORY-RECORD.
       01  RECEIPT-HISTORY-RECORD.
           05 RCH-RECORD-TYPE      PIC X(1).
               88 RCH-LINE-CLOSED  VALUE 'C'.
               88 RCH-UNMATCHED    VALUE 'U'.
           05 FILLER               PIC X.
           05 RCH-MONTH            PIC X(6).
           05 FILLER               PIC X.
           05 RCH-SUPPLIER         PIC X(20).
           05 FILLER               PIC X.
           05 RCH-PO-NUMBER        PIC X(10).
           05 FILLER               PIC X.
           05 RCH-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 RCH-ORDERED-QTY      PIC 9(7).
           05 FILLER               PIC X.
           05 RCH-RECEIVED-QTY     PIC 9(7).
           05 FILLER               PIC X.
           05 RCH-DUE-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 RCH-ON-TIME          PIC X(1).
               88 RCH-WAS-ON-TIME  VALUE 'Y'.
               88 RCH-WAS-LATE     VALUE 'N'.
           05 FILLER               PIC X(5).

       FD  ON-ORDER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ON-ORDER-RECORD.
       01  ON-ORDER-RECORD.
           05 OOR-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 OOR-QUANTITY         PIC 9(7).
           05 FILLER               PIC X.
           05 OOR-PO-NUMBER        PIC X(10).
           05 FILLER               PIC X.
           05 OOR-DUE-DATE         PIC X(8).
           05 OOR-DUE-DATE-REF REDEFINES OOR-DUE-DATE.
               10 OOR-DUE-MONTH    PIC X(6).
               10 FILLER           PIC X(2).
           05 FILLER               PIC X.
           05 OOR-ORDERED-QTY      PIC 9(7).
           05 FILLER               PIC X.
           05 OOR-RECEIVED-QTY     PIC 9(7).
           05 FILLER               PIC X.
           05 OOR-LAST-RECEIPT     PIC X(8).
           05 FILLER               PIC X(20).

       FD  SCORECARD-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SCORECARD-REPORT-RECORD.
       01  SCORECARD-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  WIDGET-MASTER-STATUS    PIC X(2).
       01  RECEIPT-HISTORY-STATUS  PIC X(2).
       01  ON-ORDER-STATUS         PIC X(2).
       01  SCORECARD-REPORT-STATUS PIC X(2).

       01  CFG-FILL-TARGET-PCT     PIC 9(3) VALUE 95.
       01  CFG-ONTIME-TARGET-PCT   PIC 9(3) VALUE 90.

       01  WS-WIDGET-TABLE.
           05 WS-WG-ENTRY OCCURS 300 TIMES.
               10 WS-WG-WIDGET-ID      PIC X(7).
               10 WS-WG-SUPPLIER-INDEX PIC 9(3).
       77  WS-WG-COUNT             PIC 9(3) VALUE 0.
       77  WS-WG-INDEX             PIC 9(3).

      *-----------------------------------------------------------------
      * One scorecard line per WIDGMAST supplier, in first-seen order.
      *-----------------------------------------------------------------
       01  WS-SUPPLIER-TABLE.
           05 WS-SP-ENTRY OCCURS 100 TIMES.
               10 WS-SP-SUPPLIER       PIC X(20).
               10 WS-SP-LINES          PIC 9(5).
               10 WS-SP-ORDERED        PIC 9(9).
               10 WS-SP-FILLED         PIC 9(9).
               10 WS-SP-TIMED-LINES    PIC 9(5).
               10 WS-SP-ON-TIME-LINES  PIC 9(5).
               10 WS-SP-OPEN-LATE      PIC 9(5).
               10 WS-SP-NO-PO          PIC 9(5).
       77  WS-SP-COUNT             PIC 9(3) VALUE 0.
       77  WS-SP-INDEX             PIC 9(3).

       77  WS-FOUND-FLAG           PIC 9.
           88 WS-FOUND             VALUE 1.
           88 WS-NOT-FOUND         VALUE 0.

       01  WS-SCORE-FIELDS.
           05 WS-LINE-ORDERED      PIC 9(7).
           05 WS-LINE-FILLED       PIC 9(7).
           05 WS-FILL-PCT          PIC 9(3)V9.
           05 WS-ONTIME-PCT        PIC 9(3)V9.
           05 WS-SCORE-MONTH.
               10 WS-SCORE-YEAR    PIC 9(4).
               10 WS-SCORE-MM      PIC 9(2).

       01  WS-CURRENT-DATE.
           05 CURR-YEAR            PIC 9(4).
           05 CURR-MONTH           PIC 9(2).
           05 CURR-DAY             PIC 9(2).
           05 FILLER               PIC X(13).

       01  WS-RUN-TOTALS.
           05 WS-TOTAL-LINES       PIC 9(6) VALUE 0.
           05 WS-TOTAL-ORDERED     PIC 9(9) VALUE 0.
           05 WS-TOTAL-FILLED      PIC 9(9) VALUE 0.
           05 WS-TOTAL-BELOW       PIC 9(3) VALUE 0.
           05 WS-TOTAL-UNKNOWN     PIC 9(5) VALUE 0.

       01  SCR-HEADING-LINE.
           05 FILLER               PIC X(26)
              VALUE 'SUPPLIER SCORECARD MONTH '.
           05 SCH-MONTH            PIC X(6).
           05 FILLER               PIC X(14) VALUE '  FILL TARGET '.
           05 SCH-FILL-TARGET      PIC ZZ9.
           05 FILLER               PIC X(17)
              VALUE '%  ON-TIME TARGET'.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 SCH-ONTIME-TARGET    PIC ZZ9.
           05 FILLER               PIC X(1) VALUE '%'.
           05 FILLER               PIC X(29) VALUE SPACES.

       01  SCR-DETAIL-LINE.
           05 SCD-SUPPLIER         PIC X(20).
           05 FILLER               PIC X(7) VALUE ' LINES='.
           05 SCD-LINES            PIC ZZZZ9.
           05 FILLER               PIC X(6) VALUE ' FILL='.
           05 SCD-FILL-PCT         PIC ZZ9.9.
           05 FILLER               PIC X(10) VALUE '% ON-TIME='.
           05 SCD-ONTIME-PCT       PIC ZZ9.9.
           05 FILLER               PIC X(12) VALUE '% OPEN-LATE='.
           05 SCD-OPEN-LATE        PIC ZZZ9.
           05 FILLER               PIC X(7) VALUE ' NO-PO='.
           05 SCD-NO-PO            PIC ZZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 SCD-FLAG             PIC X(14).

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES ('MON=YYYYMM').             *
      ******************************************************************
       77  WS-PARM                 PIC X(100).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH       PIC S9(4) COMP.
           05 LS-PARM-DATA         PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTPHRNSC start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM DERIVE-SCORE-MONTH
           PERFORM CHECK-PARM-OVERRIDES
           PERFORM LOAD-SUPPLIERS
           PERFORM SCORE-CLOSED-LINES
           PERFORM SCORE-OPEN-LINES
           PERFORM WRITE-SCORECARD

           IF WS-TOTAL-BELOW > 0 AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY 'ZTPHRNSC month ' WS-SCORE-MONTH
               ' suppliers=' WS-SP-COUNT
               ' below-target=' WS-TOTAL-BELOW
           DISPLAY 'ZTPHRNSC end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * The scorecard runs after month end: by default it scores the   *
      * month before the current one.                                  *
      ******************************************************************
       DERIVE-SCORE-MONTH.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF CURR-MONTH = 1
               COMPUTE WS-SCORE-YEAR = CURR-YEAR - 1
               MOVE 12 TO WS-SCORE-MM
           ELSE
               MOVE CURR-YEAR TO WS-SCORE-YEAR
               COMPUTE WS-SCORE-MM = CURR-MONTH - 1
           END-IF

           EXIT.

       CHECK-PARM-OVERRIDES.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM(1:4) = 'MON=' AND WS-PARM(5:6) IS NUMERIC
               MOVE WS-PARM(5:6) TO WS-SCORE-MONTH
           END-IF

           EXIT.

       LOAD-SUPPLIERS.

           MOVE 0 TO WS-WG-COUNT
           MOVE 0 TO WS-SP-COUNT

           OPEN INPUT WIDGET-MASTER-FILE
           IF WIDGET-MASTER-STATUS NOT = '00'
               DISPLAY 'ZTPHRNSC error opening WIDGMAST: '
                   WIDGET-MASTER-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ WIDGET-MASTER-FILE
           PERFORM UNTIL WIDGET-MASTER-STATUS > '04'
               IF WMR-WIDGET-ID NOT = SPACES
                       AND WMR-SUPPLIER NOT = SPACES
                       AND WS-WG-COUNT < 300
                   PERFORM FIND-SUPPLIER-SLOT
                   IF WS-FOUND
                       ADD 1 TO WS-WG-COUNT
                       MOVE WMR-WIDGET-ID
                           TO WS-WG-WIDGET-ID(WS-WG-COUNT)
                       MOVE WS-SP-INDEX
                           TO WS-WG-SUPPLIER-INDEX(WS-WG-COUNT)
                   END-IF
               END-IF
               READ WIDGET-MASTER-FILE
           END-PERFORM

           CLOSE WIDGET-MASTER-FILE

           EXIT.

       FIND-SUPPLIER-SLOT.

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SP-INDEX FROM 1 BY 1
                   UNTIL WS-SP-INDEX > WS-SP-COUNT OR WS-FOUND
               IF WS-SP-SUPPLIER(WS-SP-INDEX) = WMR-SUPPLIER
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FOUND
               SUBTRACT 1 FROM WS-SP-INDEX
               EXIT PARAGRAPH
           END-IF

           IF WS-SP-COUNT < 100
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-COUNT TO WS-SP-INDEX
               INITIALIZE WS-SP-ENTRY(WS-SP-INDEX)
               MOVE WMR-SUPPLIER TO WS-SP-SUPPLIER(WS-SP-INDEX)
               SET WS-FOUND TO TRUE
           END-IF

           EXIT.

      ******************************************************************
      * History for the month: closed lines and receipts with no PO,   *
      * each to its supplier as ZTPHRNRC recorded it.                  *
      ******************************************************************
       SCORE-CLOSED-LINES.

           OPEN INPUT RECEIPT-HISTORY
           IF RECEIPT-HISTORY-STATUS NOT = '00'
               DISPLAY 'ZTPHRNSC no receipt history: '
                   RECEIPT-HISTORY-STATUS
               EXIT PARAGRAPH
           END-IF

           READ RECEIPT-HISTORY
           PERFORM UNTIL RECEIPT-HISTORY-STATUS > '04'
               IF RCH-MONTH = WS-SCORE-MONTH
                   PERFORM SCORE-HISTORY-RECORD
               END-IF
               READ RECEIPT-HISTORY
           END-PERFORM

           CLOSE RECEIPT-HISTORY

           EXIT.

       SCORE-HISTORY-RECORD.

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SP-INDEX FROM 1 BY 1
                   UNTIL WS-SP-INDEX > WS-SP-COUNT OR WS-FOUND
               IF WS-SP-SUPPLIER(WS-SP-INDEX) = RCH-SUPPLIER
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-NOT-FOUND
               ADD 1 TO WS-TOTAL-UNKNOWN
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-SP-INDEX

           IF RCH-UNMATCHED
               ADD 1 TO WS-SP-NO-PO(WS-SP-INDEX)
               EXIT PARAGRAPH
           END-IF

           IF NOT RCH-LINE-CLOSED
                   OR RCH-ORDERED-QTY IS NOT NUMERIC
                   OR RCH-RECEIVED-QTY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE RCH-ORDERED-QTY TO WS-LINE-ORDERED
           MOVE RCH-RECEIVED-QTY TO WS-LINE-FILLED
           PERFORM ADD-LINE-TO-SUPPLIER

           IF RCH-WAS-ON-TIME OR RCH-WAS-LATE
               ADD 1 TO WS-SP-TIMED-LINES(WS-SP-INDEX)
               IF RCH-WAS-ON-TIME
                   ADD 1 TO WS-SP-ON-TIME-LINES(WS-SP-INDEX)
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * Lines still open that fell due in the month: late by now, and  *
      * filled only as far as received so far.                         *
      ******************************************************************
       SCORE-OPEN-LINES.

           OPEN INPUT ON-ORDER-FILE
           IF ON-ORDER-STATUS NOT = '00'
               DISPLAY 'ZTPHRNSC no on-order file: ' ON-ORDER-STATUS
               EXIT PARAGRAPH
           END-IF

           READ ON-ORDER-FILE
           PERFORM UNTIL ON-ORDER-STATUS > '04'
               IF OOR-DUE-MONTH = WS-SCORE-MONTH
                       AND OOR-QUANTITY IS NUMERIC
                       AND OOR-QUANTITY > 0
                   PERFORM SCORE-OPEN-LINE
               END-IF
               READ ON-ORDER-FILE
           END-PERFORM

           CLOSE ON-ORDER-FILE

           EXIT.

       SCORE-OPEN-LINE.

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-WG-INDEX FROM 1 BY 1
                   UNTIL WS-WG-INDEX > WS-WG-COUNT OR WS-FOUND
               IF WS-WG-WIDGET-ID(WS-WG-INDEX) = OOR-WIDGET-ID
                   SET WS-FOUND TO TRUE
                   MOVE WS-WG-SUPPLIER-INDEX(WS-WG-INDEX)
                       TO WS-SP-INDEX
               END-IF
           END-PERFORM
           IF WS-NOT-FOUND
               ADD 1 TO WS-TOTAL-UNKNOWN
               EXIT PARAGRAPH
           END-IF

           IF OOR-RECEIVED-QTY IS NUMERIC
               MOVE OOR-RECEIVED-QTY TO WS-LINE-FILLED
           ELSE
               MOVE 0 TO WS-LINE-FILLED
           END-IF
           IF OOR-ORDERED-QTY IS NUMERIC AND OOR-ORDERED-QTY > 0
               MOVE OOR-ORDERED-QTY TO WS-LINE-ORDERED
           ELSE
               COMPUTE WS-LINE-ORDERED = OOR-QUANTITY + WS-LINE-FILLED
           END-IF
           PERFORM ADD-LINE-TO-SUPPLIER

           ADD 1 TO WS-SP-OPEN-LATE(WS-SP-INDEX)
           ADD 1 TO WS-SP-TIMED-LINES(WS-SP-INDEX)

           EXIT.

       ADD-LINE-TO-SUPPLIER.

           IF WS-LINE-FILLED > WS-LINE-ORDERED
               MOVE WS-LINE-ORDERED TO WS-LINE-FILLED
           END-IF

           ADD 1 TO WS-SP-LINES(WS-SP-INDEX)
           ADD WS-LINE-ORDERED TO WS-SP-ORDERED(WS-SP-INDEX)
           ADD WS-LINE-FILLED TO WS-SP-FILLED(WS-SP-INDEX)

           ADD 1 TO WS-TOTAL-LINES
           ADD WS-LINE-ORDERED TO WS-TOTAL-ORDERED
           ADD WS-LINE-FILLED TO WS-TOTAL-FILLED

           EXIT.

       WRITE-SCORECARD.

           OPEN OUTPUT SCORECARD-REPORT
           IF SCORECARD-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNSC error opening SCORERPT: '
                   SCORECARD-REPORT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-SCORE-MONTH TO SCH-MONTH
           MOVE CFG-FILL-TARGET-PCT TO SCH-FILL-TARGET
           MOVE CFG-ONTIME-TARGET-PCT TO SCH-ONTIME-TARGET
           MOVE SCR-HEADING-LINE TO SCORECARD-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-SP-INDEX FROM 1 BY 1
                   UNTIL WS-SP-INDEX > WS-SP-COUNT
               PERFORM WRITE-SUPPLIER-LINE
           END-PERFORM

           MOVE SPACES TO SCORECARD-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO WS-FILL-PCT
           IF WS-TOTAL-ORDERED > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-TOTAL-FILLED * 100 / WS-TOTAL-ORDERED
           END-IF
           MOVE WS-FILL-PCT TO SCD-FILL-PCT
           MOVE SPACES TO SCORECARD-REPORT-RECORD
           STRING 'ALL SUPPLIERS LINES=' WS-TOTAL-LINES
               ' FILL=' SCD-FILL-PCT '%'
               ' BELOW-TARGET=' WS-TOTAL-BELOW
               ' UNKNOWN-SUPPLIER=' WS-TOTAL-UNKNOWN
               DELIMITED BY SIZE INTO SCORECARD-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           CLOSE SCORECARD-REPORT

           EXIT.

       WRITE-SUPPLIER-LINE.

           MOVE WS-SP-SUPPLIER(WS-SP-INDEX) TO SCD-SUPPLIER
           MOVE WS-SP-LINES(WS-SP-INDEX) TO SCD-LINES
           MOVE WS-SP-OPEN-LATE(WS-SP-INDEX) TO SCD-OPEN-LATE
           MOVE WS-SP-NO-PO(WS-SP-INDEX) TO SCD-NO-PO

           MOVE 0 TO WS-FILL-PCT
           IF WS-SP-ORDERED(WS-SP-INDEX) > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-SP-FILLED(WS-SP-INDEX) * 100
                   / WS-SP-ORDERED(WS-SP-INDEX)
           END-IF
           MOVE WS-FILL-PCT TO SCD-FILL-PCT

           MOVE 0 TO WS-ONTIME-PCT
           IF WS-SP-TIMED-LINES(WS-SP-INDEX) > 0
               COMPUTE WS-ONTIME-PCT ROUNDED =
                   WS-SP-ON-TIME-LINES(WS-SP-INDEX) * 100
                   / WS-SP-TIMED-LINES(WS-SP-INDEX)
           END-IF
           MOVE WS-ONTIME-PCT TO SCD-ONTIME-PCT

           EVALUATE TRUE
               WHEN WS-SP-LINES(WS-SP-INDEX) = 0
                   MOVE 'NO ACTIVITY' TO SCD-FLAG
               WHEN WS-FILL-PCT < CFG-FILL-TARGET-PCT
                   MOVE '*BELOW FILL*' TO SCD-FLAG
                   ADD 1 TO WS-TOTAL-BELOW
               WHEN WS-SP-TIMED-LINES(WS-SP-INDEX) > 0
                       AND WS-ONTIME-PCT < CFG-ONTIME-TARGET-PCT
                   MOVE '*BELOW ONTIME*' TO SCD-FLAG
                   ADD 1 TO WS-TOTAL-BELOW
               WHEN OTHER
                   MOVE SPACES TO SCD-FLAG
           END-EVALUATE

           MOVE SCR-DETAIL-LINE TO SCORECARD-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE.

           WRITE SCORECARD-REPORT-RECORD
           IF SCORECARD-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNSC error writing SCORERPT: '
                   SCORECARD-REPORT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTPHRNSC ' SCORECARD-REPORT-RECORD(1:90)

           EXIT.
