       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPHRNRC.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Supplier receipt posting. INVFILE's on-hand figures were keyed *
      * by the warehouse, so ZTPHRNMM and ZTPHRNPO were only as good   *
      * as that manual entry. This program reads the suppliers'        *
      * advance-ship/receipt file (RCPTFILE), one record per widget    *
      * received, and:                                                 *
      *                                                                *
      *  - posts each received quantity to the widget's on-hand stock  *
      *    (INVFILE in, INVFILEO out - the JCL rolls it over, as       *
      *    ZTPHRNWM does WIDGMAST), adding an inventory record for a   *
      *    master widget that has none yet;                            *
      *  - matches the receipt to its open purchase-order line         *
      *    (ONORDER in, ONORDERO out) by PO number and widget, and     *
      *    reports it as received in full, short-shipped (the rest     *
      *    stays open), over-shipped (the line closes), or as a        *
      *    receipt with no open PO;                                    *
      *  - appends every PO line it closes, and every receipt with no  *
      *    PO, to the receipt history (RCPTHIST) that ZTPHRNSC's       *
      *    monthly supplier scorecard is built from.                   *
      *                                                                *
      * Goods with no PO and over-shipped goods are still posted:      *
      * they are on the shelf, and INVFILE is meant to say what is.    *
      * A receipt for a widget not on WIDGMAST, or with no valid       *
      * quantity, is rejected and not posted. Any exception (short,    *
      * over, no PO or rejected) ends the run with RETURN-CODE 4.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIDGET-MASTER-FILE ASSIGN WIDGMAST
           FILE STATUS IS WIDGET-MASTER-STATUS.

           SELECT OPTIONAL RECEIPT-FILE ASSIGN RCPTFILE
           FILE STATUS IS RECEIPT-FILE-STATUS.

           SELECT INVENTORY-IN ASSIGN INVFILE
           FILE STATUS IS INVENTORY-IN-STATUS.

           SELECT INVENTORY-OUT ASSIGN INVFILEO
           FILE STATUS IS INVENTORY-OUT-STATUS.

           SELECT OPTIONAL ON-ORDER-IN ASSIGN ONORDER
           FILE STATUS IS ON-ORDER-IN-STATUS.

           SELECT ON-ORDER-OUT ASSIGN ONORDERO
           FILE STATUS IS ON-ORDER-OUT-STATUS.

           SELECT RECEIPT-HISTORY ASSIGN RCPTHIST
           FILE STATUS IS RECEIPT-HISTORY-STATUS.

           SELECT RECEIPT-REPORT ASSIGN RCPTRPT
           FILE STATUS IS RECEIPT-REPORT-STATUS.

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

      *-----------------------------------------------------------------
      * One line per widget received (or advised as shipped) against a
      * PO. The receipt date is the day the goods came in (YYYYMMDD);
      * when it is missing the run date is used.
      *-----------------------------------------------------------------
       FD  RECEIPT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RECEIPT-RECORD.
       01  RECEIPT-RECORD.
           05 RCV-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 RCV-PO-NUMBER        PIC X(10).
           05 FILLER               PIC X.
           05 RCV-QUANTITY         PIC 9(7).
           05 FILLER               PIC X.
           05 RCV-RECEIPT-DATE     PIC X(8).
           05 FILLER               PIC X.
           05 RCV-ASN-NUMBER       PIC X(12).
           05 FILLER               PIC X(32).

       FD  INVENTORY-IN RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS INVENTORY-IN-RECORD.
       01  INVENTORY-IN-RECORD.
           05 IVI-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 IVI-ON-HAND          PIC 9(6).
           05 IVI-REST             PIC X(66).

       FD  INVENTORY-OUT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS INVENTORY-OUT-RECORD.
       01  INVENTORY-OUT-RECORD.
           05 IVO-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 IVO-ON-HAND          PIC 9(6).
           05 IVO-REST             PIC X(66).

      *-----------------------------------------------------------------
      * Open PO lines, as ZTPHRNPO reads them: the open quantity first,
      * then the due date, the quantity originally ordered, how much
      * has been received so far and when the last of it came in. A
      * line drops off ONORDERO once nothing is left open on it.
      *-----------------------------------------------------------------
       FD  ON-ORDER-IN RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ON-ORDER-IN-RECORD.
       01  ON-ORDER-IN-RECORD.
           05 OOI-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 OOI-QUANTITY         PIC 9(7).
           05 FILLER               PIC X.
           05 OOI-PO-NUMBER        PIC X(10).
           05 FILLER               PIC X.
           05 OOI-DUE-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 OOI-ORDERED-QTY      PIC 9(7).
           05 FILLER               PIC X.
           05 OOI-RECEIVED-QTY     PIC 9(7).
           05 FILLER               PIC X.
           05 OOI-LAST-RECEIPT     PIC X(8).
           05 FILLER               PIC X(20).

       FD  ON-ORDER-OUT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ON-ORDER-OUT-RECORD.
       01  ON-ORDER-OUT-RECORD.
           05 OOO-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X.
           05 OOO-QUANTITY         PIC 9(7).
           05 FILLER               PIC X.
           05 OOO-PO-NUMBER        PIC X(10).
           05 FILLER               PIC X.
           05 OOO-DUE-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 OOO-ORDERED-QTY      PIC 9(7).
           05 FILLER               PIC X.
           05 OOO-RECEIVED-QTY     PIC 9(7).
           05 FILLER               PIC X.
           05 OOO-LAST-RECEIPT     PIC X(8).
           05 FILLER               PIC X(20).

      *-----------------------------------------------------------------
      * Receipt history, appended run after run: a 'C' record for each
      * PO line closed (month = month of its last receipt), a 'U'
      * record for each receipt with no open PO.
      *-----------------------------------------------------------------
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
           05 FILLER               PIC X(5).

       FD  RECEIPT-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RECEIPT-REPORT-RECORD.
       01  RECEIPT-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  WIDGET-MASTER-STATUS    PIC X(2).
       01  RECEIPT-FILE-STATUS     PIC X(2).
       01  INVENTORY-IN-STATUS     PIC X(2).
       01  INVENTORY-OUT-STATUS    PIC X(2).
       01  ON-ORDER-IN-STATUS      PIC X(2).
       01  ON-ORDER-OUT-STATUS     PIC X(2).
       01  RECEIPT-HISTORY-STATUS  PIC X(2).
       01  RECEIPT-REPORT-STATUS   PIC X(2).

       01  WS-MASTER-TABLE.
           05 WS-WM-ENTRY OCCURS 300 TIMES.
               10 WS-WM-WIDGET-ID      PIC X(7).
               10 WS-WM-SUPPLIER       PIC X(20).
       77  WS-WM-COUNT             PIC 9(3) VALUE 0.
       77  WS-WM-INDEX             PIC 9(3).

      *-----------------------------------------------------------------
      * INVFILE is carried whole, so whatever follows the on-hand
      * figure passes through untouched.
      *-----------------------------------------------------------------
       01  WS-INVENTORY-TABLE.
           05 WS-IV-ENTRY OCCURS 300 TIMES.
               10 WS-IV-WIDGET-ID      PIC X(7).
               10 WS-IV-ON-HAND        PIC 9(6).
               10 WS-IV-REST           PIC X(66).
       77  WS-IV-COUNT             PIC 9(3) VALUE 0.
       77  WS-IV-INDEX             PIC 9(3).

       01  WS-ON-ORDER-TABLE.
           05 WS-OO-ENTRY OCCURS 500 TIMES.
               10 WS-OO-WIDGET-ID      PIC X(7).
               10 WS-OO-QUANTITY       PIC 9(7).
               10 WS-OO-PO-NUMBER      PIC X(10).
               10 WS-OO-DUE-DATE       PIC X(8).
               10 WS-OO-ORDERED-QTY    PIC 9(7).
               10 WS-OO-RECEIVED-QTY   PIC 9(7).
               10 WS-OO-LAST-RECEIPT   PIC X(8).
       77  WS-OO-COUNT             PIC 9(3) VALUE 0.
       77  WS-OO-INDEX             PIC 9(3).

       77  WS-FOUND-FLAG           PIC 9.
           88 WS-FOUND             VALUE 1.
           88 WS-NOT-FOUND         VALUE 0.

       01  WS-RECEIPT-FIELDS.
           05 WS-RECEIPT-DATE      PIC X(8).
           05 WS-RECEIPT-SUPPLIER  PIC X(20).
           05 WS-DIFFERENCE        PIC 9(7).
           05 WS-ON-HAND-NEW       PIC 9(7).

       01  WS-CURRENT-DATE.
           05 CURR-DATE-YYYYMMDD   PIC X(8).
           05 FILLER               PIC X(13).

       01  WS-RUN-TOTALS.
           05 WS-TOTAL-RECEIPTS    PIC 9(5) VALUE 0.
           05 WS-TOTAL-POSTED      PIC 9(5) VALUE 0.
           05 WS-TOTAL-UNITS       PIC 9(9) VALUE 0.
           05 WS-TOTAL-FULL        PIC 9(5) VALUE 0.
           05 WS-TOTAL-SHORT       PIC 9(5) VALUE 0.
           05 WS-TOTAL-OVER        PIC 9(5) VALUE 0.
           05 WS-TOTAL-NO-PO       PIC 9(5) VALUE 0.
           05 WS-TOTAL-REJECTED    PIC 9(5) VALUE 0.
           05 WS-TOTAL-CLOSED      PIC 9(5) VALUE 0.

       01  RPT-HEADING-LINE.
           05 FILLER               PIC X(30)
              VALUE 'SUPPLIER RECEIPTS POSTED '.
           05 RPH-RUN-DATE         PIC X(8).
           05 FILLER               PIC X(62) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05 RPD-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X(4) VALUE ' PO='.
           05 RPD-PO-NUMBER        PIC X(10).
           05 FILLER               PIC X(5) VALUE ' QTY='.
           05 RPD-QUANTITY         PIC Z(6)9.
           05 FILLER               PIC X(6) VALUE ' DATE='.
           05 RPD-RECEIPT-DATE     PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 RPD-SUPPLIER         PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 RPD-RESULT           PIC X(18).
           05 RPD-DIFFERENCE       PIC Z(6)9.
           05 FILLER               PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPHRNRC start'
           MOVE RC-SUCCESS TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           PERFORM LOAD-WIDGET-MASTER
           PERFORM LOAD-INVENTORY
           PERFORM LOAD-ON-ORDER
           PERFORM OPEN-RECEIPT-OUTPUTS
           PERFORM POST-RECEIPTS
           PERFORM WRITE-INVENTORY-OUT
           PERFORM WRITE-ON-ORDER-OUT
           PERFORM WRITE-RUN-SUMMARY

           CLOSE INVENTORY-OUT
           CLOSE ON-ORDER-OUT
           CLOSE RECEIPT-HISTORY
           CLOSE RECEIPT-REPORT

           IF WS-TOTAL-SHORT + WS-TOTAL-OVER + WS-TOTAL-NO-PO
                   + WS-TOTAL-REJECTED > 0
                   AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY 'ZTPHRNRC receipts=' WS-TOTAL-RECEIPTS
               ' posted=' WS-TOTAL-POSTED
               ' closed=' WS-TOTAL-CLOSED
               ' rejected=' WS-TOTAL-REJECTED
           DISPLAY 'ZTPHRNRC end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       LOAD-WIDGET-MASTER.

           MOVE 0 TO WS-WM-COUNT

           OPEN INPUT WIDGET-MASTER-FILE
           IF WIDGET-MASTER-STATUS NOT = '00'
               DISPLAY 'ZTPHRNRC error opening WIDGMAST: '
                   WIDGET-MASTER-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ WIDGET-MASTER-FILE
           PERFORM UNTIL WIDGET-MASTER-STATUS > '04'
               IF WMR-WIDGET-ID NOT = SPACES
                       AND WS-WM-COUNT < 300
                   ADD 1 TO WS-WM-COUNT
                   MOVE WMR-WIDGET-ID TO WS-WM-WIDGET-ID(WS-WM-COUNT)
                   MOVE WMR-SUPPLIER TO WS-WM-SUPPLIER(WS-WM-COUNT)
               END-IF
               READ WIDGET-MASTER-FILE
           END-PERFORM

           CLOSE WIDGET-MASTER-FILE

           EXIT.

       LOAD-INVENTORY.

           MOVE 0 TO WS-IV-COUNT

           OPEN INPUT INVENTORY-IN
           IF INVENTORY-IN-STATUS NOT = '00'
               DISPLAY 'ZTPHRNRC error opening INVFILE: '
                   INVENTORY-IN-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ INVENTORY-IN
           PERFORM UNTIL INVENTORY-IN-STATUS > '04'
               IF IVI-WIDGET-ID NOT = SPACES
                   IF WS-IV-COUNT < 300
                       ADD 1 TO WS-IV-COUNT
                       MOVE IVI-WIDGET-ID
                           TO WS-IV-WIDGET-ID(WS-IV-COUNT)
                       IF IVI-ON-HAND IS NUMERIC
                           MOVE IVI-ON-HAND
                               TO WS-IV-ON-HAND(WS-IV-COUNT)
                       ELSE
                           MOVE 0 TO WS-IV-ON-HAND(WS-IV-COUNT)
                       END-IF
                       MOVE IVI-REST TO WS-IV-REST(WS-IV-COUNT)
                   ELSE
      *-----------------------------------------------------------------
      * Dropping a record would lose stock from INVFILEO: stop.
      *-----------------------------------------------------------------
                       DISPLAY 'ZTPHRNRC INVFILE exceeds 300 records'
                       MOVE RC-SEVERE-ERROR TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
               READ INVENTORY-IN
           END-PERFORM

           CLOSE INVENTORY-IN

           EXIT.

       LOAD-ON-ORDER.

           MOVE 0 TO WS-OO-COUNT

           OPEN INPUT ON-ORDER-IN
           IF ON-ORDER-IN-STATUS NOT = '00'
               DISPLAY 'ZTPHRNRC no on-order file: ' ON-ORDER-IN-STATUS
               EXIT PARAGRAPH
           END-IF

           READ ON-ORDER-IN
           PERFORM UNTIL ON-ORDER-IN-STATUS > '04'
               IF OOI-WIDGET-ID NOT = SPACES
                       AND OOI-QUANTITY IS NUMERIC
                   IF WS-OO-COUNT < 500
                       ADD 1 TO WS-OO-COUNT
                       PERFORM LOAD-ON-ORDER-LINE
                   ELSE
                       DISPLAY 'ZTPHRNRC ONORDER exceeds 500 lines'
                       MOVE RC-SEVERE-ERROR TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
               READ ON-ORDER-IN
           END-PERFORM

           CLOSE ON-ORDER-IN

           EXIT.

      ******************************************************************
      * A line keyed by purchasing may carry only the open quantity:   *
      * the ordered quantity then starts as the open quantity.         *
      ******************************************************************
       LOAD-ON-ORDER-LINE.

           MOVE OOI-WIDGET-ID TO WS-OO-WIDGET-ID(WS-OO-COUNT)
           MOVE OOI-QUANTITY TO WS-OO-QUANTITY(WS-OO-COUNT)
           MOVE OOI-PO-NUMBER TO WS-OO-PO-NUMBER(WS-OO-COUNT)
           MOVE OOI-DUE-DATE TO WS-OO-DUE-DATE(WS-OO-COUNT)
           MOVE OOI-LAST-RECEIPT TO WS-OO-LAST-RECEIPT(WS-OO-COUNT)

           IF OOI-RECEIVED-QTY IS NUMERIC
               MOVE OOI-RECEIVED-QTY TO WS-OO-RECEIVED-QTY(WS-OO-COUNT)
           ELSE
               MOVE 0 TO WS-OO-RECEIVED-QTY(WS-OO-COUNT)
           END-IF

           IF OOI-ORDERED-QTY IS NUMERIC AND OOI-ORDERED-QTY > 0
               MOVE OOI-ORDERED-QTY TO WS-OO-ORDERED-QTY(WS-OO-COUNT)
           ELSE
               COMPUTE WS-OO-ORDERED-QTY(WS-OO-COUNT) =
                   OOI-QUANTITY + WS-OO-RECEIVED-QTY(WS-OO-COUNT)
           END-IF

           EXIT.

       OPEN-RECEIPT-OUTPUTS.

           OPEN OUTPUT INVENTORY-OUT
           OPEN OUTPUT ON-ORDER-OUT
           OPEN OUTPUT RECEIPT-REPORT
           IF INVENTORY-OUT-STATUS NOT = '00'
                   OR ON-ORDER-OUT-STATUS NOT = '00'
                   OR RECEIPT-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNRC error opening outputs: '
                   INVENTORY-OUT-STATUS ' ' ON-ORDER-OUT-STATUS ' '
                   RECEIPT-REPORT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

      *-----------------------------------------------------------------
      * The history is appended to; the very first run creates it.
      *-----------------------------------------------------------------
           OPEN EXTEND RECEIPT-HISTORY
           IF RECEIPT-HISTORY-STATUS = '35'
               OPEN OUTPUT RECEIPT-HISTORY
           END-IF
           IF RECEIPT-HISTORY-STATUS NOT = '00'
               DISPLAY 'ZTPHRNRC error opening RCPTHIST: '
                   RECEIPT-HISTORY-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE CURR-DATE-YYYYMMDD TO RPH-RUN-DATE
           MOVE RPT-HEADING-LINE TO RECEIPT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       POST-RECEIPTS.

           OPEN INPUT RECEIPT-FILE
           IF RECEIPT-FILE-STATUS NOT = '00'
               DISPLAY 'ZTPHRNRC no receipt file: ' RECEIPT-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           READ RECEIPT-FILE
           PERFORM UNTIL RECEIPT-FILE-STATUS > '04'
               IF RCV-WIDGET-ID NOT = SPACES
                   ADD 1 TO WS-TOTAL-RECEIPTS
                   PERFORM POST-ONE-RECEIPT
               END-IF
               READ RECEIPT-FILE
           END-PERFORM

           CLOSE RECEIPT-FILE

           EXIT.

       POST-ONE-RECEIPT.

           MOVE SPACES TO RPD-SUPPLIER
           MOVE 0 TO WS-DIFFERENCE
           MOVE RCV-WIDGET-ID TO RPD-WIDGET-ID
           MOVE RCV-PO-NUMBER TO RPD-PO-NUMBER

           IF RCV-RECEIPT-DATE IS NUMERIC
               MOVE RCV-RECEIPT-DATE TO WS-RECEIPT-DATE
           ELSE
               MOVE CURR-DATE-YYYYMMDD TO WS-RECEIPT-DATE
           END-IF
           MOVE WS-RECEIPT-DATE TO RPD-RECEIPT-DATE

           IF RCV-QUANTITY IS NOT NUMERIC OR RCV-QUANTITY = 0
               MOVE 0 TO RPD-QUANTITY
               MOVE 'REJECTED: QTY' TO RPD-RESULT
               PERFORM REJECT-RECEIPT
               EXIT PARAGRAPH
           END-IF
           MOVE RCV-QUANTITY TO RPD-QUANTITY

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-WM-INDEX FROM 1 BY 1
                   UNTIL WS-WM-INDEX > WS-WM-COUNT OR WS-FOUND
               IF WS-WM-WIDGET-ID(WS-WM-INDEX) = RCV-WIDGET-ID
                   SET WS-FOUND TO TRUE
                   MOVE WS-WM-SUPPLIER(WS-WM-INDEX)
                       TO WS-RECEIPT-SUPPLIER
               END-IF
           END-PERFORM
           IF WS-NOT-FOUND
               MOVE 'REJECTED: WIDGET' TO RPD-RESULT
               PERFORM REJECT-RECEIPT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIPT-SUPPLIER TO RPD-SUPPLIER

           PERFORM POST-TO-INVENTORY
           IF WS-NOT-FOUND
               PERFORM REJECT-RECEIPT
               EXIT PARAGRAPH
           END-IF

           PERFORM MATCH-TO-PURCHASE-ORDER

           MOVE WS-DIFFERENCE TO RPD-DIFFERENCE
           MOVE RPT-DETAIL-LINE TO RECEIPT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       REJECT-RECEIPT.

           ADD 1 TO WS-TOTAL-REJECTED
           MOVE 0 TO RPD-DIFFERENCE
           MOVE RPT-DETAIL-LINE TO RECEIPT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Adds the received quantity to the widget's on-hand stock. On   *
      * return WS-NOT-FOUND means it could not be posted (no room for  *
      * a new record, or the on-hand figure would overflow).           *
      ******************************************************************
       POST-TO-INVENTORY.

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-IV-INDEX FROM 1 BY 1
                   UNTIL WS-IV-INDEX > WS-IV-COUNT OR WS-FOUND
               IF WS-IV-WIDGET-ID(WS-IV-INDEX) = RCV-WIDGET-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FOUND
               SUBTRACT 1 FROM WS-IV-INDEX
           ELSE
               IF WS-IV-COUNT < 300
                   ADD 1 TO WS-IV-COUNT
                   MOVE WS-IV-COUNT TO WS-IV-INDEX
                   MOVE RCV-WIDGET-ID TO WS-IV-WIDGET-ID(WS-IV-INDEX)
                   MOVE 0 TO WS-IV-ON-HAND(WS-IV-INDEX)
                   MOVE SPACES TO WS-IV-REST(WS-IV-INDEX)
                   SET WS-FOUND TO TRUE
               ELSE
                   MOVE 'REJECTED: INVFILE' TO RPD-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WS-ON-HAND-NEW =
               WS-IV-ON-HAND(WS-IV-INDEX) + RCV-QUANTITY
           IF WS-ON-HAND-NEW > 999999
               MOVE 'REJECTED: ON-HAND' TO RPD-RESULT
               SET WS-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ON-HAND-NEW TO WS-IV-ON-HAND(WS-IV-INDEX)
           ADD 1 TO WS-TOTAL-POSTED
           ADD RCV-QUANTITY TO WS-TOTAL-UNITS

           EXIT.

      ******************************************************************
      * The open line for this PO and widget takes the receipt. Short  *
      * leaves the rest open; in full or over closes the line.         *
      ******************************************************************
       MATCH-TO-PURCHASE-ORDER.

           SET WS-NOT-FOUND TO TRUE
           IF RCV-PO-NUMBER NOT = SPACES
               PERFORM VARYING WS-OO-INDEX FROM 1 BY 1
                       UNTIL WS-OO-INDEX > WS-OO-COUNT OR WS-FOUND
                   IF WS-OO-PO-NUMBER(WS-OO-INDEX) = RCV-PO-NUMBER
                           AND WS-OO-WIDGET-ID(WS-OO-INDEX)
                               = RCV-WIDGET-ID
                           AND WS-OO-QUANTITY(WS-OO-INDEX) > 0
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-NOT-FOUND
               MOVE 'NO OPEN PO' TO RPD-RESULT
               ADD 1 TO WS-TOTAL-NO-PO
               MOVE SPACES TO RECEIPT-HISTORY-RECORD
               SET RCH-UNMATCHED TO TRUE
               MOVE WS-RECEIPT-DATE(1:6) TO RCH-MONTH
               MOVE WS-RECEIPT-SUPPLIER TO RCH-SUPPLIER
               MOVE RCV-PO-NUMBER TO RCH-PO-NUMBER
               MOVE RCV-WIDGET-ID TO RCH-WIDGET-ID
               MOVE 0 TO RCH-ORDERED-QTY
               MOVE RCV-QUANTITY TO RCH-RECEIVED-QTY
               PERFORM WRITE-HISTORY-RECORD
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-OO-INDEX

           ADD RCV-QUANTITY TO WS-OO-RECEIVED-QTY(WS-OO-INDEX)
           MOVE WS-RECEIPT-DATE TO WS-OO-LAST-RECEIPT(WS-OO-INDEX)

           EVALUATE TRUE
               WHEN RCV-QUANTITY < WS-OO-QUANTITY(WS-OO-INDEX)
                   SUBTRACT RCV-QUANTITY
                       FROM WS-OO-QUANTITY(WS-OO-INDEX)
                   MOVE WS-OO-QUANTITY(WS-OO-INDEX) TO WS-DIFFERENCE
                   MOVE 'SHORT, STILL OPEN' TO RPD-RESULT
                   ADD 1 TO WS-TOTAL-SHORT
               WHEN RCV-QUANTITY > WS-OO-QUANTITY(WS-OO-INDEX)
                   COMPUTE WS-DIFFERENCE =
                       RCV-QUANTITY - WS-OO-QUANTITY(WS-OO-INDEX)
                   MOVE 0 TO WS-OO-QUANTITY(WS-OO-INDEX)
                   MOVE 'OVER-SHIPPED BY' TO RPD-RESULT
                   ADD 1 TO WS-TOTAL-OVER
                   PERFORM CLOSE-ORDER-LINE
               WHEN OTHER
                   MOVE 0 TO WS-OO-QUANTITY(WS-OO-INDEX)
                   MOVE 'RECEIVED IN FULL' TO RPD-RESULT
                   ADD 1 TO WS-TOTAL-FULL
                   PERFORM CLOSE-ORDER-LINE
           END-EVALUATE

           EXIT.

      ******************************************************************
      * A closed line goes to the history for the scorecard. It was on *
      * time if the last receipt was on or before the due date; with   *
      * no due date on the line, on-time is left blank (not measured). *
      ******************************************************************
       CLOSE-ORDER-LINE.

           ADD 1 TO WS-TOTAL-CLOSED

           MOVE SPACES TO RECEIPT-HISTORY-RECORD
           SET RCH-LINE-CLOSED TO TRUE
           MOVE WS-RECEIPT-DATE(1:6) TO RCH-MONTH
           MOVE WS-RECEIPT-SUPPLIER TO RCH-SUPPLIER
           MOVE WS-OO-PO-NUMBER(WS-OO-INDEX) TO RCH-PO-NUMBER
           MOVE WS-OO-WIDGET-ID(WS-OO-INDEX) TO RCH-WIDGET-ID
           MOVE WS-OO-ORDERED-QTY(WS-OO-INDEX) TO RCH-ORDERED-QTY
           MOVE WS-OO-RECEIVED-QTY(WS-OO-INDEX) TO RCH-RECEIVED-QTY
           MOVE WS-OO-DUE-DATE(WS-OO-INDEX) TO RCH-DUE-DATE
           IF WS-OO-DUE-DATE(WS-OO-INDEX) IS NUMERIC
               IF WS-RECEIPT-DATE <= WS-OO-DUE-DATE(WS-OO-INDEX)
                   MOVE 'Y' TO RCH-ON-TIME
               ELSE
                   MOVE 'N' TO RCH-ON-TIME
               END-IF
           END-IF
           PERFORM WRITE-HISTORY-RECORD

           EXIT.

       WRITE-INVENTORY-OUT.

           PERFORM VARYING WS-IV-INDEX FROM 1 BY 1
                   UNTIL WS-IV-INDEX > WS-IV-COUNT
               MOVE SPACES TO INVENTORY-OUT-RECORD
               MOVE WS-IV-WIDGET-ID(WS-IV-INDEX) TO IVO-WIDGET-ID
               MOVE WS-IV-ON-HAND(WS-IV-INDEX) TO IVO-ON-HAND
               MOVE WS-IV-REST(WS-IV-INDEX) TO IVO-REST
               WRITE INVENTORY-OUT-RECORD
               IF INVENTORY-OUT-STATUS NOT = '00'
                   DISPLAY 'ZTPHRNRC error writing INVFILEO: '
                       INVENTORY-OUT-STATUS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               END-IF
           END-PERFORM

           EXIT.

       WRITE-ON-ORDER-OUT.

           PERFORM VARYING WS-OO-INDEX FROM 1 BY 1
                   UNTIL WS-OO-INDEX > WS-OO-COUNT
               IF WS-OO-QUANTITY(WS-OO-INDEX) > 0
                   MOVE SPACES TO ON-ORDER-OUT-RECORD
                   MOVE WS-OO-WIDGET-ID(WS-OO-INDEX) TO OOO-WIDGET-ID
                   MOVE WS-OO-QUANTITY(WS-OO-INDEX) TO OOO-QUANTITY
                   MOVE WS-OO-PO-NUMBER(WS-OO-INDEX) TO OOO-PO-NUMBER
                   MOVE WS-OO-DUE-DATE(WS-OO-INDEX) TO OOO-DUE-DATE
                   MOVE WS-OO-ORDERED-QTY(WS-OO-INDEX)
                       TO OOO-ORDERED-QTY
                   MOVE WS-OO-RECEIVED-QTY(WS-OO-INDEX)
                       TO OOO-RECEIVED-QTY
                   MOVE WS-OO-LAST-RECEIPT(WS-OO-INDEX)
                       TO OOO-LAST-RECEIPT
                   WRITE ON-ORDER-OUT-RECORD
                   IF ON-ORDER-OUT-STATUS NOT = '00'
                       DISPLAY 'ZTPHRNRC error writing ONORDERO: '
                           ON-ORDER-OUT-STATUS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       WRITE-RUN-SUMMARY.

           MOVE SPACES TO RECEIPT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-RECORD
           STRING 'RECEIPTS=' WS-TOTAL-RECEIPTS
               ' POSTED=' WS-TOTAL-POSTED
               ' UNITS=' WS-TOTAL-UNITS
               ' REJECTED=' WS-TOTAL-REJECTED
               DELIMITED BY SIZE INTO RECEIPT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RECEIPT-REPORT-RECORD
           STRING 'IN-FULL=' WS-TOTAL-FULL
               ' SHORT=' WS-TOTAL-SHORT
               ' OVER=' WS-TOTAL-OVER
               ' NO-PO=' WS-TOTAL-NO-PO
               ' LINES-CLOSED=' WS-TOTAL-CLOSED
               DELIMITED BY SIZE INTO RECEIPT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-HISTORY-RECORD.

           WRITE RECEIPT-HISTORY-RECORD
           IF RECEIPT-HISTORY-STATUS NOT = '00'
               DISPLAY 'ZTPHRNRC error writing RCPTHIST: '
                   RECEIPT-HISTORY-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-REPORT-LINE.

           WRITE RECEIPT-REPORT-RECORD
           IF RECEIPT-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNRC error writing RCPTRPT: '
                   RECEIPT-REPORT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTPHRNRC ' RECEIPT-REPORT-RECORD(1:90)

           EXIT.
