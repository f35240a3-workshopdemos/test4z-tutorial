      * plus the applied requests are written to WIDGMSTO; the JCL     *
      * rolls it over for the next run. ZTPHRNMM validates every       *
      * watched widget against this master.                            *
      *                                                                *
      * The master holds only the current price, so every price set by *
      * an ADD, and every price an UPD changes, is also appended to    *
      * the price history (PRICEHST) with its effective date - the     *
      * request's, or the run date when it carries none. A price can   *
      * be back-dated but not dated ahead: the master would already    *
      * show it. ZTPHRNEL reads the history for its elasticity report. *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT MASTER-REPORT ASSIGN WMRPT
           FILE STATUS IS MASTER-REPORT-FS.

           SELECT PRICE-HISTORY ASSIGN PRICEHST
           FILE STATUS IS PRICE-HISTORY-FS.

       DATA DIVISION.

       FILE SECTION.
           05 WMQ-MARGIN-PCT       PIC X(3).
           05 FILLER               PIC X.
           05 WMQ-STATUS           PIC X(1).
           05 FILLER               PIC X.
           05 WMQ-EFFECTIVE-DATE   PIC X(8).
           05 FILLER               PIC X(12).

       FD  MASTER-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS MASTER-REPORT-RECORD.
       01  MASTER-REPORT-RECORD PIC X(100).

      *-----------------------------------------------------------------
      * Price history, appended run after run: 'A' the price a widget
      * was added at, 'C' a change (old and new price, in cents).
      *-----------------------------------------------------------------
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

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.
       01  WIDGET-MASTER-OUT-FS PIC X(2).
       01  MASTER-REQUEST-FS    PIC X(2).
       01  MASTER-REPORT-FS     PIC X(2).
       01  PRICE-HISTORY-FS     PIC X(2).

       01  WS-CURRENT-DATE.
           05 CURR-DATE-YYYYMMDD PIC X(8).
           05 FILLER            PIC X(13).
       77  WS-EFFECTIVE-DATE    PIC X(8).

      *-----------------------------------------------------------------
      * The working copy of the widget master.
           05 WS-TOTAL-DROPPED     PIC 9(4) VALUE 0.
           05 WS-TOTAL-REJECTED    PIC 9(4) VALUE 0.
           05 WS-TOTAL-REMAINING   PIC 9(4) VALUE 0.
           05 WS-TOTAL-PRICED      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.


           CLOSE WIDGET-MASTER-OUT
           CLOSE MASTER-REPORT
           CLOSE PRICE-HISTORY

           DISPLAY 'ZTPHRNWM added=' WS-TOTAL-ADDED
               ' updated=' WS-TOTAL-UPDATED
               ' dropped=' WS-TOTAL-DROPPED
               ' rejected=' WS-TOTAL-REJECTED
               ' remaining=' WS-TOTAL-REMAINING
               ' price-changes=' WS-TOTAL-PRICED
           DISPLAY 'ZTPHRNWM end with RETURN-CODE=' RETURN-CODE

           GOBACK.
               GOBACK
           END-IF

      *-----------------------------------------------------------------
      * The price history is appended to; the first run creates it.
      *-----------------------------------------------------------------
           OPEN EXTEND PRICE-HISTORY
           IF PRICE-HISTORY-FS = '35'
               OPEN OUTPUT PRICE-HISTORY
           END-IF
           IF PRICE-HISTORY-FS NOT = '00'
               DISPLAY 'ZTPHRNWM error opening PRICEHST: '
                   PRICE-HISTORY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           EXIT.

       APPLY-MASTER-REQUESTS.
      * same category + six digits rule as ZTPHRNWL); an add must be   *
      * new, an update or drop must exist; adds and updates need a     *
      * description, numeric price and margin, and an 'A'/'I' status.  *
      * An effective date, if given, must be a date no later than the  *
      * run date.                                                      *
      ******************************************************************
       APPLY-ONE-MASTER-REQUEST.

               EXIT PARAGRAPH
           END-IF

           IF WMQ-EFFECTIVE-DATE = SPACES
               MOVE CURR-DATE-YYYYMMDD TO WS-EFFECTIVE-DATE
           ELSE
               IF WMQ-EFFECTIVE-DATE IS NOT NUMERIC
                       OR WMQ-EFFECTIVE-DATE > CURR-DATE-YYYYMMDD
                   PERFORM REPORT-MASTER-REJECT
                   EXIT PARAGRAPH
               END-IF
               MOVE WMQ-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF

           PERFORM FIND-MASTER-ENTRY

           EVALUATE TRUE
               WHEN WMQ-ADD
                   PERFORM CLAIM-FREE-MASTER-SLOT
                   IF WS-WM-FOUND
                       MOVE 0 TO WS-WM-UNIT-PRICE(WS-WM-INDEX)
                       PERFORM RECORD-PRICE-HISTORY
                       PERFORM COPY-REQUEST-TO-ENTRY
                       ADD 1 TO WS-TOTAL-ADDED
                       PERFORM REPORT-MASTER-APPLIED
                   END-IF

               WHEN WMQ-UPDATE AND WS-WM-FOUND
                   IF WMQ-UNIT-PRICE NOT = WS-WM-UNIT-PRICE(WS-WM-INDEX)
                       PERFORM RECORD-PRICE-HISTORY
                   END-IF
                   PERFORM COPY-REQUEST-TO-ENTRY
                   ADD 1 TO WS-TOTAL-UPDATED
                   PERFORM REPORT-MASTER-APPLIED

           EXIT.

      ******************************************************************
      * Append the price the request sets, against the entry's price   *
      * before it is applied (zero for an add).                        *
      ******************************************************************
       RECORD-PRICE-HISTORY.

           MOVE SPACES TO PRICE-HISTORY-RECORD
           MOVE WMQ-WIDGET-ID TO PHR-WIDGET-ID
           MOVE WS-EFFECTIVE-DATE TO PHR-EFFECTIVE-DATE
           MOVE WS-WM-UNIT-PRICE(WS-WM-INDEX) TO PHR-OLD-PRICE
           MOVE WMQ-UNIT-PRICE TO PHR-NEW-PRICE
           IF WMQ-ADD
               SET PHR-INITIAL TO TRUE
           ELSE
               SET PHR-CHANGE TO TRUE
           END-IF
           MOVE CURR-DATE-YYYYMMDD TO PHR-RECORDED-DATE

           WRITE PRICE-HISTORY-RECORD
           IF PRICE-HISTORY-FS NOT = '00'
               DISPLAY 'ZTPHRNWM error writing PRICEHST: '
                   PRICE-HISTORY-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOTAL-PRICED

           MOVE SPACES TO MASTER-REPORT-RECORD
           STRING 'PRICE   ' WMQ-WIDGET-ID
               ' ' PHR-OLD-PRICE ' -> ' PHR-NEW-PRICE
               ' EFFECTIVE ' WS-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO MASTER-REPORT-RECORD
           PERFORM WRITE-MASTER-LINE

           EXIT.

       FIND-MASTER-ENTRY.

           SET WS-WM-NOT-FOUND TO TRUE
