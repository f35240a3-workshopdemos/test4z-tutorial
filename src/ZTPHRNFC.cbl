      *    twice its own recent average, is flagged                    *
      *                                                                *
      * FCSTRPT carries one line per widget and a per-category         *
      * rollup of the four projected weeks. FCSTOUT carries the same   *
      * per-widget fit (recent average, daily trend, four weeks) in    *
      * fixed columns for the purchase-order proposal run (ZTPHRNPO).  *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT FORECAST-REPORT ASSIGN FCSTRPT
           FILE STATUS IS FORECAST-REPORT-STATUS.

           SELECT FORECAST-OUT-FILE ASSIGN FCSTOUT
           FILE STATUS IS FORECAST-OUT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS FORECAST-REPORT-RECORD.
       01  FORECAST-REPORT-RECORD PIC X(120).

       FD  FORECAST-OUT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS FORECAST-OUT-RECORD.
       01  FORECAST-OUT-RECORD.
           05 FCO-WIDGET-ID         PIC X(7).
           05 FILLER                PIC X.
           05 FCO-RECENT-AVG        PIC 9(6).
           05 FILLER                PIC X.
           05 FCO-DAILY-TREND       PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE.
           05 FCO-WEEK OCCURS 4 TIMES.
               10 FILLER            PIC X.
               10 FCO-WEEK-PROJ     PIC 9(7).
           05 FILLER                PIC X(25).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  SALES-HISTORY-STATUS PIC X(2).
       01  FORECAST-REPORT-STATUS PIC X(2).
       01  FORECAST-OUT-STATUS PIC X(2).

      *-----------------------------------------------------------------
      * Per-widget fit work fields. The history is most-recent-first,
               GOBACK
           END-IF

           OPEN OUTPUT FORECAST-OUT-FILE
           IF FORECAST-OUT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNFC error opening FCSTOUT: '
                   FORECAST-OUT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ SALES-HISTORY-FILE
           PERFORM UNTIL SALES-HISTORY-STATUS > '04'
               IF SHR-WIDGET-ID NOT = SPACES

           CLOSE SALES-HISTORY-FILE
           CLOSE FORECAST-REPORT
           CLOSE FORECAST-OUT-FILE

           DISPLAY 'ZTPHRNFC widgets=' WS-TOTAL-WIDGETS
               ' falling=' WS-TOTAL-FALLING
           MOVE FCT-DETAIL-LINE TO FORECAST-REPORT-RECORD
           PERFORM WRITE-FORECAST-LINE

           PERFORM WRITE-FORECAST-EXTRACT

           PERFORM ROLL-INTO-CATEGORY

           EXIT.

      ******************************************************************
      * The widget's fit, for ZTPHRNPO: the four projected weeks as    *
      * reported, plus the recent average and daily trend they came    *
      * from so a longer horizon can be projected the same way.        *
      ******************************************************************
       WRITE-FORECAST-EXTRACT.

           MOVE SPACES TO FORECAST-OUT-RECORD
           MOVE SHR-WIDGET-ID TO FCO-WIDGET-ID
           MOVE WS-RECENT-AVG TO FCO-RECENT-AVG
           MOVE WS-DAILY-TREND TO FCO-DAILY-TREND
           PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
                   UNTIL WS-WEEK-INDEX > 4
               MOVE WS-WEEK-PROJ(WS-WEEK-INDEX)
                   TO FCO-WEEK-PROJ(WS-WEEK-INDEX)
           END-PERFORM

           WRITE FORECAST-OUT-RECORD
           IF FORECAST-OUT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNFC error writing FCSTOUT: '
                   FORECAST-OUT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       ROLL-INTO-CATEGORY.

           EVALUATE SHR-WIDGET-ID(1:1)
