      *    confirmation dated after the customer's second notice       *
      *    belongs to the SECOND pass, otherwise the FIRST;            *
      *  - the cohort still outstanding, by age band.                  *
      *                                                                *
      * The two band distributions are also written to RCTCURV, one    *
      * record per band (layout in ZTDB2RPR), for the reorder          *
      * propensity scoring in ZTDB2RPS.                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT CYCLE-TIME-REPORT ASSIGN RCTRPT
           FILE STATUS IS CYCLE-TIME-REPORT-FS.

           SELECT CYCLE-CURVE-FILE ASSIGN RCTCURV
           FILE STATUS IS CYCLE-CURVE-FS.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS CYCLE-TIME-RECORD.
       01  CYCLE-TIME-RECORD PIC X(80).

       FD  CYCLE-CURVE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CYCLE-CURVE-RECORD.
       01  CYCLE-CURVE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  SECOND-NOTICE-IN-FS PIC X(2).
       01  CYCLE-TIME-REPORT-FS PIC X(2).
       01  CYCLE-CURVE-FS      PIC X(2).

           COPY ZTDB2RPR.

       01  SQLRECORD1.
           02  CUST-NAME PIC X(20).
       01  WS-BAND-LABELS-REDEF REDEFINES WS-BAND-LABELS.
           05 WS-BAND-LABEL OCCURS 5 TIMES PIC X(12).

      *-----------------------------------------------------------------
      * The same bands as day ranges, for the curve records.
      *-----------------------------------------------------------------
       01  WS-BAND-LIMITS.
           05 FILLER PIC X(6) VALUE '000007'.
           05 FILLER PIC X(6) VALUE '008014'.
           05 FILLER PIC X(6) VALUE '015021'.
           05 FILLER PIC X(6) VALUE '022028'.
           05 FILLER PIC X(6) VALUE '029999'.
       01  WS-BAND-LIMITS-REDEF REDEFINES WS-BAND-LIMITS.
           05 WS-BAND-LIMIT OCCURS 5 TIMES.
               10 WS-BAND-FROM-DAYS PIC 9(3).
               10 WS-BAND-TO-DAYS   PIC 9(3).
       01  WS-TODAY-X          PIC X(10).

       PROCEDURE DIVISION.
           EXEC SQL WHENEVER SQLERROR   GOTO DBERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING GOTO DBERROR END-EXEC.

           CLOSE CYCLE-TIME-REPORT

           PERFORM WRITE-CYCLE-CURVE

           DISPLAY 'ZTDB2RCT end with RETURN-CODE=' RETURN-CODE

           GOBACK.

           EXIT.

      ******************************************************************
      * One curve record per band: confirmed in the band, and still    *
      * outstanding at that age today.                                 *
      ******************************************************************
       WRITE-CYCLE-CURVE.

           OPEN OUTPUT CYCLE-CURVE-FILE
           IF CYCLE-CURVE-FS NOT = '00'
               DISPLAY 'ZTDB2RCT error opening RCTCURV: '
                   CYCLE-CURVE-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-TODAY-X
           STRING CURR-YEAR '-' CURR-MONTH '-' CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-X

           PERFORM VARYING WS-BAND-INDEX FROM 1 BY 1
                   UNTIL WS-BAND-INDEX > 5
               MOVE SPACES TO RCV-CURVE-RECORD
               MOVE WS-BAND-INDEX TO RCV-BAND
               MOVE WS-BAND-FROM-DAYS(WS-BAND-INDEX) TO RCV-FROM-DAYS
               MOVE WS-BAND-TO-DAYS(WS-BAND-INDEX) TO RCV-TO-DAYS
               MOVE WS-CONVERT-BAND(WS-BAND-INDEX) TO RCV-CONVERTED
               MOVE WS-OUTSTANDING-BAND(WS-BAND-INDEX)
                   TO RCV-OUTSTANDING
               MOVE WS-TODAY-X TO RCV-BUILT-DATE
               WRITE CYCLE-CURVE-RECORD FROM RCV-CURVE-RECORD
               IF CYCLE-CURVE-FS NOT = '00'
                   DISPLAY 'ZTDB2RCT error writing RCTCURV: '
                       CYCLE-CURVE-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               END-IF
           END-PERFORM

           CLOSE CYCLE-CURVE-FILE

           EXIT.

       WRITE-CYCLE-LINE.

           WRITE CYCLE-TIME-RECORD
