       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2RPV.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Monthly check of ZTDB2RPS's reorder propensity scores. The     *
      * call list is only worth ordering by score if high-scored       *
      * customers really do convert more often, so this report takes   *
      * one month's notices from the score history (SCORHSTI) and      *
      * sets each notice's last score beside its outcome: per score    *
      * band, how many notices, how many went on to reorder, and the   *
      * rate; then the overall rate and the top band's lift over it.   *
      *                                                                *
      * A band converting better than the band above it is flagged     *
      * OUT OF ORDER. When the top band converts no better than the    *
      * bottom band the scores are not separating converters from the  *
      * rest - reported as such, with RETURN-CODE 4 so the weights in  *
      * ZTDB2RPS get looked at.                                        *
      *                                                                *
      * PARM 'MON=YYYYMM' picks the notice month; by default it is the *
      * month before the run. Conversions are counted as of the run,   *
      * so a month checked early understates every band alike.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-HISTORY-IN ASSIGN SCORHSTI
           FILE STATUS IS SCORE-HISTORY-IN-FS.

           SELECT VALIDATION-REPORT ASSIGN RPVRPT
           FILE STATUS IS VALIDATION-REPORT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  SCORE-HISTORY-IN RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SCORE-HISTORY-IN-RECORD.
       01  SCORE-HISTORY-IN-RECORD PIC X(80).

       FD  VALIDATION-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS VALIDATION-REPORT-RECORD.
       01  VALIDATION-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  SCORE-HISTORY-IN-FS  PIC X(2).
       01  VALIDATION-REPORT-FS PIC X(2).

           COPY ZTDB2RPR.

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).

      *-----------------------------------------------------------------
      * The notice month checked, and its 'YYYY-MM' form as the score
      * history carries it.
      *-----------------------------------------------------------------
       01  WS-COHORT-MONTH.
           05 WS-COHORT-YEAR   PIC 9(4).
           05 WS-COHORT-MON    PIC 9(2).
       01  WS-COHORT-PREFIX.
           05 WS-CP-YEAR       PIC 9(4).
           05 FILLER           PIC X VALUE '-'.
           05 WS-CP-MONTH      PIC 9(2).

      *-----------------------------------------------------------------
      * Score bands, lowest first: 0-19, 20-39, 40-59, 60-79, 80-100.
      *-----------------------------------------------------------------
       01  WS-BAND-NAMES-VALUES.
           05 FILLER           PIC X(6) VALUE ' 0-19 '.
           05 FILLER           PIC X(6) VALUE '20-39 '.
           05 FILLER           PIC X(6) VALUE '40-59 '.
           05 FILLER           PIC X(6) VALUE '60-79 '.
           05 FILLER           PIC X(6) VALUE '80-100'.
       01  WS-BAND-NAMES REDEFINES WS-BAND-NAMES-VALUES.
           05 WS-BAND-NAME     PIC X(6) OCCURS 5 TIMES.

       01  WS-BAND-TABLE.
           05 WS-BD-ENTRY OCCURS 5 TIMES.
               10 WS-BD-NOTICES    PIC 9(5) VALUE 0.
               10 WS-BD-CONVERTED  PIC 9(5) VALUE 0.
               10 WS-BD-RATE       PIC 9(3)V9 VALUE 0.
               10 WS-BD-FLAG       PIC X(12) VALUE SPACES.
       77  WS-BD-INDEX         PIC 9(1).
       77  WS-BD-ABOVE-INDEX   PIC 9(1).
       77  WS-BD-TOP-INDEX     PIC 9(1).
       77  WS-BD-BOTTOM-INDEX  PIC 9(1).

       01  WS-VALIDATION-TOTALS.
           05 WS-TOTAL-READ        PIC 9(6) VALUE 0.
           05 WS-TOTAL-NOTICES     PIC 9(5) VALUE 0.
           05 WS-TOTAL-CONVERTED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-RATE        PIC 9(3)V9 VALUE 0.
           05 WS-TOTAL-OUT-OF-ORDER PIC 9(1) VALUE 0.
       77  WS-TOP-LIFT         PIC 9(3)V99 VALUE 0.
       77  WS-SEPARATING-FLAG  PIC 9 VALUE 0.
           88 WS-SEPARATING    VALUE 1.
           88 WS-NOT-SEPARATING VALUE 0.

       01  RPV-HEADER-LINE.
           05 FILLER           PIC X(39)
               VALUE 'ZTDB2RPS SCORE VALIDATION - NOTICES OF '.
           05 RPV-HDR-MONTH    PIC X(7).
           05 FILLER           PIC X(34) VALUE SPACES.

       01  RPV-COLUMN-LINE.
           05 FILLER           PIC X(40)
               VALUE 'SCORE       NOTICES  CONVERTED    RATE %'.
           05 FILLER           PIC X(40) VALUE SPACES.

       01  RPV-BAND-LINE.
           05 RPV-BAND-NAME    PIC X(6).
           05 FILLER           PIC X(6) VALUE SPACES.
           05 RPV-BAND-NOTICES PIC ZZZZ9.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 RPV-BAND-CONVERTED PIC ZZZZ9.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 RPV-BAND-RATE    PIC ZZ9.9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RPV-BAND-FLAG    PIC X(12).
           05 FILLER           PIC X(28) VALUE SPACES.

       01  RPV-LIFT-LINE.
           05 FILLER           PIC X(28)
               VALUE 'TOP BAND LIFT OVER OVERALL '.
           05 RPV-LIFT         PIC ZZ9.99.
           05 FILLER           PIC X(46) VALUE SPACES.

       01  WS-PARM             PIC X(100) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTDB2RPV start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM

           OPEN INPUT SCORE-HISTORY-IN
           IF SCORE-HISTORY-IN-FS NOT = '00'
               DISPLAY 'ZTDB2RPV error opening SCORHSTI: '
                   SCORE-HISTORY-IN-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT VALIDATION-REPORT
           IF VALIDATION-REPORT-FS NOT = '00'
               DISPLAY 'ZTDB2RPV error opening RPVRPT: '
                   VALIDATION-REPORT-FS
               CLOSE SCORE-HISTORY-IN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ SCORE-HISTORY-IN INTO RSH-HISTORY-RECORD
           PERFORM UNTIL SCORE-HISTORY-IN-FS > '04'
               ADD 1 TO WS-TOTAL-READ
               PERFORM COUNT-ONE-NOTICE
               READ SCORE-HISTORY-IN INTO RSH-HISTORY-RECORD
           END-PERFORM

           CLOSE SCORE-HISTORY-IN

           PERFORM COMPUTE-BAND-RATES
           PERFORM WRITE-VALIDATION-REPORT

           CLOSE VALIDATION-REPORT

           DISPLAY 'ZTDB2RPV history records read: ' WS-TOTAL-READ
           DISPLAY 'ZTDB2RPV end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Parse 'MON=YYYYMM'; without it, the month before the run.      *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM(1:4) = 'MON='
                   AND WS-PARM(5:6) IS NUMERIC
                   AND WS-PARM(9:2) >= '01' AND WS-PARM(9:2) <= '12'
               MOVE WS-PARM(5:6) TO WS-COHORT-MONTH
           ELSE
               IF WS-PARM NOT = SPACES
                   DISPLAY 'ZTDB2RPV PARM ignored, expected '
                       'MON=YYYYMM: ' WS-PARM(1:20)
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE CURR-YEAR TO WS-COHORT-YEAR
               IF CURR-MONTH = 01
                   SUBTRACT 1 FROM WS-COHORT-YEAR
                   MOVE 12 TO WS-COHORT-MON
               ELSE
                   COMPUTE WS-COHORT-MON = CURR-MONTH - 1
               END-IF
           END-IF

           MOVE WS-COHORT-YEAR TO WS-CP-YEAR
           MOVE WS-COHORT-MON TO WS-CP-MONTH

           DISPLAY 'ZTDB2RPV checking notices of ' WS-COHORT-PREFIX

           EXIT.

      ******************************************************************
      * A history record in the checked month, counted in the band of  *
      * its last score.                                                *
      ******************************************************************
       COUNT-ONE-NOTICE.

           IF RSH-NOTIF-DATE(1:7) NOT = WS-COHORT-PREFIX
                   OR RSH-SCORE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BD-INDEX = (RSH-SCORE / 20) + 1
           IF WS-BD-INDEX > 5
               MOVE 5 TO WS-BD-INDEX
           END-IF

           ADD 1 TO WS-BD-NOTICES(WS-BD-INDEX)
           ADD 1 TO WS-TOTAL-NOTICES
           IF RSH-CONVERTED
               ADD 1 TO WS-BD-CONVERTED(WS-BD-INDEX)
               ADD 1 TO WS-TOTAL-CONVERTED
           END-IF

           EXIT.

      ******************************************************************
      * Rates, out-of-order bands, the top band's lift, and whether    *
      * the scores separate at all. Empty bands are left out of the    *
      * comparisons: top and bottom are the highest and lowest bands   *
      * that hold any notices.                                         *
      ******************************************************************
       COMPUTE-BAND-RATES.

           MOVE 0 TO WS-BD-TOP-INDEX
           MOVE 0 TO WS-BD-BOTTOM-INDEX
           PERFORM VARYING WS-BD-INDEX FROM 1 BY 1
                   UNTIL WS-BD-INDEX > 5
               IF WS-BD-NOTICES(WS-BD-INDEX) > 0
                   COMPUTE WS-BD-RATE(WS-BD-INDEX) ROUNDED =
                       WS-BD-CONVERTED(WS-BD-INDEX) * 100
                       / WS-BD-NOTICES(WS-BD-INDEX)
                   MOVE WS-BD-INDEX TO WS-BD-TOP-INDEX
                   IF WS-BD-BOTTOM-INDEX = 0
                       MOVE WS-BD-INDEX TO WS-BD-BOTTOM-INDEX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TOTAL-NOTICES > 0
               COMPUTE WS-TOTAL-RATE ROUNDED =
                   WS-TOTAL-CONVERTED * 100 / WS-TOTAL-NOTICES
           END-IF

      *-----------------------------------------------------------------
      * Each band against the next populated band above it.
      *-----------------------------------------------------------------
           PERFORM VARYING WS-BD-INDEX FROM 1 BY 1
                   UNTIL WS-BD-INDEX > 4
               IF WS-BD-NOTICES(WS-BD-INDEX) > 0
                   COMPUTE WS-BD-ABOVE-INDEX = WS-BD-INDEX + 1
                   PERFORM UNTIL WS-BD-ABOVE-INDEX > 5
                           OR WS-BD-NOTICES(WS-BD-ABOVE-INDEX) > 0
                       ADD 1 TO WS-BD-ABOVE-INDEX
                   END-PERFORM
                   IF WS-BD-ABOVE-INDEX <= 5
                       IF WS-BD-RATE(WS-BD-INDEX) >
                               WS-BD-RATE(WS-BD-ABOVE-INDEX)
                           MOVE 'OUT OF ORDER'
                               TO WS-BD-FLAG(WS-BD-INDEX)
                           ADD 1 TO WS-TOTAL-OUT-OF-ORDER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           SET WS-NOT-SEPARATING TO TRUE
           IF WS-BD-TOP-INDEX > WS-BD-BOTTOM-INDEX
               IF WS-BD-RATE(WS-BD-TOP-INDEX) >
                       WS-BD-RATE(WS-BD-BOTTOM-INDEX)
                   SET WS-SEPARATING TO TRUE
               END-IF
           END-IF

           IF WS-TOTAL-RATE > 0 AND WS-BD-TOP-INDEX > 0
               COMPUTE WS-TOP-LIFT ROUNDED =
                   WS-BD-RATE(WS-BD-TOP-INDEX) / WS-TOTAL-RATE
           END-IF

           EXIT.

       WRITE-VALIDATION-REPORT.

           MOVE WS-COHORT-PREFIX TO RPV-HDR-MONTH
           MOVE RPV-HEADER-LINE TO VALIDATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE RPV-COLUMN-LINE TO VALIDATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

      *-----------------------------------------------------------------
      * Highest band first, as the call list is worked.
      *-----------------------------------------------------------------
           PERFORM VARYING WS-BD-INDEX FROM 5 BY -1
                   UNTIL WS-BD-INDEX < 1
               MOVE WS-BAND-NAME(WS-BD-INDEX) TO RPV-BAND-NAME
               MOVE WS-BD-NOTICES(WS-BD-INDEX) TO RPV-BAND-NOTICES
               MOVE WS-BD-CONVERTED(WS-BD-INDEX) TO RPV-BAND-CONVERTED
               MOVE WS-BD-RATE(WS-BD-INDEX) TO RPV-BAND-RATE
               MOVE WS-BD-FLAG(WS-BD-INDEX) TO RPV-BAND-FLAG
               MOVE RPV-BAND-LINE TO VALIDATION-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE 'ALL   ' TO RPV-BAND-NAME
           MOVE WS-TOTAL-NOTICES TO RPV-BAND-NOTICES
           MOVE WS-TOTAL-CONVERTED TO RPV-BAND-CONVERTED
           MOVE WS-TOTAL-RATE TO RPV-BAND-RATE
           MOVE SPACES TO RPV-BAND-FLAG
           MOVE RPV-BAND-LINE TO VALIDATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE WS-TOP-LIFT TO RPV-LIFT
           MOVE RPV-LIFT-LINE TO VALIDATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO VALIDATION-REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-TOTAL-NOTICES = 0
                   MOVE 'NO SCORED NOTICES IN THE MONTH'
                       TO VALIDATION-REPORT-RECORD
                   IF RETURN-CODE < RC-WARNING
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               WHEN WS-NOT-SEPARATING
                   MOVE 'SCORE NOT SEPARATING - TOP BAND CONVERTS NO '
                       & 'BETTER THAN BOTTOM'
                       TO VALIDATION-REPORT-RECORD
                   IF RETURN-CODE < RC-WARNING
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               WHEN WS-TOTAL-OUT-OF-ORDER > 0
                   STRING 'SCORE SEPARATING - ' WS-TOTAL-OUT-OF-ORDER
                       ' BAND(S) OUT OF ORDER'
                       DELIMITED BY SIZE INTO VALIDATION-REPORT-RECORD
               WHEN OTHER
                   MOVE 'SCORE SEPARATING - BANDS IN ORDER'
                       TO VALIDATION-REPORT-RECORD
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE.

           WRITE VALIDATION-REPORT-RECORD
           IF VALIDATION-REPORT-FS NOT = '00'
               DISPLAY 'ZTDB2RPV error writing RPVRPT: '
                   VALIDATION-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY 'ZTDB2RPV ' VALIDATION-REPORT-RECORD
           END-IF

           EXIT.
