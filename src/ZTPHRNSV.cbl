       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPHRNSV.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Sales-history validation, run ahead of the widget stream.      *
      * ZTPHRNDD, ZTPHRNFB and ZTPHRNFC all take SALESHST on trust; a  *
      * point-of-sale outage that zero-fills a few days for every      *
      * widget sinks scores, skews the feedback report and bends the   *
      * forecast. This step checks the extract and splits it:          *
      *                                                                *
      *   SALESHSO - the records that passed, for the widget stream    *
      *   SALESQRN - suspect records, each with up to six reasons:     *
      *     BADNM  a daily count is not numeric                        *
      *     DUPID  widget id already seen earlier in the extract       *
      *     NOWM   widget id not on the widget master (WIDGMAST)       *
      *     DAYS   days tracked do not fit the category - 30 days for  *
      *            B/M widgets (sales past day 30), 90 for premium 'P' *
      *            (nothing at all past day 30), as ZTPHRNDD tracks    *
      *     SPIKE  a single day above CFG-SPIKE-FACTOR times the       *
      *            widget's average over the rest of its window        *
      *     STUCK  the same non-zero count CFG-STUCK-DAYS days running *
      *   SVRPT    - a line per suspect record, the fleet-wide zero    *
      *              days, and the run verdict                         *
      *                                                                *
      * A fleet-wide zero day (at least CFG-FLEET-ZERO-PCT of the      *
      * widgets tracking that day sold nothing) is a feed problem, not *
      * a widget problem: it is reported at run level rather than      *
      * quarantining every record.                                     *
      *                                                                *
      * Verdict (RETURN-CODE, for the schedule's COND checks):         *
      *   0  CLEAN   nothing suspect                                   *
      *   4  PASS    some records quarantined, under CFG-HOLD-PCT      *
      *   8  HOLD    CFG-HOLD-PCT or more of the extract quarantined,  *
      *              or any fleet-wide zero day - hold the widget      *
      *              stream until the extract is re-cut                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN SALESHST
           FILE STATUS IS SALES-HISTORY-STATUS.

           SELECT WIDGET-MASTER-FILE ASSIGN WIDGMAST
           FILE STATUS IS WIDGET-MASTER-STATUS.

           SELECT SALES-HISTORY-OUT ASSIGN SALESHSO
           FILE STATUS IS SALES-HISTORY-OUT-STATUS.

           SELECT SALES-QUARANTINE ASSIGN SALESQRN
           FILE STATUS IS SALES-QUARANTINE-STATUS.

           SELECT VALIDATION-REPORT ASSIGN SVRPT
           FILE STATUS IS VALIDATION-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SALES-HISTORY-FILE RECORD CONTAINS 367 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SALES-HISTORY-RECORD.
       01  SALES-HISTORY-RECORD.
           05 SHR-WIDGET-ID         PIC X(7).
           05 SHR-WIDGET-ID-REF REDEFINES SHR-WIDGET-ID.
               10 SHR-WIDGET-CATEGORY PIC X(1).
               10 FILLER              PIC X(6).
           05 SHR-SALES-DAY         PIC 9(4) OCCURS 90 TIMES.

       FD  WIDGET-MASTER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS WIDGET-MASTER-RECORD.
       01  WIDGET-MASTER-RECORD.
           05 WMR-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X(73).

       FD  SALES-HISTORY-OUT RECORD CONTAINS 367 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SALES-HISTORY-OUT-RECORD.
       01  SALES-HISTORY-OUT-RECORD PIC X(367).

      *-----------------------------------------------------------------
      * The suspect record as received, then its reason codes.
      *-----------------------------------------------------------------
       FD  SALES-QUARANTINE RECORD CONTAINS 400 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SALES-QUARANTINE-RECORD.
       01  SALES-QUARANTINE-RECORD.
           05 SQR-SALES-RECORD      PIC X(367).
           05 FILLER                PIC X.
           05 SQR-REASON OCCURS 6 TIMES PIC X(5).
           05 FILLER                PIC X(2).

       FD  VALIDATION-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS VALIDATION-REPORT-RECORD.
       01  VALIDATION-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  SALES-HISTORY-STATUS     PIC X(2).
       01  WIDGET-MASTER-STATUS     PIC X(2).
       01  SALES-HISTORY-OUT-STATUS PIC X(2).
       01  SALES-QUARANTINE-STATUS  PIC X(2).
       01  VALIDATION-REPORT-STATUS PIC X(2).

       01  CONFIGURATION-PARAMETERS-HRNSV.
           05 CFG-SPIKE-FACTOR      PIC 9(2) VALUE 5.
           05 CFG-SPIKE-MIN-UNITS   PIC 9(4) VALUE 20.
           05 CFG-STUCK-DAYS        PIC 9(2) VALUE 7.
           05 CFG-FLEET-ZERO-PCT    PIC 9(3) VALUE 95.
           05 CFG-FLEET-MIN-WIDGETS PIC 9(3) VALUE 5.
           05 CFG-HOLD-PCT          PIC 9(3) VALUE 10.

       01  WS-MASTER-TABLE.
           05 WS-WM-WIDGET-ID OCCURS 300 TIMES PIC X(7).
       77  WS-WM-COUNT             PIC 9(3) VALUE 0.
       77  WS-WM-INDEX             PIC 9(3).

       01  WS-SEEN-TABLE.
           05 WS-SEEN-WIDGET-ID OCCURS 500 TIMES PIC X(7).
       77  WS-SEEN-COUNT           PIC 9(3) VALUE 0.
       77  WS-SEEN-INDEX           PIC 9(3).

       77  WS-FOUND-FLAG           PIC 9.
           88 WS-FOUND             VALUE 1.
           88 WS-NOT-FOUND         VALUE 0.

      *-----------------------------------------------------------------
      * Per SALESHST day: how many widgets track it and how many of
      * them sold nothing (first pass).
      *-----------------------------------------------------------------
       01  WS-FLEET-TABLE.
           05 WS-FLEET-DAY OCCURS 90 TIMES.
               10 WS-FD-TRACKING       PIC 9(5).
               10 WS-FD-ZERO           PIC 9(5).
               10 WS-FD-FLEET-ZERO     PIC X(1).
       77  WS-DAY-INDEX            PIC 9(3).
       77  WS-OTHER-INDEX          PIC 9(3).

       01  WS-RECORD-CHECK.
           05 WS-DAYS-TRACKED      PIC 9(2).
           05 WS-WINDOW-TOTAL      PIC 9(7).
           05 WS-OTHERS-AVG        PIC 9(5)V99.
           05 WS-RUN-LENGTH        PIC 9(2).
           05 WS-LATE-SALES        PIC 9(7).
           05 WS-REASON-COUNT      PIC 9(1).
           05 WS-SPIKE-DAY         PIC 9(2).
           05 WS-STUCK-DAY         PIC 9(2).
           05 WS-REASONS.
               10 WS-REASON OCCURS 6 TIMES PIC X(5).

       01  WS-RUN-TOTALS.
           05 WS-TOTAL-RECORDS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-PASSED      PIC 9(5) VALUE 0.
           05 WS-TOTAL-QUARANTINED PIC 9(5) VALUE 0.
           05 WS-TOTAL-FLEET-DAYS  PIC 9(2) VALUE 0.
           05 WS-QUARANTINE-PCT    PIC 9(3)V9 VALUE 0.

       01  SVR-DETAIL-LINE.
           05 FILLER               PIC X(11) VALUE 'QUARANTINE '.
           05 SVD-WIDGET-ID        PIC X(7).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 SVD-REASONS          PIC X(30).
           05 FILLER               PIC X(11) VALUE ' SPIKE DAY='.
           05 SVD-SPIKE-DAY        PIC Z9.
           05 FILLER               PIC X(11) VALUE ' STUCK DAY='.
           05 SVD-STUCK-DAY        PIC Z9.
           05 FILLER               PIC X(25) VALUE SPACES.

       01  SVR-FLEET-LINE.
           05 FILLER               PIC X(20)
              VALUE 'FLEET-WIDE ZERO DAY '.
           05 SVF-DAY              PIC Z9.
           05 FILLER               PIC X(10) VALUE ' WIDGETS='.
           05 SVF-TRACKING         PIC ZZZZ9.
           05 FILLER               PIC X(7) VALUE ' ZERO='.
           05 SVF-ZERO             PIC ZZZZ9.
           05 FILLER               PIC X(51) VALUE SPACES.

       01  SVR-VERDICT-LINE.
           05 FILLER               PIC X(8) VALUE 'VERDICT '.
           05 SVV-VERDICT          PIC X(5).
           05 FILLER               PIC X(9) VALUE ' RECORDS='.
           05 SVV-RECORDS          PIC ZZZZ9.
           05 FILLER               PIC X(8) VALUE ' PASSED='.
           05 SVV-PASSED           PIC ZZZZ9.
           05 FILLER               PIC X(13) VALUE ' QUARANTINED='.
           05 SVV-QUARANTINED      PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE ' ('.
           05 SVV-PCT              PIC ZZ9.9.
           05 FILLER               PIC X(15)
              VALUE '%) FLEET-ZERO='.
           05 SVV-FLEET-DAYS       PIC Z9.
           05 FILLER               PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPHRNSV start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM LOAD-WIDGET-MASTER
           PERFORM COUNT-FLEET-ZERO-DAYS
           PERFORM OPEN-VALIDATION-OUTPUTS
           PERFORM REPORT-FLEET-ZERO-DAYS
           PERFORM VALIDATE-ALL-RECORDS
           PERFORM WRITE-VERDICT

           CLOSE SALES-HISTORY-OUT
           CLOSE SALES-QUARANTINE
           CLOSE VALIDATION-REPORT

           DISPLAY 'ZTPHRNSV records=' WS-TOTAL-RECORDS
               ' passed=' WS-TOTAL-PASSED
               ' quarantined=' WS-TOTAL-QUARANTINED
               ' fleet-zero-days=' WS-TOTAL-FLEET-DAYS
           DISPLAY 'ZTPHRNSV end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       LOAD-WIDGET-MASTER.

           MOVE 0 TO WS-WM-COUNT

           OPEN INPUT WIDGET-MASTER-FILE
           IF WIDGET-MASTER-STATUS NOT = '00'
               DISPLAY 'ZTPHRNSV error opening WIDGMAST: '
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
               END-IF
               READ WIDGET-MASTER-FILE
           END-PERFORM

           CLOSE WIDGET-MASTER-FILE

           EXIT.

      ******************************************************************
      * First pass: per day, the widgets tracking it (days 1-30 every  *
      * widget, days 31-90 premium only) and how many sold nothing.    *
      ******************************************************************
       COUNT-FLEET-ZERO-DAYS.

           INITIALIZE WS-FLEET-TABLE

           OPEN INPUT SALES-HISTORY-FILE
           IF SALES-HISTORY-STATUS NOT = '00'
               DISPLAY 'ZTPHRNSV error opening SALESHST: '
                   SALES-HISTORY-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ SALES-HISTORY-FILE
           PERFORM UNTIL SALES-HISTORY-STATUS > '04'
               PERFORM SET-DAYS-TRACKED
               PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                       UNTIL WS-DAY-INDEX > WS-DAYS-TRACKED
                   IF SHR-SALES-DAY(WS-DAY-INDEX) IS NUMERIC
                       ADD 1 TO WS-FD-TRACKING(WS-DAY-INDEX)
                       IF SHR-SALES-DAY(WS-DAY-INDEX) = 0
                           ADD 1 TO WS-FD-ZERO(WS-DAY-INDEX)
                       END-IF
                   END-IF
               END-PERFORM
               READ SALES-HISTORY-FILE
           END-PERFORM

           CLOSE SALES-HISTORY-FILE

           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 90
               MOVE 'N' TO WS-FD-FLEET-ZERO(WS-DAY-INDEX)
               IF WS-FD-TRACKING(WS-DAY-INDEX) >= CFG-FLEET-MIN-WIDGETS
                       AND WS-FD-ZERO(WS-DAY-INDEX) * 100 >=
                           WS-FD-TRACKING(WS-DAY-INDEX)
                           * CFG-FLEET-ZERO-PCT
                   MOVE 'Y' TO WS-FD-FLEET-ZERO(WS-DAY-INDEX)
                   ADD 1 TO WS-TOTAL-FLEET-DAYS
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * 90 days for premium ('P') widgets, 30 for the rest, matching   *
      * ZTPHRNDD's tracking windows.                                   *
      ******************************************************************
       SET-DAYS-TRACKED.

           IF SHR-WIDGET-CATEGORY = 'P'
               MOVE 90 TO WS-DAYS-TRACKED
           ELSE
               MOVE 30 TO WS-DAYS-TRACKED
           END-IF

           EXIT.

       OPEN-VALIDATION-OUTPUTS.

           OPEN OUTPUT SALES-HISTORY-OUT
           OPEN OUTPUT SALES-QUARANTINE
           OPEN OUTPUT VALIDATION-REPORT
           IF SALES-HISTORY-OUT-STATUS NOT = '00'
                   OR SALES-QUARANTINE-STATUS NOT = '00'
                   OR VALIDATION-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNSV error opening outputs: '
                   SALES-HISTORY-OUT-STATUS ' '
                   SALES-QUARANTINE-STATUS ' '
                   VALIDATION-REPORT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       REPORT-FLEET-ZERO-DAYS.

           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 90
               IF WS-FD-FLEET-ZERO(WS-DAY-INDEX) = 'Y'
                   MOVE WS-DAY-INDEX TO SVF-DAY
                   MOVE WS-FD-TRACKING(WS-DAY-INDEX) TO SVF-TRACKING
                   MOVE WS-FD-ZERO(WS-DAY-INDEX) TO SVF-ZERO
                   MOVE SVR-FLEET-LINE TO VALIDATION-REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Second pass: check every record, and pass or quarantine it.    *
      ******************************************************************
       VALIDATE-ALL-RECORDS.

           OPEN INPUT SALES-HISTORY-FILE
           IF SALES-HISTORY-STATUS NOT = '00'
               DISPLAY 'ZTPHRNSV error reopening SALESHST: '
                   SALES-HISTORY-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ SALES-HISTORY-FILE
           PERFORM UNTIL SALES-HISTORY-STATUS > '04'
               ADD 1 TO WS-TOTAL-RECORDS
               PERFORM VALIDATE-ONE-RECORD
               READ SALES-HISTORY-FILE
           END-PERFORM

           CLOSE SALES-HISTORY-FILE

           EXIT.

       VALIDATE-ONE-RECORD.

           MOVE SPACES TO WS-REASONS
           MOVE 0 TO WS-REASON-COUNT WS-SPIKE-DAY WS-STUCK-DAY
           PERFORM SET-DAYS-TRACKED

           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 90
               IF SHR-SALES-DAY(WS-DAY-INDEX) IS NOT NUMERIC
                   MOVE 91 TO WS-DAY-INDEX
               END-IF
           END-PERFORM
           IF WS-DAY-INDEX > 91
               MOVE 'BADNM' TO WS-REASON(1)
               MOVE 1 TO WS-REASON-COUNT
           END-IF

           PERFORM CHECK-WIDGET-ID

           IF WS-REASON-COUNT = 0 OR WS-REASON(1) NOT = 'BADNM'
               PERFORM CHECK-DAYS-TRACKED
               PERFORM CHECK-SPIKES
               PERFORM CHECK-STUCK-COUNTS
           END-IF

           IF WS-REASON-COUNT = 0
               MOVE SALES-HISTORY-RECORD TO SALES-HISTORY-OUT-RECORD
               WRITE SALES-HISTORY-OUT-RECORD
               IF SALES-HISTORY-OUT-STATUS NOT = '00'
                   DISPLAY 'ZTPHRNSV error writing SALESHSO: '
                       SALES-HISTORY-OUT-STATUS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               END-IF
               ADD 1 TO WS-TOTAL-PASSED
           ELSE
               PERFORM QUARANTINE-RECORD
           END-IF

           EXIT.

       ADD-REASON.

           IF WS-REASON-COUNT < 6
               ADD 1 TO WS-REASON-COUNT
           END-IF

           EXIT.

       CHECK-WIDGET-ID.

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SEEN-INDEX FROM 1 BY 1
                   UNTIL WS-SEEN-INDEX > WS-SEEN-COUNT OR WS-FOUND
               IF WS-SEEN-WIDGET-ID(WS-SEEN-INDEX) = SHR-WIDGET-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               PERFORM ADD-REASON
               MOVE 'DUPID' TO WS-REASON(WS-REASON-COUNT)
           ELSE
               IF WS-SEEN-COUNT < 500
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE SHR-WIDGET-ID
                       TO WS-SEEN-WIDGET-ID(WS-SEEN-COUNT)
               END-IF
           END-IF

           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-WM-INDEX FROM 1 BY 1
                   UNTIL WS-WM-INDEX > WS-WM-COUNT OR WS-FOUND
               IF WS-WM-WIDGET-ID(WS-WM-INDEX) = SHR-WIDGET-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-NOT-FOUND
               PERFORM ADD-REASON
               MOVE 'NOWM ' TO WS-REASON(WS-REASON-COUNT)
           END-IF

           EXIT.

      ******************************************************************
      * A 30-day widget with sales past day 30 is carrying someone     *
      * else's window; a premium widget with nothing past day 30 (but  *
      * sales inside it) was cut as a 30-day widget.                   *
      ******************************************************************
       CHECK-DAYS-TRACKED.

           MOVE 0 TO WS-LATE-SALES WS-WINDOW-TOTAL
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > 90
               IF WS-DAY-INDEX > 30
                   ADD SHR-SALES-DAY(WS-DAY-INDEX) TO WS-LATE-SALES
               ELSE
                   ADD SHR-SALES-DAY(WS-DAY-INDEX) TO WS-WINDOW-TOTAL
               END-IF
           END-PERFORM

           IF (WS-DAYS-TRACKED = 30 AND WS-LATE-SALES > 0)
                   OR (WS-DAYS-TRACKED = 90 AND WS-LATE-SALES = 0
                       AND WS-WINDOW-TOTAL > 0)
               PERFORM ADD-REASON
               MOVE 'DAYS ' TO WS-REASON(WS-REASON-COUNT)
           END-IF

           EXIT.

      ******************************************************************
      * A day is a spike when it is at least CFG-SPIKE-MIN-UNITS and   *
      * more than CFG-SPIKE-FACTOR times the average of the widget's   *
      * other tracked days. Fleet-wide zero days are left out of that  *
      * average - they are already reported.                           *
      ******************************************************************
       CHECK-SPIKES.

           MOVE 0 TO WS-WINDOW-TOTAL WS-OTHER-INDEX
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAYS-TRACKED
               IF WS-FD-FLEET-ZERO(WS-DAY-INDEX) = 'N'
                   ADD SHR-SALES-DAY(WS-DAY-INDEX) TO WS-WINDOW-TOTAL
                   ADD 1 TO WS-OTHER-INDEX
               END-IF
           END-PERFORM
           IF WS-OTHER-INDEX < 2
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAYS-TRACKED
                       OR WS-SPIKE-DAY > 0
               IF WS-FD-FLEET-ZERO(WS-DAY-INDEX) = 'N'
                       AND SHR-SALES-DAY(WS-DAY-INDEX)
                           >= CFG-SPIKE-MIN-UNITS
                   COMPUTE WS-OTHERS-AVG ROUNDED =
                       (WS-WINDOW-TOTAL - SHR-SALES-DAY(WS-DAY-INDEX))
                       / (WS-OTHER-INDEX - 1)
                   IF SHR-SALES-DAY(WS-DAY-INDEX) >
                           WS-OTHERS-AVG * CFG-SPIKE-FACTOR
                       MOVE WS-DAY-INDEX TO WS-SPIKE-DAY
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SPIKE-DAY > 0
               PERFORM ADD-REASON
               MOVE 'SPIKE' TO WS-REASON(WS-REASON-COUNT)
           END-IF

           EXIT.

       CHECK-STUCK-COUNTS.

           MOVE 1 TO WS-RUN-LENGTH
           PERFORM VARYING WS-DAY-INDEX FROM 2 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAYS-TRACKED
                       OR WS-STUCK-DAY > 0
               COMPUTE WS-OTHER-INDEX = WS-DAY-INDEX - 1
               IF SHR-SALES-DAY(WS-DAY-INDEX) > 0
                       AND SHR-SALES-DAY(WS-DAY-INDEX) =
                           SHR-SALES-DAY(WS-OTHER-INDEX)
                   ADD 1 TO WS-RUN-LENGTH
                   IF WS-RUN-LENGTH >= CFG-STUCK-DAYS
                       COMPUTE WS-STUCK-DAY =
                           WS-DAY-INDEX - WS-RUN-LENGTH + 1
                   END-IF
               ELSE
                   MOVE 1 TO WS-RUN-LENGTH
               END-IF
           END-PERFORM

           IF WS-STUCK-DAY > 0
               PERFORM ADD-REASON
               MOVE 'STUCK' TO WS-REASON(WS-REASON-COUNT)
           END-IF

           EXIT.

       QUARANTINE-RECORD.

           ADD 1 TO WS-TOTAL-QUARANTINED

           MOVE SPACES TO SALES-QUARANTINE-RECORD
           MOVE SALES-HISTORY-RECORD TO SQR-SALES-RECORD
           PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
                   UNTIL WS-OTHER-INDEX > 6
               MOVE WS-REASON(WS-OTHER-INDEX)
                   TO SQR-REASON(WS-OTHER-INDEX)
           END-PERFORM
           WRITE SALES-QUARANTINE-RECORD
           IF SALES-QUARANTINE-STATUS NOT = '00'
               DISPLAY 'ZTPHRNSV error writing SALESQRN: '
                   SALES-QUARANTINE-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           MOVE SHR-WIDGET-ID TO SVD-WIDGET-ID
           MOVE WS-REASONS TO SVD-REASONS
           MOVE WS-SPIKE-DAY TO SVD-SPIKE-DAY
           MOVE WS-STUCK-DAY TO SVD-STUCK-DAY
           MOVE SVR-DETAIL-LINE TO VALIDATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-VERDICT.

           IF WS-TOTAL-RECORDS > 0
               COMPUTE WS-QUARANTINE-PCT ROUNDED =
                   WS-TOTAL-QUARANTINED * 100 / WS-TOTAL-RECORDS
           END-IF

           EVALUATE TRUE
               WHEN WS-TOTAL-FLEET-DAYS > 0
                       OR WS-QUARANTINE-PCT >= CFG-HOLD-PCT
                   MOVE 'HOLD' TO SVV-VERDICT
                   IF RETURN-CODE < RC-ERROR
                       MOVE RC-ERROR TO RETURN-CODE
                   END-IF
               WHEN WS-TOTAL-QUARANTINED > 0
                   MOVE 'PASS' TO SVV-VERDICT
                   IF RETURN-CODE < RC-WARNING
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'CLEAN' TO SVV-VERDICT
           END-EVALUATE

           MOVE WS-TOTAL-RECORDS TO SVV-RECORDS
           MOVE WS-TOTAL-PASSED TO SVV-PASSED
           MOVE WS-TOTAL-QUARANTINED TO SVV-QUARANTINED
           MOVE WS-QUARANTINE-PCT TO SVV-PCT
           MOVE WS-TOTAL-FLEET-DAYS TO SVV-FLEET-DAYS

           MOVE SPACES TO VALIDATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SVR-VERDICT-LINE TO VALIDATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE.

           WRITE VALIDATION-REPORT-RECORD
           IF VALIDATION-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTPHRNSV error writing SVRPT: '
                   VALIDATION-REPORT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTPHRNSV ' VALIDATION-REPORT-RECORD(1:90)

           EXIT.
