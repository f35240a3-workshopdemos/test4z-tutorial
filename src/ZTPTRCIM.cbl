       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTRCIM.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Change-impact report for TRENDY. The first question after a    *
      * rating drop is "what changed?" - ZTPTRCOR names the batch jobs *
      * that were running, this program names the production changes.  *
      *                                                                *
      * It reads the change-record extract (CHGREC, see ZTPTRCHG) and, *
      * for every change, browses the HEALTH-TREND-HISTORY KSDS for    *
      * the changed system's hourly happy ratings in the               *
      * CFG-WINDOW-HOURS before the implementation started and the     *
      * same number of hours after it ended. The hours inside the      *
      * implementation window itself are left out of both sides.       *
      *                                                                *
      * Each change gets one of these verdicts:                        *
      *   DEGRADED    - the mean fell by CFG-DEGRADE-DROP or more      *
      *   BELOW FLOOR - the mean fell from at or above the happy       *
      *                 rating floor to below it                       *
      *   IMPROVED    - the mean rose by CFG-DEGRADE-DROP or more      *
      *   STABLE      - anything in between                            *
      *   NO DATA     - no history on one side of the change           *
      * DEGRADED and BELOW FLOOR changes are flagged for CAB review    *
      * and end the run with RC-WARNING.                               *
      *                                                                *
      * Optional runtime PARMs: 'HRS=nn' window hours (default 04),    *
      * 'DRP=nn' degradation in tenths of a rating point (default 10,  *
      * i.e. a full point) and 'FLR=nn' the happy rating floor         *
      * (default matches TRENDY's global CFG-HAPPY-RATING-FLOOR of 3). *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHANGE-RECORD-FILE ASSIGN TO CHGREC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CHANGE-RECORD-FS.

           SELECT HEALTH-TREND-HISTORY ASSIGN TO HTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HTH-KEY-FIELDS
           FILE STATUS IS HEALTH-TREND-HISTORY-FS.

           SELECT CHANGE-IMPACT-REPORT ASSIGN TO CHGRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CHANGE-IMPACT-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHANGE-RECORD-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CHG-CHANGE-RECORD.
           COPY ZTPTRCHG REPLACING ==:CHG:== BY ==CHG==.

       FD  HEALTH-TREND-HISTORY RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HTH-TREND-SUMMARY-RECORD.
           COPY ZTPTRDWK REPLACING ==:XTR:== BY ==HTH==.

       FD  CHANGE-IMPACT-REPORT RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-IMPACT-REPORT-RECORD.
       01  CHANGE-IMPACT-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  CHANGE-RECORD-FS            PIC 9(2).
           88 CHANGE-RECORD-IO-SUCCESS VALUE 00.
           88 CHANGE-RECORD-EOF        VALUE 10.
       77  HEALTH-TREND-HISTORY-FS     PIC 9(2).
           88 HEALTH-TREND-HISTORY-IO-SUCCESS VALUE 00.
           88 HEALTH-TREND-HISTORY-EOF        VALUE 10.
       77  CHANGE-IMPACT-REPORT-FS     PIC 9(2).
           88 CHANGE-IMPACT-REPORT-IO-SUCCESS VALUE 00.

       77  CHANGE-RECORD-IO-FLAG       PIC 9.
           88 CHANGE-RECORD-DONE       VALUE 1.
           88 CHANGE-RECORD-HAS-MORE   VALUE 0.
       77  TREND-HISTORY-IO-FLAG       PIC 9.
           88 TREND-HISTORY-DONE       VALUE 1.
           88 TREND-HISTORY-HAS-MORE   VALUE 0.

      ******************************************************************
      * Configuration parameters.                                      *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-TRCIM.
           05 CFG-WINDOW-HOURS         PIC 9(2) VALUE 04.
           05 CFG-DEGRADE-DROP         PIC 9V9 VALUE 1.0.
           05 CFG-HAPPY-RATING-FLOOR   PIC 9(2) VALUE 3.

      ******************************************************************
      * Date/time conversion work fields (same minutes-since scheme    *
      * as ZTPTRNDY's CONVERT-DATE-TO-MINUTES).                        *
      ******************************************************************
       01  DT-DATE-TIME             PIC X(16)
           VALUE '0000-00-00 00:00'.
       01  DATE-TIME-REDEF REDEFINES DT-DATE-TIME.
           05 DT-DATE.
               10 DT-YEAR           PIC 9(4).
               10 FILLER            PIC X.
               10 DT-MONTH          PIC 9(2).
               10 FILLER            PIC X.
               10 DT-DAY            PIC 9(2).
           05 FILLER                PIC X.
           05 DT-TIME.
               10 DT-HOUR           PIC 9(2).
               10 FILLER            PIC X.
               10 DT-MINUTE         PIC 9(2).
       01  DAI-DATE-AS-INTEGER         PIC 9(8).
       01  DAI-DATE-AS-INTEGER-REDEF REDEFINES DAI-DATE-AS-INTEGER.
           05 DAI-YEAR                 PIC 9(4).
           05 DAI-MONTH                PIC 9(2).
           05 DAI-DAY                  PIC 9(2).
       77  WS-DATE-MINUTES             PIC 9(10).
       77  WS-INTEGER-OF-DATE          PIC 9(8).
       77  WS-INTEGER-REM              PIC 9(6).
       77  WS-DATE-ERROR-FLAG          PIC 9.
           88 WS-DATE-VALID            VALUE 0.
           88 WS-DATE-INVALID          VALUE 1.

      ******************************************************************
      * The change being assessed. Windows are held as interval        *
      * strings: history keys sort the same way the clock does.        *
      ******************************************************************
       77  WS-IMPL-START-MINS          PIC 9(10).
       77  WS-IMPL-END-MINS            PIC 9(10).
       77  WS-IMPL-END-STAMP           PIC X(16).
       77  WS-WINDOW-FROM              PIC X(16).
       77  WS-WINDOW-TO                PIC X(16).

       01  WS-WINDOW-TALLY.
           05 WS-WT-RATING-SUM         PIC 9(5).
           05 WS-WT-HOURS              PIC 9(3).
           05 WS-WT-MIN-RATING         PIC 9(2).
       01  WS-BEFORE-TALLY.
           05 WS-BT-RATING-SUM         PIC 9(5).
           05 WS-BT-HOURS              PIC 9(3).
           05 WS-BT-MIN-RATING         PIC 9(2).
       01  WS-AFTER-TALLY.
           05 WS-AT-RATING-SUM         PIC 9(5).
           05 WS-AT-HOURS              PIC 9(3).
           05 WS-AT-MIN-RATING         PIC 9(2).

       77  WS-BEFORE-MEAN              PIC 9V9.
       77  WS-AFTER-MEAN               PIC 9V9.
       77  WS-MEAN-DELTA               PIC S9V9.
       77  WS-VERDICT                  PIC X(11).
           88 WS-VERDICT-FLAGGED       VALUE 'DEGRADED   '
                                             'BELOW FLOOR'.

       01  WS-IMPACT-TOTALS.
           05 WS-TOTAL-CHANGES         PIC 9(5) VALUE 0.
           05 WS-TOTAL-REJECTED        PIC 9(5) VALUE 0.
           05 WS-TOTAL-FLAGGED         PIC 9(5) VALUE 0.
           05 WS-TOTAL-IMPROVED        PIC 9(5) VALUE 0.
           05 WS-TOTAL-STABLE          PIC 9(5) VALUE 0.
           05 WS-TOTAL-NO-DATA         PIC 9(5) VALUE 0.

       01  CIM-HEADER-LINE.
           05 FILLER                   PIC X(30)
              VALUE '==> CHANGE IMPACT REPORT      '.
           05 FILLER                   PIC X(8) VALUE ' WINDOW='.
           05 CIM-HDR-WINDOW-HOURS     PIC Z9.
           05 FILLER                   PIC X(17) VALUE
              ' HOUR(S)   DROP>='.
           05 CIM-HDR-DROP             PIC 9.9.
           05 FILLER                   PIC X(8) VALUE '  FLOOR='.
           05 CIM-HDR-FLOOR            PIC Z9.
           05 FILLER                   PIC X(50) VALUE SPACES.

       01  CIM-CHANGE-LINE.
           05 CIM-FLAG                 PIC X(2).
           05 CIM-CHANGE-NUMBER        PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 CIM-SYSTEM-ID            PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 CIM-IMPL-START           PIC X(16).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 CIM-IMPL-END             PIC X(16).
           05 FILLER                   PIC X(8) VALUE ' BEFORE='.
           05 CIM-BEFORE-MEAN          PIC 9.9.
           05 FILLER                   PIC X(7) VALUE ' AFTER='.
           05 CIM-AFTER-MEAN           PIC 9.9.
           05 FILLER                   PIC X(5) VALUE ' MIN='.
           05 CIM-AFTER-MIN            PIC Z9.
           05 FILLER                   PIC X(7) VALUE ' DELTA='.
           05 CIM-DELTA                PIC -9.9.
           05 FILLER                   PIC X VALUE SPACE.
           05 CIM-VERDICT              PIC X(11).
           05 FILLER                   PIC X(16) VALUE SPACES.

       01  CIM-DETAIL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 CIM-DESCRIPTION          PIC X(30).
           05 FILLER                   PIC X(15)
              VALUE ' HOURS BEFORE='.
           05 CIM-BEFORE-HOURS         PIC ZZ9.
           05 FILLER                   PIC X(7) VALUE ' AFTER='.
           05 CIM-AFTER-HOURS          PIC ZZ9.
           05 FILLER                   PIC X(12) VALUE ' MIN BEFORE='.
           05 CIM-BEFORE-MIN           PIC Z9.
           05 FILLER                   PIC X(44) VALUE SPACES.

       01  CIM-REJECT-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 CIM-REJ-CHANGE-NUMBER    PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 CIM-REJ-SYSTEM-ID        PIC X(3).
           05 FILLER                   PIC X(21)
              VALUE ' REJECTED - INVALID '.
           05 CIM-REJ-REASON           PIC X(30).
           05 FILLER                   PIC X(53) VALUE SPACES.

       01  CIM-SUMMARY-LINE.
           05 FILLER                   PIC X(10) VALUE 'CHANGES: '.
           05 CIM-SUM-CHANGES          PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE ' FLAGGED: '.
           05 CIM-SUM-FLAGGED          PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE ' IMPROVED: '.
           05 CIM-SUM-IMPROVED         PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE ' STABLE: '.
           05 CIM-SUM-STABLE           PIC ZZZZ9.
           05 FILLER                   PIC X(11) VALUE ' NO DATA: '.
           05 CIM-SUM-NO-DATA          PIC ZZZZ9.
           05 FILLER                   PIC X(12) VALUE ' REJECTED: '.
           05 CIM-SUM-REJECTED         PIC ZZZZ9.
           05 FILLER                   PIC X(24) VALUE SPACES.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES ('HRS=nn,DRP=nn,FLR=nn').   *
      ******************************************************************
       77  WS-PARM                     PIC X(100).
       01  WS-PARM-FIELDS.
           05 WS-PARM-FIELD            PIC X(20) OCCURS 3 TIMES.
       77  WS-PARM-INDEX               PIC 9(2).
       77  WS-PARM-TENTHS              PIC 9(2).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH           PIC S9(4) COMP.
           05 LS-PARM-DATA             PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPTRCIM start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM-OVERRIDES
           PERFORM OPEN-CHANGE-IMPACT-FILES
           PERFORM ASSESS-ALL-CHANGES
           PERFORM WRITE-CHANGE-IMPACT-SUMMARY
           PERFORM CLOSE-CHANGE-IMPACT-FILES

           IF WS-TOTAL-FLAGGED > 0 AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY '==> ZTPTRCIM end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       CHECK-PARM-OVERRIDES.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PARM-FIELDS
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD(1) WS-PARM-FIELD(2)
                   WS-PARM-FIELD(3)
           END-UNSTRING

           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > 3
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'HRS='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2) IS NUMERIC
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2) > 0
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:2)
                       TO CFG-WINDOW-HOURS
               END-IF
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'DRP='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2) IS NUMERIC
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2) > 0
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:2)
                       TO WS-PARM-TENTHS
                   COMPUTE CFG-DEGRADE-DROP = WS-PARM-TENTHS / 10
               END-IF
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'FLR='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2) IS NUMERIC
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:2)
                       TO CFG-HAPPY-RATING-FLOOR
               END-IF
           END-PERFORM

           DISPLAY '==> ZTPTRCIM window=' CFG-WINDOW-HOURS
               'h drop=' CFG-DEGRADE-DROP ' floor='
               CFG-HAPPY-RATING-FLOOR

           EXIT.

       OPEN-CHANGE-IMPACT-FILES.

           OPEN INPUT CHANGE-RECORD-FILE
           IF NOT CHANGE-RECORD-IO-SUCCESS
               DISPLAY '1: Error opening change records: '
                   CHANGE-RECORD-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT HEALTH-TREND-HISTORY
           IF NOT HEALTH-TREND-HISTORY-IO-SUCCESS
               DISPLAY '2: Error opening trend history: '
                   HEALTH-TREND-HISTORY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CHANGE-IMPACT-REPORT
           IF NOT CHANGE-IMPACT-REPORT-IO-SUCCESS
               DISPLAY '3: Error opening change impact report: '
                   CHANGE-IMPACT-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE CFG-WINDOW-HOURS TO CIM-HDR-WINDOW-HOURS
           MOVE CFG-DEGRADE-DROP TO CIM-HDR-DROP
           MOVE CFG-HAPPY-RATING-FLOOR TO CIM-HDR-FLOOR
           MOVE CIM-HEADER-LINE TO CHANGE-IMPACT-REPORT-RECORD
           PERFORM WRITE-CHANGE-IMPACT-LINE

           EXIT.

       ASSESS-ALL-CHANGES.

           SET CHANGE-RECORD-HAS-MORE TO TRUE
           PERFORM UNTIL CHANGE-RECORD-DONE
               READ CHANGE-RECORD-FILE
                   AT END
                       SET CHANGE-RECORD-DONE TO TRUE
                   NOT AT END
                       IF CHG-CHANGE-NUMBER NOT = SPACES
                           PERFORM ASSESS-ONE-CHANGE
                       END-IF
               END-READ

               IF NOT CHANGE-RECORD-IO-SUCCESS
                       AND NOT CHANGE-RECORD-EOF
                   DISPLAY '4: Error reading change records: '
                       CHANGE-RECORD-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET CHANGE-RECORD-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Validate the change's stamps, tally the history on each side   *
      * of the implementation window, and report the verdict.          *
      ******************************************************************
       ASSESS-ONE-CHANGE.

           MOVE CHG-IMPL-START TO DT-DATE-TIME
           PERFORM CONVERT-DATE-TO-MINUTES
           IF WS-DATE-INVALID
               MOVE 'IMPLEMENTATION START' TO CIM-REJ-REASON
               PERFORM REJECT-CHANGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-MINUTES TO WS-IMPL-START-MINS

           IF CHG-IMPL-END = SPACES
               MOVE CHG-IMPL-START TO WS-IMPL-END-STAMP
           ELSE
               MOVE CHG-IMPL-END TO WS-IMPL-END-STAMP
           END-IF
           MOVE WS-IMPL-END-STAMP TO DT-DATE-TIME
           PERFORM CONVERT-DATE-TO-MINUTES
           IF WS-DATE-INVALID
                   OR WS-DATE-MINUTES < WS-IMPL-START-MINS
               MOVE 'IMPLEMENTATION END' TO CIM-REJ-REASON
               PERFORM REJECT-CHANGE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-MINUTES TO WS-IMPL-END-MINS

           ADD 1 TO WS-TOTAL-CHANGES

      *-----------------------------------------------------------------
      * Before: the whole hours that ended by the time work started.
      * After: the hours starting at the first top of the hour once
      * work ended. The hour the change ran in belongs to neither.
      *-----------------------------------------------------------------
           MOVE CHG-IMPL-START TO DT-DATE-TIME
           MOVE 00 TO DT-MINUTE
           PERFORM CONVERT-DATE-TO-MINUTES
           MOVE DT-DATE-TIME TO WS-WINDOW-TO
           COMPUTE WS-DATE-MINUTES =
               WS-DATE-MINUTES - (CFG-WINDOW-HOURS * 60)
           PERFORM CONVERT-MINUTES-TO-DATE
           MOVE DT-DATE-TIME TO WS-WINDOW-FROM
           PERFORM TALLY-HISTORY-WINDOW
           MOVE WS-WINDOW-TALLY TO WS-BEFORE-TALLY

           MOVE WS-IMPL-END-STAMP TO DT-DATE-TIME
           PERFORM CONVERT-DATE-TO-MINUTES
           IF DT-MINUTE > 00
               COMPUTE WS-DATE-MINUTES =
                   WS-DATE-MINUTES + 60 - DT-MINUTE
               PERFORM CONVERT-MINUTES-TO-DATE
           END-IF
           MOVE DT-DATE-TIME TO WS-WINDOW-FROM
           COMPUTE WS-DATE-MINUTES =
               WS-DATE-MINUTES + (CFG-WINDOW-HOURS * 60)
           PERFORM CONVERT-MINUTES-TO-DATE
           MOVE DT-DATE-TIME TO WS-WINDOW-TO
           PERFORM TALLY-HISTORY-WINDOW
           MOVE WS-WINDOW-TALLY TO WS-AFTER-TALLY

           PERFORM DETERMINE-VERDICT
           PERFORM WRITE-CHANGE-ASSESSMENT

           EXIT.

      ******************************************************************
      * Sum the changed system's happy ratings for the history         *
      * intervals in [WS-WINDOW-FROM, WS-WINDOW-TO).                   *
      *                                                                *
      * Output: WS-WINDOW-TALLY                                        *
      ******************************************************************
       TALLY-HISTORY-WINDOW.

           MOVE 0 TO WS-WT-RATING-SUM
           MOVE 0 TO WS-WT-HOURS
           MOVE 99 TO WS-WT-MIN-RATING

           MOVE WS-WINDOW-FROM TO HTH-INTERVAL
           MOVE LOW-VALUES TO HTH-SYSTEM-ID
           SET TREND-HISTORY-HAS-MORE TO TRUE
           START HEALTH-TREND-HISTORY
                   KEY IS GREATER OR EQUAL TO HTH-KEY-FIELDS
               INVALID KEY
                   SET TREND-HISTORY-DONE TO TRUE
           END-START

           PERFORM UNTIL TREND-HISTORY-DONE
               READ HEALTH-TREND-HISTORY NEXT RECORD
                   AT END
                       SET TREND-HISTORY-DONE TO TRUE
                   NOT AT END
                       IF HTH-INTERVAL NOT < WS-WINDOW-TO
                           SET TREND-HISTORY-DONE TO TRUE
                       ELSE
                           IF HTH-SYSTEM-ID = CHG-SYSTEM-ID
                                   AND HTH-HAPPY-RATING IS NUMERIC
                               ADD HTH-HAPPY-RATING
                                   TO WS-WT-RATING-SUM
                               ADD 1 TO WS-WT-HOURS
                               IF HTH-HAPPY-RATING < WS-WT-MIN-RATING
                                   MOVE HTH-HAPPY-RATING
                                       TO WS-WT-MIN-RATING
                               END-IF
                           END-IF
                       END-IF
               END-READ

               IF NOT HEALTH-TREND-HISTORY-IO-SUCCESS AND
                       NOT HEALTH-TREND-HISTORY-EOF
                   DISPLAY '5: Error reading trend history: '
                       HEALTH-TREND-HISTORY-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET TREND-HISTORY-DONE TO TRUE
               END-IF
           END-PERFORM

           IF WS-WT-HOURS = 0
               MOVE 0 TO WS-WT-MIN-RATING
           END-IF

           EXIT.

       DETERMINE-VERDICT.

           MOVE 0 TO WS-BEFORE-MEAN
           MOVE 0 TO WS-AFTER-MEAN
           MOVE 0 TO WS-MEAN-DELTA

           IF WS-BT-HOURS = 0 OR WS-AT-HOURS = 0
               MOVE 'NO DATA' TO WS-VERDICT
               ADD 1 TO WS-TOTAL-NO-DATA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BEFORE-MEAN ROUNDED =
               WS-BT-RATING-SUM / WS-BT-HOURS
           COMPUTE WS-AFTER-MEAN ROUNDED =
               WS-AT-RATING-SUM / WS-AT-HOURS
           COMPUTE WS-MEAN-DELTA = WS-AFTER-MEAN - WS-BEFORE-MEAN

           EVALUATE TRUE
               WHEN WS-MEAN-DELTA <= 0 - CFG-DEGRADE-DROP
                   MOVE 'DEGRADED' TO WS-VERDICT
               WHEN WS-BEFORE-MEAN >= CFG-HAPPY-RATING-FLOOR
                       AND WS-AFTER-MEAN < CFG-HAPPY-RATING-FLOOR
                   MOVE 'BELOW FLOOR' TO WS-VERDICT
               WHEN WS-MEAN-DELTA >= CFG-DEGRADE-DROP
                   MOVE 'IMPROVED' TO WS-VERDICT
                   ADD 1 TO WS-TOTAL-IMPROVED
               WHEN OTHER
                   MOVE 'STABLE' TO WS-VERDICT
                   ADD 1 TO WS-TOTAL-STABLE
           END-EVALUATE

           IF WS-VERDICT-FLAGGED
               ADD 1 TO WS-TOTAL-FLAGGED
               DISPLAY '==> ZTPTRCIM change ' CHG-CHANGE-NUMBER
                   ' on ' CHG-SYSTEM-ID ' ' WS-VERDICT
           END-IF

           EXIT.

       WRITE-CHANGE-ASSESSMENT.

           IF WS-VERDICT-FLAGGED
               MOVE '* ' TO CIM-FLAG
           ELSE
               MOVE SPACES TO CIM-FLAG
           END-IF
           MOVE CHG-CHANGE-NUMBER TO CIM-CHANGE-NUMBER
           MOVE CHG-SYSTEM-ID TO CIM-SYSTEM-ID
           MOVE CHG-IMPL-START TO CIM-IMPL-START
           MOVE WS-IMPL-END-STAMP TO CIM-IMPL-END
           MOVE WS-BEFORE-MEAN TO CIM-BEFORE-MEAN
           MOVE WS-AFTER-MEAN TO CIM-AFTER-MEAN
           MOVE WS-AT-MIN-RATING TO CIM-AFTER-MIN
           MOVE WS-MEAN-DELTA TO CIM-DELTA
           MOVE WS-VERDICT TO CIM-VERDICT
           MOVE CIM-CHANGE-LINE TO CHANGE-IMPACT-REPORT-RECORD
           PERFORM WRITE-CHANGE-IMPACT-LINE

           MOVE CHG-DESCRIPTION TO CIM-DESCRIPTION
           MOVE WS-BT-HOURS TO CIM-BEFORE-HOURS
           MOVE WS-AT-HOURS TO CIM-AFTER-HOURS
           MOVE WS-BT-MIN-RATING TO CIM-BEFORE-MIN
           MOVE CIM-DETAIL-LINE TO CHANGE-IMPACT-REPORT-RECORD
           PERFORM WRITE-CHANGE-IMPACT-LINE

           EXIT.

       REJECT-CHANGE.

           ADD 1 TO WS-TOTAL-REJECTED
           MOVE CHG-CHANGE-NUMBER TO CIM-REJ-CHANGE-NUMBER
           MOVE CHG-SYSTEM-ID TO CIM-REJ-SYSTEM-ID
           MOVE CIM-REJECT-LINE TO CHANGE-IMPACT-REPORT-RECORD
           PERFORM WRITE-CHANGE-IMPACT-LINE
           MOVE RC-WARNING TO RETURN-CODE

           EXIT.

       WRITE-CHANGE-IMPACT-LINE.

           WRITE CHANGE-IMPACT-REPORT-RECORD
           IF NOT CHANGE-IMPACT-REPORT-IO-SUCCESS
               DISPLAY '6: Error writing change impact report: '
                   CHANGE-IMPACT-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY CHANGE-IMPACT-REPORT-RECORD(1:110)

           EXIT.

       WRITE-CHANGE-IMPACT-SUMMARY.

           MOVE WS-TOTAL-CHANGES TO CIM-SUM-CHANGES
           MOVE WS-TOTAL-FLAGGED TO CIM-SUM-FLAGGED
           MOVE WS-TOTAL-IMPROVED TO CIM-SUM-IMPROVED
           MOVE WS-TOTAL-STABLE TO CIM-SUM-STABLE
           MOVE WS-TOTAL-NO-DATA TO CIM-SUM-NO-DATA
           MOVE WS-TOTAL-REJECTED TO CIM-SUM-REJECTED
           MOVE CIM-SUMMARY-LINE TO CHANGE-IMPACT-REPORT-RECORD
           PERFORM WRITE-CHANGE-IMPACT-LINE

           EXIT.

       CLOSE-CHANGE-IMPACT-FILES.

           CLOSE CHANGE-RECORD-FILE
           CLOSE HEALTH-TREND-HISTORY
           CLOSE CHANGE-IMPACT-REPORT
           IF NOT CHANGE-IMPACT-REPORT-IO-SUCCESS
               DISPLAY '7: Error closing change impact report: '
                   CHANGE-IMPACT-REPORT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * Converts a date YYYY-MM-DD HH:MM to minutes for easier         *
      * math operations without risk of date/time overflow, as in      *
      * ZTPTRNDY. An invalid stamp sets WS-DATE-INVALID so the change  *
      * can be rejected rather than assessed against the wrong hours.  *
      *                                                                *
      * Input:  DT-DATE-TIME  Output: WS-DATE-MINUTES                  *
      ******************************************************************
       CONVERT-DATE-TO-MINUTES.

           SET WS-DATE-VALID TO TRUE
           IF DT-DATE-TIME(1:4) IS NOT NUMERIC
                   OR DT-DATE-TIME(6:2) IS NOT NUMERIC
                   OR DT-DATE-TIME(9:2) IS NOT NUMERIC
                   OR DT-DATE-TIME(12:2) IS NOT NUMERIC
                   OR DT-DATE-TIME(15:2) IS NOT NUMERIC
               SET WS-DATE-INVALID TO TRUE
               MOVE 0 TO WS-DATE-MINUTES
               EXIT PARAGRAPH
           END-IF

           IF DT-YEAR < 1601 OR DT-MONTH < 01 OR DT-MONTH > 12 OR
                   DT-DAY < 01 OR DT-DAY > 31 OR
                   DT-HOUR > 23 OR DT-MINUTE > 59 OR
                   ((DT-MONTH = 4 OR DT-MONTH = 6 OR DT-MONTH = 9 OR
                   DT-MONTH = 11) AND DT-DAY > 30) OR
                   (DT-MONTH = 2 AND DT-DAY > 29)
               SET WS-DATE-INVALID TO TRUE
               MOVE 0 TO WS-DATE-MINUTES
               EXIT PARAGRAPH
           END-IF

           MOVE DT-YEAR TO DAI-YEAR
           MOVE DT-MONTH TO DAI-MONTH
           MOVE DT-DAY TO DAI-DAY
           COMPUTE WS-DATE-MINUTES =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
           COMPUTE WS-DATE-MINUTES =
               (WS-DATE-MINUTES * 1440) +
               (DT-HOUR * 60) + DT-MINUTE

           EXIT.

      ******************************************************************
      * Converts minutes back to a date YYYY-MM-DD HH:MM.              *
      *                                                                *
      * Input:  WS-DATE-MINUTES  Output: DT-DATE-TIME                  *
      ******************************************************************
       CONVERT-MINUTES-TO-DATE.

           DIVIDE WS-DATE-MINUTES BY 1440
               GIVING WS-INTEGER-OF-DATE REMAINDER WS-INTEGER-REM
           DIVIDE WS-INTEGER-REM BY 60
               GIVING DT-HOUR REMAINDER DT-MINUTE

           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-INTEGER-OF-DATE)
           MOVE DAI-YEAR TO DT-YEAR
           MOVE DAI-MONTH TO DT-MONTH
           MOVE DAI-DAY TO DT-DAY

           EXIT.
