       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPRUNPL.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Nightly run-plan generator. Which optional jobs run tonight    *
      * was decided by an operator reading a checklist: month-end      *
      * reports on the last business day, the attestation campaign     *
      * once a quarter, no widget run on a holiday, the reorder chase  *
      * only on mail days. This program makes that decision from the   *
      * shop calendar (BIZCAL, see ZTPBZCAL), the day of the week and  *
      * the job rules (JOBRULES, layout in ZTPRPREC), before the       *
      * stream starts.                                                 *
      *                                                                *
      * RUNPLAN gets one record per ruled job: RUN or SKIP, the reason *
      * and, for a job that runs, the PARM its period needs (MONTH=,   *
      * FROM=/TO=), which the scheduler substitutes into the job's     *
      * EXEC. ZTPPREFL and ZTPRCSUM read the plan so that a job that   *
      * was not scheduled is not reported as one that failed to run.   *
      *                                                                *
      * PARM 'DATE=YYYYMMDD' plans another night; by default tonight.  *
      * A rule with an unknown schedule is planned SKIP and ends the   *
      * run with RC-WARNING.                                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-RULES ASSIGN JOBRULES
           FILE STATUS IS JOB-RULES-FS.

      *-----------------------------------------------------------------
      * The shop business calendar (BIZCAL, maintained by ZTPCALMT).
      * Without one, only weekends are non-business days.
      *-----------------------------------------------------------------
           SELECT OPTIONAL BUSINESS-CALENDAR ASSIGN BIZCAL
           FILE STATUS IS BUSINESS-CALENDAR-FS.

           SELECT RUN-PLAN ASSIGN RUNPLAN
           FILE STATUS IS RUN-PLAN-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  JOB-RULES RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS JOB-RULES-RECORD.
       01  JOB-RULES-RECORD PIC X(80).

       FD  BUSINESS-CALENDAR RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CAL-CALENDAR-RECORD.
           COPY ZTPBZCAL REPLACING ==:CAL:== BY ==CAL==.

       FD  RUN-PLAN RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RUN-PLAN-RECORD.
       01  RUN-PLAN-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  JOB-RULES-FS        PIC X(2).
       77  BUSINESS-CALENDAR-FS PIC X(2).
       77  RUN-PLAN-FS         PIC X(2).

           COPY ZTPRPREC.

       01  WS-PARM             PIC X(100).

      *-----------------------------------------------------------------
      * The night being planned.
      *-----------------------------------------------------------------
       01  WS-NIGHT-DATE       PIC 9(8).
       01  WS-NIGHT-DATE-PARTS REDEFINES WS-NIGHT-DATE.
           05 WS-ND-YEAR       PIC 9(4).
           05 WS-ND-MONTH      PIC 9(2).
           05 WS-ND-DAY        PIC 9(2).
       77  WS-NIGHT-DAY-NUMBER PIC 9(7).
       77  WS-NIGHT-WEEKDAY    PIC 9.
       77  WS-NIGHT-HOLIDAY    PIC X(20).
       77  WS-NIGHT-FLAGS-INIT PIC X(4) VALUE '0000'.
       01  WS-NIGHT-FLAGS.
           05 WS-NIGHT-BUSINESS-FLAG   PIC 9.
              88 WS-NIGHT-BUSINESS     VALUE 1.
           05 WS-MONTH-END-FLAG        PIC 9.
              88 WS-LAST-BUS-DAY-MONTH VALUE 1.
           05 WS-QTR-START-FLAG        PIC 9.
              88 WS-FIRST-BUS-DAY-QTR  VALUE 1.
           05 WS-QTR-END-FLAG          PIC 9.
              88 WS-QUARTER-END-NIGHT  VALUE 1.

       01  WS-DAY-NAME-VALUES  PIC X(21)
           VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-VALUES.
           05 WS-DAY-NAME      PIC X(3) OCCURS 7 TIMES.

      *-----------------------------------------------------------------
      * The periods a job's PARM can cover, as YYYYMMDD.
      *-----------------------------------------------------------------
       01  WS-PERIODS.
           05 WS-MONTH-START           PIC 9(8).
           05 WS-QTR-START             PIC 9(8).
           05 WS-QTR-LAST-DAY          PIC 9(8).
           05 WS-PRIOR-QTR-START       PIC 9(8).
           05 WS-PRIOR-QTR-END         PIC 9(8).
       77  WS-QTR-NUMBER       PIC 9.
       77  WS-QTR-FIRST-MONTH  PIC 9(2).
       77  WS-QTR-LAST-MONTH   PIC 9(2).
       01  WS-PERIOD-FROM      PIC 9(8).
       01  WS-PERIOD-TO        PIC 9(8).
       01  WS-PERIOD-TO-PARTS REDEFINES WS-PERIOD-TO.
           05 WS-PT-YEAR       PIC 9(4).
           05 WS-PT-MONTH      PIC 9(2).
           05 WS-PT-DAY        PIC 9(2).
       77  WS-PARM-POINTER     PIC 9(3).

      *-----------------------------------------------------------------
      * A day probed for being a business day.
      *-----------------------------------------------------------------
       01  DAI-DATE-AS-INTEGER PIC 9(8).
       01  DAI-DATE-AS-INTEGER-REDEF REDEFINES DAI-DATE-AS-INTEGER.
           05 DAI-YEAR         PIC 9(4).
           05 DAI-MONTH        PIC 9(2).
           05 DAI-DAY          PIC 9(2).
       77  WS-PROBE-DAY-NUMBER PIC 9(7).
       77  WS-PROBE-WEEKDAY    PIC 9.
       77  WS-PROBE-BUSINESS-FLAG PIC 9.
           88 WS-PROBE-BUSINESS VALUE 1.
       77  WS-PROBE-HOLIDAY-INDEX PIC 9(3).

      *-----------------------------------------------------------------
      * The calendar's holidays and declared quarter-end days.
      *-----------------------------------------------------------------
       01  WS-CALENDAR-TABLE.
           05 WS-CD-ENTRY OCCURS 200 TIMES.
               10 WS-CD-DATE           PIC X(8).
               10 WS-CD-TYPE           PIC X(1).
               10 WS-CD-DESCRIPTION    PIC X(20).
       77  WS-CD-COUNT         PIC 9(3) VALUE 0.
       77  WS-CD-INDEX         PIC 9(3).

       01  WS-PLAN-TOTALS.
           05 WS-TOTAL-RULES           PIC 9(4) VALUE 0.
           05 WS-TOTAL-RUN             PIC 9(4) VALUE 0.
           05 WS-TOTAL-SKIP            PIC 9(4) VALUE 0.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTPRUNPL start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM
           IF WS-NIGHT-DATE = 0
               MOVE RC-ERROR TO RETURN-CODE
               DISPLAY 'ZTPRUNPL end with RETURN-CODE=' RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT JOB-RULES
           IF JOB-RULES-FS NOT = '00'
               DISPLAY 'ZTPRUNPL error opening JOBRULES: '
                   JOB-RULES-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RUN-PLAN
           IF RUN-PLAN-FS NOT = '00'
               DISPLAY 'ZTPRUNPL error opening RUNPLAN: '
                   RUN-PLAN-FS
               CLOSE JOB-RULES
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM DESCRIBE-THE-NIGHT

           READ JOB-RULES INTO JRL-JOB-RULE-RECORD
           PERFORM UNTIL JOB-RULES-FS > '04'
               IF JRL-JOB-NAME NOT = SPACES
                       AND JRL-JOB-NAME(1:1) NOT = '*'
                   PERFORM PLAN-ONE-JOB
               END-IF
               READ JOB-RULES INTO JRL-JOB-RULE-RECORD
           END-PERFORM

           CLOSE JOB-RULES
           CLOSE RUN-PLAN

           DISPLAY 'ZTPRUNPL ' WS-NIGHT-DATE
               ' rules=' WS-TOTAL-RULES
               ' run=' WS-TOTAL-RUN
               ' skip=' WS-TOTAL-SKIP
           DISPLAY 'ZTPRUNPL end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Parse 'DATE=YYYYMMDD'; without it, plan tonight.               *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM(1:5) = 'DATE='
               IF WS-PARM(6:8) IS NUMERIC
                   MOVE WS-PARM(6:8) TO WS-NIGHT-DATE
               ELSE
                   MOVE 0 TO WS-NIGHT-DATE
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NIGHT-DATE
           END-IF

           IF WS-ND-MONTH < 1 OR WS-ND-MONTH > 12
                   OR WS-ND-DAY < 1 OR WS-ND-DAY > 31
               DISPLAY 'ZTPRUNPL PARM date is not YYYYMMDD: '
                   WS-PARM(1:30)
               MOVE 0 TO WS-NIGHT-DATE
           END-IF

           EXIT.

      ******************************************************************
      * Load the declared holidays and quarter-end days, when a        *
      * calendar is supplied.                                          *
      ******************************************************************
       LOAD-BUSINESS-CALENDAR.

           MOVE 0 TO WS-CD-COUNT

           OPEN INPUT BUSINESS-CALENDAR
           IF BUSINESS-CALENDAR-FS NOT = '00'
               DISPLAY 'ZTPRUNPL no business calendar: '
                   BUSINESS-CALENDAR-FS
               EXIT PARAGRAPH
           END-IF

           READ BUSINESS-CALENDAR
           PERFORM UNTIL BUSINESS-CALENDAR-FS > '04'
               IF (CAL-HOLIDAY OR CAL-QUARTER-END)
                       AND CAL-DATE IS NUMERIC
                       AND WS-CD-COUNT < 200
                   ADD 1 TO WS-CD-COUNT
                   MOVE CAL-DATE TO WS-CD-DATE(WS-CD-COUNT)
                   MOVE CAL-DAY-TYPE TO WS-CD-TYPE(WS-CD-COUNT)
                   MOVE CAL-DESCRIPTION
                       TO WS-CD-DESCRIPTION(WS-CD-COUNT)
               END-IF
               READ BUSINESS-CALENDAR
           END-PERFORM

           CLOSE BUSINESS-CALENDAR

           DISPLAY 'ZTPRUNPL loaded ' WS-CD-COUNT
               ' calendar day(s) from BIZCAL'

           EXIT.

      ******************************************************************
      * Everything the rules ask about the night: its weekday, whether *
      * it is a holiday or a business day, and whether it closes the   *
      * month or opens or closes the quarter. Also the periods the     *
      * PARMs cover.                                                   *
      ******************************************************************
       DESCRIBE-THE-NIGHT.

           MOVE WS-NIGHT-FLAGS-INIT TO WS-NIGHT-FLAGS

           MOVE WS-NIGHT-DATE TO DAI-DATE-AS-INTEGER
           COMPUTE WS-NIGHT-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)

           MOVE WS-NIGHT-DAY-NUMBER TO WS-PROBE-DAY-NUMBER
           PERFORM CHECK-PROBE-DAY
           MOVE WS-PROBE-WEEKDAY TO WS-NIGHT-WEEKDAY
           MOVE WS-PROBE-BUSINESS-FLAG TO WS-NIGHT-BUSINESS-FLAG
           MOVE SPACES TO WS-NIGHT-HOLIDAY
           IF WS-PROBE-HOLIDAY-INDEX > 0
               MOVE WS-CD-DESCRIPTION(WS-PROBE-HOLIDAY-INDEX)
                   TO WS-NIGHT-HOLIDAY
               IF WS-NIGHT-HOLIDAY = SPACES
                   MOVE 'DECLARED' TO WS-NIGHT-HOLIDAY
               END-IF
           END-IF

           COMPUTE WS-QTR-NUMBER = (WS-ND-MONTH - 1) / 3
           COMPUTE WS-QTR-FIRST-MONTH = WS-QTR-NUMBER * 3 + 1
           COMPUTE WS-QTR-LAST-MONTH = WS-QTR-FIRST-MONTH + 2
           COMPUTE WS-MONTH-START =
               WS-ND-YEAR * 10000 + WS-ND-MONTH * 100 + 1
           COMPUTE WS-QTR-START =
               WS-ND-YEAR * 10000 + WS-QTR-FIRST-MONTH * 100 + 1

      *-----------------------------------------------------------------
      * The quarter just ended: up to the day before this quarter.
      *-----------------------------------------------------------------
           MOVE WS-QTR-START TO DAI-DATE-AS-INTEGER
           COMPUTE WS-PRIOR-QTR-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER) - 1)
           MOVE WS-PRIOR-QTR-END TO DAI-DATE-AS-INTEGER
           COMPUTE WS-PRIOR-QTR-START =
               DAI-YEAR * 10000 + (DAI-MONTH - 2) * 100 + 1

      *-----------------------------------------------------------------
      * The last day of this quarter: the day before the next one.
      *-----------------------------------------------------------------
           IF WS-QTR-LAST-MONTH = 12
               COMPUTE DAI-DATE-AS-INTEGER =
                   (WS-ND-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE DAI-DATE-AS-INTEGER =
                   WS-ND-YEAR * 10000 + (WS-QTR-LAST-MONTH + 1) * 100
                   + 1
           END-IF
           COMPUTE WS-QTR-LAST-DAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER) - 1)

           IF WS-NIGHT-BUSINESS
               PERFORM CHECK-LAST-BUS-DAY-OF-MONTH
               IF WS-ND-MONTH = WS-QTR-FIRST-MONTH
                   PERFORM CHECK-FIRST-BUS-DAY-OF-QTR
               END-IF
           END-IF
           PERFORM CHECK-QUARTER-END-NIGHT

           DISPLAY 'ZTPRUNPL night ' WS-NIGHT-DATE ' '
               WS-DAY-NAME(WS-NIGHT-WEEKDAY)
               ' business=' WS-NIGHT-BUSINESS-FLAG
               ' month-end=' WS-MONTH-END-FLAG
               ' quarter-start=' WS-QTR-START-FLAG
               ' quarter-end=' WS-QTR-END-FLAG

           EXIT.

      ******************************************************************
      * The night closes the month when no business day follows it in  *
      * the same month.                                                *
      ******************************************************************
       CHECK-LAST-BUS-DAY-OF-MONTH.

           COMPUTE WS-PROBE-DAY-NUMBER = WS-NIGHT-DAY-NUMBER + 1
           PERFORM CHECK-PROBE-DAY
           PERFORM UNTIL DAI-MONTH NOT = WS-ND-MONTH
                   OR WS-PROBE-BUSINESS
               ADD 1 TO WS-PROBE-DAY-NUMBER
               PERFORM CHECK-PROBE-DAY
           END-PERFORM

           IF DAI-MONTH NOT = WS-ND-MONTH
               SET WS-LAST-BUS-DAY-MONTH TO TRUE
           END-IF

           EXIT.

      ******************************************************************
      * The night opens the quarter when no business day precedes it   *
      * in the quarter's first month.                                  *
      ******************************************************************
       CHECK-FIRST-BUS-DAY-OF-QTR.

           MOVE WS-MONTH-START TO DAI-DATE-AS-INTEGER
           COMPUTE WS-PROBE-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
           PERFORM CHECK-PROBE-DAY
           PERFORM UNTIL WS-PROBE-DAY-NUMBER >= WS-NIGHT-DAY-NUMBER
                   OR WS-PROBE-BUSINESS
               ADD 1 TO WS-PROBE-DAY-NUMBER
               PERFORM CHECK-PROBE-DAY
           END-PERFORM

           IF WS-PROBE-DAY-NUMBER >= WS-NIGHT-DAY-NUMBER
               SET WS-FIRST-BUS-DAY-QTR TO TRUE
           END-IF

           EXIT.

      ******************************************************************
      * A quarter-end day the calendar declares for this quarter is    *
      * the quarter end; without one, the quarter's last month's last  *
      * business day is.                                               *
      ******************************************************************
       CHECK-QUARTER-END-NIGHT.

           PERFORM VARYING WS-CD-INDEX FROM 1 BY 1
                   UNTIL WS-CD-INDEX > WS-CD-COUNT
               IF WS-CD-TYPE(WS-CD-INDEX) = 'Q'
                       AND WS-CD-DATE(WS-CD-INDEX) >= WS-QTR-START
                       AND WS-CD-DATE(WS-CD-INDEX) <= WS-QTR-LAST-DAY
                   IF WS-CD-DATE(WS-CD-INDEX) = WS-NIGHT-DATE
                       SET WS-QUARTER-END-NIGHT TO TRUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-ND-MONTH = WS-QTR-LAST-MONTH
                   AND WS-LAST-BUS-DAY-MONTH
               SET WS-QUARTER-END-NIGHT TO TRUE
           END-IF

           EXIT.

      ******************************************************************
      * Is WS-PROBE-DAY-NUMBER a business day? Leaves its date in      *
      * DAI-DATE-AS-INTEGER, its weekday (Monday 1 to Sunday 7; day 1  *
      * of the integer calendar was a Monday) and the calendar entry   *
      * that makes it a holiday, if any.                               *
      ******************************************************************
       CHECK-PROBE-DAY.

           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-PROBE-DAY-NUMBER)
           COMPUTE WS-PROBE-WEEKDAY =
               FUNCTION MOD(WS-PROBE-DAY-NUMBER - 1, 7) + 1

           MOVE 0 TO WS-PROBE-HOLIDAY-INDEX
           PERFORM VARYING WS-CD-INDEX FROM 1 BY 1
                   UNTIL WS-CD-INDEX > WS-CD-COUNT
                   OR WS-PROBE-HOLIDAY-INDEX > 0
               IF WS-CD-TYPE(WS-CD-INDEX) = 'H'
                       AND WS-CD-DATE(WS-CD-INDEX) = DAI-DATE-AS-INTEGER
                   MOVE WS-CD-INDEX TO WS-PROBE-HOLIDAY-INDEX
               END-IF
           END-PERFORM

           IF WS-PROBE-WEEKDAY < 6 AND WS-PROBE-HOLIDAY-INDEX = 0
               MOVE 1 TO WS-PROBE-BUSINESS-FLAG
           ELSE
               MOVE 0 TO WS-PROBE-BUSINESS-FLAG
           END-IF

           EXIT.

      ******************************************************************
      * Decide one job's night from its rule.                          *
      ******************************************************************
       PLAN-ONE-JOB.

           ADD 1 TO WS-TOTAL-RULES
           MOVE SPACES TO RPL-RUN-PLAN-RECORD
           MOVE WS-NIGHT-DATE TO RPL-PLAN-DATE
           MOVE JRL-JOB-NAME TO RPL-JOB-NAME
           MOVE WS-NIGHT-DATE TO WS-PERIOD-FROM
           MOVE WS-NIGHT-DATE TO WS-PERIOD-TO

           EVALUATE JRL-SCHEDULE
               WHEN 'DAILY'
                   IF WS-NIGHT-HOLIDAY NOT = SPACES
                           AND NOT JRL-RUNS-ON-HOLIDAY
                       PERFORM PLAN-SKIP-HOLIDAY
                   ELSE
                       SET RPL-RUN TO TRUE
                       MOVE 'DAILY' TO RPL-REASON
                   END-IF
               WHEN 'BUSDAY'
                   EVALUATE TRUE
                       WHEN WS-NIGHT-BUSINESS
                           SET RPL-RUN TO TRUE
                           MOVE 'BUSINESS DAY' TO RPL-REASON
                       WHEN WS-NIGHT-HOLIDAY NOT = SPACES
                           PERFORM PLAN-SKIP-HOLIDAY
                       WHEN OTHER
                           SET RPL-SKIP TO TRUE
                           MOVE 'WEEKEND' TO RPL-REASON
                   END-EVALUATE
               WHEN 'MAILDAY'
                   EVALUATE TRUE
                       WHEN WS-NIGHT-HOLIDAY NOT = SPACES
                           PERFORM PLAN-SKIP-HOLIDAY
                       WHEN WS-NIGHT-WEEKDAY = 7
                           SET RPL-SKIP TO TRUE
                           MOVE 'NOT A MAIL DAY (SUNDAY)' TO RPL-REASON
                       WHEN OTHER
                           SET RPL-RUN TO TRUE
                           MOVE 'MAIL DAY' TO RPL-REASON
                   END-EVALUATE
               WHEN 'MONTHEND'
                   IF WS-LAST-BUS-DAY-MONTH
                       SET RPL-RUN TO TRUE
                       MOVE 'LAST BUSINESS DAY OF MONTH' TO RPL-REASON
                       MOVE WS-MONTH-START TO WS-PERIOD-FROM
                   ELSE
                       SET RPL-SKIP TO TRUE
                       MOVE 'NOT LAST BUSINESS DAY' TO RPL-REASON
                   END-IF
               WHEN 'QTRSTART'
                   IF WS-FIRST-BUS-DAY-QTR
                       SET RPL-RUN TO TRUE
                       MOVE 'FIRST BUSINESS DAY OF QTR' TO RPL-REASON
                       MOVE WS-PRIOR-QTR-START TO WS-PERIOD-FROM
                       MOVE WS-PRIOR-QTR-END TO WS-PERIOD-TO
                   ELSE
                       SET RPL-SKIP TO TRUE
                       MOVE 'NOT FIRST BUS DAY OF QTR' TO RPL-REASON
                   END-IF
               WHEN 'QTREND'
                   IF WS-QUARTER-END-NIGHT
                       SET RPL-RUN TO TRUE
                       MOVE 'QUARTER END' TO RPL-REASON
                       MOVE WS-QTR-START TO WS-PERIOD-FROM
                   ELSE
                       SET RPL-SKIP TO TRUE
                       MOVE 'NOT QUARTER END' TO RPL-REASON
                   END-IF
               WHEN OTHER
                   SET RPL-SKIP TO TRUE
                   MOVE SPACES TO RPL-REASON
                   STRING 'UNKNOWN SCHEDULE ' JRL-SCHEDULE
                       DELIMITED BY SIZE INTO RPL-REASON
                   IF RETURN-CODE < RC-WARNING
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
           END-EVALUATE

      *-----------------------------------------------------------------
      * A job limited to certain weekdays sits out the others.
      *-----------------------------------------------------------------
           IF RPL-RUN AND JRL-WEEKDAYS NOT = SPACES
                   AND JRL-WEEKDAY-FLAG(WS-NIGHT-WEEKDAY) NOT = 'Y'
               SET RPL-SKIP TO TRUE
               MOVE SPACES TO RPL-REASON
               STRING 'NOT RUN ON ' WS-DAY-NAME(WS-NIGHT-WEEKDAY)
                   DELIMITED BY SIZE INTO RPL-REASON
           END-IF

           IF RPL-RUN
               PERFORM BUILD-PERIOD-PARM
               ADD 1 TO WS-TOTAL-RUN
           ELSE
               ADD 1 TO WS-TOTAL-SKIP
           END-IF

           WRITE RUN-PLAN-RECORD FROM RPL-RUN-PLAN-RECORD
           IF RUN-PLAN-FS NOT = '00'
               DISPLAY 'ZTPRUNPL error writing RUNPLAN: '
                   RUN-PLAN-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTPRUNPL ' RPL-JOB-NAME ' ' RPL-DECISION ' '
               RPL-REASON ' ' RPL-PARM(1:40)

           EXIT.

       PLAN-SKIP-HOLIDAY.

           SET RPL-SKIP TO TRUE
           MOVE SPACES TO RPL-REASON
           STRING 'HOLIDAY ' WS-NIGHT-HOLIDAY
               DELIMITED BY SIZE INTO RPL-REASON

           EXIT.

      ******************************************************************
      * The PARM for the job's period, in the form its rule names,     *
      * followed by the rule's fixed PARM text.                        *
      ******************************************************************
       BUILD-PERIOD-PARM.

           MOVE 1 TO WS-PARM-POINTER

           EVALUATE JRL-PARM-FORM
               WHEN 'MONTH'
                   STRING 'MONTH=' WS-PT-YEAR WS-PT-MONTH
                       DELIMITED BY SIZE INTO RPL-PARM
                       WITH POINTER WS-PARM-POINTER
               WHEN 'MONTHX'
                   STRING 'MONTH=' WS-PT-YEAR '-' WS-PT-MONTH
                       DELIMITED BY SIZE INTO RPL-PARM
                       WITH POINTER WS-PARM-POINTER
               WHEN 'FROMTO'
                   STRING 'FROM=' WS-PERIOD-FROM
                       ',TO=' WS-PERIOD-TO
                       DELIMITED BY SIZE INTO RPL-PARM
                       WITH POINTER WS-PARM-POINTER
               WHEN 'FROMTOTS'
                   STRING 'FROM=' WS-PERIOD-FROM '000000'
                       ',TO=' WS-PERIOD-TO '235959'
                       DELIMITED BY SIZE INTO RPL-PARM
                       WITH POINTER WS-PARM-POINTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF JRL-PARM-EXTRA NOT = SPACES
               IF WS-PARM-POINTER > 1
                   STRING ',' DELIMITED BY SIZE INTO RPL-PARM
                       WITH POINTER WS-PARM-POINTER
               END-IF
               STRING JRL-PARM-EXTRA DELIMITED BY '  '
                   INTO RPL-PARM
                   WITH POINTER WS-PARM-POINTER
           END-IF

           EXIT.
