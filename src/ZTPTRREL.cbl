       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTRREL.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Monthly reliability report for TRENDY. ZTPTRAVL says what      *
      * share of the service hours were healthy; the service review    *
      * also asks how often things break and how fast we recover.      *
      * This program answers from ZTPALERT's alert lifecycle: every    *
      * OPEN on ALERT-EVENT-FILE is one incident, an ESCALATE marks it *
      * escalated, and the CLOSE ends it. Per system it reports:       *
      *                                                                *
      *   INCIDENTS - incidents opened in the month, split into        *
      *               escalated and unescalated, plus how many are     *
      *               still open                                       *
      *   MTTA      - mean time to acknowledge: OPEN interval to the   *
      *               console's 'ACK' of the OPEN event (ZTPTRCEF      *
      *               CONFEED/CONACK); incidents never acknowledged    *
      *               are left out of the mean                         *
      *   MTTR      - mean time to recover, OPEN to CLOSE interval     *
      *   MTBF      - mean time between failures, from the CLOSE of    *
      *               one incident to the OPEN of the next on the      *
      *               same system                                      *
      *                                                                *
      * All times are in minutes. Each system shows the reported       *
      * month and the three months before it, then a TREND line with   *
      * the reported month's change against the pooled prior three.    *
      *                                                                *
      * ALERTEVT, CONFEED and CONACK are per-run outputs; the JCL      *
      * concatenates the generations covering the four months (an      *
      * earlier generation or two does no harm, it only gives the      *
      * first MTBF of the period a starting point). The ALERT-STATE    *
      * KSDS (ZTPALERT's open-alert state) supplies incidents still    *
      * open whose OPEN event fell outside the concatenation.          *
      *                                                                *
      * Optional runtime PARM 'MONTH=YYYY-MM' selects the reported     *
      * month (default: the current month, as in ZTPTRAVL).            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALERT-EVENT-FILE ASSIGN TO ALERTEVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERT-EVENT-FS.

      ******************************************************************
      * ==> ALERT-STATE is ZTPALERT's KSDS of currently open alerts,   *
      *     read only; optional so the report still runs before        *
      *     ZTPALERT ever has.                                         *
      ******************************************************************

           SELECT OPTIONAL ALERT-STATE ASSIGN TO ALERTSTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AST-SYSTEM-ID
           FILE STATUS IS ALERT-STATE-FS.

           SELECT OPTIONAL CONSOLE-FEED ASSIGN TO CONFEED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONSOLE-FEED-FS.

           SELECT OPTIONAL CONSOLE-ACK ASSIGN TO CONACK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONSOLE-ACK-FS.

           SELECT RELIABILITY-REPORT ASSIGN TO RELRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RELIABILITY-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  ALERT-EVENT-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ALERT-EVENT-RECORD.
       01  ALERT-EVENT-RECORD PIC X(120).

      ******************************************************************
      * Same layout as ALERT-STATE-RECORD in ZTPALERT.                 *
      ******************************************************************
       FD  ALERT-STATE RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ALERT-STATE-RECORD.
       01  ALERT-STATE-RECORD.
           05 AST-SYSTEM-ID        PIC X(3).
           05 FILLER               PIC X.
           05 AST-STATUS           PIC X(1).
               88 AST-OPEN         VALUE 'O'.
               88 AST-ESCALATED    VALUE 'E'.
           05 FILLER               PIC X.
           05 AST-BAD-INTERVALS    PIC 9(4).
           05 FILLER               PIC X.
           05 AST-OPENED-INTERVAL  PIC X(16).
           05 FILLER               PIC X.
           05 AST-LAST-INTERVAL    PIC X(16).
           05 FILLER               PIC X(36).

       FD  CONSOLE-FEED RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CONSOLE-FEED-RECORD.
       01  CONSOLE-FEED-RECORD PIC X(150).

       FD  CONSOLE-ACK RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CONSOLE-ACK-RECORD.
       01  CONSOLE-ACK-RECORD PIC X(80).

       FD  RELIABILITY-REPORT RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RELIABILITY-REPORT-RECORD.
       01  RELIABILITY-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  ALERT-EVENT-FS              PIC 9(2).
           88 ALERT-EVENT-IO-SUCCESS   VALUE 00.
           88 ALERT-EVENT-EOF          VALUE 10.
       77  ALERT-STATE-FS              PIC 9(2).
           88 ALERT-STATE-IO-SUCCESS   VALUE 00.
           88 ALERT-STATE-EOF          VALUE 10.
       77  CONSOLE-FEED-FS             PIC 9(2).
           88 CONSOLE-FEED-IO-SUCCESS  VALUE 00.
           88 CONSOLE-FEED-EOF         VALUE 10.
       77  CONSOLE-ACK-FS              PIC 9(2).
           88 CONSOLE-ACK-IO-SUCCESS   VALUE 00.
           88 CONSOLE-ACK-EOF          VALUE 10.
       77  RELIABILITY-REPORT-FS       PIC 9(2).
           88 RELIABILITY-REPORT-IO-SUCCESS VALUE 00.

       77  SOURCE-IO-FLAG              PIC 9.
           88 SOURCE-DONE              VALUE 1.
           88 SOURCE-HAS-MORE          VALUE 0.

      ******************************************************************
      * The console record layouts (see ZTPTRCEV).                     *
      ******************************************************************
           COPY ZTPTRCEV REPLACING ==:CEV:== BY ==CEV==
                                   ==:CAK:== BY ==CAK==.

      ******************************************************************
      * The reported month (bucket 1) and the three before it.         *
      ******************************************************************
       01  WS-CURRENT-DATE.
           05 CURR-YEAR                PIC 9(4).
           05 CURR-MONTH               PIC 9(2).
           05 CURR-DAY                 PIC 9(2).
           05 FILLER                   PIC X(13).
       01  WS-REPORT-MONTH.
           05 WS-RM-YEAR               PIC 9(4).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-RM-MONTH              PIC 9(2).
       01  WS-MONTH-TABLE.
           05 WS-MONTH-LABEL OCCURS 4 TIMES PIC X(7).
       77  WS-MONTH-INDEX              PIC 9.

      ******************************************************************
      * Date/time to minutes, as in ZTPTRCOR.                          *
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

      ******************************************************************
      * One entry per incident (OPEN), in the order they were opened.  *
      * A zero close or acknowledgment time means none was seen.       *
      ******************************************************************
       01  WS-INCIDENT-TABLE.
           05 WS-IN-ENTRY OCCURS 1000 TIMES.
               10 WS-IN-SYSTEM-ID      PIC X(3).
               10 WS-IN-OPENED         PIC X(16).
               10 WS-IN-OPEN-MINS      PIC 9(10).
               10 WS-IN-CLOSE-MINS     PIC 9(10).
               10 WS-IN-ACK-MINS       PIC 9(10).
               10 WS-IN-SEQUENCE       PIC 9(8).
               10 WS-IN-ESCALATED-FLAG PIC 9.
                   88 WS-IN-ESCALATED  VALUE 1.
       77  WS-IN-COUNT                 PIC 9(4) VALUE 0.
       77  WS-IN-INDEX                 PIC 9(4).
       77  WS-IN-FOUND-FLAG            PIC 9.
           88 WS-IN-FOUND              VALUE 1.
           88 WS-IN-NOT-FOUND          VALUE 0.
       77  WS-SEARCH-SYSTEM-ID         PIC X(3).
       77  WS-SEARCH-OPENED            PIC X(16).

      ******************************************************************
      * Per-system figures, one bucket per month.                      *
      ******************************************************************
       01  WS-SYSTEM-TABLE.
           05 WS-SY-ENTRY OCCURS 50 TIMES.
               10 WS-SY-SYSTEM-ID      PIC X(3).
               10 WS-SY-LAST-CLOSE-MINS PIC 9(10).
               10 WS-SY-BUCKET OCCURS 4 TIMES.
                   15 WS-SB-INCIDENTS      PIC 9(5).
                   15 WS-SB-ESCALATED      PIC 9(5).
                   15 WS-SB-STILL-OPEN     PIC 9(5).
                   15 WS-SB-ACK-SUM        PIC 9(10).
                   15 WS-SB-ACK-COUNT      PIC 9(5).
                   15 WS-SB-RECOVER-SUM    PIC 9(10).
                   15 WS-SB-RECOVER-COUNT  PIC 9(5).
                   15 WS-SB-BETWEEN-SUM    PIC 9(10).
                   15 WS-SB-BETWEEN-COUNT  PIC 9(5).
       77  WS-SY-COUNT                 PIC 9(3) VALUE 0.
       77  WS-SY-INDEX                 PIC 9(3).
       77  WS-SY-FOUND-FLAG            PIC 9.
           88 WS-SY-FOUND              VALUE 1.
           88 WS-SY-NOT-FOUND          VALUE 0.

      *-----------------------------------------------------------------
      * Work fields for one system's means: the reported month and
      * the pooled prior three months. A mean of -1 means no data.
      *-----------------------------------------------------------------
       01  WS-MEAN-WORK.
           05 WS-SUM                   PIC 9(12).
           05 WS-COUNT                 PIC 9(7).
           05 WS-MEAN                  PIC S9(9).
           05 WS-CUR-MTTA              PIC S9(9).
           05 WS-CUR-MTTR              PIC S9(9).
           05 WS-CUR-MTBF              PIC S9(9).
           05 WS-PRI-MTTA              PIC S9(9).
           05 WS-PRI-MTTR              PIC S9(9).
           05 WS-PRI-MTBF              PIC S9(9).
           05 WS-PRI-INCIDENTS         PIC 9(7).
           05 WS-INCIDENT-DELTA        PIC S9(5)V9.
           05 WS-DELTA                 PIC S9(9).
       77  WS-EDIT-MINUTES             PIC Z(6)9.
       77  WS-EDIT-DELTA               PIC -(6)9.
       77  WS-SKIPPED-EVENTS           PIC 9(6) VALUE 0.

       01  REL-HEADER-LINE.
           05 FILLER                   PIC X(24)
              VALUE 'RELIABILITY REPORT FOR '.
           05 REL-HDR-MONTH            PIC X(7).
           05 FILLER                   PIC X(48)
              VALUE ' (MINUTES; TREND AGAINST THE PRIOR THREE MONTHS)'.
           05 FILLER                   PIC X(53) VALUE SPACES.

       01  REL-DETAIL-LINE.
           05 REL-SYSTEM-ID            PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 REL-MONTH                PIC X(7).
           05 REL-CURRENT-MARK         PIC X(2).
           05 FILLER                   PIC X(11) VALUE ' INCIDENTS='.
           05 REL-INCIDENTS            PIC Z(4)9.
           05 FILLER                   PIC X(5) VALUE ' ESC='.
           05 REL-ESCALATED            PIC Z(4)9.
           05 FILLER                   PIC X(7) VALUE ' UNESC='.
           05 REL-UNESCALATED          PIC Z(4)9.
           05 FILLER                   PIC X(6) VALUE ' OPEN='.
           05 REL-STILL-OPEN           PIC Z(4)9.
           05 FILLER                   PIC X(6) VALUE ' MTTA='.
           05 REL-MTTA                 PIC X(7).
           05 FILLER                   PIC X(6) VALUE ' MTTR='.
           05 REL-MTTR                 PIC X(7).
           05 FILLER                   PIC X(6) VALUE ' MTBF='.
           05 REL-MTBF                 PIC X(7).
           05 FILLER                   PIC X(31) VALUE SPACES.

       01  REL-TREND-LINE.
           05 REL-TRD-SYSTEM-ID        PIC X(3).
           05 FILLER                   PIC X(30)
              VALUE ' TREND VS PRIOR 3: INCIDENTS '.
           05 REL-TRD-INCIDENTS        PIC -(4)9.9.
           05 FILLER                   PIC X(6) VALUE ' MTTA '.
           05 REL-TRD-MTTA             PIC X(7).
           05 FILLER                   PIC X(6) VALUE ' MTTR '.
           05 REL-TRD-MTTR             PIC X(7).
           05 FILLER                   PIC X(6) VALUE ' MTBF '.
           05 REL-TRD-MTBF             PIC X(7).
           05 FILLER                   PIC X VALUE SPACE.
           05 REL-TRD-VERDICT          PIC X(20).
           05 FILLER                   PIC X(32) VALUE SPACES.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES ('MONTH=YYYY-MM').          *
      ******************************************************************
       77  WS-PARM                     PIC X(100).
       77  WS-PARM-FIELD               PIC X(20).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH           PIC S9(4) COMP.
           05 LS-PARM-DATA             PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPTRREL start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM-OVERRIDES
           PERFORM COMPUTE-MONTH-LABELS
           PERFORM OPEN-RELIABILITY-REPORT
           PERFORM LOAD-ALERT-LIFECYCLE
           PERFORM LOAD-OPEN-ALERT-STATE
           PERFORM MATCH-CONSOLE-SEQUENCES
           PERFORM APPLY-CONSOLE-ACKS
           PERFORM ACCUMULATE-SYSTEM-FIGURES
           PERFORM WRITE-RELIABILITY-REPORT
           PERFORM CLOSE-RELIABILITY-REPORT

           DISPLAY '==> ZTPTRREL end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       CHECK-PARM-OVERRIDES.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE CURR-YEAR  TO WS-RM-YEAR
           MOVE CURR-MONTH TO WS-RM-MONTH

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               EXIT PARAGRAPH
           END-IF

           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD
           END-UNSTRING

           IF WS-PARM-FIELD(1:6) = 'MONTH='
                   AND WS-PARM-FIELD(7:4) IS NUMERIC
                   AND WS-PARM-FIELD(12:2) IS NUMERIC
               MOVE WS-PARM-FIELD(7:7) TO WS-REPORT-MONTH
           END-IF

           EXIT.

      ******************************************************************
      * 'YYYY-MM' labels for the reported month and the three before.  *
      ******************************************************************
       COMPUTE-MONTH-LABELS.

           MOVE WS-RM-YEAR  TO DAI-YEAR
           MOVE WS-RM-MONTH TO DAI-MONTH

           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 4
               MOVE SPACES TO WS-MONTH-LABEL(WS-MONTH-INDEX)
               STRING DAI-YEAR '-' DAI-MONTH
                   DELIMITED BY SIZE
                   INTO WS-MONTH-LABEL(WS-MONTH-INDEX)
               END-STRING

               IF DAI-MONTH = 01
                   SUBTRACT 1 FROM DAI-YEAR
                   MOVE 12 TO DAI-MONTH
               ELSE
                   SUBTRACT 1 FROM DAI-MONTH
               END-IF
           END-PERFORM

           DISPLAY '==> ZTPTRREL reporting ' WS-MONTH-LABEL(1)
               ' against ' WS-MONTH-LABEL(4) ' to ' WS-MONTH-LABEL(2)

           EXIT.

       OPEN-RELIABILITY-REPORT.

           OPEN OUTPUT RELIABILITY-REPORT
           IF NOT RELIABILITY-REPORT-IO-SUCCESS
               DISPLAY '1: Error opening reliability report: '
                   RELIABILITY-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      ******************************************************************
      * Rebuild the incidents from the event history. Columns follow   *
      * AEV-ALERT-EVENT-LINE in ZTPALERT: type 1-8, system 10-12,      *
      * interval 14-29, opened interval 54-69. Every event carries     *
      * the opened interval, which ties ESCALATE and CLOSE back to     *
      * their OPEN.                                                    *
      ******************************************************************
       LOAD-ALERT-LIFECYCLE.

           OPEN INPUT ALERT-EVENT-FILE
           IF NOT ALERT-EVENT-IO-SUCCESS
               DISPLAY '2: Error opening alert event file: '
                   ALERT-EVENT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           SET SOURCE-HAS-MORE TO TRUE
           PERFORM UNTIL SOURCE-DONE
               READ ALERT-EVENT-FILE
                   AT END
                       SET SOURCE-DONE TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-ALERT-EVENT
               END-READ

               IF NOT ALERT-EVENT-IO-SUCCESS AND NOT ALERT-EVENT-EOF
                   DISPLAY '3: Error reading alert event file: '
                       ALERT-EVENT-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET SOURCE-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE ALERT-EVENT-FILE

           DISPLAY '==> ZTPTRREL ' WS-IN-COUNT
               ' incident(s) rebuilt from ALERTEVT'

           EXIT.

       APPLY-ONE-ALERT-EVENT.

           IF ALERT-EVENT-RECORD(1:8) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE ALERT-EVENT-RECORD(10:3) TO WS-SEARCH-SYSTEM-ID
           MOVE ALERT-EVENT-RECORD(54:16) TO WS-SEARCH-OPENED
           PERFORM FIND-INCIDENT

           EVALUATE ALERT-EVENT-RECORD(1:8)
               WHEN 'OPEN    '
                   IF WS-IN-NOT-FOUND
                       PERFORM ADD-INCIDENT
                   END-IF
               WHEN 'ESCALATE'
                   IF WS-IN-NOT-FOUND
                       PERFORM ADD-INCIDENT
                   END-IF
                   IF WS-IN-FOUND
                       MOVE 1 TO WS-IN-ESCALATED-FLAG(WS-IN-INDEX)
                   END-IF
               WHEN 'CLOSE   '
                   IF WS-IN-NOT-FOUND
                       PERFORM ADD-INCIDENT
                   END-IF
                   IF WS-IN-FOUND
                       MOVE ALERT-EVENT-RECORD(14:16) TO DT-DATE-TIME
                       PERFORM CONVERT-DATE-TO-MINUTES
                       MOVE WS-DATE-MINUTES
                           TO WS-IN-CLOSE-MINS(WS-IN-INDEX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-EVENTS
           END-EVALUATE

           EXIT.

      ******************************************************************
      * Input:  WS-SEARCH-SYSTEM-ID, WS-SEARCH-OPENED                  *
      * Output: WS-IN-FOUND-FLAG, WS-IN-INDEX                          *
      ******************************************************************
       FIND-INCIDENT.

           SET WS-IN-NOT-FOUND TO TRUE
           PERFORM VARYING WS-IN-INDEX FROM 1 BY 1
                   UNTIL WS-IN-INDEX > WS-IN-COUNT OR WS-IN-FOUND
               IF WS-IN-SYSTEM-ID(WS-IN-INDEX) = WS-SEARCH-SYSTEM-ID
                       AND WS-IN-OPENED(WS-IN-INDEX) = WS-SEARCH-OPENED
                   SET WS-IN-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-IN-FOUND
               SUBTRACT 1 FROM WS-IN-INDEX
           END-IF

           EXIT.

      ******************************************************************
      * A new incident for WS-SEARCH-SYSTEM-ID / WS-SEARCH-OPENED. An  *
      * ESCALATE or CLOSE whose OPEN predates the history adds it too, *
      * so it is still counted.                                        *
      ******************************************************************
       ADD-INCIDENT.

           IF WS-IN-COUNT >= 1000
               DISPLAY '==> ZTPTRREL: incident table full, dropped '
                   WS-SEARCH-SYSTEM-ID ' ' WS-SEARCH-OPENED
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-COUNT
           MOVE WS-IN-COUNT TO WS-IN-INDEX
           MOVE WS-SEARCH-SYSTEM-ID TO WS-IN-SYSTEM-ID(WS-IN-INDEX)
           MOVE WS-SEARCH-OPENED TO WS-IN-OPENED(WS-IN-INDEX)
           MOVE WS-SEARCH-OPENED TO DT-DATE-TIME
           PERFORM CONVERT-DATE-TO-MINUTES
           MOVE WS-DATE-MINUTES TO WS-IN-OPEN-MINS(WS-IN-INDEX)
           MOVE 0 TO WS-IN-CLOSE-MINS(WS-IN-INDEX)
           MOVE 0 TO WS-IN-ACK-MINS(WS-IN-INDEX)
           MOVE 0 TO WS-IN-SEQUENCE(WS-IN-INDEX)
           MOVE 0 TO WS-IN-ESCALATED-FLAG(WS-IN-INDEX)
           SET WS-IN-FOUND TO TRUE

           EXIT.

      ******************************************************************
      * Alerts ZTPALERT still holds open: add any incident whose OPEN  *
      * is not in the concatenated history, and take the escalation    *
      * from the state.                                                *
      ******************************************************************
       LOAD-OPEN-ALERT-STATE.

           OPEN INPUT ALERT-STATE
           IF NOT ALERT-STATE-IO-SUCCESS
               DISPLAY '4: Error opening alert state: ' ALERT-STATE-FS
               EXIT PARAGRAPH
           END-IF

           SET SOURCE-HAS-MORE TO TRUE
           PERFORM UNTIL SOURCE-DONE
               READ ALERT-STATE NEXT RECORD
                   AT END
                       SET SOURCE-DONE TO TRUE
                   NOT AT END
                       IF AST-OPENED-INTERVAL(1:4) IS NUMERIC
                           MOVE AST-SYSTEM-ID TO WS-SEARCH-SYSTEM-ID
                           MOVE AST-OPENED-INTERVAL TO WS-SEARCH-OPENED
                           PERFORM FIND-INCIDENT
                           IF WS-IN-NOT-FOUND
                               PERFORM ADD-INCIDENT
                           END-IF
                           IF WS-IN-FOUND AND AST-ESCALATED
                               MOVE 1
                                 TO WS-IN-ESCALATED-FLAG(WS-IN-INDEX)
                           END-IF
                       END-IF
               END-READ

               IF NOT ALERT-STATE-IO-SUCCESS AND NOT ALERT-STATE-EOF
                   DISPLAY '5: Error reading alert state: '
                       ALERT-STATE-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET SOURCE-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE ALERT-STATE

           EXIT.

      ******************************************************************
      * The console feed tells which sequence number each OPEN was     *
      * sent under; only first sends count, a resend keeps the number. *
      ******************************************************************
       MATCH-CONSOLE-SEQUENCES.

           OPEN INPUT CONSOLE-FEED
           IF NOT CONSOLE-FEED-IO-SUCCESS
               DISPLAY '6: Error opening console feed: '
                   CONSOLE-FEED-FS ', no MTTA'
               EXIT PARAGRAPH
           END-IF

           SET SOURCE-HAS-MORE TO TRUE
           PERFORM UNTIL SOURCE-DONE
               READ CONSOLE-FEED
                   AT END
                       SET SOURCE-DONE TO TRUE
                   NOT AT END
                       MOVE CONSOLE-FEED-RECORD
                           TO CEV-CONSOLE-EVENT-RECORD
                       IF CEV-FIRST-SEND
                               AND CEV-EVENT-CLASS = 'OPEN    '
                           MOVE CEV-NODE TO WS-SEARCH-SYSTEM-ID
                           MOVE CEV-OPENED-TIME TO WS-SEARCH-OPENED
                           PERFORM FIND-INCIDENT
                           IF WS-IN-FOUND
                               MOVE CEV-SEQUENCE
                                   TO WS-IN-SEQUENCE(WS-IN-INDEX)
                           END-IF
                       END-IF
               END-READ

               IF NOT CONSOLE-FEED-IO-SUCCESS AND NOT CONSOLE-FEED-EOF
                   DISPLAY '7: Error reading console feed: '
                       CONSOLE-FEED-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET SOURCE-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE CONSOLE-FEED

           EXIT.

      ******************************************************************
      * The first 'ACK' for an OPEN's sequence number is its           *
      * acknowledgment time (CAK-ACK-TIME is YYYYMMDDHHMMSS).          *
      ******************************************************************
       APPLY-CONSOLE-ACKS.

           OPEN INPUT CONSOLE-ACK
           IF NOT CONSOLE-ACK-IO-SUCCESS
               DISPLAY '8: Error opening console ack file: '
                   CONSOLE-ACK-FS ', no MTTA'
               EXIT PARAGRAPH
           END-IF

           SET SOURCE-HAS-MORE TO TRUE
           PERFORM UNTIL SOURCE-DONE
               READ CONSOLE-ACK
                   AT END
                       SET SOURCE-DONE TO TRUE
                   NOT AT END
                       MOVE CONSOLE-ACK-RECORD
                           TO CAK-CONSOLE-ACK-RECORD
                       IF CAK-ACCEPTED AND CAK-SEQUENCE IS NUMERIC
                               AND CAK-ACK-TIME IS NUMERIC
                           PERFORM APPLY-ONE-CONSOLE-ACK
                       END-IF
               END-READ

               IF NOT CONSOLE-ACK-IO-SUCCESS AND NOT CONSOLE-ACK-EOF
                   DISPLAY '9: Error reading console ack file: '
                       CONSOLE-ACK-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET SOURCE-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE CONSOLE-ACK

           EXIT.

       APPLY-ONE-CONSOLE-ACK.

           SET WS-IN-NOT-FOUND TO TRUE
           PERFORM VARYING WS-IN-INDEX FROM 1 BY 1
                   UNTIL WS-IN-INDEX > WS-IN-COUNT OR WS-IN-FOUND
               IF WS-IN-SEQUENCE(WS-IN-INDEX) = CAK-SEQUENCE
                   SET WS-IN-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-IN-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-IN-INDEX

           IF WS-IN-ACK-MINS(WS-IN-INDEX) > 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DT-DATE-TIME
           STRING CAK-ACK-TIME(1:4) '-' CAK-ACK-TIME(5:2) '-'
               CAK-ACK-TIME(7:2) ' ' CAK-ACK-TIME(9:2) ':'
               CAK-ACK-TIME(11:2)
               DELIMITED BY SIZE INTO DT-DATE-TIME
           END-STRING
           PERFORM CONVERT-DATE-TO-MINUTES
           MOVE WS-DATE-MINUTES TO WS-IN-ACK-MINS(WS-IN-INDEX)

           EXIT.

      ******************************************************************
      * Walk the incidents in the order they opened and add each one   *
      * to its system's month bucket. The time between failures runs   *
      * from the previous incident's CLOSE, whatever month that was.   *
      ******************************************************************
       ACCUMULATE-SYSTEM-FIGURES.

           PERFORM VARYING WS-IN-INDEX FROM 1 BY 1
                   UNTIL WS-IN-INDEX > WS-IN-COUNT
               PERFORM ACCUMULATE-ONE-INCIDENT
           END-PERFORM

           EXIT.

       ACCUMULATE-ONE-INCIDENT.

           SET WS-SY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SY-INDEX FROM 1 BY 1
                   UNTIL WS-SY-INDEX > WS-SY-COUNT OR WS-SY-FOUND
               IF WS-SY-SYSTEM-ID(WS-SY-INDEX)
                       = WS-IN-SYSTEM-ID(WS-IN-INDEX)
                   SET WS-SY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-SY-FOUND
               SUBTRACT 1 FROM WS-SY-INDEX
           ELSE
               IF WS-SY-COUNT >= 50
                   DISPLAY '==> ZTPTRREL: system table full, dropped '
                       WS-IN-SYSTEM-ID(WS-IN-INDEX)
                   MOVE RC-WARNING TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SY-COUNT
               MOVE WS-SY-COUNT TO WS-SY-INDEX
               INITIALIZE WS-SY-ENTRY(WS-SY-INDEX)
               MOVE WS-IN-SYSTEM-ID(WS-IN-INDEX)
                   TO WS-SY-SYSTEM-ID(WS-SY-INDEX)
           END-IF

           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 4
                       OR WS-MONTH-LABEL(WS-MONTH-INDEX)
                           = WS-IN-OPENED(WS-IN-INDEX)(1:7)
               CONTINUE
           END-PERFORM

           IF WS-MONTH-INDEX <= 4
               ADD 1 TO WS-SB-INCIDENTS(WS-SY-INDEX, WS-MONTH-INDEX)
               IF WS-IN-ESCALATED(WS-IN-INDEX)
                   ADD 1
                     TO WS-SB-ESCALATED(WS-SY-INDEX, WS-MONTH-INDEX)
               END-IF

               IF WS-IN-ACK-MINS(WS-IN-INDEX)
                       >= WS-IN-OPEN-MINS(WS-IN-INDEX)
                   ADD 1 TO WS-SB-ACK-COUNT(WS-SY-INDEX, WS-MONTH-INDEX)
                   COMPUTE WS-SB-ACK-SUM(WS-SY-INDEX, WS-MONTH-INDEX) =
                       WS-SB-ACK-SUM(WS-SY-INDEX, WS-MONTH-INDEX)
                       + WS-IN-ACK-MINS(WS-IN-INDEX)
                       - WS-IN-OPEN-MINS(WS-IN-INDEX)
               END-IF

               IF WS-IN-CLOSE-MINS(WS-IN-INDEX) = 0
                   ADD 1
                     TO WS-SB-STILL-OPEN(WS-SY-INDEX, WS-MONTH-INDEX)
               ELSE
                   IF WS-IN-CLOSE-MINS(WS-IN-INDEX)
                           >= WS-IN-OPEN-MINS(WS-IN-INDEX)
                       COMPUTE WS-DELTA =
                           WS-IN-CLOSE-MINS(WS-IN-INDEX)
                           - WS-IN-OPEN-MINS(WS-IN-INDEX)
                       ADD 1 TO WS-SB-RECOVER-COUNT
                                    (WS-SY-INDEX, WS-MONTH-INDEX)
                       ADD WS-DELTA TO WS-SB-RECOVER-SUM
                                    (WS-SY-INDEX, WS-MONTH-INDEX)
                   END-IF
               END-IF

               IF WS-SY-LAST-CLOSE-MINS(WS-SY-INDEX) > 0
                       AND WS-IN-OPEN-MINS(WS-IN-INDEX)
                           >= WS-SY-LAST-CLOSE-MINS(WS-SY-INDEX)
                   COMPUTE WS-DELTA =
                       WS-IN-OPEN-MINS(WS-IN-INDEX)
                       - WS-SY-LAST-CLOSE-MINS(WS-SY-INDEX)
                   ADD 1 TO WS-SB-BETWEEN-COUNT
                                (WS-SY-INDEX, WS-MONTH-INDEX)
                   ADD WS-DELTA TO WS-SB-BETWEEN-SUM
                                (WS-SY-INDEX, WS-MONTH-INDEX)
               END-IF
           END-IF

           MOVE WS-IN-CLOSE-MINS(WS-IN-INDEX)
               TO WS-SY-LAST-CLOSE-MINS(WS-SY-INDEX)

           EXIT.

       WRITE-RELIABILITY-REPORT.

           MOVE WS-MONTH-LABEL(1) TO REL-HDR-MONTH
           MOVE REL-HEADER-LINE TO RELIABILITY-REPORT-RECORD
           PERFORM WRITE-RELIABILITY-LINE

           IF WS-SY-COUNT = 0
               DISPLAY '==> ZTPTRREL: no incidents in the history'
           END-IF

           PERFORM VARYING WS-SY-INDEX FROM 1 BY 1
                   UNTIL WS-SY-INDEX > WS-SY-COUNT
               PERFORM WRITE-SYSTEM-BLOCK
           END-PERFORM

           IF WS-SKIPPED-EVENTS > 0
               DISPLAY '==> ZTPTRREL: ' WS-SKIPPED-EVENTS
                   ' unrecognized event record(s) ignored'
           END-IF

           EXIT.

      ******************************************************************
      * One line per month (reported month first) and the trend line.  *
      ******************************************************************
       WRITE-SYSTEM-BLOCK.

           MOVE SPACES TO RELIABILITY-REPORT-RECORD
           PERFORM WRITE-RELIABILITY-LINE

           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 4
               PERFORM WRITE-MONTH-LINE
           END-PERFORM

           PERFORM WRITE-TREND-LINE

           EXIT.

       WRITE-MONTH-LINE.

           MOVE WS-SY-SYSTEM-ID(WS-SY-INDEX) TO REL-SYSTEM-ID
           MOVE WS-MONTH-LABEL(WS-MONTH-INDEX) TO REL-MONTH
           IF WS-MONTH-INDEX = 1
               MOVE ' *' TO REL-CURRENT-MARK
           ELSE
               MOVE SPACES TO REL-CURRENT-MARK
           END-IF

           MOVE WS-SB-INCIDENTS(WS-SY-INDEX, WS-MONTH-INDEX)
               TO REL-INCIDENTS
           MOVE WS-SB-ESCALATED(WS-SY-INDEX, WS-MONTH-INDEX)
               TO REL-ESCALATED
           COMPUTE REL-UNESCALATED =
               WS-SB-INCIDENTS(WS-SY-INDEX, WS-MONTH-INDEX)
               - WS-SB-ESCALATED(WS-SY-INDEX, WS-MONTH-INDEX)
           MOVE WS-SB-STILL-OPEN(WS-SY-INDEX, WS-MONTH-INDEX)
               TO REL-STILL-OPEN

           MOVE WS-SB-ACK-SUM(WS-SY-INDEX, WS-MONTH-INDEX) TO WS-SUM
           MOVE WS-SB-ACK-COUNT(WS-SY-INDEX, WS-MONTH-INDEX)
               TO WS-COUNT
           PERFORM COMPUTE-MEAN
           PERFORM EDIT-MEAN
           MOVE WS-EDIT-MINUTES TO REL-MTTA
           IF WS-MEAN < 0
               MOVE '    N/A' TO REL-MTTA
           END-IF

           MOVE WS-SB-RECOVER-SUM(WS-SY-INDEX, WS-MONTH-INDEX)
               TO WS-SUM
           MOVE WS-SB-RECOVER-COUNT(WS-SY-INDEX, WS-MONTH-INDEX)
               TO WS-COUNT
           PERFORM COMPUTE-MEAN
           PERFORM EDIT-MEAN
           MOVE WS-EDIT-MINUTES TO REL-MTTR
           IF WS-MEAN < 0
               MOVE '    N/A' TO REL-MTTR
           END-IF

           MOVE WS-SB-BETWEEN-SUM(WS-SY-INDEX, WS-MONTH-INDEX)
               TO WS-SUM
           MOVE WS-SB-BETWEEN-COUNT(WS-SY-INDEX, WS-MONTH-INDEX)
               TO WS-COUNT
           PERFORM COMPUTE-MEAN
           PERFORM EDIT-MEAN
           MOVE WS-EDIT-MINUTES TO REL-MTBF
           IF WS-MEAN < 0
               MOVE '    N/A' TO REL-MTBF
           END-IF

           MOVE REL-DETAIL-LINE TO RELIABILITY-REPORT-RECORD
           PERFORM WRITE-RELIABILITY-LINE

           EXIT.

      ******************************************************************
      * Reported month against the pooled prior three months (sums     *
      * over counts, so a busy month weighs more than a quiet one).    *
      * Lower MTTA/MTTR and higher MTBF are better; the verdict is on  *
      * recovery time, the figure the service review asks about first. *
      ******************************************************************
       WRITE-TREND-LINE.

           MOVE WS-SY-SYSTEM-ID(WS-SY-INDEX) TO REL-TRD-SYSTEM-ID

           COMPUTE WS-PRI-INCIDENTS =
               WS-SB-INCIDENTS(WS-SY-INDEX, 2)
               + WS-SB-INCIDENTS(WS-SY-INDEX, 3)
               + WS-SB-INCIDENTS(WS-SY-INDEX, 4)
           COMPUTE WS-INCIDENT-DELTA ROUNDED =
               WS-SB-INCIDENTS(WS-SY-INDEX, 1) - WS-PRI-INCIDENTS / 3
           MOVE WS-INCIDENT-DELTA TO REL-TRD-INCIDENTS

           MOVE WS-SB-ACK-SUM(WS-SY-INDEX, 1) TO WS-SUM
           MOVE WS-SB-ACK-COUNT(WS-SY-INDEX, 1) TO WS-COUNT
           PERFORM COMPUTE-MEAN
           MOVE WS-MEAN TO WS-CUR-MTTA
           COMPUTE WS-SUM = WS-SB-ACK-SUM(WS-SY-INDEX, 2)
               + WS-SB-ACK-SUM(WS-SY-INDEX, 3)
               + WS-SB-ACK-SUM(WS-SY-INDEX, 4)
           COMPUTE WS-COUNT = WS-SB-ACK-COUNT(WS-SY-INDEX, 2)
               + WS-SB-ACK-COUNT(WS-SY-INDEX, 3)
               + WS-SB-ACK-COUNT(WS-SY-INDEX, 4)
           PERFORM COMPUTE-MEAN
           MOVE WS-MEAN TO WS-PRI-MTTA

           MOVE WS-SB-RECOVER-SUM(WS-SY-INDEX, 1) TO WS-SUM
           MOVE WS-SB-RECOVER-COUNT(WS-SY-INDEX, 1) TO WS-COUNT
           PERFORM COMPUTE-MEAN
           MOVE WS-MEAN TO WS-CUR-MTTR
           COMPUTE WS-SUM = WS-SB-RECOVER-SUM(WS-SY-INDEX, 2)
               + WS-SB-RECOVER-SUM(WS-SY-INDEX, 3)
               + WS-SB-RECOVER-SUM(WS-SY-INDEX, 4)
           COMPUTE WS-COUNT = WS-SB-RECOVER-COUNT(WS-SY-INDEX, 2)
               + WS-SB-RECOVER-COUNT(WS-SY-INDEX, 3)
               + WS-SB-RECOVER-COUNT(WS-SY-INDEX, 4)
           PERFORM COMPUTE-MEAN
           MOVE WS-MEAN TO WS-PRI-MTTR

           MOVE WS-SB-BETWEEN-SUM(WS-SY-INDEX, 1) TO WS-SUM
           MOVE WS-SB-BETWEEN-COUNT(WS-SY-INDEX, 1) TO WS-COUNT
           PERFORM COMPUTE-MEAN
           MOVE WS-MEAN TO WS-CUR-MTBF
           COMPUTE WS-SUM = WS-SB-BETWEEN-SUM(WS-SY-INDEX, 2)
               + WS-SB-BETWEEN-SUM(WS-SY-INDEX, 3)
               + WS-SB-BETWEEN-SUM(WS-SY-INDEX, 4)
           COMPUTE WS-COUNT = WS-SB-BETWEEN-COUNT(WS-SY-INDEX, 2)
               + WS-SB-BETWEEN-COUNT(WS-SY-INDEX, 3)
               + WS-SB-BETWEEN-COUNT(WS-SY-INDEX, 4)
           PERFORM COMPUTE-MEAN
           MOVE WS-MEAN TO WS-PRI-MTBF

           MOVE '    N/A' TO REL-TRD-MTTA
           IF WS-CUR-MTTA >= 0 AND WS-PRI-MTTA >= 0
               COMPUTE WS-DELTA = WS-CUR-MTTA - WS-PRI-MTTA
               MOVE WS-DELTA TO WS-EDIT-DELTA
               MOVE WS-EDIT-DELTA TO REL-TRD-MTTA
           END-IF

           MOVE '    N/A' TO REL-TRD-MTTR
           MOVE 'NO RECOVERY TREND' TO REL-TRD-VERDICT
           IF WS-CUR-MTTR >= 0 AND WS-PRI-MTTR >= 0
               COMPUTE WS-DELTA = WS-CUR-MTTR - WS-PRI-MTTR
               MOVE WS-DELTA TO WS-EDIT-DELTA
               MOVE WS-EDIT-DELTA TO REL-TRD-MTTR
               EVALUATE TRUE
                   WHEN WS-DELTA < 0
                       MOVE 'RECOVERING FASTER' TO REL-TRD-VERDICT
                   WHEN WS-DELTA > 0
                       MOVE 'RECOVERING SLOWER' TO REL-TRD-VERDICT
                   WHEN OTHER
                       MOVE 'RECOVERY UNCHANGED' TO REL-TRD-VERDICT
               END-EVALUATE
           END-IF

           MOVE '    N/A' TO REL-TRD-MTBF
           IF WS-CUR-MTBF >= 0 AND WS-PRI-MTBF >= 0
               COMPUTE WS-DELTA = WS-CUR-MTBF - WS-PRI-MTBF
               MOVE WS-DELTA TO WS-EDIT-DELTA
               MOVE WS-EDIT-DELTA TO REL-TRD-MTBF
           END-IF

           MOVE REL-TREND-LINE TO RELIABILITY-REPORT-RECORD
           PERFORM WRITE-RELIABILITY-LINE

           EXIT.

      ******************************************************************
      * Input:  WS-SUM, WS-COUNT                                       *
      * Output: WS-MEAN (whole minutes; -1 when WS-COUNT is zero)      *
      ******************************************************************
       COMPUTE-MEAN.

           IF WS-COUNT = 0
               MOVE -1 TO WS-MEAN
           ELSE
               COMPUTE WS-MEAN ROUNDED = WS-SUM / WS-COUNT
           END-IF

           EXIT.

       EDIT-MEAN.

           MOVE 0 TO WS-EDIT-MINUTES
           IF WS-MEAN >= 0
               MOVE WS-MEAN TO WS-EDIT-MINUTES
           END-IF

           EXIT.

      ******************************************************************
      * Converts a date YYYY-MM-DD HH:MM to minutes.                   *
      *                                                                *
      * Input:  DT-DATE-TIME  Output: WS-DATE-MINUTES                  *
      ******************************************************************
       CONVERT-DATE-TO-MINUTES.

           IF DT-DATE-TIME(1:4) IS NOT NUMERIC
                   OR DT-DATE-TIME(6:2) IS NOT NUMERIC
                   OR DT-DATE-TIME(9:2) IS NOT NUMERIC
                   OR DT-DATE-TIME(12:2) IS NOT NUMERIC
                   OR DT-DATE-TIME(15:2) IS NOT NUMERIC
               DISPLAY '10: Error validating date/time ' DT-DATE-TIME
               MOVE '1601-01-01 01:01' TO DT-DATE-TIME
           END-IF

           IF DT-YEAR < 1601 OR DT-MONTH < 01 OR DT-MONTH > 12 OR
                   DT-DAY < 01 OR DT-DAY > 31 OR
                   DT-HOUR > 23 OR DT-MINUTE > 59 OR
                   ((DT-MONTH = 4 OR DT-MONTH = 6 OR DT-MONTH = 9 OR
                   DT-MONTH = 11) AND DT-DAY > 30) OR
                   (DT-MONTH = 2 AND DT-DAY > 29)
               DISPLAY '10: Error validating date/time ' DT-DATE-TIME
               MOVE '1601-01-01 01:01' TO DT-DATE-TIME
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

       WRITE-RELIABILITY-LINE.

           WRITE RELIABILITY-REPORT-RECORD
           IF NOT RELIABILITY-REPORT-IO-SUCCESS
               DISPLAY '11: Error writing reliability report: '
                   RELIABILITY-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY RELIABILITY-REPORT-RECORD(1:110)

           EXIT.

       CLOSE-RELIABILITY-REPORT.

           CLOSE RELIABILITY-REPORT
           IF NOT RELIABILITY-REPORT-IO-SUCCESS
               DISPLAY '12: Error closing reliability report: '
                   RELIABILITY-REPORT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.
