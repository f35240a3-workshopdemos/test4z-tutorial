       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTRHND.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Operator shift handover report for TRENDY. At each shift       *
      * change the outgoing operator used to write the handover note   *
      * from memory. This program builds it instead, for one shift     *
      * window (day, evening or night):                                *
      *                                                                *
      *   1. OPEN ITEMS AT SHIFT END - every system whose last         *
      *      ZTPALERT event before the end of the shift is an OPEN or  *
      *      ESCALATE, and every exception-digest item still carried   *
      *      (open, acknowledged or deferred) in the digest state.     *
      *   2. The shift's ALERT-EVENT-FILE opens, escalations and       *
      *      closes, its INCIDENT-LOG incidents, its GAP-LOG records   *
      *      and the ANNOT annotations entered during the shift.       *
      *                                                                *
      * The incoming shift starts from a document, not a conversation. *
      *                                                                *
      * ALERTEVT, INCDLOG and GAPLOG are per-run outputs; the JCL      *
      * concatenates the generations covering the shift (plus the      *
      * earlier ALERTEVT generations, so an alert opened before the    *
      * shift and never closed still shows as open). Records outside   *
      * the window are skipped, so an over-generous concatenation does *
      * no harm. EXSTATEI is the digest state ZTPEXDIG carries forward *
      * and ANNOT the annotation store maintained by ZTPTRANN. All     *
      * inputs are optional: a quiet shift may have no gaps at all.    *
      *                                                                *
      * The window comes from the runtime PARM, fields in any order:   *
      *   'SHF=x'            shift D(ay), E(vening) or N(ight)         *
      *   'DTE=YYYYMMDD'     the date the shift started                *
      *   'BND=hhmmhhmmhhmm' the day, evening and night start times    *
      * The boundaries default to 06:00, 14:00 and 22:00 (or the       *
      * registry 'BND' entry, see ZTPPARMD). Without 'SHF=' the shift  *
      * that ended most recently is reported, so the job can simply be *
      * scheduled at each shift change; without 'DTE=' the most recent *
      * start of the requested shift is used.                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ALERT-EVENT-FILE ASSIGN TO ALERTEVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERT-EVENT-FS.

           SELECT OPTIONAL INCIDENT-LOG ASSIGN TO INCDLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INCIDENT-LOG-FS.

           SELECT OPTIONAL GAP-LOG ASSIGN TO GAPLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GAP-LOG-FS.

           SELECT OPTIONAL EXCEPTION-STATE ASSIGN TO EXSTATEI
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXCEPTION-STATE-FS.

      ******************************************************************
      * ==> ANNOTATION-FILE is the ANNOT KSDS (see ZTPTRANR), browsed  *
      *     front to back for the annotations recorded in the window.  *
      ******************************************************************

           SELECT OPTIONAL ANNOTATION-FILE ASSIGN TO ANNOT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ANH-KEY-FIELDS
           FILE STATUS IS ANNOTATION-FILE-FS.

           SELECT HANDOVER-REPORT ASSIGN TO HANDRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HANDOVER-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  ALERT-EVENT-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ALERT-EVENT-RECORD.
       01  ALERT-EVENT-RECORD PIC X(120).

       FD  INCIDENT-LOG RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS INCIDENT-LOG-RECORD.
       01  INCIDENT-LOG-RECORD PIC X(132).

       FD  GAP-LOG RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS GAP-LOG-RECORD.
       01  GAP-LOG-RECORD.
           05 GLR-INTERVAL          PIC X(16).
           05 FILLER                PIC X.
           05 GLR-SYSTEM-ID         PIC X(3).
           05 FILLER                PIC X.
           05 GLR-MESSAGE           PIC X(59).

      ******************************************************************
      * ZTPEXDIG's exception state record (EXSTATEI/EXSTATEO).         *
      ******************************************************************
       FD  EXCEPTION-STATE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXCEPTION-STATE-RECORD.
       01  EXCEPTION-STATE-RECORD.
           05 EXS-EXCEPTION-ID.
               10 EXS-SOURCE       PIC X(8).
               10 EXS-STAMP        PIC X(16).
               10 EXS-KEY          PIC X(6).
           05 FILLER               PIC X.
           05 EXS-STATUS           PIC X(1).
               88 EXS-OPEN         VALUE 'O'.
               88 EXS-ACKNOWLEDGED VALUE 'A'.
               88 EXS-DEFERRED     VALUE 'F'.
           05 FILLER               PIC X.
           05 EXS-INITIALS         PIC X(3).
           05 FILLER               PIC X.
           05 EXS-FIRST-SEEN       PIC X(8).
           05 FILLER               PIC X(35).

       FD  ANNOTATION-FILE RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS ANH-ANNOTATION-RECORD.
           COPY ZTPTRANR REPLACING ==:ANR:== BY ==ANH==.

       FD  HANDOVER-REPORT RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HANDOVER-REPORT-RECORD.
       01  HANDOVER-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  ALERT-EVENT-FS              PIC 9(2).
           88 ALERT-EVENT-IO-SUCCESS   VALUE 00.
           88 ALERT-EVENT-EOF          VALUE 10.
       77  INCIDENT-LOG-FS             PIC 9(2).
           88 INCIDENT-LOG-IO-SUCCESS  VALUE 00.
           88 INCIDENT-LOG-EOF         VALUE 10.
       77  GAP-LOG-FS                  PIC 9(2).
           88 GAP-LOG-IO-SUCCESS       VALUE 00.
           88 GAP-LOG-EOF              VALUE 10.
       77  EXCEPTION-STATE-FS          PIC 9(2).
           88 EXCEPTION-STATE-IO-SUCCESS VALUE 00.
           88 EXCEPTION-STATE-EOF      VALUE 10.
       77  ANNOTATION-FILE-FS          PIC 9(2).
           88 ANNOTATION-FILE-IO-SUCCESS VALUE 00.
           88 ANNOTATION-FILE-EOF      VALUE 10.
       77  HANDOVER-REPORT-FS          PIC 9(2).
           88 HANDOVER-REPORT-IO-SUCCESS VALUE 00.

       77  SOURCE-IO-FLAG              PIC 9.
           88 SOURCE-DONE              VALUE 1.
           88 SOURCE-HAS-MORE          VALUE 0.

      ******************************************************************
      * Shift boundaries (start times 'hhmm'), in day / evening /      *
      * night order. The night shift runs past midnight to the next    *
      * day's day-shift start.                                         *
      ******************************************************************
       01  CFG-SHIFT-BOUNDARIES.
           05 CFG-DAY-START            PIC X(4) VALUE '0600'.
           05 CFG-EVENING-START        PIC X(4) VALUE '1400'.
           05 CFG-NIGHT-START          PIC X(4) VALUE '2200'.

       77  WS-SHIFT-CODE               PIC X(1) VALUE SPACE.
           88 WS-SHIFT-DAY             VALUE 'D'.
           88 WS-SHIFT-EVENING         VALUE 'E'.
           88 WS-SHIFT-NIGHT           VALUE 'N'.
       77  WS-SHIFT-NAME               PIC X(7).
       77  WS-SHIFT-DATE               PIC X(8) VALUE SPACES.
       77  WS-SHIFT-START-TIME         PIC X(4).
       77  WS-SHIFT-END-DATE           PIC X(8).
       77  WS-SHIFT-END-TIME           PIC X(4).

      *-----------------------------------------------------------------
      * The window in interval form ('YYYY-MM-DD HH:MM', as on the
      * TRENDY logs) and in run-stamp form (YYYYMMDDHHMMSS, as on
      * ANR-RECORDED-AT). Start inclusive, end exclusive.
      *-----------------------------------------------------------------
       77  WS-WINDOW-START             PIC X(16).
       77  WS-WINDOW-END               PIC X(16).
       77  WS-WINDOW-START-STAMP       PIC X(14).
       77  WS-WINDOW-END-STAMP         PIC X(14).

       01  WS-CURRENT-DATE-TIME.
           05 WS-NOW-DATE              PIC X(8).
           05 WS-NOW-TIME              PIC X(4).
           05 FILLER                   PIC X(9).

       01  DAI-DATE-AS-INTEGER         PIC 9(8).
       77  WS-DAY-NUMBER               PIC 9(7).

       77  WS-BUILD-DATE               PIC X(8).
       77  WS-BUILD-TIME               PIC X(4).
       77  WS-BUILD-INTERVAL           PIC X(16).

      ******************************************************************
      * Last alert event per system before the end of the shift, to    *
      * tell which alerts the incoming shift inherits.                 *
      ******************************************************************
       01  WS-ALERT-SYSTEM-TABLE.
           05 WS-AS-ENTRY OCCURS 50 TIMES.
               10 WS-AS-SYSTEM-ID      PIC X(3).
               10 WS-AS-EVENT-TYPE     PIC X(8).
               10 WS-AS-INTERVAL       PIC X(16).
               10 WS-AS-OPENED         PIC X(16).
               10 WS-AS-BAD-INTERVALS  PIC X(4).
               10 WS-AS-RUNBOOK-ID     PIC X(6).
               10 WS-AS-CONTACT        PIC X(20).
       77  WS-AS-COUNT                 PIC 9(3) VALUE 0.
       77  WS-AS-INDEX                 PIC 9(3).
       77  WS-AS-FOUND-FLAG            PIC 9.
           88 WS-AS-FOUND              VALUE 1.
           88 WS-AS-NOT-FOUND          VALUE 0.

       01  WS-HANDOVER-TOTALS.
           05 WS-TOTAL-OPEN-ALERTS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-OPEN-DIGEST     PIC 9(5) VALUE 0.
           05 WS-TOTAL-ALERT-EVENTS    PIC 9(5) VALUE 0.
           05 WS-TOTAL-INCIDENTS       PIC 9(5) VALUE 0.
           05 WS-TOTAL-GAPS            PIC 9(5) VALUE 0.
           05 WS-TOTAL-ANNOTATIONS     PIC 9(5) VALUE 0.
       77  WS-SECTION-LINES            PIC 9(5).

       01  HND-TITLE-LINE.
           05 FILLER                   PIC X(20)
              VALUE 'SHIFT HANDOVER FOR '.
           05 HND-TTL-SHIFT-NAME       PIC X(7).
           05 FILLER                   PIC X(8) VALUE ' SHIFT: '.
           05 HND-TTL-START            PIC X(16).
           05 FILLER                   PIC X(4) VALUE ' TO '.
           05 HND-TTL-END              PIC X(16).
           05 FILLER                   PIC X(61) VALUE SPACES.

       01  HND-SECTION-LINE.
           05 FILLER                   PIC X(4) VALUE '==> '.
           05 HND-SEC-TITLE            PIC X(60).
           05 FILLER                   PIC X(68) VALUE SPACES.

       01  HND-NONE-LINE.
           05 FILLER                   PIC X(10) VALUE '  (NONE)'.
           05 FILLER                   PIC X(122) VALUE SPACES.

       01  HND-DETAIL-LINE.
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 HND-LABEL                PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 HND-STAMP                PIC X(16).
           05 FILLER                   PIC X VALUE SPACE.
           05 HND-SYSTEM-ID            PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 HND-DETAIL               PIC X(80).
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  HND-SUMMARY-LINE.
           05 FILLER                   PIC X(18)
              VALUE '==> OPEN ALERTS: '.
           05 HND-SUM-OPEN-ALERTS      PIC ZZZZ9.
           05 FILLER                   PIC X(15)
              VALUE '  OPEN DIGEST: '.
           05 HND-SUM-OPEN-DIGEST      PIC ZZZZ9.
           05 FILLER                   PIC X(10) VALUE '  EVENTS: '.
           05 HND-SUM-ALERT-EVENTS     PIC ZZZZ9.
           05 FILLER                   PIC X(13) VALUE '  INCIDENTS: '.
           05 HND-SUM-INCIDENTS        PIC ZZZZ9.
           05 FILLER                   PIC X(8) VALUE '  GAPS: '.
           05 HND-SUM-GAPS             PIC ZZZZ9.
           05 FILLER                   PIC X(15)
              VALUE '  ANNOTATIONS: '.
           05 HND-SUM-ANNOTATIONS      PIC ZZZZ9.
           05 FILLER                   PIC X(23) VALUE SPACES.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES ('SHF=', 'DTE=', 'BND=').   *
      ******************************************************************
       77  WS-PARM                     PIC X(100).
       01  WS-PARM-FIELDS.
           05 WS-PARM-FIELD OCCURS 3 TIMES PIC X(20).
       77  WS-PARM-INDEX               PIC 9.

      *-----------------------------------------------------------------
      * Central run-parameter registry lookup (see ZTPPARMD). The
      * registry value applies first; the runtime PARM= stays the
      * override.
      *-----------------------------------------------------------------
       77  WS-REGISTRY-PROGRAM         PIC X(8) VALUE 'ZTPTRHND'.
       77  WS-REGISTRY-PARM            PIC X(8).
       77  WS-REGISTRY-VALUE           PIC X(20).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH           PIC S9(4) COMP.
           05 LS-PARM-DATA             PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPTRHND start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM-OVERRIDES
           PERFORM DETERMINE-SHIFT-WINDOW
           PERFORM OPEN-HANDOVER-REPORT
           PERFORM COLLECT-ALERT-STATE
           PERFORM REPORT-OPEN-ALERTS
           PERFORM REPORT-OPEN-DIGEST-ITEMS
           PERFORM REPORT-ALERT-EVENTS
           PERFORM REPORT-INCIDENTS
           PERFORM REPORT-GAPS
           PERFORM REPORT-ANNOTATIONS
           PERFORM WRITE-HANDOVER-SUMMARY
           PERFORM CLOSE-HANDOVER-REPORT

           DISPLAY '==> ZTPTRHND end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Registry boundaries first, then the PARM fields in any order.  *
      * Malformed values are reported and ignored.                     *
      ******************************************************************
       CHECK-PARM-OVERRIDES.

           MOVE 'BND     ' TO WS-REGISTRY-PARM
           CALL 'ZTPPARMD' USING WS-REGISTRY-PROGRAM,
               WS-REGISTRY-PARM, WS-REGISTRY-VALUE
           IF WS-REGISTRY-VALUE(1:12) IS NUMERIC
               MOVE WS-REGISTRY-VALUE(1:12) TO CFG-SHIFT-BOUNDARIES
           END-IF

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PARM-FIELDS
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD(1) WS-PARM-FIELD(2) WS-PARM-FIELD(3)
           END-UNSTRING

           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > 3
               EVALUATE TRUE
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX) = SPACES
                       CONTINUE
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'SHF='
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:1)
                           TO WS-SHIFT-CODE
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'DTE='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(5:8)
                               IS NUMERIC
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:8)
                           TO WS-SHIFT-DATE
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'BND='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(5:12)
                               IS NUMERIC
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:12)
                           TO CFG-SHIFT-BOUNDARIES
                   WHEN OTHER
                       DISPLAY '==> ZTPTRHND PARM field ignored: '
                           WS-PARM-FIELD(WS-PARM-INDEX)
                       MOVE RC-WARNING TO RETURN-CODE
               END-EVALUATE
           END-PERFORM

           IF WS-SHIFT-CODE NOT = SPACE
                   AND NOT (WS-SHIFT-DAY OR WS-SHIFT-EVENING
                            OR WS-SHIFT-NIGHT)
               DISPLAY '==> ZTPTRHND unknown shift ' WS-SHIFT-CODE
                   ', last completed shift reported'
               MOVE SPACE TO WS-SHIFT-CODE
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * Resolve shift and date into the window. Without a shift, the   *
      * one that ended most recently; without a date, the most recent  *
      * start of that shift (a night shift asked for at 06:30 is the   *
      * one that started yesterday evening).                           *
      ******************************************************************
       DETERMINE-SHIFT-WINDOW.

           IF NOT (CFG-DAY-START < CFG-EVENING-START
                   AND CFG-EVENING-START < CFG-NIGHT-START)
               DISPLAY '==> ZTPTRHND shift boundaries out of order: '
                   CFG-SHIFT-BOUNDARIES ', defaults apply'
               MOVE '060014002200' TO CFG-SHIFT-BOUNDARIES
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

           IF WS-SHIFT-CODE = SPACE
               EVALUATE TRUE
                   WHEN WS-NOW-TIME >= CFG-NIGHT-START
                       SET WS-SHIFT-EVENING TO TRUE
                   WHEN WS-NOW-TIME >= CFG-EVENING-START
                       SET WS-SHIFT-DAY TO TRUE
                   WHEN WS-NOW-TIME >= CFG-DAY-START
                       SET WS-SHIFT-NIGHT TO TRUE
                   WHEN OTHER
                       SET WS-SHIFT-EVENING TO TRUE
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN WS-SHIFT-DAY
                   MOVE 'DAY'     TO WS-SHIFT-NAME
                   MOVE CFG-DAY-START TO WS-SHIFT-START-TIME
                   MOVE CFG-EVENING-START TO WS-SHIFT-END-TIME
               WHEN WS-SHIFT-EVENING
                   MOVE 'EVENING' TO WS-SHIFT-NAME
                   MOVE CFG-EVENING-START TO WS-SHIFT-START-TIME
                   MOVE CFG-NIGHT-START TO WS-SHIFT-END-TIME
               WHEN OTHER
                   MOVE 'NIGHT'   TO WS-SHIFT-NAME
                   MOVE CFG-NIGHT-START TO WS-SHIFT-START-TIME
                   MOVE CFG-DAY-START TO WS-SHIFT-END-TIME
           END-EVALUATE

           IF WS-SHIFT-DATE = SPACES
               MOVE WS-NOW-DATE TO WS-SHIFT-DATE
               IF WS-NOW-TIME < WS-SHIFT-START-TIME
                   MOVE WS-SHIFT-DATE TO DAI-DATE-AS-INTEGER
                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
                       - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
                       TO DAI-DATE-AS-INTEGER
                   MOVE DAI-DATE-AS-INTEGER TO WS-SHIFT-DATE
               END-IF
           END-IF

           MOVE WS-SHIFT-DATE TO WS-SHIFT-END-DATE
           IF WS-SHIFT-NIGHT
               MOVE WS-SHIFT-DATE TO DAI-DATE-AS-INTEGER
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
                   TO DAI-DATE-AS-INTEGER
               MOVE DAI-DATE-AS-INTEGER TO WS-SHIFT-END-DATE
           END-IF

           MOVE WS-SHIFT-DATE TO WS-BUILD-DATE
           MOVE WS-SHIFT-START-TIME TO WS-BUILD-TIME
           PERFORM BUILD-WINDOW-INTERVAL
           MOVE WS-BUILD-INTERVAL TO WS-WINDOW-START
           STRING WS-SHIFT-DATE WS-SHIFT-START-TIME '00'
               DELIMITED BY SIZE INTO WS-WINDOW-START-STAMP
           END-STRING

           MOVE WS-SHIFT-END-DATE TO WS-BUILD-DATE
           MOVE WS-SHIFT-END-TIME TO WS-BUILD-TIME
           PERFORM BUILD-WINDOW-INTERVAL
           MOVE WS-BUILD-INTERVAL TO WS-WINDOW-END
           STRING WS-SHIFT-END-DATE WS-SHIFT-END-TIME '00'
               DELIMITED BY SIZE INTO WS-WINDOW-END-STAMP
           END-STRING

           DISPLAY '==> ZTPTRHND ' WS-SHIFT-NAME ' shift from '
               WS-WINDOW-START ' to ' WS-WINDOW-END

           EXIT.

       BUILD-WINDOW-INTERVAL.

           MOVE SPACES TO WS-BUILD-INTERVAL
           STRING WS-BUILD-DATE(1:4) '-' WS-BUILD-DATE(5:2) '-'
               WS-BUILD-DATE(7:2) ' ' WS-BUILD-TIME(1:2) ':'
               WS-BUILD-TIME(3:2)
               DELIMITED BY SIZE INTO WS-BUILD-INTERVAL
           END-STRING

           EXIT.

       OPEN-HANDOVER-REPORT.

           OPEN OUTPUT HANDOVER-REPORT
           IF NOT HANDOVER-REPORT-IO-SUCCESS
               DISPLAY '1: Error opening handover report: '
                   HANDOVER-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-SHIFT-NAME TO HND-TTL-SHIFT-NAME
           MOVE WS-WINDOW-START TO HND-TTL-START
           MOVE WS-WINDOW-END TO HND-TTL-END
           MOVE HND-TITLE-LINE TO HANDOVER-REPORT-RECORD
           PERFORM WRITE-HANDOVER-LINE

           EXIT.

      ******************************************************************
      * First pass over ALERTEVT: the last event per system before the *
      * shift ended. ALERTEVT columns follow AEV-ALERT-EVENT-LINE in   *
      * ZTPALERT: type 1-8, system 10-12, interval 14-29, bad          *
      * intervals 42-45, opened interval 54-69, runbook 74-79, on-call *
      * contact 86-105.                                                *
      ******************************************************************
       COLLECT-ALERT-STATE.

           OPEN INPUT ALERT-EVENT-FILE
           IF NOT ALERT-EVENT-IO-SUCCESS
               DISPLAY '2: Error opening alert event file: '
                   ALERT-EVENT-FS
               EXIT PARAGRAPH
           END-IF

           SET SOURCE-HAS-MORE TO TRUE
           PERFORM UNTIL SOURCE-DONE
               READ ALERT-EVENT-FILE
                   AT END
                       SET SOURCE-DONE TO TRUE
                   NOT AT END
                       IF ALERT-EVENT-RECORD(1:8) NOT = SPACES
                           AND ALERT-EVENT-RECORD(14:16) < WS-WINDOW-END
                           PERFORM TRACK-ALERT-SYSTEM
                       END-IF
               END-READ

               IF NOT ALERT-EVENT-IO-SUCCESS AND NOT ALERT-EVENT-EOF
                   DISPLAY '3: Error reading alert event file: '
                       ALERT-EVENT-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET SOURCE-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE ALERT-EVENT-FILE

           EXIT.

       TRACK-ALERT-SYSTEM.

           SET WS-AS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-AS-INDEX FROM 1 BY 1
                   UNTIL WS-AS-INDEX > WS-AS-COUNT OR WS-AS-FOUND
               IF WS-AS-SYSTEM-ID(WS-AS-INDEX)
                       = ALERT-EVENT-RECORD(10:3)
                   SET WS-AS-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-AS-FOUND
               SUBTRACT 1 FROM WS-AS-INDEX
           ELSE
               IF WS-AS-COUNT >= 50
                   DISPLAY '==> ZTPTRHND: alert system table full, '
                       'dropped ' ALERT-EVENT-RECORD(10:3)
                   MOVE RC-WARNING TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AS-COUNT
               MOVE WS-AS-COUNT TO WS-AS-INDEX
               MOVE ALERT-EVENT-RECORD(10:3)
                   TO WS-AS-SYSTEM-ID(WS-AS-INDEX)
           END-IF

           MOVE ALERT-EVENT-RECORD(1:8) TO WS-AS-EVENT-TYPE(WS-AS-INDEX)
           MOVE ALERT-EVENT-RECORD(14:16) TO WS-AS-INTERVAL(WS-AS-INDEX)
           MOVE ALERT-EVENT-RECORD(54:16) TO WS-AS-OPENED(WS-AS-INDEX)
           MOVE ALERT-EVENT-RECORD(42:4)
               TO WS-AS-BAD-INTERVALS(WS-AS-INDEX)
           MOVE ALERT-EVENT-RECORD(74:6)
               TO WS-AS-RUNBOOK-ID(WS-AS-INDEX)
           MOVE ALERT-EVENT-RECORD(86:20) TO WS-AS-CONTACT(WS-AS-INDEX)

           EXIT.

      ******************************************************************
      * Open items first: alerts not closed by the end of the shift.   *
      ******************************************************************
       REPORT-OPEN-ALERTS.

           MOVE 'OPEN ITEMS AT SHIFT END - ALERTS NOT CLOSED'
               TO HND-SEC-TITLE
           PERFORM WRITE-SECTION-HEADER

           PERFORM VARYING WS-AS-INDEX FROM 1 BY 1
                   UNTIL WS-AS-INDEX > WS-AS-COUNT
               IF WS-AS-EVENT-TYPE(WS-AS-INDEX) = 'OPEN    '
                       OR WS-AS-EVENT-TYPE(WS-AS-INDEX) = 'ESCALATE'
                   ADD 1 TO WS-TOTAL-OPEN-ALERTS
                   MOVE WS-AS-EVENT-TYPE(WS-AS-INDEX) TO HND-LABEL
                   MOVE WS-AS-INTERVAL(WS-AS-INDEX) TO HND-STAMP
                   MOVE WS-AS-SYSTEM-ID(WS-AS-INDEX) TO HND-SYSTEM-ID
                   MOVE SPACES TO HND-DETAIL
                   STRING 'OPENED ' WS-AS-OPENED(WS-AS-INDEX)
                       ' BAD=' WS-AS-BAD-INTERVALS(WS-AS-INDEX)
                       ' RUNBOOK=' WS-AS-RUNBOOK-ID(WS-AS-INDEX)
                       ' CALL ' WS-AS-CONTACT(WS-AS-INDEX)
                       DELIMITED BY SIZE INTO HND-DETAIL
                   END-STRING
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-SECTION-END

           EXIT.

      ******************************************************************
      * Exception-digest items still carried by ZTPEXDIG - open,       *
      * acknowledged or deferred - are open items too (resolved ones   *
      * have already left the state).                                  *
      ******************************************************************
       REPORT-OPEN-DIGEST-ITEMS.

           MOVE 'OPEN ITEMS AT SHIFT END - EXCEPTION DIGEST CARRIED'
               TO HND-SEC-TITLE
           PERFORM WRITE-SECTION-HEADER

           OPEN INPUT EXCEPTION-STATE
           IF NOT EXCEPTION-STATE-IO-SUCCESS
               DISPLAY '4: Error opening exception state: '
                   EXCEPTION-STATE-FS
               PERFORM WRITE-SECTION-END
               EXIT PARAGRAPH
           END-IF

           SET SOURCE-HAS-MORE TO TRUE
           PERFORM UNTIL SOURCE-DONE
               READ EXCEPTION-STATE
                   AT END
                       SET SOURCE-DONE TO TRUE
                   NOT AT END
                       IF EXS-SOURCE NOT = SPACES
                           PERFORM REPORT-ONE-DIGEST-ITEM
                       END-IF
               END-READ

               IF NOT EXCEPTION-STATE-IO-SUCCESS
                       AND NOT EXCEPTION-STATE-EOF
                   DISPLAY '5: Error reading exception state: '
                       EXCEPTION-STATE-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET SOURCE-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE EXCEPTION-STATE

           PERFORM WRITE-SECTION-END

           EXIT.

       REPORT-ONE-DIGEST-ITEM.

           ADD 1 TO WS-TOTAL-OPEN-DIGEST

           EVALUATE TRUE
               WHEN EXS-ACKNOWLEDGED
                   MOVE 'ACKNOWLDGD' TO HND-LABEL
               WHEN EXS-DEFERRED
                   MOVE 'DEFERRED' TO HND-LABEL
               WHEN OTHER
                   MOVE 'CARRIED' TO HND-LABEL
           END-EVALUATE

           MOVE EXS-STAMP TO HND-STAMP
           MOVE EXS-KEY(1:3) TO HND-SYSTEM-ID
           MOVE SPACES TO HND-DETAIL
           STRING EXS-SOURCE ' KEY=' EXS-KEY
               ' FIRST SEEN=' EXS-FIRST-SEEN
               ' BY=' EXS-INITIALS
               DELIMITED BY SIZE INTO HND-DETAIL
           END-STRING
           PERFORM WRITE-DETAIL-LINE

           EXIT.

      ******************************************************************
      * Second pass over ALERTEVT: the shift's own events.             *
      ******************************************************************
       REPORT-ALERT-EVENTS.

           MOVE 'ALERT EVENTS DURING THE SHIFT' TO HND-SEC-TITLE
           PERFORM WRITE-SECTION-HEADER

           OPEN INPUT ALERT-EVENT-FILE
           IF NOT ALERT-EVENT-IO-SUCCESS
               PERFORM WRITE-SECTION-END
               EXIT PARAGRAPH
           END-IF

           SET SOURCE-HAS-MORE TO TRUE
           PERFORM UNTIL SOURCE-DONE
               READ ALERT-EVENT-FILE
                   AT END
                       SET SOURCE-DONE TO TRUE
                   NOT AT END
                       IF ALERT-EVENT-RECORD(1:8) NOT = SPACES
                           MOVE ALERT-EVENT-RECORD(14:16)
                               TO WS-BUILD-INTERVAL
                           IF WS-BUILD-INTERVAL >= WS-WINDOW-START
                               AND WS-BUILD-INTERVAL < WS-WINDOW-END
                               PERFORM REPORT-ONE-ALERT-EVENT
                           END-IF
                       END-IF
               END-READ

               IF NOT ALERT-EVENT-IO-SUCCESS AND NOT ALERT-EVENT-EOF
                   DISPLAY '6: Error reading alert event file: '
                       ALERT-EVENT-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET SOURCE-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE ALERT-EVENT-FILE

           PERFORM WRITE-SECTION-END

           EXIT.

       REPORT-ONE-ALERT-EVENT.

           ADD 1 TO WS-TOTAL-ALERT-EVENTS
           MOVE ALERT-EVENT-RECORD(1:8) TO HND-LABEL
           MOVE ALERT-EVENT-RECORD(14:16) TO HND-STAMP
           MOVE ALERT-EVENT-RECORD(10:3) TO HND-SYSTEM-ID
           MOVE SPACES TO HND-DETAIL
           STRING 'HP=' ALERT-EVENT-RECORD(34:2)
               ' BAD=' ALERT-EVENT-RECORD(42:4)
               ' OPENED ' ALERT-EVENT-RECORD(54:16)
               ' RUNBOOK=' ALERT-EVENT-RECORD(74:6)
               DELIMITED BY SIZE INTO HND-DETAIL
           END-STRING
           PERFORM WRITE-DETAIL-LINE

           EXIT.

      ******************************************************************
      * INCIDENT-LOG: interval in columns 10-25, the degraded-system   *
      * text from column 26 (see WS-INCIDENT-LINE in ZTPTRNDY).        *
      ******************************************************************
       REPORT-INCIDENTS.

           MOVE 'INCIDENTS DURING THE SHIFT' TO HND-SEC-TITLE
           PERFORM WRITE-SECTION-HEADER

           OPEN INPUT INCIDENT-LOG
           IF NOT INCIDENT-LOG-IO-SUCCESS
               DISPLAY '7: Error opening incident log: '
                   INCIDENT-LOG-FS
               PERFORM WRITE-SECTION-END
               EXIT PARAGRAPH
           END-IF

           SET SOURCE-HAS-MORE TO TRUE
           PERFORM UNTIL SOURCE-DONE
               READ INCIDENT-LOG
                   AT END
                       SET SOURCE-DONE TO TRUE
                   NOT AT END
                       IF INCIDENT-LOG-RECORD(1:8) = 'INCIDENT'
                           MOVE INCIDENT-LOG-RECORD(10:16)
                               TO WS-BUILD-INTERVAL
                           IF WS-BUILD-INTERVAL >= WS-WINDOW-START
                               AND WS-BUILD-INTERVAL < WS-WINDOW-END
                               PERFORM REPORT-ONE-INCIDENT
                           END-IF
                       END-IF
               END-READ

               IF NOT INCIDENT-LOG-IO-SUCCESS AND NOT INCIDENT-LOG-EOF
                   DISPLAY '8: Error reading incident log: '
                       INCIDENT-LOG-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET SOURCE-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE INCIDENT-LOG

           PERFORM WRITE-SECTION-END

           EXIT.

       REPORT-ONE-INCIDENT.

           ADD 1 TO WS-TOTAL-INCIDENTS
           MOVE 'INCIDENT' TO HND-LABEL
           MOVE INCIDENT-LOG-RECORD(10:16) TO HND-STAMP
           MOVE SPACES TO HND-SYSTEM-ID
           MOVE INCIDENT-LOG-RECORD(26:80) TO HND-DETAIL
           PERFORM WRITE-DETAIL-LINE

           EXIT.

       REPORT-GAPS.

           MOVE 'REPORTING GAPS DURING THE SHIFT' TO HND-SEC-TITLE
           PERFORM WRITE-SECTION-HEADER

           OPEN INPUT GAP-LOG
           IF NOT GAP-LOG-IO-SUCCESS
               DISPLAY '9: Error opening gap log: ' GAP-LOG-FS
               PERFORM WRITE-SECTION-END
               EXIT PARAGRAPH
           END-IF

           SET SOURCE-HAS-MORE TO TRUE
           PERFORM UNTIL SOURCE-DONE
               READ GAP-LOG
                   AT END
                       SET SOURCE-DONE TO TRUE
                   NOT AT END
                       IF GLR-INTERVAL >= WS-WINDOW-START
                           AND GLR-INTERVAL < WS-WINDOW-END
                           ADD 1 TO WS-TOTAL-GAPS
                           MOVE 'GAP' TO HND-LABEL
                           MOVE GLR-INTERVAL TO HND-STAMP
                           MOVE GLR-SYSTEM-ID TO HND-SYSTEM-ID
                           MOVE GLR-MESSAGE TO HND-DETAIL
                           PERFORM WRITE-DETAIL-LINE
                       END-IF
               END-READ

               IF NOT GAP-LOG-IO-SUCCESS AND NOT GAP-LOG-EOF
                   DISPLAY '10: Error reading gap log: ' GAP-LOG-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET SOURCE-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE GAP-LOG

           PERFORM WRITE-SECTION-END

           EXIT.

      ******************************************************************
      * Annotations entered during the shift, by ANR-RECORDED-AT - an  *
      * operator may well annotate last week's dip tonight.            *
      ******************************************************************
       REPORT-ANNOTATIONS.

           MOVE 'ANNOTATIONS ENTERED DURING THE SHIFT' TO HND-SEC-TITLE
           PERFORM WRITE-SECTION-HEADER

           OPEN INPUT ANNOTATION-FILE
           IF NOT ANNOTATION-FILE-IO-SUCCESS
               DISPLAY '11: Error opening annotation file: '
                   ANNOTATION-FILE-FS
               PERFORM WRITE-SECTION-END
               EXIT PARAGRAPH
           END-IF

           SET SOURCE-HAS-MORE TO TRUE
           PERFORM UNTIL SOURCE-DONE
               READ ANNOTATION-FILE NEXT RECORD
                   AT END
                       SET SOURCE-DONE TO TRUE
                   NOT AT END
                       IF ANH-RECORDED-AT >= WS-WINDOW-START-STAMP
                           AND ANH-RECORDED-AT < WS-WINDOW-END-STAMP
                           PERFORM REPORT-ONE-ANNOTATION
                       END-IF
               END-READ

               IF NOT ANNOTATION-FILE-IO-SUCCESS
                       AND NOT ANNOTATION-FILE-EOF
                   DISPLAY '12: Error reading annotation file: '
                       ANNOTATION-FILE-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET SOURCE-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE ANNOTATION-FILE

           PERFORM WRITE-SECTION-END

           EXIT.

       REPORT-ONE-ANNOTATION.

           ADD 1 TO WS-TOTAL-ANNOTATIONS
           MOVE 'ANNOTATION' TO HND-LABEL
           MOVE ANH-INTERVAL TO HND-STAMP
           MOVE ANH-SYSTEM-ID TO HND-SYSTEM-ID
           MOVE SPACES TO HND-DETAIL
           STRING ANH-CAUSE ' TICKET=' ANH-TICKET ' '
               ANH-RESOLUTION
               DELIMITED BY SIZE INTO HND-DETAIL
           END-STRING
           PERFORM WRITE-DETAIL-LINE

           EXIT.

      ******************************************************************
      * Report line helpers. Every section prints '(NONE)' when empty, *
      * so a blank section reads as checked rather than forgotten.     *
      ******************************************************************
       WRITE-SECTION-HEADER.

           MOVE 0 TO WS-SECTION-LINES
           MOVE SPACES TO HANDOVER-REPORT-RECORD
           PERFORM WRITE-HANDOVER-LINE
           MOVE HND-SECTION-LINE TO HANDOVER-REPORT-RECORD
           PERFORM WRITE-HANDOVER-LINE

           EXIT.

       WRITE-SECTION-END.

           IF WS-SECTION-LINES = 0
               MOVE HND-NONE-LINE TO HANDOVER-REPORT-RECORD
               PERFORM WRITE-HANDOVER-LINE
           END-IF

           EXIT.

       WRITE-DETAIL-LINE.

           ADD 1 TO WS-SECTION-LINES
           MOVE HND-DETAIL-LINE TO HANDOVER-REPORT-RECORD
           PERFORM WRITE-HANDOVER-LINE

           EXIT.

       WRITE-HANDOVER-LINE.

           WRITE HANDOVER-REPORT-RECORD
           IF NOT HANDOVER-REPORT-IO-SUCCESS
               DISPLAY '13: Error writing handover report: '
                   HANDOVER-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY HANDOVER-REPORT-RECORD(1:100)

           EXIT.

       WRITE-HANDOVER-SUMMARY.

           MOVE WS-TOTAL-OPEN-ALERTS TO HND-SUM-OPEN-ALERTS
           MOVE WS-TOTAL-OPEN-DIGEST TO HND-SUM-OPEN-DIGEST
           MOVE WS-TOTAL-ALERT-EVENTS TO HND-SUM-ALERT-EVENTS
           MOVE WS-TOTAL-INCIDENTS TO HND-SUM-INCIDENTS
           MOVE WS-TOTAL-GAPS TO HND-SUM-GAPS
           MOVE WS-TOTAL-ANNOTATIONS TO HND-SUM-ANNOTATIONS

           MOVE SPACES TO HANDOVER-REPORT-RECORD
           PERFORM WRITE-HANDOVER-LINE
           MOVE HND-SUMMARY-LINE TO HANDOVER-REPORT-RECORD
           PERFORM WRITE-HANDOVER-LINE

           EXIT.

       CLOSE-HANDOVER-REPORT.

           CLOSE HANDOVER-REPORT
           IF NOT HANDOVER-REPORT-IO-SUCCESS
               DISPLAY '14: Error closing handover report: '
                   HANDOVER-REPORT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.
