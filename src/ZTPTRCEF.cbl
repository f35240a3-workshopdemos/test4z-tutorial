       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTRCEF.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Console event feed for TRENDY alerts. The operations bridge    *
      * runs its own event console and never sees ZTPALERT's           *
      * OPEN/ESCALATE/CLOSE events unless somebody phones them in.     *
      * This program runs after ZTPALERT and converts every event on   *
      * ALERT-EVENT-FILE into the console's fixed inbound event format *
      * (see ZTPTRCEV), numbered with a sequence number that carries   *
      * on from run to run, and writes it to the outbound CONFEED.     *
      *                                                                *
      * Every event sent is kept in the CONPEND keyed file until the   *
      * console acknowledges it. Each run first reads back the         *
      * console's acknowledgment file (CONACK): an 'ACK' clears the    *
      * event, a 'NAK' leaves it pending. Everything still pending is  *
      * then sent again, flagged as a resend under its original        *
      * sequence number, before the run's new events go out. An event  *
      * still unacknowledged after the configured number of runs is    *
      * listed on CONRPT and the run ends with RC-WARNING, so a        *
      * dropped transmission is noticed instead of silently lost.      *
      *                                                                *
      * The last sequence number used is kept in CONSEQ. Should that   *
      * dataset be lost, numbering resumes above the highest pending   *
      * event rather than reusing a number the console may hold.       *
      *                                                                *
      * An optional runtime PARM, e.g. 'RUN=03', overrides the number  *
      * of unacknowledged runs before an event is reported.            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALERT-EVENT-FILE ASSIGN TO ALERTEVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERT-EVENT-FS.

      ******************************************************************
      * ==> CONSOLE-ACK is the acknowledgment file returned by the     *
      *     console since the previous run; optional, since a run      *
      *     with nothing to acknowledge may find no dataset at all.    *
      ******************************************************************

           SELECT OPTIONAL CONSOLE-ACK ASSIGN TO CONACK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONSOLE-ACK-FS.

      ******************************************************************
      * ==> CONSOLE-PENDING is a keyed file (KSDS) holding one record  *
      *     per event sent and not yet acknowledged, keyed by sequence *
      *     number and preserved across runs.                          *
      ******************************************************************

           SELECT CONSOLE-PENDING ASSIGN TO CONPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPD-SEQUENCE
           FILE STATUS IS CONSOLE-PENDING-FS.

      ******************************************************************
      * ==> CONSOLE-SEQUENCE holds the last sequence number used. It   *
      *     is read at startup (optional on the first run) and         *
      *     rewritten at the end of the run.                           *
      ******************************************************************

           SELECT OPTIONAL CONSOLE-SEQUENCE ASSIGN TO CONSEQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONSOLE-SEQUENCE-FS.

           SELECT CONSOLE-FEED ASSIGN TO CONFEED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONSOLE-FEED-FS.

           SELECT CONSOLE-REPORT ASSIGN TO CONRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONSOLE-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  ALERT-EVENT-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ALERT-EVENT-RECORD.
       01  ALERT-EVENT-RECORD PIC X(120).

       FD  CONSOLE-ACK RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CONSOLE-ACK-RECORD.
       01  CONSOLE-ACK-RECORD PIC X(80).

       FD  CONSOLE-PENDING RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CONSOLE-PENDING-RECORD.
       01  CONSOLE-PENDING-RECORD.
           05 CPD-SEQUENCE         PIC 9(8).
           05 FILLER               PIC X.
           05 CPD-RUNS-UNACKED     PIC 9(3).
           05 FILLER               PIC X.
           05 CPD-FIRST-SENT       PIC X(14).
           05 FILLER               PIC X.
           05 CPD-LAST-STATUS      PIC X(3).
               88 CPD-NO-ANSWER    VALUE SPACES.
               88 CPD-REJECTED     VALUE 'NAK'.
           05 FILLER               PIC X.
           05 CPD-EVENT-IMAGE      PIC X(150).
           05 FILLER               PIC X(18).

       FD  CONSOLE-SEQUENCE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CONSOLE-SEQUENCE-RECORD.
       01  CONSOLE-SEQUENCE-RECORD.
           05 CSQ-LAST-SEQUENCE    PIC 9(8).
           05 FILLER               PIC X.
           05 CSQ-WRITTEN-AT       PIC X(14).
           05 FILLER               PIC X(57).

       FD  CONSOLE-FEED RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CONSOLE-FEED-RECORD.
       01  CONSOLE-FEED-RECORD PIC X(150).

       FD  CONSOLE-REPORT RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CONSOLE-REPORT-RECORD.
       01  CONSOLE-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  ALERT-EVENT-FS          PIC 9(2).
           88 ALERT-EVENT-IO-SUCCESS   VALUE 00.
           88 ALERT-EVENT-EOF          VALUE 10.
       77  CONSOLE-ACK-FS          PIC 9(2).
           88 CONSOLE-ACK-IO-SUCCESS   VALUE 00.
           88 CONSOLE-ACK-EOF          VALUE 10.
       77  CONSOLE-PENDING-FS      PIC 9(2).
           88 CONSOLE-PENDING-IO-SUCCESS    VALUE 00.
           88 CONSOLE-PENDING-EOF           VALUE 10.
           88 CONSOLE-PENDING-KEY-NOT-FOUND VALUE 23.
           88 CONSOLE-PENDING-DNE           VALUE 35.
       77  CONSOLE-SEQUENCE-FS     PIC 9(2).
           88 CONSOLE-SEQUENCE-IO-SUCCESS VALUE 00.
       77  CONSOLE-FEED-FS         PIC 9(2).
           88 CONSOLE-FEED-IO-SUCCESS  VALUE 00.
       77  CONSOLE-REPORT-FS       PIC 9(2).
           88 CONSOLE-REPORT-IO-SUCCESS VALUE 00.

       77  ALERT-EVENT-IO-FLAG     PIC 9.
           88 ALERT-EVENT-DONE     VALUE 1.
           88 ALERT-EVENT-HAS-MORE VALUE 0.
       77  CONSOLE-ACK-IO-FLAG     PIC 9.
           88 CONSOLE-ACK-DONE     VALUE 1.
           88 CONSOLE-ACK-HAS-MORE VALUE 0.
       77  CONSOLE-PENDING-IO-FLAG PIC 9.
           88 CONSOLE-PENDING-DONE     VALUE 1.
           88 CONSOLE-PENDING-HAS-MORE VALUE 0.

      ******************************************************************
      * The console record layouts (see ZTPTRCEV).                     *
      ******************************************************************
           COPY ZTPTRCEV REPLACING ==:CEV:== BY ==CEV==
                                   ==:CAK:== BY ==CAK==.

      ******************************************************************
      * Configuration parameters. CFG-OVERDUE-RUNS is how many runs an *
      * event may go unacknowledged before it is reported.             *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-TRCEF.
           05 CFG-OVERDUE-RUNS     PIC 9(2) VALUE 3.

      ******************************************************************
      * Sequence numbering and the run stamp recorded on each newly    *
      * pending event.                                                 *
      ******************************************************************
       77  WS-LAST-SEQUENCE        PIC 9(8) VALUE 0.
       77  WS-HIGHEST-PENDING      PIC 9(8) VALUE 0.
       77  WS-RUN-STAMP            PIC X(14) VALUE SPACES.

       01  WS-FEED-TOTALS.
           05 WS-TOTAL-NEW         PIC 9(6) VALUE 0.
           05 WS-TOTAL-RESENT      PIC 9(6) VALUE 0.
           05 WS-TOTAL-ACKED       PIC 9(6) VALUE 0.
           05 WS-TOTAL-NAKED       PIC 9(6) VALUE 0.
           05 WS-TOTAL-STRAY       PIC 9(6) VALUE 0.
           05 WS-TOTAL-OVERDUE     PIC 9(6) VALUE 0.

       01  CEF-HEADER-LINE.
           05 FILLER               PIC X(50)
              VALUE '==> CONSOLE EVENTS STILL UNACKNOWLEDGED AFTER    '.
           05 CEF-HDR-RUNS         PIC Z9.
           05 FILLER               PIC X(8) VALUE ' RUN(S)'.
           05 FILLER               PIC X(60) VALUE SPACES.

       01  CEF-OVERDUE-LINE.
           05 FILLER               PIC X(12) VALUE 'UNACKED SEQ='.
           05 CEF-OVD-SEQUENCE     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 CEF-OVD-EVENT-CLASS  PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 CEF-OVD-NODE         PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 CEF-OVD-EVENT-TIME   PIC X(16).
           05 FILLER               PIC X(12) VALUE ' FIRST SENT='.
           05 CEF-OVD-FIRST-SENT   PIC X(14).
           05 FILLER               PIC X(6) VALUE ' RUNS='.
           05 CEF-OVD-RUNS         PIC ZZ9.
           05 FILLER               PIC X(6) VALUE ' LAST='.
           05 CEF-OVD-LAST-STATUS  PIC X(9).
           05 FILLER               PIC X(20) VALUE SPACES.

       01  CEF-SUMMARY-LINE.
           05 FILLER               PIC X(9) VALUE '==> NEW: '.
           05 CEF-SUM-NEW          PIC Z(5)9.
           05 FILLER               PIC X(10) VALUE '  RESENT: '.
           05 CEF-SUM-RESENT       PIC Z(5)9.
           05 FILLER               PIC X(9) VALUE '  ACKED: '.
           05 CEF-SUM-ACKED        PIC Z(5)9.
           05 FILLER               PIC X(9) VALUE '  NAKED: '.
           05 CEF-SUM-NAKED        PIC Z(5)9.
           05 FILLER               PIC X(9) VALUE '  STRAY: '.
           05 CEF-SUM-STRAY        PIC Z(5)9.
           05 FILLER               PIC X(11) VALUE '  OVERDUE: '.
           05 CEF-SUM-OVERDUE      PIC Z(5)9.
           05 FILLER               PIC X(30) VALUE SPACES.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES ('RUN=nn').                 *
      ******************************************************************
       77  WS-PARM                 PIC X(100).
       77  WS-PARM-FIELD           PIC X(20).

      *-----------------------------------------------------------------
      * Central run-parameter registry lookup (see ZTPPARMD). The
      * registry value applies first; the runtime PARM= stays the
      * override.
      *-----------------------------------------------------------------
       77  WS-REGISTRY-PROGRAM     PIC X(8) VALUE 'ZTPTRCEF'.
       77  WS-REGISTRY-PARM        PIC X(8).
       77  WS-REGISTRY-VALUE       PIC X(20).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH       PIC S9(4) COMP.
           05 LS-PARM-DATA         PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPTRCEF start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM-OVERRIDES
           PERFORM LOAD-LAST-SEQUENCE
           PERFORM OPEN-CONSOLE-FILES
           PERFORM APPLY-CONSOLE-ACKS
           PERFORM RESEND-PENDING-EVENTS
           PERFORM SEND-NEW-EVENTS
           PERFORM SAVE-LAST-SEQUENCE
           PERFORM WRITE-FEED-SUMMARY
           PERFORM CLOSE-CONSOLE-FILES

           DISPLAY '==> ZTPTRCEF end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Parse the optional 'RUN=nn' PARM; anything else is quietly     *
      * ignored and the compiled-in default applies.                   *
      ******************************************************************
       CHECK-PARM-OVERRIDES.

           MOVE 'RUN     ' TO WS-REGISTRY-PARM
           CALL 'ZTPPARMD' USING WS-REGISTRY-PROGRAM,
               WS-REGISTRY-PARM, WS-REGISTRY-VALUE
           IF WS-REGISTRY-VALUE(1:2) IS NUMERIC
               MOVE WS-REGISTRY-VALUE(1:2) TO CFG-OVERDUE-RUNS
           END-IF

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ','
                   INTO WS-PARM-FIELD
               END-UNSTRING

               IF WS-PARM-FIELD(1:4) = 'RUN='
                       AND WS-PARM-FIELD(5:2) IS NUMERIC
                   MOVE WS-PARM-FIELD(5:2) TO CFG-OVERDUE-RUNS
               END-IF
           END-IF

           IF CFG-OVERDUE-RUNS = 0
               MOVE 1 TO CFG-OVERDUE-RUNS
           END-IF

           DISPLAY '==> ZTPTRCEF report unacknowledged after '
               CFG-OVERDUE-RUNS ' run(s)'

           EXIT.

      ******************************************************************
      * The last sequence number used by the previous run. No CONSEQ   *
      * dataset (the very first run) starts the numbering at 1.        *
      ******************************************************************
       LOAD-LAST-SEQUENCE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE 0 TO WS-LAST-SEQUENCE

           OPEN INPUT CONSOLE-SEQUENCE
           IF NOT CONSOLE-SEQUENCE-IO-SUCCESS
               DISPLAY '1: Error opening console sequence: '
                   CONSOLE-SEQUENCE-FS
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           READ CONSOLE-SEQUENCE
           IF CONSOLE-SEQUENCE-IO-SUCCESS
                   AND CSQ-LAST-SEQUENCE IS NUMERIC
               MOVE CSQ-LAST-SEQUENCE TO WS-LAST-SEQUENCE
           END-IF

           CLOSE CONSOLE-SEQUENCE

           DISPLAY '==> ZTPTRCEF last sequence used: ' WS-LAST-SEQUENCE

           EXIT.

      ******************************************************************
      * Open the event input, the feed and report outputs, and the     *
      * pending file, creating the latter on its very first run (same  *
      * DNE fallback as ZTPALERT's ALERT-STATE open).                  *
      ******************************************************************
       OPEN-CONSOLE-FILES.

           OPEN INPUT ALERT-EVENT-FILE
           IF NOT ALERT-EVENT-IO-SUCCESS
               DISPLAY '2: Error opening alert event file: '
                   ALERT-EVENT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CONSOLE-FEED
           IF NOT CONSOLE-FEED-IO-SUCCESS
               DISPLAY '3: Error opening console feed: '
                   CONSOLE-FEED-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CONSOLE-REPORT
           IF NOT CONSOLE-REPORT-IO-SUCCESS
               DISPLAY '4: Error opening console report: '
                   CONSOLE-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CONSOLE-PENDING
           IF NOT CONSOLE-PENDING-IO-SUCCESS
               IF CONSOLE-PENDING-DNE
                   OPEN OUTPUT CONSOLE-PENDING
                   IF NOT CONSOLE-PENDING-IO-SUCCESS
                       DISPLAY '5: Error opening console pending: '
                           CONSOLE-PENDING-FS
                       MOVE RC-SEVERE-ERROR TO RETURN-CODE
                       GOBACK
                   END-IF

                   CLOSE CONSOLE-PENDING
                   OPEN I-O CONSOLE-PENDING
                   IF NOT CONSOLE-PENDING-IO-SUCCESS
                       DISPLAY '6: Error opening console pending: '
                           CONSOLE-PENDING-FS
                       MOVE RC-SEVERE-ERROR TO RETURN-CODE
                       GOBACK
                   END-IF
               ELSE
                   DISPLAY '6: Error opening console pending: '
                       CONSOLE-PENDING-FS
                   MOVE RC-SEVERE-ERROR TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * Apply the console's acknowledgments: 'ACK' removes the event   *
      * from CONPEND, 'NAK' marks it rejected so it is sent again. An  *
      * acknowledgment for a sequence number that is not pending (a    *
      * repeated ACK, or a number this program never sent) is counted  *
      * as stray and otherwise ignored.                                *
      ******************************************************************
       APPLY-CONSOLE-ACKS.

           OPEN INPUT CONSOLE-ACK
           IF NOT CONSOLE-ACK-IO-SUCCESS
               DISPLAY '7: Error opening console ack file: '
                   CONSOLE-ACK-FS
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SET CONSOLE-ACK-HAS-MORE TO TRUE
           PERFORM UNTIL CONSOLE-ACK-DONE
               READ CONSOLE-ACK
                   AT END
                       SET CONSOLE-ACK-DONE TO TRUE
                   NOT AT END
                       MOVE CONSOLE-ACK-RECORD
                           TO CAK-CONSOLE-ACK-RECORD
                       PERFORM APPLY-ONE-CONSOLE-ACK
               END-READ

               IF NOT CONSOLE-ACK-IO-SUCCESS AND NOT CONSOLE-ACK-EOF
                   DISPLAY '8: Error reading console ack file: '
                       CONSOLE-ACK-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET CONSOLE-ACK-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE CONSOLE-ACK

           EXIT.

       APPLY-ONE-CONSOLE-ACK.

           IF CAK-SEQUENCE IS NOT NUMERIC
                   OR NOT (CAK-ACCEPTED OR CAK-REJECTED)
               DISPLAY '==> ZTPTRCEF invalid acknowledgment skipped: '
                   CONSOLE-ACK-RECORD(1:40)
               ADD 1 TO WS-TOTAL-STRAY
               EXIT PARAGRAPH
           END-IF

           MOVE CAK-SEQUENCE TO CPD-SEQUENCE
           READ CONSOLE-PENDING

           IF CONSOLE-PENDING-KEY-NOT-FOUND
               DISPLAY '==> ZTPTRCEF stray acknowledgment for SEQ='
                   CAK-SEQUENCE ' (' CAK-STATUS ')'
               ADD 1 TO WS-TOTAL-STRAY
               EXIT PARAGRAPH
           END-IF

           IF NOT CONSOLE-PENDING-IO-SUCCESS
               DISPLAY '9: Error reading console pending: '
                   CONSOLE-PENDING-FS
               MOVE RC-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF CAK-ACCEPTED
               ADD 1 TO WS-TOTAL-ACKED
               DELETE CONSOLE-PENDING
               IF NOT CONSOLE-PENDING-IO-SUCCESS
                   DISPLAY '10: Error deleting console pending: '
                       CONSOLE-PENDING-FS
                   MOVE RC-ERROR TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-NAKED
               SET CPD-REJECTED TO TRUE
               REWRITE CONSOLE-PENDING-RECORD
               IF NOT CONSOLE-PENDING-IO-SUCCESS
                   DISPLAY '11: Error rewriting console pending: '
                       CONSOLE-PENDING-FS
                   MOVE RC-ERROR TO RETURN-CODE
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * Everything still in CONPEND went unacknowledged for one more   *
      * run: count the run, send it again under its original sequence  *
      * number, and report it once it reaches CFG-OVERDUE-RUNS.        *
      ******************************************************************
       RESEND-PENDING-EVENTS.

           MOVE 0 TO CPD-SEQUENCE
           START CONSOLE-PENDING KEY IS NOT LESS THAN CPD-SEQUENCE
           IF CONSOLE-PENDING-KEY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF NOT CONSOLE-PENDING-IO-SUCCESS
               DISPLAY '12: Error positioning console pending: '
                   CONSOLE-PENDING-FS
               MOVE RC-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SET CONSOLE-PENDING-HAS-MORE TO TRUE
           PERFORM UNTIL CONSOLE-PENDING-DONE
               READ CONSOLE-PENDING NEXT RECORD
                   AT END
                       SET CONSOLE-PENDING-DONE TO TRUE
                   NOT AT END
                       PERFORM RESEND-ONE-PENDING-EVENT
               END-READ

               IF NOT CONSOLE-PENDING-IO-SUCCESS
                       AND NOT CONSOLE-PENDING-EOF
                   DISPLAY '13: Error reading console pending: '
                       CONSOLE-PENDING-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET CONSOLE-PENDING-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

       RESEND-ONE-PENDING-EVENT.

           IF CPD-SEQUENCE > WS-HIGHEST-PENDING
               MOVE CPD-SEQUENCE TO WS-HIGHEST-PENDING
           END-IF

           IF CPD-RUNS-UNACKED < 999
               ADD 1 TO CPD-RUNS-UNACKED
           END-IF

           MOVE CPD-EVENT-IMAGE TO CEV-CONSOLE-EVENT-RECORD
           SET CEV-RESEND TO TRUE
           PERFORM WRITE-CONSOLE-EVENT
           ADD 1 TO WS-TOTAL-RESENT

           IF CPD-RUNS-UNACKED >= CFG-OVERDUE-RUNS
               PERFORM WRITE-OVERDUE-LINE
           END-IF

           REWRITE CONSOLE-PENDING-RECORD
           IF NOT CONSOLE-PENDING-IO-SUCCESS
               DISPLAY '14: Error rewriting console pending: '
                   CONSOLE-PENDING-FS
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * One report line per overdue event, headed on the first one.    *
      ******************************************************************
       WRITE-OVERDUE-LINE.

           IF WS-TOTAL-OVERDUE = 0
               MOVE CFG-OVERDUE-RUNS TO CEF-HDR-RUNS
               MOVE CEF-HEADER-LINE TO CONSOLE-REPORT-RECORD
               PERFORM WRITE-CONSOLE-REPORT-LINE
           END-IF

           ADD 1 TO WS-TOTAL-OVERDUE
           MOVE RC-WARNING TO RETURN-CODE

           MOVE CPD-SEQUENCE TO CEF-OVD-SEQUENCE
           MOVE CEV-EVENT-CLASS TO CEF-OVD-EVENT-CLASS
           MOVE CEV-NODE TO CEF-OVD-NODE
           MOVE CEV-EVENT-TIME TO CEF-OVD-EVENT-TIME
           MOVE CPD-FIRST-SENT TO CEF-OVD-FIRST-SENT
           MOVE CPD-RUNS-UNACKED TO CEF-OVD-RUNS
           IF CPD-REJECTED
               MOVE 'NAK' TO CEF-OVD-LAST-STATUS
           ELSE
               MOVE 'NO ANSWER' TO CEF-OVD-LAST-STATUS
           END-IF

           MOVE CEF-OVERDUE-LINE TO CONSOLE-REPORT-RECORD
           PERFORM WRITE-CONSOLE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Convert this run's ZTPALERT events. Columns follow             *
      * AEV-ALERT-EVENT-LINE in ZTPALERT: type 1-8, system 10-12,      *
      * interval 14-29, happy rating 34-35, bad intervals 42-45,       *
      * opened interval 54-69, runbook 74-79, on-call contact 86-105.  *
      ******************************************************************
       SEND-NEW-EVENTS.

           IF WS-HIGHEST-PENDING > WS-LAST-SEQUENCE
               DISPLAY '==> ZTPTRCEF sequence resumed above pending '
                   WS-HIGHEST-PENDING
               MOVE WS-HIGHEST-PENDING TO WS-LAST-SEQUENCE
           END-IF

           SET ALERT-EVENT-HAS-MORE TO TRUE
           PERFORM UNTIL ALERT-EVENT-DONE
               READ ALERT-EVENT-FILE
                   AT END
                       SET ALERT-EVENT-DONE TO TRUE
                   NOT AT END
                       IF ALERT-EVENT-RECORD(1:8) NOT = SPACES
                           PERFORM SEND-ONE-NEW-EVENT
                       END-IF
               END-READ

               IF NOT ALERT-EVENT-IO-SUCCESS AND NOT ALERT-EVENT-EOF
                   DISPLAY '15: Error reading alert event file: '
                       ALERT-EVENT-FS
                   MOVE RC-ERROR TO RETURN-CODE
                   SET ALERT-EVENT-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

       SEND-ONE-NEW-EVENT.

           ADD 1 TO WS-LAST-SEQUENCE

           MOVE SPACES TO CEV-CONSOLE-EVENT-RECORD
           MOVE 'EVNT' TO CEV-RECORD-TYPE
           MOVE WS-LAST-SEQUENCE TO CEV-SEQUENCE
           MOVE 'TRENDY' TO CEV-SOURCE
           SET CEV-FIRST-SEND TO TRUE
           MOVE ALERT-EVENT-RECORD(1:8) TO CEV-EVENT-CLASS
           MOVE ALERT-EVENT-RECORD(10:3) TO CEV-NODE
           MOVE ALERT-EVENT-RECORD(14:16) TO CEV-EVENT-TIME
           MOVE ALERT-EVENT-RECORD(54:16) TO CEV-OPENED-TIME
           IF ALERT-EVENT-RECORD(34:2) IS NUMERIC
               MOVE ALERT-EVENT-RECORD(34:2) TO CEV-HAPPY-RATING
           ELSE
               MOVE 0 TO CEV-HAPPY-RATING
           END-IF
           MOVE ALERT-EVENT-RECORD(74:6) TO CEV-RUNBOOK-ID
           MOVE ALERT-EVENT-RECORD(86:20) TO CEV-ONCALL-CONTACT

           EVALUATE CEV-EVENT-CLASS
               WHEN 'ESCALATE'
                   SET CEV-CRITICAL TO TRUE
                   STRING 'HEALTH DEGRADED FOR '
                       ALERT-EVENT-RECORD(42:4) ' INTERVALS'
                       DELIMITED BY SIZE INTO CEV-MESSAGE
                   END-STRING
               WHEN 'CLOSE   '
                   SET CEV-NORMAL TO TRUE
                   MOVE 'HEALTH RECOVERED' TO CEV-MESSAGE
               WHEN OTHER
                   SET CEV-MAJOR TO TRUE
                   MOVE 'HEALTH RATING BELOW FLOOR' TO CEV-MESSAGE
           END-EVALUATE

           PERFORM WRITE-CONSOLE-EVENT
           ADD 1 TO WS-TOTAL-NEW

           MOVE SPACES TO CONSOLE-PENDING-RECORD
           MOVE WS-LAST-SEQUENCE TO CPD-SEQUENCE
           MOVE 0 TO CPD-RUNS-UNACKED
           MOVE WS-RUN-STAMP TO CPD-FIRST-SENT
           SET CPD-NO-ANSWER TO TRUE
           MOVE CEV-CONSOLE-EVENT-RECORD TO CPD-EVENT-IMAGE
           WRITE CONSOLE-PENDING-RECORD
           IF NOT CONSOLE-PENDING-IO-SUCCESS
               DISPLAY '16: Error writing console pending: '
                   CONSOLE-PENDING-FS
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * Write one event to the console feed and echo it.               *
      ******************************************************************
       WRITE-CONSOLE-EVENT.

           MOVE CEV-CONSOLE-EVENT-RECORD TO CONSOLE-FEED-RECORD
           WRITE CONSOLE-FEED-RECORD
           IF NOT CONSOLE-FEED-IO-SUCCESS
               DISPLAY '17: Error writing console feed: '
                   CONSOLE-FEED-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY '==> ZTPTRCEF ' CONSOLE-FEED-RECORD(1:80)

           EXIT.

       WRITE-CONSOLE-REPORT-LINE.

           WRITE CONSOLE-REPORT-RECORD
           IF NOT CONSOLE-REPORT-IO-SUCCESS
               DISPLAY '18: Error writing console report: '
                   CONSOLE-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY CONSOLE-REPORT-RECORD

           EXIT.

      ******************************************************************
      * Keep the last sequence number for the next run.                *
      ******************************************************************
       SAVE-LAST-SEQUENCE.

           OPEN OUTPUT CONSOLE-SEQUENCE
           IF NOT CONSOLE-SEQUENCE-IO-SUCCESS
               DISPLAY '19: Error opening console sequence: '
                   CONSOLE-SEQUENCE-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONSOLE-SEQUENCE-RECORD
           MOVE WS-LAST-SEQUENCE TO CSQ-LAST-SEQUENCE
           MOVE WS-RUN-STAMP TO CSQ-WRITTEN-AT
           WRITE CONSOLE-SEQUENCE-RECORD
           IF NOT CONSOLE-SEQUENCE-IO-SUCCESS
               DISPLAY '20: Error writing console sequence: '
                   CONSOLE-SEQUENCE-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           CLOSE CONSOLE-SEQUENCE

           EXIT.

      ******************************************************************
      * End-of-run counts, on the report and the job log.              *
      ******************************************************************
       WRITE-FEED-SUMMARY.

           MOVE WS-TOTAL-NEW TO CEF-SUM-NEW
           MOVE WS-TOTAL-RESENT TO CEF-SUM-RESENT
           MOVE WS-TOTAL-ACKED TO CEF-SUM-ACKED
           MOVE WS-TOTAL-NAKED TO CEF-SUM-NAKED
           MOVE WS-TOTAL-STRAY TO CEF-SUM-STRAY
           MOVE WS-TOTAL-OVERDUE TO CEF-SUM-OVERDUE

           MOVE CEF-SUMMARY-LINE TO CONSOLE-REPORT-RECORD
           PERFORM WRITE-CONSOLE-REPORT-LINE

           EXIT.

       CLOSE-CONSOLE-FILES.

           CLOSE ALERT-EVENT-FILE
           IF NOT ALERT-EVENT-IO-SUCCESS
               DISPLAY '21: Error closing alert event file: '
                   ALERT-EVENT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE CONSOLE-PENDING
           IF NOT CONSOLE-PENDING-IO-SUCCESS
               DISPLAY '22: Error closing console pending: '
                   CONSOLE-PENDING-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE CONSOLE-FEED
           IF NOT CONSOLE-FEED-IO-SUCCESS
               DISPLAY '23: Error closing console feed: '
                   CONSOLE-FEED-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE CONSOLE-REPORT
           IF NOT CONSOLE-REPORT-IO-SUCCESS
               DISPLAY '24: Error closing console report: '
                   CONSOLE-REPORT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.
