       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTRBLR.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Blast-radius report for TRENDY alerts. ZTPALERT opens one      *
      * alert per SYSTEM-ID, so when the shared database region        *
      * degrades and every region depending on it follows, on-call     *
      * sees six alerts for one cause. This program takes the alerts   *
      * still open after the alert run - OPEN/ESCALATE events on       *
      * ALERT-EVENT-FILE not followed by a CLOSE, plus any alert       *
      * carried over in the ALERT-STATE file from an earlier run -     *
      * and, using the DEPEND file maintained by ZTPDEPMT (see         *
      * ZTPTRDEP), walks each degraded system up its chain of          *
      * degraded upstreams. The most upstream degraded system heads    *
      * a group as the probable cause; every other member of the       *
      * group is marked a probable downstream effect, with the         *
      * upstream it was reached through:                               *
      *                                                                *
      *   CAUSE      SYS-DB2 ... 4 PROBABLE DOWNSTREAM                 *
      *     EFFECT   SYS-CIC ... VIA DB2                               *
      *                                                                *
      * A degraded system with no degraded upstream heads its own      *
      * group, so nothing disappears from the report. When a system    *
      * has several degraded upstreams the first one in DEPEND order   *
      * is followed. No DEPEND file means every alert is its own       *
      * group, which is exactly the per-system view ZTPALERT gives.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALERT-EVENT-FILE ASSIGN TO ALERTEVT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ALERT-EVENT-FS.

      ******************************************************************
      * ==> ALERT-STATE is ZTPALERT's keyed file of open alerts; it is *
      *     only browsed here, never updated.                          *
      ******************************************************************

           SELECT OPTIONAL ALERT-STATE ASSIGN TO ALERTSTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AST-SYSTEM-ID
           FILE STATUS IS ALERT-STATE-FS.

           SELECT OPTIONAL DEPEND-FILE ASSIGN TO DEPEND
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DEPEND-FS.

           SELECT BLAST-REPORT ASSIGN TO BLASTRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BLAST-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  ALERT-EVENT-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ALERT-EVENT-RECORD.
       01  ALERT-EVENT-RECORD PIC X(120).

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

       FD  DEPEND-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DEP-DEPENDENCY-RECORD.
           COPY ZTPTRDEP REPLACING ==:DEP:== BY ==DEP==.

       FD  BLAST-REPORT RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BLAST-REPORT-RECORD.
       01  BLAST-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  ALERT-EVENT-FS          PIC 9(2).
           88 ALERT-EVENT-IO-SUCCESS   VALUE 00.
           88 ALERT-EVENT-EOF          VALUE 10.
       77  ALERT-STATE-FS          PIC 9(2).
           88 ALERT-STATE-IO-SUCCESS   VALUE 00.
           88 ALERT-STATE-EOF          VALUE 10.
       77  DEPEND-FS               PIC 9(2).
           88 DEPEND-IO-SUCCESS        VALUE 00.
           88 DEPEND-EOF               VALUE 10.
       77  BLAST-REPORT-FS         PIC 9(2).
           88 BLAST-REPORT-IO-SUCCESS  VALUE 00.

       77  ALERT-EVENT-IO-FLAG     PIC 9.
           88 ALERT-EVENT-DONE     VALUE 1.
           88 ALERT-EVENT-HAS-MORE VALUE 0.
       77  ALERT-STATE-IO-FLAG     PIC 9.
           88 ALERT-STATE-DONE     VALUE 1.
           88 ALERT-STATE-HAS-MORE VALUE 0.

      ******************************************************************
      * The dependency edges: WS-DP-SYSTEM-ID depends on               *
      * WS-DP-UPSTREAM-ID.                                             *
      ******************************************************************
       01  WS-DEP-TABLE.
           05 WS-DP-ENTRY OCCURS 60 TIMES.
               10 WS-DP-SYSTEM-ID      PIC X(3) VALUE SPACES.
               10 WS-DP-UPSTREAM-ID    PIC X(3) VALUE SPACES.
       77  WS-DP-COUNT                 PIC 9(3) VALUE 0.
       77  WS-DP-INDEX                 PIC 9(3).

      ******************************************************************
      * One row per system seen in the alert stream or the state file, *
      * whether its alert is still open, the event that describes it,  *
      * and (once resolved) the head of its group and the upstream it  *
      * was reached through.                                           *
      ******************************************************************
       01  WS-DEGRADED-TABLE.
           05 WS-DG-ENTRY OCCURS 20 TIMES.
               10 WS-DG-SYSTEM-ID      PIC X(3) VALUE SPACES.
               10 WS-DG-OPEN-FLAG      PIC 9 VALUE 0.
                   88 WS-DG-OPEN       VALUE 1.
                   88 WS-DG-CLOSED     VALUE 0.
               10 WS-DG-EVENT-TYPE     PIC X(8) VALUE SPACES.
               10 WS-DG-INTERVAL       PIC X(16) VALUE SPACES.
               10 WS-DG-OPENED-INTERVAL PIC X(16) VALUE SPACES.
               10 WS-DG-ROOT-ID        PIC X(3) VALUE SPACES.
               10 WS-DG-VIA-ID         PIC X(3) VALUE SPACES.
               10 WS-DG-DOWNSTREAM     PIC 9(3) VALUE 0.
       77  WS-DG-COUNT                 PIC 9(3) VALUE 0.
       77  WS-DG-INDEX                 PIC 9(3).
       77  WS-DG-ROOT-INDEX            PIC 9(3).
       77  WS-DG-SCAN                  PIC 9(3).
       77  WS-DG-WANT-ID               PIC X(3).
       77  WS-DG-FOUND-FLAG            PIC 9.
           88 WS-DG-FOUND              VALUE 1.
           88 WS-DG-NOT-FOUND          VALUE 0.

      ******************************************************************
      * Upstream walk for one system. The hop limit stops a loop that  *
      * slipped into DEPEND by hand (ZTPDEPMT rejects them).           *
      ******************************************************************
       77  WS-WALK-CURRENT             PIC X(3).
       77  WS-WALK-HOPS                PIC 9(3).
       77  WS-WALK-FLAG                PIC 9.
           88 WS-WALK-MOVED            VALUE 1.
           88 WS-WALK-STOPPED          VALUE 0.

       01  WS-BLAST-TOTALS.
           05 WS-TOTAL-OPEN-ALERTS     PIC 9(4) VALUE 0.
           05 WS-TOTAL-GROUPS          PIC 9(4) VALUE 0.
           05 WS-TOTAL-DOWNSTREAM      PIC 9(4) VALUE 0.

       01  BLR-HEADER-LINE.
           05 FILLER                   PIC X(49)
              VALUE '==> BLAST RADIUS OF OPEN ALERTS (PROBABLE CAUSE F'.
           05 FILLER                   PIC X(26)
              VALUE 'IRST, DOWNSTREAM INDENTED)'.
           05 FILLER                   PIC X(45) VALUE SPACES.

       01  BLR-CAUSE-LINE.
           05 FILLER                   PIC X(11) VALUE 'CAUSE      '.
           05 BLR-CAUSE-SYSTEM-ID      PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 BLR-CAUSE-EVENT-TYPE     PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 BLR-CAUSE-INTERVAL       PIC X(16).
           05 FILLER                   PIC X(8) VALUE ' OPENED='.
           05 BLR-CAUSE-OPENED         PIC X(16).
           05 FILLER                   PIC X VALUE SPACE.
           05 BLR-CAUSE-DOWNSTREAM     PIC ZZ9.
           05 FILLER                   PIC X(20)
              VALUE ' PROBABLE DOWNSTREAM'.
           05 FILLER                   PIC X(32) VALUE SPACES.

       01  BLR-EFFECT-LINE.
           05 FILLER                   PIC X(11) VALUE '  EFFECT   '.
           05 BLR-EFFECT-SYSTEM-ID     PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 BLR-EFFECT-EVENT-TYPE    PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 BLR-EFFECT-INTERVAL      PIC X(16).
           05 FILLER                   PIC X(8) VALUE ' OPENED='.
           05 BLR-EFFECT-OPENED        PIC X(16).
           05 FILLER                   PIC X(5) VALUE ' VIA '.
           05 BLR-EFFECT-VIA-ID        PIC X(3).
           05 FILLER                   PIC X(48) VALUE SPACES.

       01  BLR-SUMMARY-LINE.
           05 FILLER                   PIC X(17)
              VALUE '==> OPEN ALERTS: '.
           05 BLR-SUM-OPEN             PIC ZZZ9.
           05 FILLER                   PIC X(10) VALUE '  GROUPS: '.
           05 BLR-SUM-GROUPS           PIC ZZZ9.
           05 FILLER                   PIC X(23)
              VALUE '  PROBABLE DOWNSTREAM: '.
           05 BLR-SUM-DOWNSTREAM       PIC ZZZ9.
           05 FILLER                   PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY '==> ZTPTRBLR start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM LOAD-DEPENDENCIES
           PERFORM OPEN-BLAST-FILES
           PERFORM LOAD-ALERT-EVENTS
           PERFORM LOAD-ALERT-STATE
           PERFORM RESOLVE-BLAST-GROUPS
           PERFORM WRITE-BLAST-REPORT
           PERFORM CLOSE-BLAST-FILES

           DISPLAY '==> ZTPTRBLR end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Load the dependency edges (if the DEPEND dataset is supplied). *
      ******************************************************************
       LOAD-DEPENDENCIES.

           OPEN INPUT DEPEND-FILE
           IF NOT DEPEND-IO-SUCCESS
               DISPLAY '1: Error opening dependency file: ' DEPEND-FS
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           READ DEPEND-FILE
           PERFORM UNTIL DEPEND-FS > 04
               IF DEP-SYSTEM-ID NOT = SPACES
                       AND DEP-UPSTREAM-ID NOT = SPACES
                   IF WS-DP-COUNT < 60
                       ADD 1 TO WS-DP-COUNT
                       MOVE DEP-SYSTEM-ID
                           TO WS-DP-SYSTEM-ID(WS-DP-COUNT)
                       MOVE DEP-UPSTREAM-ID
                           TO WS-DP-UPSTREAM-ID(WS-DP-COUNT)
                   ELSE
                       DISPLAY '==> ZTPTRBLR dependency table full, '
                           'skipped: ' DEP-DEPENDENCY-RECORD(1:40)
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ DEPEND-FILE
           END-PERFORM

           CLOSE DEPEND-FILE

           DISPLAY '==> ZTPTRBLR loaded ' WS-DP-COUNT
               ' dependency edge(s) from DEPEND'

           EXIT.

       OPEN-BLAST-FILES.

           OPEN INPUT ALERT-EVENT-FILE
           IF NOT ALERT-EVENT-IO-SUCCESS
               DISPLAY '2: Error opening alert event file: '
                   ALERT-EVENT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BLAST-REPORT
           IF NOT BLAST-REPORT-IO-SUCCESS
               DISPLAY '3: Error opening blast report: '
                   BLAST-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      ******************************************************************
      * Replay the run's events in order: OPEN/ESCALATE leave the      *
      * system open, CLOSE closes it. Columns follow                   *
      * AEV-ALERT-EVENT-LINE in ZTPALERT: type 1-8, system 10-12,      *
      * interval 14-29, opened interval 54-69.                         *
      ******************************************************************
       LOAD-ALERT-EVENTS.

           SET ALERT-EVENT-HAS-MORE TO TRUE
           PERFORM UNTIL ALERT-EVENT-DONE
               READ ALERT-EVENT-FILE
                   AT END
                       SET ALERT-EVENT-DONE TO TRUE
                   NOT AT END
                       MOVE ALERT-EVENT-RECORD(10:3) TO WS-DG-WANT-ID
                       PERFORM FIND-OR-ADD-DEGRADED
                       IF WS-DG-FOUND
                           PERFORM APPLY-ONE-ALERT-EVENT
                       END-IF
               END-READ

               IF NOT ALERT-EVENT-IO-SUCCESS AND NOT ALERT-EVENT-EOF
                   DISPLAY '4: Error reading alert event file: '
                       ALERT-EVENT-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET ALERT-EVENT-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

       APPLY-ONE-ALERT-EVENT.

           IF ALERT-EVENT-RECORD(1:8) = 'CLOSE   '
               SET WS-DG-CLOSED(WS-DG-INDEX) TO TRUE
           ELSE
               SET WS-DG-OPEN(WS-DG-INDEX) TO TRUE
               MOVE ALERT-EVENT-RECORD(1:8)
                   TO WS-DG-EVENT-TYPE(WS-DG-INDEX)
               MOVE ALERT-EVENT-RECORD(14:16)
                   TO WS-DG-INTERVAL(WS-DG-INDEX)
               MOVE ALERT-EVENT-RECORD(54:16)
                   TO WS-DG-OPENED-INTERVAL(WS-DG-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * The state file lists every alert open at the end of the alert  *
      * run, including ones opened by an earlier run that produced no  *
      * event this time. It is optional: without it only this run's    *
      * events are grouped.                                            *
      ******************************************************************
       LOAD-ALERT-STATE.

           OPEN INPUT ALERT-STATE
           IF NOT ALERT-STATE-IO-SUCCESS
               DISPLAY '5: Error opening alert state: ' ALERT-STATE-FS
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SET ALERT-STATE-HAS-MORE TO TRUE
           PERFORM UNTIL ALERT-STATE-DONE
               READ ALERT-STATE NEXT RECORD
                   AT END
                       SET ALERT-STATE-DONE TO TRUE
                   NOT AT END
                       MOVE AST-SYSTEM-ID TO WS-DG-WANT-ID
                       PERFORM FIND-OR-ADD-DEGRADED
                       IF WS-DG-FOUND
                           PERFORM APPLY-ONE-ALERT-STATE
                       END-IF
               END-READ

               IF NOT ALERT-STATE-IO-SUCCESS AND NOT ALERT-STATE-EOF
                   DISPLAY '6: Error reading alert state: '
                       ALERT-STATE-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET ALERT-STATE-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE ALERT-STATE

           EXIT.

       APPLY-ONE-ALERT-STATE.

           SET WS-DG-OPEN(WS-DG-INDEX) TO TRUE
           IF WS-DG-EVENT-TYPE(WS-DG-INDEX) = SPACES
               IF AST-ESCALATED
                   MOVE 'ESCALATE' TO WS-DG-EVENT-TYPE(WS-DG-INDEX)
               ELSE
                   MOVE 'OPEN    ' TO WS-DG-EVENT-TYPE(WS-DG-INDEX)
               END-IF
               MOVE AST-LAST-INTERVAL
                   TO WS-DG-INTERVAL(WS-DG-INDEX)
               MOVE AST-OPENED-INTERVAL
                   TO WS-DG-OPENED-INTERVAL(WS-DG-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * Locate WS-DG-WANT-ID in the degraded table, adding it if new.  *
      *                                                                *
      * Output: WS-DG-INDEX, WS-DG-FOUND-FLAG (not found = table full) *
      ******************************************************************
       FIND-OR-ADD-DEGRADED.

           PERFORM FIND-DEGRADED-SYSTEM
           IF WS-DG-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-DG-COUNT >= 20
               DISPLAY '==> ZTPTRBLR system table full, ignoring '
                   WS-DG-WANT-ID
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DG-COUNT
           MOVE WS-DG-COUNT TO WS-DG-INDEX
           MOVE WS-DG-WANT-ID TO WS-DG-SYSTEM-ID(WS-DG-INDEX)
           SET WS-DG-FOUND TO TRUE

           EXIT.

       FIND-DEGRADED-SYSTEM.

           SET WS-DG-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DG-INDEX FROM 1 BY 1
                   UNTIL WS-DG-INDEX > WS-DG-COUNT
                       OR WS-DG-FOUND
               IF WS-DG-SYSTEM-ID(WS-DG-INDEX) = WS-DG-WANT-ID
                   SET WS-DG-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-DG-FOUND
               SUBTRACT 1 FROM WS-DG-INDEX
           END-IF

           EXIT.

      ******************************************************************
      * For every open system, follow degraded upstreams as far as     *
      * they go. Where the walk stops is the head of the group.        *
      ******************************************************************
       RESOLVE-BLAST-GROUPS.

           PERFORM VARYING WS-DG-ROOT-INDEX FROM 1 BY 1
                   UNTIL WS-DG-ROOT-INDEX > WS-DG-COUNT
               IF WS-DG-OPEN(WS-DG-ROOT-INDEX)
                   ADD 1 TO WS-TOTAL-OPEN-ALERTS
                   PERFORM WALK-UPSTREAM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DG-ROOT-INDEX FROM 1 BY 1
                   UNTIL WS-DG-ROOT-INDEX > WS-DG-COUNT
               IF WS-DG-OPEN(WS-DG-ROOT-INDEX)
                   IF WS-DG-ROOT-ID(WS-DG-ROOT-INDEX) =
                           WS-DG-SYSTEM-ID(WS-DG-ROOT-INDEX)
                       ADD 1 TO WS-TOTAL-GROUPS
                   ELSE
                       ADD 1 TO WS-TOTAL-DOWNSTREAM
                       MOVE WS-DG-ROOT-ID(WS-DG-ROOT-INDEX)
                           TO WS-DG-WANT-ID
                       PERFORM FIND-DEGRADED-SYSTEM
                       IF WS-DG-FOUND
                           ADD 1 TO WS-DG-DOWNSTREAM(WS-DG-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       WALK-UPSTREAM.

           MOVE WS-DG-SYSTEM-ID(WS-DG-ROOT-INDEX) TO WS-WALK-CURRENT
           MOVE SPACES TO WS-DG-VIA-ID(WS-DG-ROOT-INDEX)
           MOVE 0 TO WS-WALK-HOPS
           SET WS-WALK-MOVED TO TRUE

           PERFORM UNTIL WS-WALK-STOPPED OR WS-WALK-HOPS > 20
               SET WS-WALK-STOPPED TO TRUE
               PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
                       UNTIL WS-DP-INDEX > WS-DP-COUNT
                           OR WS-WALK-MOVED
                   IF WS-DP-SYSTEM-ID(WS-DP-INDEX) = WS-WALK-CURRENT
                       MOVE WS-DP-UPSTREAM-ID(WS-DP-INDEX)
                           TO WS-DG-WANT-ID
                       PERFORM FIND-DEGRADED-SYSTEM
                       IF WS-DG-FOUND AND WS-DG-OPEN(WS-DG-INDEX)
                           SET WS-WALK-MOVED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-WALK-MOVED
                   IF WS-DG-VIA-ID(WS-DG-ROOT-INDEX) = SPACES
                       MOVE WS-DG-WANT-ID
                           TO WS-DG-VIA-ID(WS-DG-ROOT-INDEX)
                   END-IF
                   MOVE WS-DG-WANT-ID TO WS-WALK-CURRENT
                   ADD 1 TO WS-WALK-HOPS
               END-IF
           END-PERFORM

           IF WS-WALK-HOPS > 20
               DISPLAY '==> ZTPTRBLR dependency loop at '
                   WS-DG-SYSTEM-ID(WS-DG-ROOT-INDEX)
                   ', reported on its own'
               MOVE RC-WARNING TO RETURN-CODE
               MOVE WS-DG-SYSTEM-ID(WS-DG-ROOT-INDEX)
                   TO WS-WALK-CURRENT
               MOVE SPACES TO WS-DG-VIA-ID(WS-DG-ROOT-INDEX)
           END-IF

           MOVE WS-WALK-CURRENT TO WS-DG-ROOT-ID(WS-DG-ROOT-INDEX)

           EXIT.

      ******************************************************************
      * One CAUSE line per group head, followed by its EFFECT lines.   *
      ******************************************************************
       WRITE-BLAST-REPORT.

           MOVE BLR-HEADER-LINE TO BLAST-REPORT-RECORD
           PERFORM WRITE-BLAST-LINE

           PERFORM VARYING WS-DG-ROOT-INDEX FROM 1 BY 1
                   UNTIL WS-DG-ROOT-INDEX > WS-DG-COUNT
               IF WS-DG-OPEN(WS-DG-ROOT-INDEX)
                       AND WS-DG-ROOT-ID(WS-DG-ROOT-INDEX) =
                           WS-DG-SYSTEM-ID(WS-DG-ROOT-INDEX)
                   PERFORM WRITE-ONE-BLAST-GROUP
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-OPEN-ALERTS TO BLR-SUM-OPEN
           MOVE WS-TOTAL-GROUPS TO BLR-SUM-GROUPS
           MOVE WS-TOTAL-DOWNSTREAM TO BLR-SUM-DOWNSTREAM
           MOVE BLR-SUMMARY-LINE TO BLAST-REPORT-RECORD
           PERFORM WRITE-BLAST-LINE

           EXIT.

       WRITE-ONE-BLAST-GROUP.

           MOVE WS-DG-SYSTEM-ID(WS-DG-ROOT-INDEX)
               TO BLR-CAUSE-SYSTEM-ID
           MOVE WS-DG-EVENT-TYPE(WS-DG-ROOT-INDEX)
               TO BLR-CAUSE-EVENT-TYPE
           MOVE WS-DG-INTERVAL(WS-DG-ROOT-INDEX)
               TO BLR-CAUSE-INTERVAL
           MOVE WS-DG-OPENED-INTERVAL(WS-DG-ROOT-INDEX)
               TO BLR-CAUSE-OPENED
           MOVE WS-DG-DOWNSTREAM(WS-DG-ROOT-INDEX)
               TO BLR-CAUSE-DOWNSTREAM
           MOVE BLR-CAUSE-LINE TO BLAST-REPORT-RECORD
           PERFORM WRITE-BLAST-LINE

           PERFORM VARYING WS-DG-SCAN FROM 1 BY 1
                   UNTIL WS-DG-SCAN > WS-DG-COUNT
               IF WS-DG-OPEN(WS-DG-SCAN)
                       AND WS-DG-SCAN NOT = WS-DG-ROOT-INDEX
                       AND WS-DG-ROOT-ID(WS-DG-SCAN) =
                           WS-DG-SYSTEM-ID(WS-DG-ROOT-INDEX)
                   MOVE WS-DG-SYSTEM-ID(WS-DG-SCAN)
                       TO BLR-EFFECT-SYSTEM-ID
                   MOVE WS-DG-EVENT-TYPE(WS-DG-SCAN)
                       TO BLR-EFFECT-EVENT-TYPE
                   MOVE WS-DG-INTERVAL(WS-DG-SCAN)
                       TO BLR-EFFECT-INTERVAL
                   MOVE WS-DG-OPENED-INTERVAL(WS-DG-SCAN)
                       TO BLR-EFFECT-OPENED
                   MOVE WS-DG-VIA-ID(WS-DG-SCAN) TO BLR-EFFECT-VIA-ID
                   MOVE BLR-EFFECT-LINE TO BLAST-REPORT-RECORD
                   PERFORM WRITE-BLAST-LINE
               END-IF
           END-PERFORM

           EXIT.

       WRITE-BLAST-LINE.

           WRITE BLAST-REPORT-RECORD
           IF NOT BLAST-REPORT-IO-SUCCESS
               DISPLAY '7: Error writing blast report: '
                   BLAST-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY BLAST-REPORT-RECORD(1:100)

           EXIT.

       CLOSE-BLAST-FILES.

           CLOSE ALERT-EVENT-FILE
           IF NOT ALERT-EVENT-IO-SUCCESS
               DISPLAY '8: Error closing alert event file: '
                   ALERT-EVENT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE BLAST-REPORT
           IF NOT BLAST-REPORT-IO-SUCCESS
               DISPLAY '9: Error closing blast report: '
                   BLAST-REPORT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.
