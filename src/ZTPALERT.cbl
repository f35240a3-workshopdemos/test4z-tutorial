      * escalation interval count and the global happy-rating floor    *
      * (which should match ZTPTRNDY's CFG-HAPPY-RATING-FLOOR)         *
      * without a recompile.                                           *
      *                                                                *
      * Contacts follow the on-call rotation: when the matching        *
      * RUNBKREF entry names a team, the optional ONCALCAL calendar    *
      * (see ZTPTROCR, maintained by ZTPOCLMT) is searched for the     *
      * slot covering the event's date and time - OPEN pages the       *
      * slot's primary, ESCALATE its secondary. An event no slot       *
      * covers falls back to the entry's fixed contact and is counted  *
      * as uncovered in the summary.                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUNBOOK-REF-FS.

      ******************************************************************
      * ==> The ONCALL-CALENDAR is the team rotation calendar: per     *
      *     team, the dates and hours each slot runs and who is        *
      *     primary and secondary for it. Optional; without it every   *
      *     event keeps the fixed RUNBKREF contact.                    *
      ******************************************************************

           SELECT OPTIONAL ONCALL-CALENDAR ASSIGN TO ONCALCAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ONCALL-CALENDAR-FS.

       DATA DIVISION.
       FILE SECTION.

           05 RBR-RUNBOOK-ID       PIC X(6).
           05 FILLER               PIC X.
           05 RBR-ONCALL-CONTACT   PIC X(20).
           05 FILLER               PIC X.
           05 RBR-TEAM-ID          PIC X(8).
           05 FILLER               PIC X(31).

       FD  ONCALL-CALENDAR RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS OCR-ONCALL-RECORD.
           COPY ZTPTROCR REPLACING ==:OCR:== BY ==OCR==.

       FD  MAINT-WINDOW-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
       77  RUNBOOK-REF-FS          PIC 9(2).
           88 RUNBOOK-REF-IO-SUCCESS    VALUE 00.
           88 RUNBOOK-REF-EOF           VALUE 10.
       77  ONCALL-CALENDAR-FS      PIC 9(2).
           88 ONCALL-CALENDAR-IO-SUCCESS VALUE 00.

       77  HEALTH-TREND-IO-FLAG    PIC 9.
           88 HEALTH-TREND-DONE     VALUE 1.
               10 WS-RB-CONDITION      PIC X(8) VALUE SPACES.
               10 WS-RB-RUNBOOK-ID     PIC X(6) VALUE SPACES.
               10 WS-RB-ONCALL         PIC X(20) VALUE SPACES.
               10 WS-RB-TEAM-ID        PIC X(8) VALUE SPACES.
       77  WS-RB-COUNT             PIC 9(3) VALUE 0.
       77  WS-RB-INDEX             PIC 9(3).
       77  WS-RB-FOUND-FLAG        PIC 9.
       77  WS-RB-WANT-SYSTEM       PIC X(3).
       77  WS-RB-WANT-CONDITION    PIC X(8).

      ******************************************************************
      * The loaded on-call calendar slots and the search for the       *
      * event being written: the team of the matched runbook entry     *
      * and the event's date (YYYYMMDD) and time (hhmm), taken from    *
      * HTR-INTERVAL. The first slot covering the time wins.           *
      ******************************************************************
       01  WS-ONCALL-TABLE.
           05 WS-OC-ENTRY OCCURS 200 TIMES.
               10 WS-OC-TEAM-ID        PIC X(8).
               10 WS-OC-FROM-DATE      PIC X(8).
               10 WS-OC-TO-DATE        PIC X(8).
               10 WS-OC-FROM-HHMM      PIC X(4).
               10 WS-OC-TO-HHMM        PIC X(4).
               10 WS-OC-PRIMARY        PIC X(20).
               10 WS-OC-SECONDARY      PIC X(20).
       77  WS-OC-COUNT             PIC 9(3) VALUE 0.
       77  WS-OC-INDEX             PIC 9(3).
       77  WS-OC-FOUND-FLAG        PIC 9.
           88 WS-OC-SLOT-FOUND      VALUE 1.
           88 WS-OC-SLOT-NOT-FOUND  VALUE 0.
       77  WS-OC-WANT-TEAM         PIC X(8).
       01  WS-OC-EVENT-DATE.
           05 WS-OC-EVENT-YYYY     PIC X(4).
           05 WS-OC-EVENT-MM       PIC X(2).
           05 WS-OC-EVENT-DD       PIC X(2).
       01  WS-OC-EVENT-HHMM.
           05 WS-OC-EVENT-HH       PIC X(2).
           05 WS-OC-EVENT-MI       PIC X(2).

      ******************************************************************
      * Event counts for the end-of-run summary.                       *
      ******************************************************************
           05 WS-TOTAL-ESCALATED   PIC 9(4) VALUE 0.
           05 WS-TOTAL-CLOSED      PIC 9(4) VALUE 0.
           05 WS-TOTAL-SUPPRESSED  PIC 9(6) VALUE 0.
           05 WS-TOTAL-UNCOVERED   PIC 9(4) VALUE 0.

      ******************************************************************
      * Event line written to ALERT-EVENT-FILE.                        *
           PERFORM LOAD-RATING-PROFILES
           PERFORM LOAD-MAINT-WINDOWS
           PERFORM LOAD-RUNBOOK-REFS
           PERFORM LOAD-ONCALL-CALENDAR
           PERFORM OPEN-ALERT-FILES
           PERFORM PROCESS-HEALTH-TREND
           PERFORM WRITE-EVENT-SUMMARY
                           TO WS-RB-RUNBOOK-ID(WS-RB-COUNT)
                       MOVE RBR-ONCALL-CONTACT
                           TO WS-RB-ONCALL(WS-RB-COUNT)
                       MOVE RBR-TEAM-ID
                           TO WS-RB-TEAM-ID(WS-RB-COUNT)
                   END-IF
               ELSE
                   DISPLAY '==> ZTPALERT invalid runbook entry '
      * fallbacks. Blank enrichment fields mean no entry matched.      *
      *                                                                 *
      * Input:  HTR-SYSTEM-ID, AEV-EVENT-TYPE                           *
      * Output: AEV-RUNBOOK-ID, AEV-ONCALL-CONTACT, WS-OC-WANT-TEAM    *
      ******************************************************************
       RESOLVE-RUNBOOK-REF.

           MOVE SPACES TO AEV-RUNBOOK-ID
           MOVE SPACES TO AEV-ONCALL-CONTACT
           MOVE SPACES TO WS-OC-WANT-TEAM

           IF WS-RB-COUNT = 0
               EXIT PARAGRAPH
                       TO AEV-RUNBOOK-ID
                   MOVE WS-RB-ONCALL(WS-RB-INDEX)
                       TO AEV-ONCALL-CONTACT
                   MOVE WS-RB-TEAM-ID(WS-RB-INDEX)
                       TO WS-OC-WANT-TEAM
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Load the on-call rotation calendar (if the ONCALCAL dataset is *
      * supplied). A slot needs a team, numeric dates and hours, and   *
      * a primary contact; anything else is skipped with a warning.    *
      ******************************************************************
       LOAD-ONCALL-CALENDAR.

           MOVE 0 TO WS-OC-COUNT

           OPEN INPUT ONCALL-CALENDAR
           IF NOT ONCALL-CALENDAR-IO-SUCCESS
               DISPLAY '17: Error opening on-call calendar: '
                   ONCALL-CALENDAR-FS
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           READ ONCALL-CALENDAR
           PERFORM UNTIL ONCALL-CALENDAR-FS > 04
               IF OCR-TEAM-ID NOT = SPACES
                       AND OCR-FROM-DATE IS NUMERIC
                       AND OCR-TO-DATE IS NUMERIC
                       AND OCR-FROM-HHMM IS NUMERIC
                       AND OCR-TO-HHMM IS NUMERIC
                       AND OCR-PRIMARY-CONTACT NOT = SPACES
                   IF WS-OC-COUNT < 200
                       ADD 1 TO WS-OC-COUNT
                       MOVE OCR-TEAM-ID
                           TO WS-OC-TEAM-ID(WS-OC-COUNT)
                       MOVE OCR-FROM-DATE
                           TO WS-OC-FROM-DATE(WS-OC-COUNT)
                       MOVE OCR-TO-DATE
                           TO WS-OC-TO-DATE(WS-OC-COUNT)
                       MOVE OCR-FROM-HHMM
                           TO WS-OC-FROM-HHMM(WS-OC-COUNT)
                       MOVE OCR-TO-HHMM
                           TO WS-OC-TO-HHMM(WS-OC-COUNT)
                       MOVE OCR-PRIMARY-CONTACT
                           TO WS-OC-PRIMARY(WS-OC-COUNT)
                       MOVE OCR-SECONDARY-CONTACT
                           TO WS-OC-SECONDARY(WS-OC-COUNT)
                   END-IF
               ELSE
                   DISPLAY '==> ZTPALERT invalid on-call slot '
                       'skipped: ' OCR-ONCALL-RECORD(1:40)
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               READ ONCALL-CALENDAR
           END-PERFORM

           CLOSE ONCALL-CALENDAR

           IF WS-OC-COUNT > 0
               DISPLAY '==> ZTPALERT loaded ' WS-OC-COUNT
                   ' on-call slot(s) from ONCALCAL'
           END-IF

           EXIT.

      ******************************************************************
      * Replace the fixed contact with the rotation's for the event    *
      * being written, when its runbook entry names a team: the slot   *
      * for that team whose dates include the event date and whose     *
      * hours include the event time (from inclusive, to exclusive;    *
      * from = to is all day, from > to runs past midnight). OPEN      *
      * takes the primary, ESCALATE the secondary (the primary again   *
      * when the slot names none).                                     *
      *                                                                *
      * Input:  WS-OC-WANT-TEAM, HTR-INTERVAL, AEV-EVENT-TYPE          *
      * Output: AEV-ONCALL-CONTACT                                     *
      ******************************************************************
       RESOLVE-ONCALL-CONTACT.

           IF WS-OC-WANT-TEAM = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE HTR-INTERVAL(1:4) TO WS-OC-EVENT-YYYY
           MOVE HTR-INTERVAL(6:2) TO WS-OC-EVENT-MM
           MOVE HTR-INTERVAL(9:2) TO WS-OC-EVENT-DD
           MOVE HTR-INTERVAL(12:2) TO WS-OC-EVENT-HH
           MOVE HTR-INTERVAL(15:2) TO WS-OC-EVENT-MI

           SET WS-OC-SLOT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > WS-OC-COUNT
                       OR WS-OC-SLOT-FOUND
               IF WS-OC-TEAM-ID(WS-OC-INDEX) = WS-OC-WANT-TEAM
                       AND WS-OC-EVENT-DATE >=
                           WS-OC-FROM-DATE(WS-OC-INDEX)
                       AND WS-OC-EVENT-DATE <=
                           WS-OC-TO-DATE(WS-OC-INDEX)
                   PERFORM CHECK-ONCALL-HOURS
               END-IF
           END-PERFORM

           IF WS-OC-SLOT-NOT-FOUND
               ADD 1 TO WS-TOTAL-UNCOVERED
               DISPLAY '==> ZTPALERT no on-call slot for team '
                   WS-OC-WANT-TEAM ' at ' HTR-INTERVAL
                   ', fixed contact used'
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SUBTRACT 1 FROM WS-OC-INDEX
           IF AEV-EVENT-TYPE = 'ESCALATE'
                   AND WS-OC-SECONDARY(WS-OC-INDEX) NOT = SPACES
               MOVE WS-OC-SECONDARY(WS-OC-INDEX)
                   TO AEV-ONCALL-CONTACT
           ELSE
               MOVE WS-OC-PRIMARY(WS-OC-INDEX)
                   TO AEV-ONCALL-CONTACT
           END-IF

           EXIT.

       CHECK-ONCALL-HOURS.

           EVALUATE TRUE
               WHEN WS-OC-FROM-HHMM(WS-OC-INDEX) =
                       WS-OC-TO-HHMM(WS-OC-INDEX)
                   SET WS-OC-SLOT-FOUND TO TRUE
               WHEN WS-OC-FROM-HHMM(WS-OC-INDEX) <
                       WS-OC-TO-HHMM(WS-OC-INDEX)
                   IF WS-OC-EVENT-HHMM >= WS-OC-FROM-HHMM(WS-OC-INDEX)
                       AND WS-OC-EVENT-HHMM <
                           WS-OC-TO-HHMM(WS-OC-INDEX)
                       SET WS-OC-SLOT-FOUND TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-OC-EVENT-HHMM >= WS-OC-FROM-HHMM(WS-OC-INDEX)
                       OR WS-OC-EVENT-HHMM <
                           WS-OC-TO-HHMM(WS-OC-INDEX)
                       SET WS-OC-SLOT-FOUND TO TRUE
                   END-IF
           END-EVALUATE

           EXIT.

      ******************************************************************
               MOVE SPACES TO AEV-ONCALL-CONTACT
           ELSE
               PERFORM RESOLVE-RUNBOOK-REF
               PERFORM RESOLVE-ONCALL-CONTACT
           END-IF

           MOVE HTR-SYSTEM-ID TO AEV-SYSTEM-ID
           DISPLAY '==> ZTPALERT escalated  : ' WS-TOTAL-ESCALATED
           DISPLAY '==> ZTPALERT closed     : ' WS-TOTAL-CLOSED
           DISPLAY '==> ZTPALERT suppressed : ' WS-TOTAL-SUPPRESSED
           DISPLAY '==> ZTPALERT uncovered  : ' WS-TOTAL-UNCOVERED
           DISPLAY '==> ZTPALERT ========================='

           EXIT.
