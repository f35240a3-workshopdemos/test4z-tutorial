       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPOCLMT.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * On-call rotation calendar maintenance for the ONCALCAL file    *
      * (see ZTPTROCR) that ZTPALERT resolves each OPEN/ESCALATE       *
      * contact from, maintained the same way ZTPRBKMT maintains       *
      * RUNBKREF. Requests in OCLREQS are applied with validation and  *
      * a change report (OCLCHGRP):                                    *
      *                                                                *
      *   A team from-date to-date from-hhmm to-hhmm primary secondary *
      *                                  - add a rotation slot         *
      *   U team from-date to-date from-hhmm to-hhmm primary secondary *
      *                                  - change the slot's end,      *
      *                                    hours' end, or contacts     *
      *   D team from-date from-hhmm     - remove a slot               *
      *                                                                *
      * A slot is identified by team, from-date and from-hhmm. Dates   *
      * are YYYYMMDD and may not run backwards; hours are hhmm, with   *
      * from = to meaning round the clock and from > to a slot that    *
      * runs past midnight. Every slot needs both contacts, and they   *
      * must differ - escalations go to the secondary.                 *
      *                                                                *
      * After the requests are applied, every team - each one in the   *
      * calendar and each one a RUNBKREF entry pages (optional input)  *
      * - is checked hour by hour from now through the look-ahead      *
      * period, and each stretch of hours no slot covers is reported   *
      * as a GAP line on the change report, with a warning return      *
      * code, so the rota can be fixed before an alert finds it.       *
      *                                                                *
      * The current calendar (ONCALI, optional on the very first run)  *
      * plus the applied requests are written to ONCALO; the JCL rolls *
      * it over to the ONCALCAL dataset the alert run reads.           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ONCALL-IN ASSIGN ONCALI
           FILE STATUS IS ONCALL-IN-FS.

           SELECT ONCALL-OUT ASSIGN ONCALO
           FILE STATUS IS ONCALL-OUT-FS.

           SELECT OCL-REQUEST-FILE ASSIGN OCLREQS
           FILE STATUS IS OCL-REQUEST-FS.

           SELECT OPTIONAL RUNBOOK-REF ASSIGN RUNBKREF
           FILE STATUS IS RUNBOOK-REF-FS.

           SELECT CHANGE-REPORT ASSIGN OCLCHGRP
           FILE STATUS IS CHANGE-REPORT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  ONCALL-IN RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS OCI-ONCALL-RECORD.
           COPY ZTPTROCR REPLACING ==:OCR:== BY ==OCI==.

       FD  ONCALL-OUT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS OCO-ONCALL-RECORD.
           COPY ZTPTROCR REPLACING ==:OCR:== BY ==OCO==.

       FD  OCL-REQUEST-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS OCL-REQUEST-RECORD.
       01  OCL-REQUEST-RECORD.
           05 OCQ-ACTION           PIC X(1).
               88 OCQ-ADD          VALUE 'A'.
               88 OCQ-UPDATE       VALUE 'U'.
               88 OCQ-DELETE       VALUE 'D'.
           05 FILLER               PIC X.
           05 OCQ-TEAM-ID          PIC X(8).
           05 FILLER               PIC X.
           05 OCQ-FROM-DATE        PIC X(8).
           05 FILLER               PIC X.
           05 OCQ-TO-DATE          PIC X(8).
           05 FILLER               PIC X.
           05 OCQ-FROM-HHMM.
               10 OCQ-FROM-HH      PIC X(2).
               10 OCQ-FROM-MI      PIC X(2).
           05 FILLER               PIC X.
           05 OCQ-TO-HHMM.
               10 OCQ-TO-HH        PIC X(2).
               10 OCQ-TO-MI        PIC X(2).
           05 FILLER               PIC X.
           05 OCQ-PRIMARY-CONTACT  PIC X(20).
           05 FILLER               PIC X.
           05 OCQ-SECONDARY-CONTACT PIC X(20).

      *-----------------------------------------------------------------
      * Only the team column of RUNBKREF is needed here (see ZTPRBKMT
      * for the full layout).
      *-----------------------------------------------------------------
       FD  RUNBOOK-REF RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RUNBOOK-REF-RECORD.
       01  RUNBOOK-REF-RECORD.
           05 RBR-SYSTEM-ID        PIC X(3).
           05 FILLER               PIC X(38).
           05 RBR-TEAM-ID          PIC X(8).
           05 FILLER               PIC X(31).

       FD  CHANGE-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-REPORT-RECORD.
       01  CHANGE-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  ONCALL-IN-FS        PIC X(2).
       01  ONCALL-OUT-FS       PIC X(2).
       01  OCL-REQUEST-FS      PIC X(2).
       01  RUNBOOK-REF-FS      PIC X(2).
       01  CHANGE-REPORT-FS    PIC X(2).

      *-----------------------------------------------------------------
      * The working copy of the on-call calendar.
      *-----------------------------------------------------------------
       01  WS-OCL-TABLE.
           05 WS-OC-ENTRY OCCURS 200 TIMES.
               10 WS-OC-IN-USE      PIC 9 VALUE 0.
                   88 WS-OC-ACTIVE  VALUE 1.
               10 WS-OC-TEAM-ID     PIC X(8).
               10 WS-OC-FROM-DATE   PIC X(8).
               10 WS-OC-TO-DATE     PIC X(8).
               10 WS-OC-FROM-HHMM   PIC X(4).
               10 WS-OC-TO-HHMM     PIC X(4).
               10 WS-OC-PRIMARY     PIC X(20).
               10 WS-OC-SECONDARY   PIC X(20).
       77  WS-OC-INDEX         PIC 9(3).
       77  WS-OC-FOUND-FLAG    PIC 9.
           88 WS-OC-FOUND      VALUE 1.
           88 WS-OC-NOT-FOUND  VALUE 0.

      *-----------------------------------------------------------------
      * Every team whose coverage is checked: the calendar's own teams
      * plus the teams RUNBKREF entries page.
      *-----------------------------------------------------------------
       01  WS-TEAM-TABLE.
           05 WS-TM-TEAM-ID OCCURS 40 TIMES PIC X(8).
       77  WS-TM-COUNT         PIC 9(3) VALUE 0.
       77  WS-TM-INDEX         PIC 9(3).
       77  WS-TM-WANT-TEAM     PIC X(8).
       77  WS-TM-FOUND-FLAG    PIC 9.
           88 WS-TM-FOUND      VALUE 1.
           88 WS-TM-NOT-FOUND  VALUE 0.

      *-----------------------------------------------------------------
      * Coverage look-ahead: from the current hour through the end of
      * the last day of the period, one trend interval (hour) at a
      * time. A gap runs from its first uncovered hour to the first
      * covered one after it (or the end of the period).
      *-----------------------------------------------------------------
       77  WS-LOOKAHEAD-DAYS   PIC 9(3) VALUE 14.

       01  WS-CURRENT-DATE-TIME.
           05 WS-NOW-DATE          PIC X(8).
           05 WS-NOW-HH            PIC 9(2).
           05 FILLER               PIC X(11).

       01  DAI-DATE-AS-INTEGER     PIC 9(8).
       77  WS-TODAY-NUMBER         PIC 9(7).
       77  WS-DAY-NUMBER           PIC 9(7).
       77  WS-SCAN-DAY             PIC 9(3).
       77  WS-SCAN-DATE            PIC X(8).
       77  WS-FIRST-HOUR           PIC 9(2).
       01  WS-SCAN-HHMM.
           05 WS-SCAN-HH           PIC 9(2).
           05 FILLER               PIC X(2) VALUE '00'.

       77  WS-COVERED-FLAG     PIC 9.
           88 WS-HOUR-COVERED      VALUE 1.
           88 WS-HOUR-NOT-COVERED  VALUE 0.
       77  WS-GAP-FLAG         PIC 9.
           88 WS-GAP-OPEN          VALUE 1.
           88 WS-GAP-CLOSED        VALUE 0.
       77  WS-GAP-FROM-DATE    PIC X(8).
       77  WS-GAP-FROM-HH      PIC 9(2).
       77  WS-GAP-TO-DATE      PIC X(8).
       77  WS-GAP-TO-HH        PIC 9(2).

       77  WS-REJECT-REASON    PIC X(30).

       01  WS-CHANGE-TOTALS.
           05 WS-TOTAL-ADDED       PIC 9(4) VALUE 0.
           05 WS-TOTAL-UPDATED     PIC 9(4) VALUE 0.
           05 WS-TOTAL-DELETED     PIC 9(4) VALUE 0.
           05 WS-TOTAL-REJECTED    PIC 9(4) VALUE 0.
           05 WS-TOTAL-REMAINING   PIC 9(4) VALUE 0.
           05 WS-TOTAL-GAPS        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPOCLMT start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM LOAD-ONCALL-IN
           PERFORM OPEN-MAINT-OUTPUTS
           PERFORM APPLY-OCL-REQUESTS
           PERFORM WRITE-NEW-ONCALL-FILE
           PERFORM CHECK-COVERAGE-GAPS

           CLOSE ONCALL-OUT
           CLOSE CHANGE-REPORT

           DISPLAY 'ZTPOCLMT added=' WS-TOTAL-ADDED
               ' updated=' WS-TOTAL-UPDATED
               ' deleted=' WS-TOTAL-DELETED
               ' rejected=' WS-TOTAL-REJECTED
               ' remaining=' WS-TOTAL-REMAINING
               ' gaps=' WS-TOTAL-GAPS
           DISPLAY 'ZTPOCLMT end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       LOAD-ONCALL-IN.

           OPEN INPUT ONCALL-IN
           IF ONCALL-IN-FS NOT = '00'
               DISPLAY 'ZTPOCLMT no existing on-call calendar: '
                   ONCALL-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ ONCALL-IN
           PERFORM UNTIL ONCALL-IN-FS > '04'
               IF OCI-TEAM-ID NOT = SPACES
                   PERFORM CLAIM-FREE-OCL-SLOT
                   IF WS-OC-FOUND
                       MOVE OCI-TEAM-ID
                           TO WS-OC-TEAM-ID(WS-OC-INDEX)
                       MOVE OCI-FROM-DATE
                           TO WS-OC-FROM-DATE(WS-OC-INDEX)
                       MOVE OCI-TO-DATE
                           TO WS-OC-TO-DATE(WS-OC-INDEX)
                       MOVE OCI-FROM-HHMM
                           TO WS-OC-FROM-HHMM(WS-OC-INDEX)
                       MOVE OCI-TO-HHMM
                           TO WS-OC-TO-HHMM(WS-OC-INDEX)
                       MOVE OCI-PRIMARY-CONTACT
                           TO WS-OC-PRIMARY(WS-OC-INDEX)
                       MOVE OCI-SECONDARY-CONTACT
                           TO WS-OC-SECONDARY(WS-OC-INDEX)
                   END-IF
               END-IF
               READ ONCALL-IN
           END-PERFORM

           CLOSE ONCALL-IN

           EXIT.

       OPEN-MAINT-OUTPUTS.

           OPEN OUTPUT ONCALL-OUT
           OPEN OUTPUT CHANGE-REPORT
           IF ONCALL-OUT-FS NOT = '00'
                   OR CHANGE-REPORT-FS NOT = '00'
               DISPLAY 'ZTPOCLMT error opening outputs: '
                   ONCALL-OUT-FS ' ' CHANGE-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       APPLY-OCL-REQUESTS.

           OPEN INPUT OCL-REQUEST-FILE
           IF OCL-REQUEST-FS NOT = '00'
               DISPLAY 'ZTPOCLMT error opening OCLREQS: '
                   OCL-REQUEST-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ OCL-REQUEST-FILE
           PERFORM UNTIL OCL-REQUEST-FS > '04'
               PERFORM APPLY-ONE-OCL-REQUEST
               READ OCL-REQUEST-FILE
           END-PERFORM

           CLOSE OCL-REQUEST-FILE

           EXIT.

      ******************************************************************
      * Validate and apply one request. Every request needs a team, a  *
      * from-date and a from-hhmm (the slot's key); adds and updates   *
      * need a valid to-date no earlier than the from-date, a valid    *
      * to-hhmm, and two different contacts.                           *
      ******************************************************************
       APPLY-ONE-OCL-REQUEST.

           MOVE SPACES TO WS-REJECT-REASON

           EVALUATE TRUE
               WHEN OCQ-TEAM-ID = SPACES
                   MOVE 'MISSING TEAM' TO WS-REJECT-REASON
               WHEN OCQ-FROM-DATE IS NOT NUMERIC
                       OR OCQ-FROM-DATE(5:2) < '01'
                       OR OCQ-FROM-DATE(5:2) > '12'
                       OR OCQ-FROM-DATE(7:2) < '01'
                       OR OCQ-FROM-DATE(7:2) > '31'
                   MOVE 'INVALID FROM-DATE' TO WS-REJECT-REASON
               WHEN OCQ-FROM-HHMM IS NOT NUMERIC
                       OR OCQ-FROM-HH > '23'
                       OR OCQ-FROM-MI > '59'
                   MOVE 'INVALID FROM-HHMM' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
                   AND (OCQ-ADD OR OCQ-UPDATE)
               EVALUATE TRUE
                   WHEN OCQ-TO-DATE IS NOT NUMERIC
                           OR OCQ-TO-DATE(5:2) < '01'
                           OR OCQ-TO-DATE(5:2) > '12'
                           OR OCQ-TO-DATE(7:2) < '01'
                           OR OCQ-TO-DATE(7:2) > '31'
                       MOVE 'INVALID TO-DATE' TO WS-REJECT-REASON
                   WHEN OCQ-TO-DATE < OCQ-FROM-DATE
                       MOVE 'TO-DATE BEFORE FROM-DATE'
                           TO WS-REJECT-REASON
                   WHEN OCQ-TO-HHMM IS NOT NUMERIC
                           OR OCQ-TO-HH > '23'
                           OR OCQ-TO-MI > '59'
                       MOVE 'INVALID TO-HHMM' TO WS-REJECT-REASON
                   WHEN OCQ-PRIMARY-CONTACT = SPACES
                       MOVE 'MISSING PRIMARY CONTACT'
                           TO WS-REJECT-REASON
                   WHEN OCQ-SECONDARY-CONTACT = SPACES
                       MOVE 'MISSING SECONDARY CONTACT'
                           TO WS-REJECT-REASON
                   WHEN OCQ-SECONDARY-CONTACT = OCQ-PRIMARY-CONTACT
                       MOVE 'SECONDARY SAME AS PRIMARY'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REPORT-OCL-REJECT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OCL-ENTRY

           EVALUATE TRUE
               WHEN OCQ-ADD AND WS-OC-FOUND
                   MOVE 'ALREADY DEFINED' TO WS-REJECT-REASON
                   PERFORM REPORT-OCL-REJECT

               WHEN OCQ-ADD
                   PERFORM CLAIM-FREE-OCL-SLOT
                   IF WS-OC-FOUND
                       PERFORM COPY-REQUEST-TO-ENTRY
                       ADD 1 TO WS-TOTAL-ADDED
                       PERFORM REPORT-OCL-APPLIED
                   ELSE
                       MOVE 'CALENDAR TABLE FULL' TO WS-REJECT-REASON
                       PERFORM REPORT-OCL-REJECT
                   END-IF

               WHEN OCQ-UPDATE AND WS-OC-FOUND
                   PERFORM COPY-REQUEST-TO-ENTRY
                   ADD 1 TO WS-TOTAL-UPDATED
                   PERFORM REPORT-OCL-APPLIED

               WHEN OCQ-DELETE AND WS-OC-FOUND
                   MOVE 0 TO WS-OC-IN-USE(WS-OC-INDEX)
                   ADD 1 TO WS-TOTAL-DELETED
                   PERFORM REPORT-OCL-APPLIED

               WHEN OCQ-UPDATE OR OCQ-DELETE
                   MOVE 'NO SUCH SLOT' TO WS-REJECT-REASON
                   PERFORM REPORT-OCL-REJECT

               WHEN OTHER
                   MOVE 'INVALID ACTION' TO WS-REJECT-REASON
                   PERFORM REPORT-OCL-REJECT
           END-EVALUATE

           EXIT.

       COPY-REQUEST-TO-ENTRY.

           MOVE OCQ-TEAM-ID TO WS-OC-TEAM-ID(WS-OC-INDEX)
           MOVE OCQ-FROM-DATE TO WS-OC-FROM-DATE(WS-OC-INDEX)
           MOVE OCQ-TO-DATE TO WS-OC-TO-DATE(WS-OC-INDEX)
           MOVE OCQ-FROM-HHMM TO WS-OC-FROM-HHMM(WS-OC-INDEX)
           MOVE OCQ-TO-HHMM TO WS-OC-TO-HHMM(WS-OC-INDEX)
           MOVE OCQ-PRIMARY-CONTACT TO WS-OC-PRIMARY(WS-OC-INDEX)
           MOVE OCQ-SECONDARY-CONTACT TO WS-OC-SECONDARY(WS-OC-INDEX)

           EXIT.

       FIND-OCL-ENTRY.

           SET WS-OC-NOT-FOUND TO TRUE
           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > 200
                       OR WS-OC-FOUND
               IF WS-OC-ACTIVE(WS-OC-INDEX)
                       AND WS-OC-TEAM-ID(WS-OC-INDEX) = OCQ-TEAM-ID
                       AND WS-OC-FROM-DATE(WS-OC-INDEX) =
                           OCQ-FROM-DATE
                       AND WS-OC-FROM-HHMM(WS-OC-INDEX) =
                           OCQ-FROM-HHMM
                   SET WS-OC-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-OC-FOUND
               SUBTRACT 1 FROM WS-OC-INDEX
           END-IF

           EXIT.

       CLAIM-FREE-OCL-SLOT.

           SET WS-OC-NOT-FOUND TO TRUE
           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > 200
                       OR NOT WS-OC-ACTIVE(WS-OC-INDEX)
               CONTINUE
           END-PERFORM

           IF WS-OC-INDEX > 200
               DISPLAY 'ZTPOCLMT on-call calendar table full'
               MOVE RC-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SET WS-OC-ACTIVE(WS-OC-INDEX) TO TRUE
           SET WS-OC-FOUND TO TRUE

           EXIT.

       REPORT-OCL-APPLIED.

           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'APPLIED ' OCQ-ACTION ' ' OCQ-TEAM-ID
               ' ' OCQ-FROM-DATE ' ' OCQ-FROM-HHMM
               ' ' OCQ-PRIMARY-CONTACT ' ' OCQ-SECONDARY-CONTACT
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE

           EXIT.

       REPORT-OCL-REJECT.

           ADD 1 TO WS-TOTAL-REJECTED
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'REJECTED ' OCQ-ACTION ' ' OCQ-TEAM-ID
               ' ' OCQ-FROM-DATE ' ' OCQ-FROM-HHMM
               ' (' WS-REJECT-REASON ')'
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE
           MOVE RC-WARNING TO RETURN-CODE

           EXIT.

       WRITE-NEW-ONCALL-FILE.

           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > 200
               IF WS-OC-ACTIVE(WS-OC-INDEX)
                   ADD 1 TO WS-TOTAL-REMAINING
                   MOVE SPACES TO OCO-ONCALL-RECORD
                   MOVE WS-OC-TEAM-ID(WS-OC-INDEX) TO OCO-TEAM-ID
                   MOVE WS-OC-FROM-DATE(WS-OC-INDEX)
                       TO OCO-FROM-DATE
                   MOVE WS-OC-TO-DATE(WS-OC-INDEX) TO OCO-TO-DATE
                   MOVE WS-OC-FROM-HHMM(WS-OC-INDEX)
                       TO OCO-FROM-HHMM
                   MOVE WS-OC-TO-HHMM(WS-OC-INDEX) TO OCO-TO-HHMM
                   MOVE WS-OC-PRIMARY(WS-OC-INDEX)
                       TO OCO-PRIMARY-CONTACT
                   MOVE WS-OC-SECONDARY(WS-OC-INDEX)
                       TO OCO-SECONDARY-CONTACT
                   WRITE OCO-ONCALL-RECORD
                   IF ONCALL-OUT-FS NOT = '00'
                       DISPLAY 'ZTPOCLMT error writing ONCALO: '
                           ONCALL-OUT-FS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Coverage look-ahead over the updated calendar. The teams come  *
      * from the calendar itself and from RUNBKREF, so a team an alert *
      * would page but which has no slots at all shows up as one gap   *
      * spanning the whole period.                                     *
      ******************************************************************
       CHECK-COVERAGE-GAPS.

           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > 200
               IF WS-OC-ACTIVE(WS-OC-INDEX)
                   MOVE WS-OC-TEAM-ID(WS-OC-INDEX) TO WS-TM-WANT-TEAM
                   PERFORM ADD-COVERAGE-TEAM
               END-IF
           END-PERFORM

           OPEN INPUT RUNBOOK-REF
           IF RUNBOOK-REF-FS = '00'
               READ RUNBOOK-REF
               PERFORM UNTIL RUNBOOK-REF-FS > '04'
                   IF RBR-TEAM-ID NOT = SPACES
                       MOVE RBR-TEAM-ID TO WS-TM-WANT-TEAM
                       PERFORM ADD-COVERAGE-TEAM
                   END-IF
                   READ RUNBOOK-REF
               END-PERFORM
               CLOSE RUNBOOK-REF
           ELSE
               DISPLAY 'ZTPOCLMT no runbook reference file: '
                   RUNBOOK-REF-FS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-NOW-DATE TO DAI-DATE-AS-INTEGER
           COMPUTE WS-TODAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)

           PERFORM VARYING WS-TM-INDEX FROM 1 BY 1
                   UNTIL WS-TM-INDEX > WS-TM-COUNT
               PERFORM CHECK-TEAM-COVERAGE
           END-PERFORM

           EXIT.

       ADD-COVERAGE-TEAM.

           SET WS-TM-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TM-INDEX FROM 1 BY 1
                   UNTIL WS-TM-INDEX > WS-TM-COUNT
                       OR WS-TM-FOUND
               IF WS-TM-TEAM-ID(WS-TM-INDEX) = WS-TM-WANT-TEAM
                   SET WS-TM-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-TM-NOT-FOUND
               IF WS-TM-COUNT < 40
                   ADD 1 TO WS-TM-COUNT
                   MOVE WS-TM-WANT-TEAM TO WS-TM-TEAM-ID(WS-TM-COUNT)
               ELSE
                   DISPLAY 'ZTPOCLMT team table full, not checked: '
                       WS-TM-WANT-TEAM
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * Walk one team's hours from now to the end of the period,       *
      * opening a gap at the first uncovered hour and reporting it at  *
      * the next covered one.                                          *
      ******************************************************************
       CHECK-TEAM-COVERAGE.

           SET WS-GAP-CLOSED TO TRUE

           PERFORM VARYING WS-SCAN-DAY FROM 0 BY 1
                   UNTIL WS-SCAN-DAY >= WS-LOOKAHEAD-DAYS
               COMPUTE WS-DAY-NUMBER = WS-TODAY-NUMBER + WS-SCAN-DAY
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
                   TO DAI-DATE-AS-INTEGER
               MOVE DAI-DATE-AS-INTEGER TO WS-SCAN-DATE
               IF WS-SCAN-DAY = 0
                   MOVE WS-NOW-HH TO WS-FIRST-HOUR
               ELSE
                   MOVE 0 TO WS-FIRST-HOUR
               END-IF

               PERFORM VARYING WS-SCAN-HH FROM WS-FIRST-HOUR BY 1
                       UNTIL WS-SCAN-HH > 23
                   PERFORM CHECK-HOUR-COVERED
                   IF WS-HOUR-NOT-COVERED AND WS-GAP-CLOSED
                       SET WS-GAP-OPEN TO TRUE
                       MOVE WS-SCAN-DATE TO WS-GAP-FROM-DATE
                       MOVE WS-SCAN-HH TO WS-GAP-FROM-HH
                   END-IF
                   IF WS-HOUR-COVERED AND WS-GAP-OPEN
                       MOVE WS-SCAN-DATE TO WS-GAP-TO-DATE
                       MOVE WS-SCAN-HH TO WS-GAP-TO-HH
                       PERFORM REPORT-COVERAGE-GAP
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-GAP-OPEN
               COMPUTE WS-DAY-NUMBER =
                   WS-TODAY-NUMBER + WS-LOOKAHEAD-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
                   TO DAI-DATE-AS-INTEGER
               MOVE DAI-DATE-AS-INTEGER TO WS-GAP-TO-DATE
               MOVE 0 TO WS-GAP-TO-HH
               PERFORM REPORT-COVERAGE-GAP
           END-IF

           EXIT.

      ******************************************************************
      * Is WS-SCAN-DATE at WS-SCAN-HHMM covered by any slot of the     *
      * team, under the same date and hours rules ZTPALERT applies     *
      * when it resolves a contact?                                    *
      *                                                                *
      * Output: WS-COVERED-FLAG                                        *
      ******************************************************************
       CHECK-HOUR-COVERED.

           SET WS-HOUR-NOT-COVERED TO TRUE
           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > 200
                       OR WS-HOUR-COVERED
               IF WS-OC-ACTIVE(WS-OC-INDEX)
                       AND WS-OC-TEAM-ID(WS-OC-INDEX) =
                           WS-TM-TEAM-ID(WS-TM-INDEX)
                       AND WS-SCAN-DATE >= WS-OC-FROM-DATE(WS-OC-INDEX)
                       AND WS-SCAN-DATE <= WS-OC-TO-DATE(WS-OC-INDEX)
                   EVALUATE TRUE
                       WHEN WS-OC-FROM-HHMM(WS-OC-INDEX) =
                               WS-OC-TO-HHMM(WS-OC-INDEX)
                           SET WS-HOUR-COVERED TO TRUE
                       WHEN WS-OC-FROM-HHMM(WS-OC-INDEX) <
                               WS-OC-TO-HHMM(WS-OC-INDEX)
                           IF WS-SCAN-HHMM >=
                                   WS-OC-FROM-HHMM(WS-OC-INDEX)
                               AND WS-SCAN-HHMM <
                                   WS-OC-TO-HHMM(WS-OC-INDEX)
                               SET WS-HOUR-COVERED TO TRUE
                           END-IF
                       WHEN OTHER
                           IF WS-SCAN-HHMM >=
                                   WS-OC-FROM-HHMM(WS-OC-INDEX)
                               OR WS-SCAN-HHMM <
                                   WS-OC-TO-HHMM(WS-OC-INDEX)
                               SET WS-HOUR-COVERED TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM

           EXIT.

       REPORT-COVERAGE-GAP.

           ADD 1 TO WS-TOTAL-GAPS
           SET WS-GAP-CLOSED TO TRUE
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'GAP ' WS-TM-TEAM-ID(WS-TM-INDEX)
               ' FROM ' WS-GAP-FROM-DATE ' ' WS-GAP-FROM-HH ':00'
               ' TO ' WS-GAP-TO-DATE ' ' WS-GAP-TO-HH ':00'
               ' (NO ONE ON CALL)'
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE
           MOVE RC-WARNING TO RETURN-CODE

           EXIT.

       WRITE-CHANGE-LINE.

           WRITE CHANGE-REPORT-RECORD
           IF CHANGE-REPORT-FS NOT = '00'
               DISPLAY 'ZTPOCLMT error writing OCLCHGRP: '
                   CHANGE-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY 'ZTPOCLMT ' CHANGE-REPORT-RECORD(1:60)
           END-IF

           EXIT.
