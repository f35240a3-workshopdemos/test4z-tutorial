      * the same way ZTPREFMT maintains REFTABLE. Requests in RBKREQS  *
      * are applied with validation and a change report:               *
      *                                                                *
      *   A system condition runbook contact team - add an entry       *
      *   U system condition runbook contact team - change an entry    *
      *   D system condition                      - remove an entry    *
      *                                                                *
      * TEAM is optional: it names the rotation in the on-call         *
      * calendar (ONCALCAL, see ZTPTROCR and ZTPOCLMT) that ZTPALERT   *
      * pages by event time; CONTACT stays the fixed fallback for      *
      * hours the calendar does not cover.                             *
      *                                                                *
      * Every request may also name who asked for the change and who   *
      * signed it off (columns 53-60 and 62-69); each change applied   *
      * is appended with both to the MNTLOG sign-off log (ZTPMNTLR)    *
      * that ZTPSODRP reviews for segregation of duties each month.    *
      *                                                                *
      * SYSTEM and CONDITION both accept '***' as the any-match        *
      * fallback ZTPALERT resolves against. The current file           *
           SELECT CHANGE-REPORT ASSIGN RBKCHGRP
           FILE STATUS IS CHANGE-REPORT-FS.

           SELECT SIGNOFF-LOG ASSIGN MNTLOG
           FILE STATUS IS SIGNOFF-LOG-FS.

       DATA DIVISION.

       FILE SECTION.
           05 RBI-RUNBOOK-ID       PIC X(6).
           05 FILLER               PIC X.
           05 RBI-ONCALL-CONTACT   PIC X(20).
           05 FILLER               PIC X.
           05 RBI-TEAM-ID          PIC X(8).
           05 FILLER               PIC X(31).

       FD  RUNBOOK-OUT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           05 RBO-RUNBOOK-ID       PIC X(6).
           05 FILLER               PIC X.
           05 RBO-ONCALL-CONTACT   PIC X(20).
           05 FILLER               PIC X.
           05 RBO-TEAM-ID          PIC X(8).
           05 FILLER               PIC X(31).

       FD  RBK-REQUEST-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           05 RBQ-RUNBOOK-ID       PIC X(6).
           05 FILLER               PIC X.
           05 RBQ-ONCALL-CONTACT   PIC X(20).
           05 FILLER               PIC X.
           05 RBQ-TEAM-ID          PIC X(8).
           05 FILLER               PIC X.
           05 RBQ-USER-ID          PIC X(8).
           05 FILLER               PIC X.
           05 RBQ-APPROVER-ID      PIC X(8).
           05 FILLER               PIC X(11).

       FD  CHANGE-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-REPORT-RECORD.
       01  CHANGE-REPORT-RECORD PIC X(80).

       FD  SIGNOFF-LOG RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SIGNOFF-LOG-RECORD.
       01  SIGNOFF-LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.
       01  RUNBOOK-OUT-FS      PIC X(2).
       01  RBK-REQUEST-FS      PIC X(2).
       01  CHANGE-REPORT-FS    PIC X(2).
       01  SIGNOFF-LOG-FS      PIC X(2).
           88 SIGNOFF-LOG-FS-OK  VALUE '00'.
           88 SIGNOFF-LOG-FS-DNE VALUE '35'.

           COPY ZTPMNTLR.

      *-----------------------------------------------------------------
      * The working copy of the runbook reference file.
               10 WS-RB-CONDITION   PIC X(8).
               10 WS-RB-RUNBOOK-ID  PIC X(6).
               10 WS-RB-ONCALL      PIC X(20).
               10 WS-RB-TEAM-ID     PIC X(8).
       77  WS-RB-INDEX         PIC 9(3).
       77  WS-RB-FOUND-FLAG    PIC 9.
           88 WS-RB-FOUND      VALUE 1.

           CLOSE RUNBOOK-OUT
           CLOSE CHANGE-REPORT
           CLOSE SIGNOFF-LOG

           DISPLAY 'ZTPRBKMT added=' WS-TOTAL-ADDED
               ' updated=' WS-TOTAL-UPDATED
                           TO WS-RB-RUNBOOK-ID(WS-RB-INDEX)
                       MOVE RBI-ONCALL-CONTACT
                           TO WS-RB-ONCALL(WS-RB-INDEX)
                       MOVE RBI-TEAM-ID
                           TO WS-RB-TEAM-ID(WS-RB-INDEX)
                   END-IF
               END-IF
               READ RUNBOOK-IN
               GOBACK
           END-IF

      *-----------------------------------------------------------------
      * The sign-off log accumulates forever; EXTEND with the usual
      * first-run OUTPUT fallback.
      *-----------------------------------------------------------------
           OPEN EXTEND SIGNOFF-LOG
           IF NOT SIGNOFF-LOG-FS-OK
               IF SIGNOFF-LOG-FS-DNE
                   OPEN OUTPUT SIGNOFF-LOG
               END-IF
           END-IF
           IF NOT SIGNOFF-LOG-FS-OK
               DISPLAY 'ZTPRBKMT error opening MNTLOG: '
                   SIGNOFF-LOG-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       APPLY-RBK-REQUESTS.
                           TO WS-RB-RUNBOOK-ID(WS-RB-INDEX)
                       MOVE RBQ-ONCALL-CONTACT
                           TO WS-RB-ONCALL(WS-RB-INDEX)
                       MOVE RBQ-TEAM-ID
                           TO WS-RB-TEAM-ID(WS-RB-INDEX)
                       ADD 1 TO WS-TOTAL-ADDED
                       PERFORM REPORT-RBK-APPLIED
                   ELSE
                       TO WS-RB-RUNBOOK-ID(WS-RB-INDEX)
                   MOVE RBQ-ONCALL-CONTACT
                       TO WS-RB-ONCALL(WS-RB-INDEX)
                   MOVE RBQ-TEAM-ID
                       TO WS-RB-TEAM-ID(WS-RB-INDEX)
                   ADD 1 TO WS-TOTAL-UPDATED
                   PERFORM REPORT-RBK-APPLIED

           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'APPLIED ' RBQ-ACTION ' ' RBQ-SYSTEM-ID
               ' ' RBQ-CONDITION ' ' RBQ-RUNBOOK-ID
               ' ' RBQ-ONCALL-CONTACT ' ' RBQ-TEAM-ID
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE
           PERFORM WRITE-SIGNOFF-LOG

           EXIT.

                       TO RBO-RUNBOOK-ID
                   MOVE WS-RB-ONCALL(WS-RB-INDEX)
                       TO RBO-ONCALL-CONTACT
                   MOVE WS-RB-TEAM-ID(WS-RB-INDEX)
                       TO RBO-TEAM-ID
                   WRITE RUNBOOK-OUT-RECORD
                   IF RUNBOOK-OUT-FS NOT = '00'
                       DISPLAY 'ZTPRBKMT error writing RUNBKRO: '

           EXIT.

      ******************************************************************
      * Who asked for this change and who signed it off.               *
      ******************************************************************
       WRITE-SIGNOFF-LOG.

           MOVE SPACES TO MNL-SIGNOFF-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNL-STAMP
           MOVE 'RUNBKREF' TO MNL-STREAM
           MOVE RBQ-ACTION TO MNL-ACTION
           STRING RBQ-SYSTEM-ID ' ' RBQ-CONDITION
               DELIMITED BY SIZE INTO MNL-CHANGE-KEY
           MOVE RBQ-USER-ID TO MNL-REQUESTER
           MOVE RBQ-APPROVER-ID TO MNL-APPROVER

           WRITE SIGNOFF-LOG-RECORD FROM MNL-SIGNOFF-RECORD
           IF NOT SIGNOFF-LOG-FS-OK
               DISPLAY 'ZTPRBKMT error writing MNTLOG: '
                   SIGNOFF-LOG-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-CHANGE-LINE.

           WRITE CHANGE-REPORT-RECORD
