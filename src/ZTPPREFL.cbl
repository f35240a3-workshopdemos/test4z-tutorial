      * and (unless empty is allowed) carry records. The go/no-go      *
      * report lists every finding; any NO-GO ends the run with        *
      * RC-ERROR so the scheduler can hold the dependent jobs.         *
      *                                                                *
      * When tonight's run plan (RUNPLAN, written by ZTPRUNPL) is      *
      * supplied, a job the plan skips is reported as not scheduled    *
      * and its inputs are not checked: a month-end feed that is not   *
      * due tonight is not a NO-GO. Jobs the plan does not name are    *
      * checked as before. A plan dated neither today nor yesterday is *
      * left over from an earlier night; it is reported as ignored     *
      * and every dependency is checked.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS MFR-KEY
           FILE STATUS IS MANIFEST-FS.

           SELECT OPTIONAL RUN-PLAN ASSIGN RUNPLAN
           FILE STATUS IS RUN-PLAN-FS.

           SELECT PREFLIGHT-REPORT ASSIGN PREFLRPT
           FILE STATUS IS PREFLIGHT-REPORT-FS.

           05 MFR-CHECKSUM         PIC 9(9).
           05 FILLER               PIC X(33).

       FD  RUN-PLAN RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RUN-PLAN-RECORD.
       01  RUN-PLAN-RECORD PIC X(120).

       FD  PREFLIGHT-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PREFLIGHT-REPORT-RECORD.
       77  MANIFEST-FS         PIC X(2).
           88 MANIFEST-FS-OK   VALUE '00'.
           88 MANIFEST-FS-EOF  VALUE '10'.
       77  RUN-PLAN-FS         PIC 9(2).
       77  PREFLIGHT-REPORT-FS PIC 9(2).

           COPY ZTPRPREC.

       77  WS-TODAY            PIC X(8).
       77  WS-TODAY-DAY-NUMBER PIC 9(7).
       77  WS-YESTERDAY        PIC X(8).
       01  DAI-DATE-AS-INTEGER PIC 9(8).
       77  WS-ENTRY-DAY-NUMBER PIC 9(7).
       77  WS-ENTRY-AGE-DAYS   PIC S9(5).
       77  WS-MANIFEST-EOF-FLAG PIC 9.
           88 WS-MANIFEST-EOF  VALUE 1.

      *-----------------------------------------------------------------
      * Tonight's run plan, when there is one.
      *-----------------------------------------------------------------
       01  WS-PLAN-TABLE.
           05 WS-PL-ENTRY OCCURS 200 TIMES.
               10 WS-PL-JOB-NAME       PIC X(8).
               10 WS-PL-DECISION       PIC X(4).
               10 WS-PL-REASON         PIC X(28).
       77  WS-PL-COUNT         PIC 9(3) VALUE 0.
       77  WS-PL-INDEX         PIC 9(3).
       77  WS-PLAN-DATE        PIC X(8) VALUE SPACES.
       77  WS-PLAN-SKIP-FLAG   PIC 9.
           88 WS-PLAN-SKIPS-JOB  VALUE 1.
       77  WS-PLAN-SKIP-REASON PIC X(28).

       01  WS-PREFLIGHT-TOTALS.
           05 WS-TOTAL-CHECKED     PIC 9(3) VALUE 0.
           05 WS-TOTAL-NOGO        PIC 9(3) VALUE 0.
           05 WS-TOTAL-NOT-SCHED   PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

           MOVE WS-TODAY TO DAI-DATE-AS-INTEGER
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-DAY-NUMBER - 1)
           MOVE DAI-DATE-AS-INTEGER TO WS-YESTERDAY

           OPEN INPUT DEPENDENCY-REGISTRY
           IF DEPENDENCY-REGISTRY-FS NOT = 0
               GOBACK
           END-IF

           PERFORM LOAD-RUN-PLAN

           READ DEPENDENCY-REGISTRY
           PERFORM UNTIL DEPENDENCY-REGISTRY-FS > 4
               IF DPR-JOB-NAME NOT = SPACES
                       AND DPR-MAX-AGE-DAYS IS NUMERIC
                   PERFORM FIND-JOB-IN-RUN-PLAN
                   IF WS-PLAN-SKIPS-JOB
                       PERFORM REPORT-NOT-SCHEDULED
                   ELSE
                       PERFORM CHECK-ONE-DEPENDENCY
                   END-IF
               END-IF
               READ DEPENDENCY-REGISTRY
           END-PERFORM

           GOBACK.

      ******************************************************************
      * Load tonight's run plan. Without a RUNPLAN, or with one left   *
      * over from an earlier night, every registered dependency is     *
      * checked.                                                       *
      ******************************************************************
       LOAD-RUN-PLAN.

           OPEN INPUT RUN-PLAN
           IF RUN-PLAN-FS > 5
               DISPLAY 'ZTPPREFL error opening RUNPLAN: '
                   RUN-PLAN-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           READ RUN-PLAN INTO RPL-RUN-PLAN-RECORD
           PERFORM UNTIL RUN-PLAN-FS > 4
               IF RPL-JOB-NAME NOT = SPACES
                       AND WS-PL-COUNT < 200
                   ADD 1 TO WS-PL-COUNT
                   MOVE RPL-PLAN-DATE TO WS-PLAN-DATE
                   MOVE RPL-JOB-NAME TO WS-PL-JOB-NAME(WS-PL-COUNT)
                   MOVE RPL-DECISION TO WS-PL-DECISION(WS-PL-COUNT)
                   MOVE RPL-REASON TO WS-PL-REASON(WS-PL-COUNT)
               END-IF
               READ RUN-PLAN INTO RPL-RUN-PLAN-RECORD
           END-PERFORM

           CLOSE RUN-PLAN

           IF WS-PL-COUNT > 0
                   AND WS-PLAN-DATE NOT = WS-TODAY
                   AND WS-PLAN-DATE NOT = WS-YESTERDAY
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               STRING 'RUN PLAN FOR ' WS-PLAN-DATE ' IGNORED'
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
               PERFORM WRITE-PREFLIGHT-LINE
               MOVE 0 TO WS-PL-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-PL-COUNT > 0
               MOVE SPACES TO PREFLIGHT-REPORT-RECORD
               STRING 'RUN PLAN FOR ' WS-PLAN-DATE
                   ' JOBS=' WS-PL-COUNT
                   DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
               PERFORM WRITE-PREFLIGHT-LINE
           END-IF

           EXIT.

      ******************************************************************
      * Does tonight's plan skip DPR-JOB-NAME?                         *
      ******************************************************************
       FIND-JOB-IN-RUN-PLAN.

           MOVE 0 TO WS-PLAN-SKIP-FLAG
           PERFORM VARYING WS-PL-INDEX FROM 1 BY 1
                   UNTIL WS-PL-INDEX > WS-PL-COUNT
               IF WS-PL-JOB-NAME(WS-PL-INDEX) = DPR-JOB-NAME
                   IF WS-PL-DECISION(WS-PL-INDEX) = 'SKIP'
                       SET WS-PLAN-SKIPS-JOB TO TRUE
                       MOVE WS-PL-REASON(WS-PL-INDEX)
                           TO WS-PLAN-SKIP-REASON
                   END-IF
                   MOVE WS-PL-COUNT TO WS-PL-INDEX
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Verify one job/input pairing against the manifest.             *
      ******************************************************************

           EXIT.

       REPORT-NOT-SCHEDULED.

           ADD 1 TO WS-TOTAL-NOT-SCHED
           MOVE SPACES TO PREFLIGHT-REPORT-RECORD
           STRING 'SKIP  ' DPR-JOB-NAME ' ' DPR-DDNAME
               ' NOT SCHEDULED TONIGHT: ' WS-PLAN-SKIP-REASON
               DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
           PERFORM WRITE-PREFLIGHT-LINE

           EXIT.

       WRITE-GO-NOGO-VERDICT.

           MOVE SPACES TO PREFLIGHT-REPORT-RECORD
           STRING 'CHECKED=' WS-TOTAL-CHECKED
               ' NO-GO=' WS-TOTAL-NOGO
               ' NOT-SCHEDULED=' WS-TOTAL-NOT-SCHED
               DELIMITED BY SIZE INTO PREFLIGHT-REPORT-RECORD
           PERFORM WRITE-PREFLIGHT-LINE

