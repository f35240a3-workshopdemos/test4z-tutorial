      * jobs it summarized, so a job step that checks this program's   *
      * condition code can tell in one place whether the night's       *
      * batch run was clean.                                           *
      *                                                                *
      * When tonight's run plan (RUNPLAN, written by ZTPRUNPL) is      *
      * supplied, a job the plan skipped and that is absent from       *
      * RCLOG is listed as not scheduled, which is no fault; a job     *
      * the plan said to run that is absent from RCLOG is listed as    *
      * scheduled but did not run, and raises the summary's own RC to  *
      * at least RC-ERROR. A plan dated neither today nor yesterday is *
      * left over from an earlier night; it is reported as ignored     *
      * and the summary covers RCLOG alone.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT RC-LOG-FILE ASSIGN RCLOG
           FILE STATUS IS RC-LOG-FS.

           SELECT OPTIONAL RUN-PLAN ASSIGN RUNPLAN
           FILE STATUS IS RUN-PLAN-FS.

           SELECT RC-SUMMARY-REPORT ASSIGN RCSUMRPT
           FILE STATUS IS RC-SUMMARY-REPORT-FS.

           05 RCL-RETURN-CODE     PIC 9(3).
           05 FILLER              PIC X(68).

       FD  RUN-PLAN RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RUN-PLAN-RECORD.
       01  RUN-PLAN-RECORD PIC X(120).

       FD  RC-SUMMARY-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RC-SUMMARY-RECORD.
       01  RC-LOG-FS              PIC 9(2).
           88 RC-LOG-FS-OK        VALUE 0.
           88 RC-LOG-FS-EOF       VALUE 10.
       01  RUN-PLAN-FS            PIC 9(2).
       01  RC-SUMMARY-REPORT-FS   PIC 9(2).

           COPY ZTPRPREC.

       01  WS-WORST-RC            PIC 9(3) VALUE 0.
       01  WS-TODAY               PIC X(8).
       01  WS-YESTERDAY           PIC X(8).
       01  WS-DATE-AS-INTEGER     PIC 9(8).
       01  WS-PLAN-DATE           PIC X(8) VALUE SPACES.

      *-----------------------------------------------------------------
      * One counter per RC category in the standard taxonomy, plus a
           05 WS-ERROR-COUNT          PIC 9(4) VALUE 0.
           05 WS-SERIOUS-ERROR-COUNT  PIC 9(4) VALUE 0.
           05 WS-SEVERE-ERROR-COUNT   PIC 9(4) VALUE 0.
           05 WS-NOT-SCHEDULED-COUNT  PIC 9(4) VALUE 0.
           05 WS-DID-NOT-RUN-COUNT    PIC 9(4) VALUE 0.

      *-----------------------------------------------------------------
      * Tonight's run plan, when there is one, with a note of which
      * planned jobs turned up in RCLOG.
      *-----------------------------------------------------------------
       01  WS-PLAN-TABLE.
           05 WS-PL-ENTRY OCCURS 200 TIMES.
               10 WS-PL-JOB-NAME       PIC X(8).
               10 WS-PL-DECISION       PIC X(4).
               10 WS-PL-REASON         PIC X(28).
               10 WS-PL-SEEN           PIC X(1).
       01  WS-PL-COUNT            PIC 9(3) VALUE 0.
       01  WS-PL-INDEX            PIC 9(3).

       01  RPT-DETAIL-LINE.
           05 FILLER               PIC X(6)  VALUE 'JOB: '.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-DATE-AS-INTEGER
           COMPUTE WS-DATE-AS-INTEGER = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-AS-INTEGER) - 1)
           MOVE WS-DATE-AS-INTEGER TO WS-YESTERDAY

           OPEN INPUT RC-LOG-FILE
           IF NOT RC-LOG-FS-OK
               DISPLAY 'ZTPRCSUM error opening RCLOG: ' RC-LOG-FS
               GOBACK
           END-IF

           PERFORM LOAD-RUN-PLAN

           READ RC-LOG-FILE
           PERFORM UNTIL RC-LOG-FS-EOF
               PERFORM CLASSIFY-AND-REPORT-JOB
               READ RC-LOG-FILE
           END-PERFORM

           PERFORM REPORT-PLANNED-JOBS-NOT-LOGGED

           PERFORM WRITE-FINAL-SUMMARY

           CLOSE RC-LOG-FILE
       CLASSIFY-AND-REPORT-JOB.

           ADD 1 TO WS-JOB-COUNT
           PERFORM VARYING WS-PL-INDEX FROM 1 BY 1
                   UNTIL WS-PL-INDEX > WS-PL-COUNT
               IF WS-PL-JOB-NAME(WS-PL-INDEX) = RCL-JOB-NAME
                   MOVE 'Y' TO WS-PL-SEEN(WS-PL-INDEX)
               END-IF
           END-PERFORM
           IF RCL-RETURN-CODE > WS-WORST-RC
               MOVE RCL-RETURN-CODE TO WS-WORST-RC
           END-IF

           EXIT.

      ******************************************************************
      * Load tonight's run plan. Without a RUNPLAN, or with one left   *
      * over from an earlier night, the summary covers RCLOG alone.    *
      ******************************************************************
       LOAD-RUN-PLAN.

           OPEN INPUT RUN-PLAN
           IF RUN-PLAN-FS > 5
               DISPLAY 'ZTPRCSUM error opening RUNPLAN: ' RUN-PLAN-FS
               MOVE RC-SERIOUS-ERROR TO WS-WORST-RC
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
                   MOVE 'N' TO WS-PL-SEEN(WS-PL-COUNT)
               END-IF
               READ RUN-PLAN INTO RPL-RUN-PLAN-RECORD
           END-PERFORM

           CLOSE RUN-PLAN

           IF WS-PL-COUNT > 0
                   AND WS-PLAN-DATE NOT = WS-TODAY
                   AND WS-PLAN-DATE NOT = WS-YESTERDAY
               MOVE SPACES TO RC-SUMMARY-RECORD
               STRING 'RUN PLAN FOR ' WS-PLAN-DATE ' IGNORED'
                   DELIMITED BY SIZE INTO RC-SUMMARY-RECORD
               WRITE RC-SUMMARY-RECORD
               DISPLAY 'ZTPRCSUM ' RC-SUMMARY-RECORD
               MOVE 0 TO WS-PL-COUNT
           END-IF

           EXIT.

      ******************************************************************
      * Account for the planned jobs RCLOG never mentioned: skipped    *
      * ones were not scheduled; ones planned to run did not run.      *
      ******************************************************************
       REPORT-PLANNED-JOBS-NOT-LOGGED.

           PERFORM VARYING WS-PL-INDEX FROM 1 BY 1
                   UNTIL WS-PL-INDEX > WS-PL-COUNT
               IF WS-PL-SEEN(WS-PL-INDEX) = 'N'
                   MOVE SPACES TO RC-SUMMARY-RECORD
                   IF WS-PL-DECISION(WS-PL-INDEX) = 'SKIP'
                       ADD 1 TO WS-NOT-SCHEDULED-COUNT
                       STRING 'JOB: ' WS-PL-JOB-NAME(WS-PL-INDEX)
                           ' NOT SCHEDULED: '
                           WS-PL-REASON(WS-PL-INDEX)
                           DELIMITED BY SIZE INTO RC-SUMMARY-RECORD
                   ELSE
                       ADD 1 TO WS-DID-NOT-RUN-COUNT
                       IF WS-WORST-RC < RC-ERROR
                           MOVE RC-ERROR TO WS-WORST-RC
                       END-IF
                       STRING 'JOB: ' WS-PL-JOB-NAME(WS-PL-INDEX)
                           ' SCHEDULED BUT DID NOT RUN'
                           DELIMITED BY SIZE INTO RC-SUMMARY-RECORD
                   END-IF
                   WRITE RC-SUMMARY-RECORD
                   DISPLAY 'ZTPRCSUM ' RC-SUMMARY-RECORD
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Write the end-of-run category counts and the worst RC seen.    *
      ******************************************************************
           MOVE WS-SEVERE-ERROR-COUNT TO RPT-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE

           IF WS-PL-COUNT > 0
               MOVE 'NOT SCHEDULED:      ' TO RPT-SUMMARY-LINE
               MOVE WS-NOT-SCHEDULED-COUNT TO RPT-SUMMARY-COUNT
               PERFORM WRITE-SUMMARY-LINE

               MOVE 'DID NOT RUN:        ' TO RPT-SUMMARY-LINE
               MOVE WS-DID-NOT-RUN-COUNT TO RPT-SUMMARY-COUNT
               PERFORM WRITE-SUMMARY-LINE
           END-IF

           MOVE 'WORST RC THIS RUN:  ' TO RPT-SUMMARY-LINE
           MOVE WS-WORST-RC TO RPT-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
