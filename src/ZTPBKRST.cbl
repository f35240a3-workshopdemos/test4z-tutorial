       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPBKRST.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Restore-test log and report. A backup nobody has restored is   *
      * a hope, not a backup: each store in the backup registry        *
      * (BKREG, layout in ZTPBKREG) must have its backup restored and  *
      * checked at least once per restore interval (the registry's     *
      * own, or 92 days - once a quarter).                             *
      *                                                                *
      * The restore-test job ends by running this program with PARM    *
      * 'STORE=<store>,RESULT=PASS|FAIL,RECORDS=<n>' to append the     *
      * test to the log (RSTLOG). Run without a PARM - the quarterly   *
      * review - it only reports. Either way the report (RSTRPT) lists *
      * every registered store with its last test and flags:           *
      *                                                                *
      *  NEVER PROVEN      no restore of the store has ever passed     *
      *  LAST TEST FAILED  the most recent test failed                 *
      *  OVERDUE           the last passing test is older than the     *
      *                    store's restore interval                    *
      *                                                                *
      * Any flag ends the run with RC-ERROR; a PARM that cannot be     *
      * logged does too.                                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-REGISTRY ASSIGN BKREG
           FILE STATUS IS BACKUP-REGISTRY-FS.

           SELECT OPTIONAL RESTORE-TEST-LOG ASSIGN RSTLOG
           FILE STATUS IS RESTORE-TEST-LOG-FS.

           SELECT RESTORE-TEST-REPORT ASSIGN RSTRPT
           FILE STATUS IS RESTORE-TEST-REPORT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  BACKUP-REGISTRY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BACKUP-REGISTRY-RECORD.
       01  BACKUP-REGISTRY-RECORD PIC X(80).

       FD  RESTORE-TEST-LOG RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RESTORE-TEST-LOG-RECORD.
       01  RESTORE-TEST-LOG-RECORD PIC X(80).

       FD  RESTORE-TEST-REPORT RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RESTORE-TEST-REPORT-RECORD.
       01  RESTORE-TEST-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  BACKUP-REGISTRY-FS  PIC X(2).
       77  RESTORE-TEST-LOG-FS PIC X(2).
       77  RESTORE-TEST-REPORT-FS PIC X(2).

           COPY ZTPBKREG.

      ******************************************************************
      * Configuration parameters.                                      *
      * NB: These are hardcoded defaults; a registry entry's own       *
      * restore interval, when not zero, overrides the default.        *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-BKRST.
           05 CFG-DEFAULT-INTERVAL-DAYS PIC 9(3) VALUE 92.

      *-----------------------------------------------------------------
      * The registry, with the last test and last pass for each store.
      *-----------------------------------------------------------------
       01  WS-STORE-TABLE.
           05 WS-ST-ENTRY OCCURS 30 TIMES.
               10 WS-ST-STORE      PIC X(8).
               10 WS-ST-DSN        PIC X(44).
               10 WS-ST-INTERVAL   PIC 9(3).
               10 WS-ST-LAST-TEST-DATE PIC X(8).
               10 WS-ST-LAST-RESULT PIC X(4).
               10 WS-ST-LAST-RECORDS PIC 9(10).
               10 WS-ST-LAST-PASS-DATE PIC X(8).
               10 WS-ST-TEST-COUNT PIC 9(4).
       77  WS-ST-COUNT         PIC 9(2) VALUE 0.
       77  WS-ST-INDEX         PIC 9(2).
       77  WS-FOUND-INDEX      PIC 9(2).

      *-----------------------------------------------------------------
      * Variables for CHECK-PARM: the test being logged, if any.
      *-----------------------------------------------------------------
       77  WS-PARM             PIC X(100) VALUE SPACES.
       77  WS-PARM-STORE-FIELD PIC X(25).
       77  WS-PARM-RESULT-FIELD PIC X(25).
       77  WS-PARM-RECORDS-FIELD PIC X(25).
       77  WS-PARM-DIGITS      PIC 9(2).
       77  WS-LOG-REQUEST-FLAG PIC 9 VALUE 0.
           88 WS-LOG-REQUESTED VALUE 1.
       77  WS-LOG-STORE        PIC X(8).
       77  WS-LOG-RESULT       PIC X(4).
       77  WS-LOG-RECORDS      PIC 9(10).

      *-----------------------------------------------------------------
      * Reporting state.
      *-----------------------------------------------------------------
       77  WS-TODAY            PIC X(8).
       01  DAI-DATE-AS-INTEGER PIC 9(8).
       77  WS-TODAY-DAYS       PIC 9(7).
       77  WS-DAYS-SINCE-PASS  PIC 9(5).
       77  WS-STORE-FLAG       PIC X(16).
       77  WS-LAST-TEST-TEXT   PIC X(8).
       77  WS-LAST-PASS-TEXT   PIC X(8).

       77  WS-LOG-READ-COUNT   PIC 9(6) VALUE 0.
       77  WS-NEVER-PROVEN-COUNT PIC 9(3) VALUE 0.
       77  WS-FAILED-COUNT     PIC 9(3) VALUE 0.
       77  WS-OVERDUE-COUNT    PIC 9(3) VALUE 0.
       77  WS-PROVEN-COUNT     PIC 9(3) VALUE 0.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTPBKRST start'
           MOVE RC-SUCCESS TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO DAI-DATE-AS-INTEGER
           COMPUTE WS-TODAY-DAYS =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)

           PERFORM LOAD-BACKUP-REGISTRY
           PERFORM CHECK-PARM
           IF WS-LOG-REQUESTED
               PERFORM LOG-RESTORE-TEST
           END-IF
           PERFORM LOAD-RESTORE-TEST-LOG

           OPEN OUTPUT RESTORE-TEST-REPORT
           IF RESTORE-TEST-REPORT-FS NOT = '00'
               DISPLAY 'ZTPBKRST error opening RSTRPT: '
                   RESTORE-TEST-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO RESTORE-TEST-REPORT-RECORD
           STRING 'RESTORE TEST REVIEW ' WS-TODAY
               ' STORES=' WS-ST-COUNT
               ' TESTS LOGGED=' WS-LOG-READ-COUNT
               DELIMITED BY SIZE INTO RESTORE-TEST-REPORT-RECORD
           PERFORM WRITE-RESTORE-LINE

           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               PERFORM REPORT-ONE-STORE
           END-PERFORM

           PERFORM WRITE-RESTORE-SUMMARY

           CLOSE RESTORE-TEST-REPORT

           DISPLAY 'ZTPBKRST end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Same registry as ZTPBKCHK, and likewise required.              *
      ******************************************************************
       LOAD-BACKUP-REGISTRY.

           MOVE 0 TO WS-ST-COUNT

           OPEN INPUT BACKUP-REGISTRY
           IF BACKUP-REGISTRY-FS NOT = '00'
               DISPLAY 'ZTPBKRST error opening BKREG: '
                   BACKUP-REGISTRY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ BACKUP-REGISTRY INTO BKR-REGISTRY-RECORD
           PERFORM UNTIL BACKUP-REGISTRY-FS > '04'
               IF BKR-STORE = SPACES
                   CONTINUE
               ELSE
                   IF WS-ST-COUNT < 30
                       ADD 1 TO WS-ST-COUNT
                       PERFORM ADD-REGISTRY-ENTRY
                   ELSE
                       DISPLAY 'ZTPBKRST registry table full, '
                           BKR-STORE ' not reviewed'
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ BACKUP-REGISTRY INTO BKR-REGISTRY-RECORD
           END-PERFORM

           CLOSE BACKUP-REGISTRY

           IF WS-ST-COUNT = 0
               DISPLAY 'ZTPBKRST BKREG registers no stores'
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       ADD-REGISTRY-ENTRY.

           MOVE BKR-STORE TO WS-ST-STORE(WS-ST-COUNT)
           MOVE BKR-BACKUP-DSN TO WS-ST-DSN(WS-ST-COUNT)
           IF BKR-RESTORE-INTERVAL IS NUMERIC
                   AND BKR-RESTORE-INTERVAL > 0
               MOVE BKR-RESTORE-INTERVAL
                   TO WS-ST-INTERVAL(WS-ST-COUNT)
           ELSE
               MOVE CFG-DEFAULT-INTERVAL-DAYS
                   TO WS-ST-INTERVAL(WS-ST-COUNT)
           END-IF
           MOVE SPACES TO WS-ST-LAST-TEST-DATE(WS-ST-COUNT)
           MOVE SPACES TO WS-ST-LAST-RESULT(WS-ST-COUNT)
           MOVE 0 TO WS-ST-LAST-RECORDS(WS-ST-COUNT)
           MOVE SPACES TO WS-ST-LAST-PASS-DATE(WS-ST-COUNT)
           MOVE 0 TO WS-ST-TEST-COUNT(WS-ST-COUNT)

           EXIT.

      ******************************************************************
      * Parse 'STORE=<store>,RESULT=PASS|FAIL,RECORDS=<n>'. No PARM is *
      * a review run; a PARM that names no registered store or no      *
      * result is refused, since a test logged wrongly would prove the *
      * wrong thing.                                                   *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               DISPLAY 'ZTPBKRST review only, no test to log'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PARM-STORE-FIELD
           MOVE SPACES TO WS-PARM-RESULT-FIELD
           MOVE SPACES TO WS-PARM-RECORDS-FIELD
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-STORE-FIELD WS-PARM-RESULT-FIELD
                   WS-PARM-RECORDS-FIELD
           END-UNSTRING

           MOVE SPACES TO WS-LOG-STORE
           MOVE SPACES TO WS-LOG-RESULT
           MOVE 0 TO WS-LOG-RECORDS

           IF WS-PARM-STORE-FIELD(1:6) = 'STORE='
               MOVE WS-PARM-STORE-FIELD(7:8) TO WS-LOG-STORE
           END-IF

           IF WS-PARM-RESULT-FIELD(1:7) = 'RESULT='
               MOVE WS-PARM-RESULT-FIELD(8:4) TO WS-LOG-RESULT
           END-IF

           IF WS-PARM-RECORDS-FIELD(1:8) = 'RECORDS='
               MOVE 0 TO WS-PARM-DIGITS
               INSPECT WS-PARM-RECORDS-FIELD(9:17)
                   TALLYING WS-PARM-DIGITS
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-PARM-DIGITS > 0 AND WS-PARM-DIGITS < 11
                   IF WS-PARM-RECORDS-FIELD(9:WS-PARM-DIGITS)
                           IS NUMERIC
                       MOVE WS-PARM-RECORDS-FIELD(9:WS-PARM-DIGITS)
                           TO WS-LOG-RECORDS
                   END-IF
               END-IF
           END-IF

           PERFORM FIND-STORE-FOR-LOG
           IF WS-FOUND-INDEX = 0
               DISPLAY 'ZTPBKRST STORE= must name a registered '
                   'store: ' WS-PARM(1:40)
               MOVE RC-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-LOG-RESULT NOT = 'PASS' AND WS-LOG-RESULT NOT = 'FAIL'
               DISPLAY 'ZTPBKRST RESULT= must be PASS or FAIL: '
                   WS-PARM(1:40)
               MOVE RC-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SET WS-LOG-REQUESTED TO TRUE

           EXIT.

       FIND-STORE-FOR-LOG.

           MOVE 0 TO WS-FOUND-INDEX
           IF WS-LOG-STORE = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
                   OR WS-FOUND-INDEX > 0
               IF WS-ST-STORE(WS-ST-INDEX) = WS-LOG-STORE
                   MOVE WS-ST-INDEX TO WS-FOUND-INDEX
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Append today's test to the log, creating the log on its first  *
      * test.                                                          *
      ******************************************************************
       LOG-RESTORE-TEST.

           OPEN EXTEND RESTORE-TEST-LOG
           IF RESTORE-TEST-LOG-FS NOT = '00'
                   AND RESTORE-TEST-LOG-FS NOT = '05'
               OPEN OUTPUT RESTORE-TEST-LOG
           END-IF
           IF RESTORE-TEST-LOG-FS NOT = '00'
                   AND RESTORE-TEST-LOG-FS NOT = '05'
               DISPLAY 'ZTPBKRST error opening RSTLOG for output: '
                   RESTORE-TEST-LOG-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO RTL-RESTORE-TEST-RECORD
           MOVE WS-LOG-STORE TO RTL-STORE
           MOVE WS-TODAY TO RTL-TEST-DATE
           MOVE WS-LOG-RESULT TO RTL-RESULT
           MOVE WS-LOG-RECORDS TO RTL-RECORDS-RESTORED
           MOVE WS-ST-DSN(WS-FOUND-INDEX) TO RTL-BACKUP-DSN

           WRITE RESTORE-TEST-LOG-RECORD FROM RTL-RESTORE-TEST-RECORD
           IF RESTORE-TEST-LOG-FS NOT = '00'
               DISPLAY 'ZTPBKRST error writing RSTLOG: '
                   RESTORE-TEST-LOG-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY 'ZTPBKRST logged ' RTL-STORE ' ' RTL-RESULT
                   ' records=' RTL-RECORDS-RESTORED
           END-IF

           CLOSE RESTORE-TEST-LOG

           EXIT.

      ******************************************************************
      * Note each store's most recent test and most recent pass. The   *
      * log is in the order tests were run, so a later entry of the    *
      * same date is the later test.                                   *
      ******************************************************************
       LOAD-RESTORE-TEST-LOG.

           OPEN INPUT RESTORE-TEST-LOG
           IF RESTORE-TEST-LOG-FS NOT = '00'
               DISPLAY 'ZTPBKRST no restore tests logged yet: '
                   RESTORE-TEST-LOG-FS
               EXIT PARAGRAPH
           END-IF

           READ RESTORE-TEST-LOG INTO RTL-RESTORE-TEST-RECORD
           PERFORM UNTIL RESTORE-TEST-LOG-FS > '04'
               ADD 1 TO WS-LOG-READ-COUNT
               MOVE RTL-STORE TO WS-LOG-STORE
               PERFORM FIND-STORE-FOR-LOG
               IF WS-FOUND-INDEX = 0
                   DISPLAY 'ZTPBKRST RSTLOG store not registered: '
                       RTL-STORE ' ' RTL-TEST-DATE
               ELSE
                   PERFORM NOTE-RESTORE-TEST
               END-IF
               READ RESTORE-TEST-LOG INTO RTL-RESTORE-TEST-RECORD
           END-PERFORM

           CLOSE RESTORE-TEST-LOG

           EXIT.

       NOTE-RESTORE-TEST.

           IF RTL-TEST-DATE IS NOT NUMERIC
               DISPLAY 'ZTPBKRST RSTLOG entry undated, ignored: '
                   RTL-STORE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ST-TEST-COUNT(WS-FOUND-INDEX)

           IF WS-ST-LAST-TEST-DATE(WS-FOUND-INDEX) = SPACES
                   OR RTL-TEST-DATE
                       NOT < WS-ST-LAST-TEST-DATE(WS-FOUND-INDEX)
               MOVE RTL-TEST-DATE
                   TO WS-ST-LAST-TEST-DATE(WS-FOUND-INDEX)
               MOVE RTL-RESULT TO WS-ST-LAST-RESULT(WS-FOUND-INDEX)
               IF RTL-RECORDS-RESTORED IS NUMERIC
                   MOVE RTL-RECORDS-RESTORED
                       TO WS-ST-LAST-RECORDS(WS-FOUND-INDEX)
               ELSE
                   MOVE 0 TO WS-ST-LAST-RECORDS(WS-FOUND-INDEX)
               END-IF
           END-IF

           IF RTL-PASSED
               IF WS-ST-LAST-PASS-DATE(WS-FOUND-INDEX) = SPACES
                       OR RTL-TEST-DATE
                           > WS-ST-LAST-PASS-DATE(WS-FOUND-INDEX)
                   MOVE RTL-TEST-DATE
                       TO WS-ST-LAST-PASS-DATE(WS-FOUND-INDEX)
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * One line per store: its last test, last pass, and the flag.    *
      ******************************************************************
       REPORT-ONE-STORE.

           MOVE 0 TO WS-DAYS-SINCE-PASS
           MOVE SPACES TO WS-STORE-FLAG

           IF WS-ST-LAST-TEST-DATE(WS-ST-INDEX) = SPACES
               MOVE 'NONE' TO WS-LAST-TEST-TEXT
           ELSE
               MOVE WS-ST-LAST-TEST-DATE(WS-ST-INDEX)
                   TO WS-LAST-TEST-TEXT
           END-IF

           IF WS-ST-LAST-PASS-DATE(WS-ST-INDEX) = SPACES
               MOVE 'NEVER' TO WS-LAST-PASS-TEXT
           ELSE
               MOVE WS-ST-LAST-PASS-DATE(WS-ST-INDEX)
                   TO WS-LAST-PASS-TEXT
               MOVE WS-ST-LAST-PASS-DATE(WS-ST-INDEX)
                   TO DAI-DATE-AS-INTEGER
               COMPUTE WS-DAYS-SINCE-PASS = WS-TODAY-DAYS
                   - FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
           END-IF

           EVALUATE TRUE
               WHEN WS-ST-LAST-PASS-DATE(WS-ST-INDEX) = SPACES
                   MOVE 'NEVER PROVEN' TO WS-STORE-FLAG
                   ADD 1 TO WS-NEVER-PROVEN-COUNT
               WHEN WS-ST-LAST-RESULT(WS-ST-INDEX) NOT = 'PASS'
                   MOVE 'LAST TEST FAILED' TO WS-STORE-FLAG
                   ADD 1 TO WS-FAILED-COUNT
               WHEN WS-DAYS-SINCE-PASS > WS-ST-INTERVAL(WS-ST-INDEX)
                   MOVE 'OVERDUE' TO WS-STORE-FLAG
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN OTHER
                   MOVE 'PROVEN' TO WS-STORE-FLAG
                   ADD 1 TO WS-PROVEN-COUNT
           END-EVALUATE

           MOVE SPACES TO RESTORE-TEST-REPORT-RECORD
           STRING WS-ST-STORE(WS-ST-INDEX)
               ' TESTS=' WS-ST-TEST-COUNT(WS-ST-INDEX)
               ' LAST=' WS-LAST-TEST-TEXT
               ' ' WS-ST-LAST-RESULT(WS-ST-INDEX)
               ' RECORDS=' WS-ST-LAST-RECORDS(WS-ST-INDEX)
               ' PASSED=' WS-LAST-PASS-TEXT
               ' DAYS=' WS-DAYS-SINCE-PASS
               '/' WS-ST-INTERVAL(WS-ST-INDEX)
               ' ' WS-STORE-FLAG
               DELIMITED BY SIZE INTO RESTORE-TEST-REPORT-RECORD
           PERFORM WRITE-RESTORE-LINE

           EXIT.

       WRITE-RESTORE-SUMMARY.

           MOVE SPACES TO RESTORE-TEST-REPORT-RECORD
           STRING 'PROVEN=' WS-PROVEN-COUNT
               ' NEVER PROVEN=' WS-NEVER-PROVEN-COUNT
               ' LAST TEST FAILED=' WS-FAILED-COUNT
               ' OVERDUE=' WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO RESTORE-TEST-REPORT-RECORD
           PERFORM WRITE-RESTORE-LINE

           IF WS-NEVER-PROVEN-COUNT > 0 OR WS-FAILED-COUNT > 0
                   OR WS-OVERDUE-COUNT > 0
               IF RETURN-CODE < RC-ERROR
                   MOVE RC-ERROR TO RETURN-CODE
               END-IF
           END-IF

           EXIT.

       WRITE-RESTORE-LINE.

           WRITE RESTORE-TEST-REPORT-RECORD
           IF RESTORE-TEST-REPORT-FS NOT = '00'
               DISPLAY 'ZTPBKRST error writing RSTRPT: '
                   RESTORE-TEST-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY 'ZTPBKRST ' RESTORE-TEST-REPORT-RECORD(1:110)
           END-IF

           EXIT.
