       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2PHI.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Monthly carrier billing reconciliation. The carrier bills us   *
      * for every line on its extract (CARRBILL); this program matches *
      * each billed number against the numbers the directory assigns - *
      * the primary EMP_PHONE on EMPPHONE and the typed numbers on     *
      * EMPPHNUM - and reports (RECNRPT):                              *
      *                                                                *
      *  UNASSIGNED - billed, but no current employee holds the number *
      *  DELETED    - billed, and EMPPHHST shows the number last       *
      *               belonged to an employee since deleted            *
      *               (terminated), with the former key and the date   *
      *  NOT-BILLED - a directory number missing from the bill         *
      *                                                                *
      * Every UNASSIGNED and DELETED line carries its monthly cost,    *
      * and the report ends with the monthly total being paid for      *
      * lines nobody holds. The same lines go to the disconnect list   *
      * (DISCONN), ready for facilities to send to the carrier.        *
      *                                                                *
      * A billed number appearing more than once on the extract is     *
      * reported as DUP-BILLED after its first occurrence.             *
      *                                                                *
      * Any line to disconnect ends the run with RC-WARNING.           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-BILL-FILE ASSIGN CARRBILL
           FILE STATUS IS CARRIER-BILL-STATUS.

           SELECT CARRIER-SORTED-FILE ASSIGN CARRSORT
           FILE STATUS IS CARRIER-SORTED-STATUS.

           SELECT CARRIER-SORT-WORK ASSIGN TO SORTWK1.

           SELECT RECON-REPORT ASSIGN RECNRPT
           FILE STATUS IS RECON-REPORT-STATUS.

           SELECT DISCONNECT-LIST ASSIGN DISCONN
           FILE STATUS IS DISCONNECT-LIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CARRIER-BILL-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CARRIER-BILL-RECORD.
       01  CARRIER-BILL-RECORD PIC X(80).

      ******************************************************************
      * One billed line from the carrier's monthly extract: the        *
      * 10-digit number, the carrier's line id, the billing month      *
      * (YYYYMM), the monthly charge, and the service type.            *
      ******************************************************************
       FD  CARRIER-SORTED-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CBX-BILLED-LINE.
       01  CBX-BILLED-LINE.
           05 CBX-PHONE            PIC X(10).
           05 FILLER               PIC X.
           05 CBX-LINE-ID          PIC X(12).
           05 FILLER               PIC X.
           05 CBX-BILL-PERIOD      PIC X(6).
           05 FILLER               PIC X.
           05 CBX-MONTHLY-COST     PIC 9(5)V99.
           05 FILLER               PIC X.
           05 CBX-SERVICE-TYPE     PIC X(10).
           05 FILLER               PIC X(31).

       SD  CARRIER-SORT-WORK
           DATA RECORD IS CARRIER-SORT-RECORD.
       01  CARRIER-SORT-RECORD.
           05 CSW-PHONE            PIC X(10).
           05 FILLER               PIC X(70).

       FD  RECON-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RECON-REPORT-RECORD.
       01  RECON-REPORT-RECORD PIC X(100).

       FD  DISCONNECT-LIST RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DISCONNECT-LIST-RECORD.
       01  DISCONNECT-LIST-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  CARRIER-BILL-STATUS     PIC X(2).
       01  CARRIER-SORTED-STATUS   PIC X(2).
       01  RECON-REPORT-STATUS     PIC X(2).
       01  DISCONNECT-LIST-STATUS  PIC X(2).

      *-----------------------------------------------------------------
      * Match keys for the two number-ordered inputs; HIGH-VALUES
      * marks a side that has run out. The directory side collapses
      * every row for one number (a shared line) into one entry.
      *-----------------------------------------------------------------
       77  WS-BILL-PHONE       PIC X(10) VALUE LOW-VALUES.
       77  WS-PREV-BILL-PHONE  PIC X(10) VALUE LOW-VALUES.
       77  WS-DIR-PHONE        PIC X(10).
       77  WS-DIR-KEY          PIC X(6).
       77  WS-DIR-TYPE         PIC X(1).
       77  WS-CUR-DIR-PHONE    PIC X(10).
       77  WS-CUR-DIR-KEY      PIC X(6).
       77  WS-CUR-DIR-TYPE     PIC X(1).
       77  WS-DIR-EOF-FLAG     PIC 9 VALUE 0.
           88 WS-DIR-EOF       VALUE 1.
       77  WS-BILLED-FLAG      PIC 9 VALUE 0.
           88 WS-DIR-WAS-BILLED VALUE 1.
       77  WS-LINE-COST        PIC 9(5)V99.
       77  WS-FORMER-KEY       PIC X(6).
       77  WS-DELETED-TS       PIC X(14).

       01  WS-RECON-TOTALS.
           05 WS-TOTAL-BILLED          PIC 9(6) VALUE 0.
           05 WS-TOTAL-MATCHED         PIC 9(6) VALUE 0.
           05 WS-TOTAL-UNASSIGNED      PIC 9(6) VALUE 0.
           05 WS-TOTAL-DELETED         PIC 9(6) VALUE 0.
           05 WS-TOTAL-DUP-BILLED      PIC 9(6) VALUE 0.
           05 WS-TOTAL-NOT-BILLED      PIC 9(6) VALUE 0.
           05 WS-TOTAL-BAD-COST        PIC 9(6) VALUE 0.
           05 WS-TOTAL-WASTE-COST      PIC 9(7)V99 VALUE 0.

       01  RCN-HEADER-LINE.
           05 FILLER               PIC X(34)
               VALUE 'CARRIER BILL RECONCILIATION  RUN='.
           05 RCN-RUN-DATE         PIC X(8).
           05 FILLER               PIC X(58) VALUE SPACES.

       01  RCN-DETAIL-LINE.
           05 RCN-KIND             PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 RCN-PHONE            PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 RCN-LINE-ID          PIC X(12).
           05 FILLER               PIC X VALUE SPACE.
           05 RCN-PERIOD           PIC X(6).
           05 FILLER               PIC X(6) VALUE ' COST='.
           05 RCN-COST             PIC ZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 RCN-DETAIL           PIC X(43).

       01  RCN-FORMER-DETAIL.
           05 FILLER               PIC X(7) VALUE 'FORMER='.
           05 RCN-FORMER-KEY       PIC X(6).
           05 FILLER               PIC X(9) VALUE ' DELETED='.
           05 RCN-DELETED-DATE     PIC X(8).
           05 FILLER               PIC X(13) VALUE SPACES.

       01  RCN-OWNER-DETAIL.
           05 FILLER               PIC X(6) VALUE 'OWNER='.
           05 RCN-OWNER-KEY        PIC X(6).
           05 FILLER               PIC X(6) VALUE ' TYPE='.
           05 RCN-OWNER-TYPE       PIC X(1).
           05 FILLER               PIC X(24) VALUE SPACES.

       01  RCN-TOTAL-LINE.
           05 FILLER               PIC X(13) VALUE 'TOTAL BILLED='.
           05 RCN-TOT-BILLED       PIC ZZZZZ9.
           05 FILLER               PIC X(12) VALUE ' DISCONNECT='.
           05 RCN-TOT-DISCONNECT   PIC ZZZZZ9.
           05 FILLER               PIC X(12) VALUE ' NOT-BILLED='.
           05 RCN-TOT-NOT-BILLED   PIC ZZZZZ9.
           05 FILLER               PIC X(15) VALUE ' MONTHLY-WASTE='.
           05 RCN-TOT-WASTE        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(18) VALUE SPACES.

      *-----------------------------------------------------------------
      * The disconnect list sent to the carrier: number, carrier line
      * id, monthly cost, and the reason.
      *-----------------------------------------------------------------
       01  DSC-DISCONNECT-LINE.
           05 DSC-PHONE            PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 DSC-LINE-ID          PIC X(12).
           05 FILLER               PIC X VALUE SPACE.
           05 DSC-MONTHLY-COST     PIC 9(5).99.
           05 FILLER               PIC X VALUE SPACE.
           05 DSC-REASON           PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 DSC-FORMER-KEY       PIC X(6).
           05 FILLER               PIC X(30) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05 CURR-YEAR            PIC 9(4).
           05 CURR-MONTH           PIC 9(2).
           05 CURR-DAY             PIC 9(2).
           05 FILLER               PIC X(13).

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL DECLARE EMPPHONE TABLE
               (EMP_KEY      CHAR(06)    NOT NULL,
               EMP_KEEP      CHAR(01)    NOT NULL,
               EMP_LASTNAME  VARCHAR(40) NOT NULL,
               EMP_FIRSTNAME VARCHAR(40) NOT NULL,
               EMP_PHONE     CHAR(10)    NOT NULL,
               EMP_DEPT      CHAR(04)    NOT NULL,
               EMP_EXT       CHAR(05)    NOT NULL,
               EMP_EMAIL     VARCHAR(50) NOT NULL)
           END-EXEC.

           EXEC SQL DECLARE EMPPHNUM TABLE
               (NUM_KEY        CHAR(06)    NOT NULL,
               NUM_TYPE        CHAR(01)    NOT NULL,
               NUM_PHONE       CHAR(10)    NOT NULL)
           END-EXEC.

           EXEC SQL DECLARE EMPPHHST TABLE
               (HST_KEY        CHAR(06)    NOT NULL,
               HST_CHANGE_TS   CHAR(14)    NOT NULL,
               HST_REQUEST     CHAR(01)    NOT NULL,
               HST_KEEP        CHAR(01)    NOT NULL,
               HST_LASTNAME    VARCHAR(40) NOT NULL,
               HST_FIRSTNAME   VARCHAR(40) NOT NULL,
               HST_PHONE       CHAR(10)    NOT NULL,
               HST_DEPT        CHAR(04)    NOT NULL,
               HST_EXT         CHAR(05)    NOT NULL,
               HST_EMAIL       VARCHAR(50) NOT NULL)
           END-EXEC.

      *-----------------------------------------------------------------
      * EVERY NUMBER THE DIRECTORY ASSIGNS, IN NUMBER ORDER: PRIMARY
      * NUMBERS (TYPE 'P') AND THE TYPED NUMBERS OF CURRENT EMPLOYEES.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE DIRNUMS CURSOR FOR
               SELECT EMP_PHONE, EMP_KEY, 'P'
                   FROM EMPPHONE
                   WHERE EMP_PHONE <> ' '
               UNION ALL
               SELECT NUM_PHONE, NUM_KEY, NUM_TYPE
                   FROM EMPPHNUM, EMPPHONE
                   WHERE NUM_KEY = EMP_KEY
               ORDER BY 1 ASC, 2 ASC
           END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY 'ZTDB2PHI start'
           MOVE RC-SUCCESS TO RETURN-CODE

           SORT CARRIER-SORT-WORK
               ON ASCENDING KEY CSW-PHONE
               WITH DUPLICATES IN ORDER
               USING CARRIER-BILL-FILE
               GIVING CARRIER-SORTED-FILE
           IF SORT-RETURN NOT = 0
               DISPLAY 'ZTDB2PHI error sorting CARRBILL: SORT-RETURN='
                   SORT-RETURN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CARRIER-SORTED-FILE
           IF CARRIER-SORTED-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHI error opening CARRSORT: '
                   CARRIER-SORTED-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RECON-REPORT
           IF RECON-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHI error opening RECNRPT: '
                   RECON-REPORT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DISCONNECT-LIST
           IF DISCONNECT-LIST-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHI error opening DISCONN: '
                   DISCONNECT-LIST-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING CURR-YEAR CURR-MONTH CURR-DAY
               DELIMITED BY SIZE INTO RCN-RUN-DATE
           MOVE RCN-HEADER-LINE TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE

           EXEC SQL OPEN DIRNUMS END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ZTDB2PHI error opening DIRNUMS: ' SQLCODE
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               PERFORM FETCH-DIRECTORY-NUMBER
               PERFORM NEXT-DIRECTORY-NUMBER
               PERFORM READ-BILLED-LINE
               PERFORM MATCH-BILL-TO-DIRECTORY
                   UNTIL WS-BILL-PHONE = HIGH-VALUES
                     AND WS-CUR-DIR-PHONE = HIGH-VALUES
               EXEC SQL CLOSE DIRNUMS END-EXEC
           END-IF

           MOVE WS-TOTAL-BILLED TO RCN-TOT-BILLED
           COMPUTE RCN-TOT-DISCONNECT =
               WS-TOTAL-UNASSIGNED + WS-TOTAL-DELETED
           MOVE WS-TOTAL-NOT-BILLED TO RCN-TOT-NOT-BILLED
           MOVE WS-TOTAL-WASTE-COST TO RCN-TOT-WASTE
           MOVE RCN-TOTAL-LINE TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE

           CLOSE CARRIER-SORTED-FILE
           CLOSE RECON-REPORT
           CLOSE DISCONNECT-LIST

           IF WS-TOTAL-UNASSIGNED + WS-TOTAL-DELETED > 0
                   AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHI billed=' WS-TOTAL-BILLED
               ' matched=' WS-TOTAL-MATCHED
               ' unassigned=' WS-TOTAL-UNASSIGNED
               ' deleted=' WS-TOTAL-DELETED
           DISPLAY 'ZTDB2PHI dup-billed=' WS-TOTAL-DUP-BILLED
               ' not-billed=' WS-TOTAL-NOT-BILLED
               ' bad-cost=' WS-TOTAL-BAD-COST
           DISPLAY 'ZTDB2PHI end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * One step of the match. A billed number lower than the current  *
      * directory number is held by nobody; a directory number lower   *
      * than the billed one is finished, and was or was not billed.    *
      ******************************************************************
       MATCH-BILL-TO-DIRECTORY.

           EVALUATE TRUE
               WHEN WS-BILL-PHONE = WS-CUR-DIR-PHONE
                   IF WS-DIR-WAS-BILLED
                       PERFORM REPORT-DUP-BILLED
                   ELSE
                       ADD 1 TO WS-TOTAL-MATCHED
                       SET WS-DIR-WAS-BILLED TO TRUE
                   END-IF
                   PERFORM READ-BILLED-LINE

               WHEN WS-BILL-PHONE < WS-CUR-DIR-PHONE
                   IF WS-BILL-PHONE = WS-PREV-BILL-PHONE
                       PERFORM REPORT-DUP-BILLED
                   ELSE
                       PERFORM REPORT-UNHELD-LINE
                   END-IF
                   PERFORM READ-BILLED-LINE

               WHEN OTHER
                   IF NOT WS-DIR-WAS-BILLED
                       PERFORM REPORT-NOT-BILLED
                   END-IF
                   PERFORM NEXT-DIRECTORY-NUMBER
           END-EVALUATE

           EXIT.

      ******************************************************************
      * Next billed line. WS-PREV-BILL-PHONE keeps the number just     *
      * finished so repeats can be spotted.                            *
      ******************************************************************
       READ-BILLED-LINE.

           IF WS-BILL-PHONE NOT = HIGH-VALUES
               MOVE WS-BILL-PHONE TO WS-PREV-BILL-PHONE
           END-IF

           READ CARRIER-SORTED-FILE
           IF CARRIER-SORTED-STATUS NOT = '00'
               MOVE HIGH-VALUES TO WS-BILL-PHONE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-BILLED
           MOVE CBX-PHONE TO WS-BILL-PHONE
           IF CBX-MONTHLY-COST IS NUMERIC
               MOVE CBX-MONTHLY-COST TO WS-LINE-COST
           ELSE
               ADD 1 TO WS-TOTAL-BAD-COST
               MOVE 0 TO WS-LINE-COST
               DISPLAY 'ZTDB2PHI non-numeric cost for ' CBX-PHONE
                   ', counted as zero'
           END-IF

           EXIT.

      ******************************************************************
      * Move the directory side to its next distinct number, noting    *
      * the first owner of that number for the report.                 *
      ******************************************************************
       NEXT-DIRECTORY-NUMBER.

           MOVE 0 TO WS-BILLED-FLAG
           IF WS-DIR-EOF
               MOVE HIGH-VALUES TO WS-CUR-DIR-PHONE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DIR-PHONE TO WS-CUR-DIR-PHONE
           MOVE WS-DIR-KEY TO WS-CUR-DIR-KEY
           MOVE WS-DIR-TYPE TO WS-CUR-DIR-TYPE

           PERFORM FETCH-DIRECTORY-NUMBER
           PERFORM UNTIL WS-DIR-EOF
                   OR WS-DIR-PHONE NOT = WS-CUR-DIR-PHONE
               PERFORM FETCH-DIRECTORY-NUMBER
           END-PERFORM

           EXIT.

       FETCH-DIRECTORY-NUMBER.

           EXEC SQL
               FETCH DIRNUMS INTO :WS-DIR-PHONE, :WS-DIR-KEY,
                   :WS-DIR-TYPE
           END-EXEC

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'ZTDB2PHI error fetching DIRNUMS: ' SQLCODE
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               END-IF
               SET WS-DIR-EOF TO TRUE
           END-IF

           EXIT.

      ******************************************************************
      * A billed number no current employee holds. EMPPHHST tells us   *
      * whether it last belonged to someone since deleted; either way  *
      * it goes on the disconnect list with its cost.                  *
      ******************************************************************
       REPORT-UNHELD-LINE.

           MOVE SPACES TO WS-FORMER-KEY
           MOVE SPACES TO WS-DELETED-TS
           EXEC SQL
               SELECT HST_KEY, HST_CHANGE_TS
                   INTO :WS-FORMER-KEY, :WS-DELETED-TS
                   FROM EMPPHHST
                   WHERE HST_PHONE = :WS-BILL-PHONE
                     AND HST_REQUEST = 'D'
                     AND HST_KEY NOT IN
                         (SELECT EMP_KEY FROM EMPPHONE)
                   ORDER BY HST_CHANGE_TS DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'ZTDB2PHI history lookup for '
                       WS-BILL-PHONE ' failed, SQLCODE=' SQLCODE
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               MOVE SPACES TO WS-FORMER-KEY
               MOVE SPACES TO WS-DELETED-TS
           END-IF

           PERFORM SET-BILLED-DETAIL
           IF WS-FORMER-KEY = SPACES
               ADD 1 TO WS-TOTAL-UNASSIGNED
               MOVE 'UNASSIGNED' TO RCN-KIND
               MOVE 'no employee holds this number'
                   TO RCN-DETAIL
           ELSE
               ADD 1 TO WS-TOTAL-DELETED
               MOVE 'DELETED' TO RCN-KIND
               MOVE WS-FORMER-KEY TO RCN-FORMER-KEY
               MOVE WS-DELETED-TS(1:8) TO RCN-DELETED-DATE
               MOVE RCN-FORMER-DETAIL TO RCN-DETAIL
           END-IF
           ADD WS-LINE-COST TO WS-TOTAL-WASTE-COST
           MOVE RCN-DETAIL-LINE TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE

           MOVE SPACES TO DSC-DISCONNECT-LINE
           MOVE CBX-PHONE TO DSC-PHONE
           MOVE CBX-LINE-ID TO DSC-LINE-ID
           MOVE WS-LINE-COST TO DSC-MONTHLY-COST
           MOVE RCN-KIND TO DSC-REASON
           MOVE WS-FORMER-KEY TO DSC-FORMER-KEY
           MOVE DSC-DISCONNECT-LINE TO DISCONNECT-LIST-RECORD
           WRITE DISCONNECT-LIST-RECORD
           IF DISCONNECT-LIST-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHI error writing DISCONN: '
                   DISCONNECT-LIST-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * The carrier billed the same number again.                      *
      ******************************************************************
       REPORT-DUP-BILLED.

           ADD 1 TO WS-TOTAL-DUP-BILLED
           PERFORM SET-BILLED-DETAIL
           MOVE 'DUP-BILLED' TO RCN-KIND
           MOVE 'number billed more than once this month'
               TO RCN-DETAIL
           MOVE RCN-DETAIL-LINE TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE

           EXIT.

      ******************************************************************
      * A directory number the carrier did not bill.                   *
      ******************************************************************
       REPORT-NOT-BILLED.

           ADD 1 TO WS-TOTAL-NOT-BILLED
           MOVE 'NOT-BILLED' TO RCN-KIND
           MOVE WS-CUR-DIR-PHONE TO RCN-PHONE
           MOVE SPACES TO RCN-LINE-ID
           MOVE SPACES TO RCN-PERIOD
           MOVE 0 TO RCN-COST
           MOVE WS-CUR-DIR-KEY TO RCN-OWNER-KEY
           MOVE WS-CUR-DIR-TYPE TO RCN-OWNER-TYPE
           MOVE RCN-OWNER-DETAIL TO RCN-DETAIL
           MOVE RCN-DETAIL-LINE TO RECON-REPORT-RECORD
           PERFORM WRITE-RECON-LINE

           EXIT.

       SET-BILLED-DETAIL.

           MOVE CBX-PHONE TO RCN-PHONE
           MOVE CBX-LINE-ID TO RCN-LINE-ID
           MOVE CBX-BILL-PERIOD TO RCN-PERIOD
           MOVE WS-LINE-COST TO RCN-COST

           EXIT.

       WRITE-RECON-LINE.

           WRITE RECON-REPORT-RECORD
           IF RECON-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHI error writing RECNRPT: '
                   RECON-REPORT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHI ' RECON-REPORT-RECORD(1:80)

           EXIT.
