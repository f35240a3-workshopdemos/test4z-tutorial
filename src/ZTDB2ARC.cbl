       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2ARC.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Dormant-customer archive for TBZELDA. The table kept every     *
      * customer forever, and the notification cursors and the         *
      * second-notice pass scanned thousands of rows for accounts      *
      * that had not reordered or been contacted in years. This job    *
      * moves a customer with no activity for longer than the dormant  *
      * age out of TBZELDA onto the flat archive (ARCHIVO, layout in   *
      * ZTDB2ARR; the JCL rolls ARCHIVO over to ARCHIVI between runs). *
      *                                                                *
      * A customer's last activity is the later of NOTIFICATION_DATE,  *
      * REORDER_DATE and the date ZTDB2ARS last restored them from the *
      * archive; a row with none of those is never archived. A         *
      * dormant customer still stays in TBZELDA when they have         *
      *                                                                *
      *  - an open notice: notified, not reordered, and not yet        *
      *    second-noticed (SECNOTI), so ZTDB2TE1 still has work to do; *
      *  - an unexpired do-not-contact entry (DNCFILE): the entry's    *
      *    expiry date is today or later, or it has none;              *
      *  - a pending returned-mail research item: BAD_ADDRESS = 'Y',   *
      *    or named on ZTDB2TE5's current research list (ADDRRSCH).    *
      *                                                                *
      * The archive is written and closed before any row is deleted,   *
      * so a failed write leaves TBZELDA untouched. ARCRPT lists every *
      * row archived or held back, then the rows archived by           *
      * PRODUCT_TYPE.                                                  *
      *                                                                *
      * PARM 'AGE=nnnnn' sets the dormant age in days; by default it   *
      * is the configured CFG-DORMANT-DAYS.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHIVE-IN ASSIGN TO ARCHIVI
           FILE STATUS IS ARCHIVE-IN-FS.

           SELECT ARCHIVE-OUT ASSIGN TO ARCHIVO
           FILE STATUS IS ARCHIVE-OUT-FS.

           SELECT OPTIONAL SECOND-NOTICE-IN ASSIGN TO SECNOTI
           FILE STATUS IS SECOND-NOTICE-IN-FS.

           SELECT OPTIONAL DO-NOT-CONTACT-FILE ASSIGN TO DNCFILE
           FILE STATUS IS DO-NOT-CONTACT-FS.

           SELECT OPTIONAL ADDRESS-RESEARCH-FILE ASSIGN ADDRRSCH
           FILE STATUS IS ADDRESS-RESEARCH-FS.

           SELECT ARCHIVE-REPORT ASSIGN ARCRPT
           FILE STATUS IS ARCHIVE-REPORT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  ARCHIVE-IN RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-IN-RECORD.
       01  ARCHIVE-IN-RECORD PIC X(140).

       FD  ARCHIVE-OUT RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-OUT-RECORD.
       01  ARCHIVE-OUT-RECORD PIC X(140).

       FD  SECOND-NOTICE-IN RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SECOND-NOTICE-IN-RECORD.
       01  SECOND-NOTICE-IN-RECORD.
           05 SNI-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 SNI-NOTICE-DATE          PIC X(10).
           05 FILLER                   PIC X(9).

      *-----------------------------------------------------------------
      * DNC-EXPIRES-DATE is optional: blank means the customer's
      * request stands until they withdraw it.
      *-----------------------------------------------------------------
       FD  DO-NOT-CONTACT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DO-NOT-CONTACT-RECORD.
       01  DO-NOT-CONTACT-RECORD.
           05 DNC-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 DNC-NO-MAIL              PIC X(1).
           05 FILLER                   PIC X.
           05 DNC-NO-PHONE             PIC X(1).
           05 FILLER                   PIC X.
           05 DNC-REASON               PIC X(20).
           05 FILLER                   PIC X.
           05 DNC-EXPIRES-DATE         PIC X(10).
           05 FILLER                   PIC X(24).

       FD  ADDRESS-RESEARCH-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ADDRESS-RESEARCH-RECORD.
       01  ADDRESS-RESEARCH-RECORD.
           05 RSC-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X(80).

       FD  ARCHIVE-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-REPORT-RECORD.
       01  ARCHIVE-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  ARCHIVE-IN-FS          PIC X(2).
       01  ARCHIVE-OUT-FS         PIC X(2).
       01  SECOND-NOTICE-IN-FS    PIC X(2).
       01  DO-NOT-CONTACT-FS      PIC X(2).
       01  ADDRESS-RESEARCH-FS    PIC X(2).
       01  ARCHIVE-REPORT-FS      PIC X(2).

           COPY ZTDB2ARR.

       01  SQLRECORD1.
           02  CUST-NAME PIC X(20).
           02  CUST-ADDR PIC X(20).
           02  ACCOUNT-NUMBER PIC X(12).
           02  PRODUCT-TYPE PIC X(1).
           02  TOTAL-CHECKS PIC S9(9) COMP-4.
           02  ACTUAL-CHECKS PIC S9(9) COMP-4.
           02  NOTIF-DATE PIC X(10).
           02  REORDERED PIC X(1).
           02  REORDER-DATE PIC X(10).
           02  BAD-ADDRESS PIC X(1).
           EXEC SQL INCLUDE SQLCA    END-EXEC.

           EXEC SQL DECLARE ALLCUST CURSOR FOR
               SELECT CUST_NAME, CUST_ADDR, ACCOUNT_NUMBER,
                      PRODUCT_TYPE, TOTAL_CHECKS, ACTUAL_CHECKS,
                      NOTIFICATION_DATE, REORDERED, REORDER_DATE,
                      BAD_ADDRESS
                   FROM MYUSERID.TBZELDA
                   ORDER BY ACCOUNT_NUMBER
           END-EXEC.

       77  WS-CUST-EOF-FLAG    PIC 9 VALUE 0.
           88 WS-CUST-EOF      VALUE 1.

      ******************************************************************
      * Configuration parameters.                                      *
      *                                                                *
      * NB: These are hardcoded defaults in this example, but for a    *
      *     real implementation, they would be loaded externally.      *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-ARC.
           05 CFG-DORMANT-DAYS         PIC 9(5) VALUE 3650.

       01  WS-PARM             PIC X(100).
       77  WS-DORMANT-DAYS     PIC 9(5).

      *-----------------------------------------------------------------
      * Dates as TBZELDA holds them, 'YYYY-MM-DD'.
      *-----------------------------------------------------------------
       01  WS-DATE-X           PIC X(10).
       01  WS-DATE-X-PARTS REDEFINES WS-DATE-X.
           05 WS-DX-YEAR       PIC 9(4).
           05 FILLER           PIC X.
           05 WS-DX-MONTH      PIC 9(2).
           05 FILLER           PIC X.
           05 WS-DX-DAY        PIC 9(2).
       01  DAI-DATE-AS-INTEGER PIC 9(8).
       01  DAI-DATE-AS-INTEGER-REDEF REDEFINES DAI-DATE-AS-INTEGER.
           05 DAI-YEAR         PIC 9(4).
           05 DAI-MONTH        PIC 9(2).
           05 DAI-DAY          PIC 9(2).
       77  WS-TODAY-DAY        PIC 9(7).
       77  WS-CUTOFF-DAY       PIC 9(7).
       77  WS-DATE-VALID-FLAG  PIC 9.
           88 WS-DATE-VALID    VALUE 1.
           88 WS-DATE-INVALID  VALUE 0.

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).
       01  WS-TODAY-X          PIC X(10).
       01  WS-CUTOFF-X         PIC X(10).
       01  WS-LAST-ACTIVITY-X  PIC X(10).

      *-----------------------------------------------------------------
      * What keeps a dormant customer in TBZELDA, loaded once.
      *-----------------------------------------------------------------
       01  WS-SN-TABLE.
           05 WS-SN-CUST-NAME OCCURS 500 TIMES PIC X(20).
       77  WS-SN-COUNT         PIC 9(3) VALUE 0.
       77  WS-SN-INDEX         PIC 9(3).

       01  WS-DNC-TABLE.
           05 WS-DNC-ENTRY OCCURS 200 TIMES.
               10 WS-DNC-NAME          PIC X(20).
               10 WS-DNC-EXPIRES       PIC X(10).
       77  WS-DNC-COUNT        PIC 9(3) VALUE 0.
       77  WS-DNC-INDEX        PIC 9(3).

       01  WS-RESEARCH-TABLE.
           05 WS-RS-CUST-NAME OCCURS 500 TIMES PIC X(20).
       77  WS-RS-COUNT         PIC 9(3) VALUE 0.
       77  WS-RS-INDEX         PIC 9(3).

      *-----------------------------------------------------------------
      * Customers ZTDB2ARS has restored, with the latest restore date.
      *-----------------------------------------------------------------
       01  WS-RESTORED-TABLE.
           05 WS-RT-ENTRY OCCURS 500 TIMES.
               10 WS-RT-ACCOUNT        PIC X(12).
               10 WS-RT-CUST-NAME      PIC X(20).
               10 WS-RT-DATE           PIC X(10).
       77  WS-RT-COUNT         PIC 9(3) VALUE 0.
       77  WS-RT-INDEX         PIC 9(3).

      *-----------------------------------------------------------------
      * Tonight's archived rows, deleted once the archive is safe.
      *-----------------------------------------------------------------
       01  WS-DELETE-TABLE.
           05 WS-DL-ENTRY OCCURS 3000 TIMES.
               10 WS-DL-ACCOUNT        PIC X(12).
               10 WS-DL-CUST-NAME      PIC X(20).
       77  WS-DL-COUNT         PIC 9(4) VALUE 0.
       77  WS-DL-INDEX         PIC 9(4).

      *-----------------------------------------------------------------
      * Rows read and archived by PRODUCT_TYPE.
      *-----------------------------------------------------------------
       01  WS-PRODUCT-TABLE.
           05 WS-PT-ENTRY OCCURS 40 TIMES.
               10 WS-PT-TYPE           PIC X(1).
               10 WS-PT-READ           PIC 9(6) VALUE 0.
               10 WS-PT-ARCHIVED       PIC 9(6) VALUE 0.
       77  WS-PT-COUNT         PIC 9(2) VALUE 0.
       77  WS-PT-INDEX         PIC 9(2).

       77  WS-HOLD-REASON      PIC X(20).

       01  WS-ARCHIVE-TOTALS.
           05 WS-TOTAL-READ        PIC 9(6) VALUE 0.
           05 WS-TOTAL-ACTIVE      PIC 9(6) VALUE 0.
           05 WS-TOTAL-UNDATED     PIC 9(6) VALUE 0.
           05 WS-TOTAL-OPEN-NOTICE PIC 9(6) VALUE 0.
           05 WS-TOTAL-DNC         PIC 9(6) VALUE 0.
           05 WS-TOTAL-RESEARCH    PIC 9(6) VALUE 0.
           05 WS-TOTAL-ARCHIVED    PIC 9(6) VALUE 0.
           05 WS-TOTAL-DELETED     PIC 9(6) VALUE 0.
           05 WS-TOTAL-CARRIED     PIC 9(6) VALUE 0.

       01  WS-DETAIL-LINE.
           05 DL-ACTION                PIC X(9).
           05 DL-ACCOUNT               PIC X(12).
           05 FILLER                   PIC X VALUE SPACE.
           05 DL-CUST-NAME             PIC X(20).
           05 FILLER                   PIC X VALUE SPACE.
           05 DL-PRODUCT               PIC X(1).
           05 FILLER                   PIC X VALUE SPACE.
           05 DL-LAST-ACTIVITY         PIC X(10).
           05 FILLER                   PIC X VALUE SPACE.
           05 DL-REASON                PIC X(20).
           05 FILLER                   PIC X(4) VALUE SPACES.

       01  WS-PRODUCT-LINE.
           05 FILLER                   PIC X(8) VALUE 'PRODUCT '.
           05 PL-TYPE                  PIC X(1).
           05 FILLER                   PIC X(7) VALUE ' READ= '.
           05 PL-READ                  PIC ZZZZZ9.
           05 FILLER                   PIC X(11) VALUE ' ARCHIVED= '.
           05 PL-ARCHIVED              PIC ZZZZZ9.
           05 FILLER                   PIC X(41) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
           EXEC SQL WHENEVER SQLERROR   GOTO DBERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING GOTO DBERROR END-EXEC.

           DISPLAY 'ZTDB2ARC start'
           MOVE RC-SUCCESS TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-X
           STRING CURR-YEAR '-' CURR-MONTH '-' CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-X

           PERFORM CHECK-PARM

           MOVE CURR-YEAR  TO DAI-YEAR
           MOVE CURR-MONTH TO DAI-MONTH
           MOVE CURR-DAY   TO DAI-DAY
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
           COMPUTE WS-CUTOFF-DAY = WS-TODAY-DAY - WS-DORMANT-DAYS
           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAY)
           MOVE SPACES TO WS-CUTOFF-X
           STRING DAI-YEAR '-' DAI-MONTH '-' DAI-DAY
               DELIMITED BY SIZE INTO WS-CUTOFF-X

           DISPLAY 'ZTDB2ARC archiving customers with no activity '
               'since ' WS-CUTOFF-X ' (' WS-DORMANT-DAYS ' days)'

           PERFORM LOAD-SECOND-NOTICE-STATE
           PERFORM LOAD-DO-NOT-CONTACT
           PERFORM LOAD-ADDRESS-RESEARCH

           OPEN OUTPUT ARCHIVE-REPORT
           IF ARCHIVE-REPORT-FS NOT = '00'
               DISPLAY 'ZTDB2ARC error opening ARCRPT: '
                   ARCHIVE-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO ARCHIVE-REPORT-RECORD
           STRING 'ZTDB2ARC DORMANT-CUSTOMER ARCHIVE ' WS-TODAY-X
               ' NO ACTIVITY SINCE ' WS-CUTOFF-X
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           OPEN OUTPUT ARCHIVE-OUT
           IF ARCHIVE-OUT-FS NOT = '00'
               DISPLAY 'ZTDB2ARC error opening ARCHIVO: '
                   ARCHIVE-OUT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ROLL-PRIOR-ARCHIVE

           EXEC SQL OPEN ALLCUST END-EXEC
           MOVE 0 TO WS-CUST-EOF-FLAG
           PERFORM UNTIL WS-CUST-EOF
               EXEC SQL FETCH ALLCUST
                   INTO :CUST-NAME, :CUST-ADDR, :ACCOUNT-NUMBER,
                        :PRODUCT-TYPE, :TOTAL-CHECKS, :ACTUAL-CHECKS,
                        :NOTIF-DATE, :REORDERED, :REORDER-DATE,
                        :BAD-ADDRESS
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-CUST-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-TOTAL-READ
                   PERFORM EVALUATE-ONE-CUSTOMER
               END-IF
           END-PERFORM
           EXEC SQL CLOSE ALLCUST END-EXEC

           CLOSE ARCHIVE-OUT

      *-----------------------------------------------------------------
      * Only an archive written whole lets the rows go.
      *-----------------------------------------------------------------
           IF RETURN-CODE > RC-WARNING
               DISPLAY 'ZTDB2ARC archive not written cleanly, no '
                   'rows deleted'
           ELSE
               PERFORM DELETE-ARCHIVED-ROWS
           END-IF

           PERFORM WRITE-ARCHIVE-SUMMARY

           CLOSE ARCHIVE-REPORT

           DISPLAY 'ZTDB2ARC read=' WS-TOTAL-READ
               ' archived=' WS-TOTAL-ARCHIVED
               ' deleted=' WS-TOTAL-DELETED
           DISPLAY 'ZTDB2ARC end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Parse 'AGE=nnnnn' (days); without it, CFG-DORMANT-DAYS.        *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           MOVE CFG-DORMANT-DAYS TO WS-DORMANT-DAYS
           IF WS-PARM(1:4) = 'AGE='
                   AND WS-PARM(5:5) IS NUMERIC
                   AND WS-PARM(5:5) > '00000'
               MOVE WS-PARM(5:5) TO WS-DORMANT-DAYS
           ELSE
               IF WS-PARM NOT = SPACES
                   DISPLAY 'ZTDB2ARC PARM ignored, expected '
                       'AGE=nnnnn: ' WS-PARM(1:20)
               END-IF
           END-IF

           EXIT.

       LOAD-SECOND-NOTICE-STATE.

           OPEN INPUT SECOND-NOTICE-IN
           IF SECOND-NOTICE-IN-FS NOT = '00'
               DISPLAY 'ZTDB2ARC no second-notice state: '
                   SECOND-NOTICE-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ SECOND-NOTICE-IN
           PERFORM UNTIL SECOND-NOTICE-IN-FS > '04'
               IF SNI-CUST-NAME NOT = SPACES
                   IF WS-SN-COUNT < 500
                       ADD 1 TO WS-SN-COUNT
                       MOVE SNI-CUST-NAME
                           TO WS-SN-CUST-NAME(WS-SN-COUNT)
                   ELSE
                       DISPLAY 'ZTDB2ARC second-notice table full, '
                           'dropping ' SNI-CUST-NAME
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ SECOND-NOTICE-IN
           END-PERFORM

           CLOSE SECOND-NOTICE-IN

           EXIT.

       LOAD-DO-NOT-CONTACT.

           OPEN INPUT DO-NOT-CONTACT-FILE
           IF DO-NOT-CONTACT-FS NOT = '00'
               DISPLAY 'ZTDB2ARC no do-not-contact list: '
                   DO-NOT-CONTACT-FS
               EXIT PARAGRAPH
           END-IF

           READ DO-NOT-CONTACT-FILE
           PERFORM UNTIL DO-NOT-CONTACT-FS > '04'
               IF DNC-CUST-NAME NOT = SPACES AND WS-DNC-COUNT < 200
                   ADD 1 TO WS-DNC-COUNT
                   MOVE DNC-CUST-NAME TO WS-DNC-NAME(WS-DNC-COUNT)
                   MOVE DNC-EXPIRES-DATE
                       TO WS-DNC-EXPIRES(WS-DNC-COUNT)
               END-IF
               READ DO-NOT-CONTACT-FILE
           END-PERFORM

           CLOSE DO-NOT-CONTACT-FILE

           EXIT.

       LOAD-ADDRESS-RESEARCH.

           OPEN INPUT ADDRESS-RESEARCH-FILE
           IF ADDRESS-RESEARCH-FS NOT = '00'
               DISPLAY 'ZTDB2ARC no address-research list: '
                   ADDRESS-RESEARCH-FS
               EXIT PARAGRAPH
           END-IF

           READ ADDRESS-RESEARCH-FILE
           PERFORM UNTIL ADDRESS-RESEARCH-FS > '04'
               IF RSC-CUST-NAME NOT = SPACES
                   IF WS-RS-COUNT < 500
                       ADD 1 TO WS-RS-COUNT
                       MOVE RSC-CUST-NAME
                           TO WS-RS-CUST-NAME(WS-RS-COUNT)
                   ELSE
                       DISPLAY 'ZTDB2ARC research table full, '
                           'dropping ' RSC-CUST-NAME
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ ADDRESS-RESEARCH-FILE
           END-PERFORM

           CLOSE ADDRESS-RESEARCH-FILE

           EXIT.

      ******************************************************************
      * Carry the archive so far forward to ARCHIVO, noting the latest *
      * restore date of every customer ZTDB2ARS has brought back.      *
      ******************************************************************
       ROLL-PRIOR-ARCHIVE.

           OPEN INPUT ARCHIVE-IN
           IF ARCHIVE-IN-FS NOT = '00'
               DISPLAY 'ZTDB2ARC no prior archive: ' ARCHIVE-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVE-IN INTO ARV-ARCHIVE-RECORD
           PERFORM UNTIL ARCHIVE-IN-FS > '04'
               IF ARV-RESTORED
                   PERFORM NOTE-RESTORED-CUSTOMER
               END-IF
               PERFORM WRITE-ARCHIVE-RECORD
               ADD 1 TO WS-TOTAL-CARRIED
               READ ARCHIVE-IN INTO ARV-ARCHIVE-RECORD
           END-PERFORM

           CLOSE ARCHIVE-IN

           EXIT.

       NOTE-RESTORED-CUSTOMER.

           PERFORM VARYING WS-RT-INDEX FROM 1 BY 1
                   UNTIL WS-RT-INDEX > WS-RT-COUNT
                      OR (WS-RT-ACCOUNT(WS-RT-INDEX)
                              = ARV-ACCOUNT-NUMBER
                          AND WS-RT-CUST-NAME(WS-RT-INDEX)
                              = ARV-CUST-NAME)
               CONTINUE
           END-PERFORM

           IF WS-RT-INDEX > WS-RT-COUNT
               IF WS-RT-COUNT = 500
                   DISPLAY 'ZTDB2ARC restored table full, dropping '
                       ARV-ACCOUNT-NUMBER
                   MOVE RC-WARNING TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RT-COUNT
               MOVE WS-RT-COUNT TO WS-RT-INDEX
               MOVE ARV-ACCOUNT-NUMBER TO WS-RT-ACCOUNT(WS-RT-INDEX)
               MOVE ARV-CUST-NAME TO WS-RT-CUST-NAME(WS-RT-INDEX)
               MOVE SPACES TO WS-RT-DATE(WS-RT-INDEX)
           END-IF

           IF ARV-RESTORED-DATE > WS-RT-DATE(WS-RT-INDEX)
               MOVE ARV-RESTORED-DATE TO WS-RT-DATE(WS-RT-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * Archive one TBZELDA row, or say why it stays.                  *
      ******************************************************************
       EVALUATE-ONE-CUSTOMER.

           PERFORM FIND-PRODUCT-ENTRY
           IF WS-PT-INDEX > 0
               ADD 1 TO WS-PT-READ(WS-PT-INDEX)
           END-IF

           PERFORM FIND-LAST-ACTIVITY
           IF WS-LAST-ACTIVITY-X = SPACES
               ADD 1 TO WS-TOTAL-UNDATED
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-ACTIVITY-X > WS-CUTOFF-X
               ADD 1 TO WS-TOTAL-ACTIVE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HOLD-REASON
           PERFORM CHECK-OPEN-NOTICE
           IF WS-HOLD-REASON = SPACES
               PERFORM CHECK-DO-NOT-CONTACT
           END-IF
           IF WS-HOLD-REASON = SPACES
               PERFORM CHECK-ADDRESS-RESEARCH
           END-IF

           IF WS-HOLD-REASON NOT = SPACES
               MOVE 'HELD     ' TO DL-ACTION
               MOVE WS-HOLD-REASON TO DL-REASON
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-DL-COUNT = 3000
               DISPLAY 'ZTDB2ARC archive limit reached, '
                   ACCOUNT-NUMBER ' left for the next run'
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ARV-ARCHIVE-RECORD
           MOVE CUST-NAME TO ARV-CUST-NAME
           MOVE CUST-ADDR TO ARV-CUST-ADDR
           MOVE ACCOUNT-NUMBER TO ARV-ACCOUNT-NUMBER
           MOVE PRODUCT-TYPE TO ARV-PRODUCT-TYPE
           MOVE TOTAL-CHECKS TO ARV-TOTAL-CHECKS
           MOVE ACTUAL-CHECKS TO ARV-ACTUAL-CHECKS
           MOVE NOTIF-DATE TO ARV-NOTIF-DATE
           MOVE REORDERED TO ARV-REORDERED
           MOVE REORDER-DATE TO ARV-REORDER-DATE
           MOVE BAD-ADDRESS TO ARV-BAD-ADDRESS
           MOVE WS-LAST-ACTIVITY-X TO ARV-LAST-ACTIVITY
           MOVE WS-TODAY-X TO ARV-ARCHIVED-DATE
           SET ARV-ARCHIVED TO TRUE
           PERFORM WRITE-ARCHIVE-RECORD

           ADD 1 TO WS-DL-COUNT
           MOVE ACCOUNT-NUMBER TO WS-DL-ACCOUNT(WS-DL-COUNT)
           MOVE CUST-NAME TO WS-DL-CUST-NAME(WS-DL-COUNT)
           ADD 1 TO WS-TOTAL-ARCHIVED
           IF WS-PT-INDEX > 0
               ADD 1 TO WS-PT-ARCHIVED(WS-PT-INDEX)
           END-IF

           MOVE 'ARCHIVED ' TO DL-ACTION
           MOVE SPACES TO DL-REASON
           PERFORM WRITE-DETAIL-LINE

           EXIT.

      ******************************************************************
      * The latest valid date among NOTIFICATION_DATE, REORDER_DATE    *
      * and the last restore; spaces when there is none.               *
      ******************************************************************
       FIND-LAST-ACTIVITY.

           MOVE SPACES TO WS-LAST-ACTIVITY-X

           MOVE NOTIF-DATE TO WS-DATE-X
           PERFORM CHECK-ACTIVITY-DATE

           MOVE REORDER-DATE TO WS-DATE-X
           PERFORM CHECK-ACTIVITY-DATE

           PERFORM VARYING WS-RT-INDEX FROM 1 BY 1
                   UNTIL WS-RT-INDEX > WS-RT-COUNT
               IF WS-RT-ACCOUNT(WS-RT-INDEX) = ACCOUNT-NUMBER
                       AND WS-RT-CUST-NAME(WS-RT-INDEX) = CUST-NAME
                   MOVE WS-RT-DATE(WS-RT-INDEX) TO WS-DATE-X
                   PERFORM CHECK-ACTIVITY-DATE
               END-IF
           END-PERFORM

           EXIT.

       CHECK-ACTIVITY-DATE.

           SET WS-DATE-INVALID TO TRUE
           IF WS-DATE-X(1:4) IS NUMERIC
                   AND WS-DATE-X(6:2) IS NUMERIC
                   AND WS-DATE-X(9:2) IS NUMERIC
                   AND WS-DX-MONTH >= 01 AND WS-DX-MONTH <= 12
                   AND WS-DX-DAY >= 01 AND WS-DX-DAY <= 31
               SET WS-DATE-VALID TO TRUE
           END-IF

           IF WS-DATE-VALID AND WS-DATE-X > WS-LAST-ACTIVITY-X
               MOVE WS-DATE-X TO WS-LAST-ACTIVITY-X
           END-IF

           EXIT.

      ******************************************************************
      * Notified and not reordered is an open notice until ZTDB2TE1    *
      * has sent its second notice; after that the stream is done.     *
      ******************************************************************
       CHECK-OPEN-NOTICE.

           IF NOTIF-DATE = SPACES OR REORDERED = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SN-INDEX FROM 1 BY 1
                   UNTIL WS-SN-INDEX > WS-SN-COUNT
               IF WS-SN-CUST-NAME(WS-SN-INDEX) = CUST-NAME
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE 'OPEN NOTICE' TO WS-HOLD-REASON
           ADD 1 TO WS-TOTAL-OPEN-NOTICE

           EXIT.

       CHECK-DO-NOT-CONTACT.

           PERFORM VARYING WS-DNC-INDEX FROM 1 BY 1
                   UNTIL WS-DNC-INDEX > WS-DNC-COUNT
               IF WS-DNC-NAME(WS-DNC-INDEX) = CUST-NAME
                   IF WS-DNC-EXPIRES(WS-DNC-INDEX) = SPACES
                           OR WS-DNC-EXPIRES(WS-DNC-INDEX)
                               >= WS-TODAY-X
                       MOVE 'DO NOT CONTACT' TO WS-HOLD-REASON
                       ADD 1 TO WS-TOTAL-DNC
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       CHECK-ADDRESS-RESEARCH.

           IF BAD-ADDRESS = 'Y'
               MOVE 'RETURNED MAIL' TO WS-HOLD-REASON
               ADD 1 TO WS-TOTAL-RESEARCH
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-RS-INDEX FROM 1 BY 1
                   UNTIL WS-RS-INDEX > WS-RS-COUNT
               IF WS-RS-CUST-NAME(WS-RS-INDEX) = CUST-NAME
                   MOVE 'RETURNED MAIL' TO WS-HOLD-REASON
                   ADD 1 TO WS-TOTAL-RESEARCH
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           EXIT.

       FIND-PRODUCT-ENTRY.

           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PT-COUNT
                      OR WS-PT-TYPE(WS-PT-INDEX) = PRODUCT-TYPE
               CONTINUE
           END-PERFORM

           IF WS-PT-INDEX > WS-PT-COUNT
               IF WS-PT-COUNT = 40
                   MOVE 0 TO WS-PT-INDEX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-INDEX
               MOVE PRODUCT-TYPE TO WS-PT-TYPE(WS-PT-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * Delete tonight's archived rows and commit them as one unit.    *
      ******************************************************************
       DELETE-ARCHIVED-ROWS.

           PERFORM VARYING WS-DL-INDEX FROM 1 BY 1
                   UNTIL WS-DL-INDEX > WS-DL-COUNT
               MOVE WS-DL-ACCOUNT(WS-DL-INDEX) TO ACCOUNT-NUMBER
               MOVE WS-DL-CUST-NAME(WS-DL-INDEX) TO CUST-NAME
               EXEC SQL
                   DELETE FROM MYUSERID.TBZELDA
                   WHERE ACCOUNT_NUMBER = :ACCOUNT-NUMBER
                     AND CUST_NAME = :CUST-NAME
               END-EXEC
               IF SQLCODE = 100
                   DISPLAY 'ZTDB2ARC row already gone: '
                       ACCOUNT-NUMBER ' ' CUST-NAME
                   MOVE RC-WARNING TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-TOTAL-DELETED
               END-IF
           END-PERFORM

           IF WS-DL-COUNT > 0
               EXEC SQL COMMIT END-EXEC
           END-IF

           EXIT.

       WRITE-ARCHIVE-SUMMARY.

           MOVE SPACES TO ARCHIVE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PT-COUNT
               MOVE WS-PT-TYPE(WS-PT-INDEX) TO PL-TYPE
               MOVE WS-PT-READ(WS-PT-INDEX) TO PL-READ
               MOVE WS-PT-ARCHIVED(WS-PT-INDEX) TO PL-ARCHIVED
               MOVE WS-PRODUCT-LINE TO ARCHIVE-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO ARCHIVE-REPORT-RECORD
           STRING 'READ=' WS-TOTAL-READ
               ' ACTIVE=' WS-TOTAL-ACTIVE
               ' UNDATED=' WS-TOTAL-UNDATED
               ' ARCHIVED=' WS-TOTAL-ARCHIVED
               ' DELETED=' WS-TOTAL-DELETED
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO ARCHIVE-REPORT-RECORD
           STRING 'HELD: OPEN NOTICE=' WS-TOTAL-OPEN-NOTICE
               ' DO NOT CONTACT=' WS-TOTAL-DNC
               ' RETURNED MAIL=' WS-TOTAL-RESEARCH
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO ARCHIVE-REPORT-RECORD
           STRING 'ARCHIVE RECORDS CARRIED=' WS-TOTAL-CARRIED
               ' ADDED=' WS-TOTAL-ARCHIVED
               DELIMITED BY SIZE INTO ARCHIVE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-DETAIL-LINE.

           MOVE ACCOUNT-NUMBER TO DL-ACCOUNT
           MOVE CUST-NAME TO DL-CUST-NAME
           MOVE PRODUCT-TYPE TO DL-PRODUCT
           MOVE WS-LAST-ACTIVITY-X TO DL-LAST-ACTIVITY
           MOVE WS-DETAIL-LINE TO ARCHIVE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-ARCHIVE-RECORD.

           WRITE ARCHIVE-OUT-RECORD FROM ARV-ARCHIVE-RECORD
           IF ARCHIVE-OUT-FS NOT = '00'
               DISPLAY 'ZTDB2ARC error writing ARCHIVO: '
                   ARCHIVE-OUT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-REPORT-LINE.

           WRITE ARCHIVE-REPORT-RECORD
           IF ARCHIVE-REPORT-FS NOT = '00'
               DISPLAY 'ZTDB2ARC error writing ARCRPT: '
                   ARCHIVE-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       DBERROR.
           DISPLAY 'ZTDB2ARC SQL error, SQLCODE=' SQLCODE
           MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           GOBACK.
