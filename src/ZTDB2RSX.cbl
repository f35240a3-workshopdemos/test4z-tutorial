       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2RSX.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Online reorder-status extract. Part of what the call center    *
      * needs to answer "what did you send me" lives only in           *
      * ZTDB2TE1's rolled-forward flat files - the letter variant in   *
      * the mail history, the second-notice date, the do-not-contact   *
      * list - and a CICS program cannot read those. Run after the     *
      * notification job has rolled its outputs forward (as ZTDB2RCT   *
      * is), this program rebuilds two keyed datasets for ZTPCICSZ's   *
      * reorder status inquiry (layouts in ZTDB2RSR):                  *
      *                                                                *
      *  RSTATKS  - the contact state per TBZELDA ACCOUNT_NUMBER,      *
      *             joined to the flat files by CUST_NAME the way      *
      *             ZTDB2TE1 keys them; accounts with no state at all  *
      *             are left out;                                      *
      *  XREFKEY  - the ZTDB2XRF cross-reference (XREF) re-keyed by    *
      *             CUSTFILE key, so an agent can start from the       *
      *             customer's CUSTFILE key as well as the account.    *
      *                                                                *
      * Every input is optional: a missing one just means that part of *
      * the state is blank online. Both outputs are replaced whole.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAIL-HISTORY-IN ASSIGN TO MAILHSTI
           FILE STATUS IS MAIL-HISTORY-IN-FS.

           SELECT OPTIONAL SECOND-NOTICE-IN ASSIGN TO SECNOTI
           FILE STATUS IS SECOND-NOTICE-IN-FS.

           SELECT OPTIONAL DO-NOT-CONTACT-FILE ASSIGN TO DNCFILE
           FILE STATUS IS DO-NOT-CONTACT-FS.

           SELECT OPTIONAL XREF-FILE ASSIGN XREF
           FILE STATUS IS XREF-FS.

           SELECT REORDER-STATE-FILE ASSIGN TO RSTATKS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RSF-ACCOUNT-NUMBER
           FILE STATUS IS REORDER-STATE-FS.

           SELECT XREF-BY-KEY-FILE ASSIGN TO XREFKEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS XKF-KEY
           FILE STATUS IS XREF-BY-KEY-FS.

           SELECT XREF-SORT-WORK ASSIGN TO SORTWK1.

       DATA DIVISION.

       FILE SECTION.
       FD  MAIL-HISTORY-IN RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS MAIL-HISTORY-IN-RECORD.
       01  MAIL-HISTORY-IN-RECORD.
           05 MHI-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 MHI-VARIANT              PIC X(1).
           05 FILLER                   PIC X(2).

       FD  SECOND-NOTICE-IN RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SECOND-NOTICE-IN-RECORD.
       01  SECOND-NOTICE-IN-RECORD.
           05 SNI-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 SNI-NOTICE-DATE          PIC X(10).
           05 FILLER                   PIC X(9).

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
           05 FILLER                   PIC X(35).

       FD  XREF-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS XREF-FILE-RECORD.
       01  XREF-FILE-RECORD PIC X(80).

       FD  REORDER-STATE-FILE RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REORDER-STATE-FILE-RECORD.
       01  REORDER-STATE-FILE-RECORD.
           05 RSF-ACCOUNT-NUMBER       PIC X(12).
           05 FILLER                   PIC X(68).

       FD  XREF-BY-KEY-FILE RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS XREF-BY-KEY-FILE-RECORD.
       01  XREF-BY-KEY-FILE-RECORD.
           05 XKF-KEY                  PIC X(18).
           05 FILLER                   PIC X(62).

       SD  XREF-SORT-WORK
           DATA RECORD IS XREF-SORT-RECORD.
       01  XREF-SORT-RECORD.
           05 XSW-KEY                  PIC X(18).
           05 FILLER                   PIC X(62).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  MAIL-HISTORY-IN-FS  PIC X(2).
       01  SECOND-NOTICE-IN-FS PIC X(2).
       01  DO-NOT-CONTACT-FS   PIC X(2).
       01  XREF-FS             PIC X(2).
       01  REORDER-STATE-FS    PIC X(2).
       01  XREF-BY-KEY-FS      PIC X(2).

           COPY ZTDB2XRR.
           COPY ZTDB2RSR.

       01  SQLRECORD1.
           02  ACCOUNT-NUMBER PIC X(12).
           02  CUST-NAME PIC X(20).
           EXEC SQL INCLUDE SQLCA    END-EXEC.

           EXEC SQL DECLARE ACCTALL CURSOR FOR
               SELECT ACCOUNT_NUMBER, CUST_NAME
                   FROM MYUSERID.TBZELDA
                   ORDER BY ACCOUNT_NUMBER
           END-EXEC.

       77  WS-ACCT-EOF-FLAG    PIC 9 VALUE 0.
           88 WS-ACCT-EOF      VALUE 1.

      *-----------------------------------------------------------------
      * ZTDB2TE1's flat state, held in tables of the same bounds
      * ZTDB2TE1 itself uses.
      *-----------------------------------------------------------------
       01  WS-MAILED-TABLE.
           05 WS-MAILED-ENTRY OCCURS 500 TIMES.
               10 WS-MAILED-NAME       PIC X(20).
               10 WS-MAILED-VARIANT    PIC X(1).
       77  WS-MAILED-COUNT     PIC 9(3) VALUE 0.
       77  WS-MAILED-INDEX     PIC 9(3).

       01  WS-SECOND-NOTICE-TABLE.
           05 WS-SN-ENTRY OCCURS 500 TIMES.
               10 WS-SN-CUST-NAME      PIC X(20).
               10 WS-SN-NOTICE-DATE    PIC X(10).
       77  WS-SN-COUNT         PIC 9(3) VALUE 0.
       77  WS-SN-INDEX         PIC 9(3).

       01  WS-DNC-TABLE.
           05 WS-DNC-ENTRY OCCURS 200 TIMES.
               10 WS-DNC-NAME          PIC X(20).
               10 WS-DNC-MAIL-FLAG     PIC X(1).
               10 WS-DNC-PHONE-FLAG    PIC X(1).
               10 WS-DNC-REASON        PIC X(20).
       77  WS-DNC-COUNT        PIC 9(3) VALUE 0.
       77  WS-DNC-INDEX        PIC 9(3).

       77  WS-STATE-FOUND-FLAG PIC 9.
           88 WS-STATE-FOUND       VALUE 1.
           88 WS-STATE-NOT-FOUND   VALUE 0.

       01  WS-CURRENT-DATE.
           05 CURR-YYYYMMDD    PIC X(8).
           05 FILLER           PIC X(13).

       01  WS-EXTRACT-TOTALS.
           05 WS-TOTAL-ACCOUNTS    PIC 9(7) VALUE 0.
           05 WS-TOTAL-STATE       PIC 9(7) VALUE 0.
           05 WS-TOTAL-DUPLICATE   PIC 9(7) VALUE 0.
           05 WS-TOTAL-XREF        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           EXEC SQL WHENEVER SQLERROR   GOTO DBERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING GOTO DBERROR END-EXEC.

           DISPLAY 'ZTDB2RSX start'
           MOVE RC-SUCCESS TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           PERFORM LOAD-MAIL-HISTORY
           PERFORM LOAD-SECOND-NOTICE-STATE
           PERFORM LOAD-DO-NOT-CONTACT

           OPEN OUTPUT REORDER-STATE-FILE
           IF REORDER-STATE-FS NOT = '00'
               DISPLAY 'ZTDB2RSX error opening RSTATKS: '
                   REORDER-STATE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL OPEN ACCTALL END-EXEC
           MOVE 0 TO WS-ACCT-EOF-FLAG
           PERFORM UNTIL WS-ACCT-EOF
               EXEC SQL FETCH ACCTALL
                   INTO :ACCOUNT-NUMBER, :CUST-NAME
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-ACCT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-TOTAL-ACCOUNTS
                   PERFORM BUILD-ACCOUNT-STATE
               END-IF
           END-PERFORM
           EXEC SQL CLOSE ACCTALL END-EXEC

           CLOSE REORDER-STATE-FILE

      *-----------------------------------------------------------------
      * The cross-reference, re-keyed by CUSTFILE key.
      *-----------------------------------------------------------------
           SORT XREF-SORT-WORK
               ON ASCENDING KEY XSW-KEY
               INPUT PROCEDURE IS SELECT-XREF-LINKS
               GIVING XREF-BY-KEY-FILE
           IF SORT-RETURN NOT = 0
               DISPLAY 'ZTDB2RSX error loading XREFKEY: SORT-RETURN='
                   SORT-RETURN ' XREFKEY status ' XREF-BY-KEY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2RSX accounts read     : ' WS-TOTAL-ACCOUNTS
           DISPLAY 'ZTDB2RSX state written     : ' WS-TOTAL-STATE
           DISPLAY 'ZTDB2RSX duplicate accounts: ' WS-TOTAL-DUPLICATE
           DISPLAY 'ZTDB2RSX xref links keyed  : ' WS-TOTAL-XREF
           DISPLAY 'ZTDB2RSX end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       LOAD-MAIL-HISTORY.

           MOVE 0 TO WS-MAILED-COUNT

           OPEN INPUT MAIL-HISTORY-IN
           IF MAIL-HISTORY-IN-FS NOT = '00'
               DISPLAY 'ZTDB2RSX no mail history: '
                   MAIL-HISTORY-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ MAIL-HISTORY-IN
           PERFORM UNTIL MAIL-HISTORY-IN-FS > '04'
               IF MHI-CUST-NAME NOT = SPACES AND WS-MAILED-COUNT < 500
                   ADD 1 TO WS-MAILED-COUNT
                   MOVE MHI-CUST-NAME
                       TO WS-MAILED-NAME(WS-MAILED-COUNT)
      *-----------------------------------------------------------------
      * A name mailed before the A/B experiment carries no variant;
      * ZTDB2TE1 reads that as 'A', and so does the inquiry.
      *-----------------------------------------------------------------
                   IF MHI-VARIANT = 'B'
                       MOVE 'B' TO WS-MAILED-VARIANT(WS-MAILED-COUNT)
                   ELSE
                       MOVE 'A' TO WS-MAILED-VARIANT(WS-MAILED-COUNT)
                   END-IF
               END-IF
               READ MAIL-HISTORY-IN
           END-PERFORM

           CLOSE MAIL-HISTORY-IN

           EXIT.

       LOAD-SECOND-NOTICE-STATE.

           MOVE 0 TO WS-SN-COUNT

           OPEN INPUT SECOND-NOTICE-IN
           IF SECOND-NOTICE-IN-FS NOT = '00'
               DISPLAY 'ZTDB2RSX no second-notice state: '
                   SECOND-NOTICE-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ SECOND-NOTICE-IN
           PERFORM UNTIL SECOND-NOTICE-IN-FS > '04'
               IF SNI-CUST-NAME NOT = SPACES AND WS-SN-COUNT < 500
                   ADD 1 TO WS-SN-COUNT
                   MOVE SNI-CUST-NAME
                       TO WS-SN-CUST-NAME(WS-SN-COUNT)
                   MOVE SNI-NOTICE-DATE
                       TO WS-SN-NOTICE-DATE(WS-SN-COUNT)
               END-IF
               READ SECOND-NOTICE-IN
           END-PERFORM

           CLOSE SECOND-NOTICE-IN

           EXIT.

       LOAD-DO-NOT-CONTACT.

           MOVE 0 TO WS-DNC-COUNT

           OPEN INPUT DO-NOT-CONTACT-FILE
           IF DO-NOT-CONTACT-FS NOT = '00'
               DISPLAY 'ZTDB2RSX no do-not-contact list: '
                   DO-NOT-CONTACT-FS
               EXIT PARAGRAPH
           END-IF

           READ DO-NOT-CONTACT-FILE
           PERFORM UNTIL DO-NOT-CONTACT-FS > '04'
               IF DNC-CUST-NAME NOT = SPACES AND WS-DNC-COUNT < 200
                   ADD 1 TO WS-DNC-COUNT
                   MOVE DNC-CUST-NAME TO WS-DNC-NAME(WS-DNC-COUNT)
                   MOVE DNC-NO-MAIL TO WS-DNC-MAIL-FLAG(WS-DNC-COUNT)
                   MOVE DNC-NO-PHONE
                       TO WS-DNC-PHONE-FLAG(WS-DNC-COUNT)
                   MOVE DNC-REASON TO WS-DNC-REASON(WS-DNC-COUNT)
               END-IF
               READ DO-NOT-CONTACT-FILE
           END-PERFORM

           CLOSE DO-NOT-CONTACT-FILE

           EXIT.

      ******************************************************************
      * Gather one account's contact state by CUST_NAME and write it   *
      * to RSTATKS when there is any. The cursor is in account order,  *
      * so a duplicate ACCOUNT_NUMBER shows as a sequence error on the *
      * write; the first row wins and the duplicate is counted.        *
      ******************************************************************
       BUILD-ACCOUNT-STATE.

           MOVE SPACES TO RSK-STATE-RECORD
           SET WS-STATE-NOT-FOUND TO TRUE

           PERFORM VARYING WS-MAILED-INDEX FROM 1 BY 1
                   UNTIL WS-MAILED-INDEX > WS-MAILED-COUNT
               IF WS-MAILED-NAME(WS-MAILED-INDEX) = CUST-NAME
                   MOVE WS-MAILED-VARIANT(WS-MAILED-INDEX)
                       TO RSK-LETTER-VARIANT
                   SET WS-STATE-FOUND TO TRUE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SN-INDEX FROM 1 BY 1
                   UNTIL WS-SN-INDEX > WS-SN-COUNT
               IF WS-SN-CUST-NAME(WS-SN-INDEX) = CUST-NAME
                   MOVE WS-SN-NOTICE-DATE(WS-SN-INDEX)
                       TO RSK-SECOND-NOTICE-DATE
                   SET WS-STATE-FOUND TO TRUE
               END-IF
           END-PERFORM

           PERFORM VARYING WS-DNC-INDEX FROM 1 BY 1
                   UNTIL WS-DNC-INDEX > WS-DNC-COUNT
               IF WS-DNC-NAME(WS-DNC-INDEX) = CUST-NAME
                   MOVE WS-DNC-MAIL-FLAG(WS-DNC-INDEX)
                       TO RSK-DNC-NO-MAIL
                   MOVE WS-DNC-PHONE-FLAG(WS-DNC-INDEX)
                       TO RSK-DNC-NO-PHONE
                   MOVE WS-DNC-REASON(WS-DNC-INDEX) TO RSK-DNC-REASON
                   SET WS-STATE-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-STATE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE ACCOUNT-NUMBER TO RSK-ACCOUNT-NUMBER
           MOVE CUST-NAME TO RSK-CUST-NAME
           MOVE CURR-YYYYMMDD TO RSK-BUILT-DATE

           WRITE REORDER-STATE-FILE-RECORD FROM RSK-STATE-RECORD
           EVALUATE REORDER-STATE-FS
               WHEN '00'
                   ADD 1 TO WS-TOTAL-STATE
               WHEN '21'
               WHEN '22'
                   DISPLAY 'ZTDB2RSX duplicate account skipped: '
                       ACCOUNT-NUMBER ' ' CUST-NAME
                   ADD 1 TO WS-TOTAL-DUPLICATE
                   IF RETURN-CODE < RC-WARNING
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ZTDB2RSX error writing RSTATKS: '
                       REORDER-STATE-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-EVALUATE

           EXIT.

      ******************************************************************
      * SORT input procedure: every link on XREF, re-keyed FILE-KEY    *
      * then ACCOUNT_NUMBER. No XREF dataset gives an empty XREFKEY.   *
      ******************************************************************
       SELECT-XREF-LINKS.

           OPEN INPUT XREF-FILE
           IF XREF-FS NOT = '00'
               DISPLAY 'ZTDB2RSX no cross-reference: ' XREF-FS
               EXIT PARAGRAPH
           END-IF

           READ XREF-FILE INTO XRF-XREF-RECORD
           PERFORM UNTIL XREF-FS > '04'
               IF XRF-ACCOUNT-NUMBER NOT = SPACES
                       AND XRF-FILE-KEY NOT = SPACES
                   MOVE SPACES TO XRK-KEYED-XREF-RECORD
                   MOVE XRF-FILE-KEY TO XRK-FILE-KEY
                   MOVE XRF-ACCOUNT-NUMBER TO XRK-ACCOUNT-NUMBER
                   MOVE XRF-STATUS TO XRK-STATUS
                   RELEASE XREF-SORT-RECORD FROM XRK-KEYED-XREF-RECORD
                   ADD 1 TO WS-TOTAL-XREF
               END-IF
               READ XREF-FILE INTO XRF-XREF-RECORD
           END-PERFORM

           CLOSE XREF-FILE

           EXIT.

       DBERROR.
           DISPLAY 'ZTDB2RSX SQL error, SQLCODE=' SQLCODE
           MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           GOBACK.
