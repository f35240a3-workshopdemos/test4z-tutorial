      * FILE-PHONE and the account details; names matching neither     *
      * form are listed separately - they are the measure of how far   *
      * the two customer bases have genuinely drifted apart.           *
      *                                                                *
      * Once the ZTDB2XRF cross-reference (XREF) exists, the holdout's *
      * ACCOUNT_NUMBER is looked up there and the linked FILE-KEY is   *
      * used instead - no name matching at all. Accounts with no link  *
      * are listed as UNLINKED for the cross-reference clerks. The     *
      * name match remains only for runs without an XREF dataset.      *
      *                                                                *
      * When ZTDB2RPS has scored the holdouts (SCORES), the call lines *
      * are sorted highest reorder propensity first, each showing its  *
      * score, so the callers reach the likely converters before the   *
      * list runs out; the suppressed, unlinked and unmatched lines    *
      * follow the calls. Without SCORES the list keeps its fetch      *
      * order.                                                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL DO-NOT-CONTACT-FILE ASSIGN DNCFILE
           FILE STATUS IS DO-NOT-CONTACT-FS.

           SELECT OPTIONAL XREF-FILE ASSIGN XREF
           FILE STATUS IS XREF-FS.

           SELECT OPTIONAL SCORE-FILE ASSIGN SCORES
           FILE STATUS IS SCORE-FILE-FS.

           SELECT CALL-SORT-WORK ASSIGN TO SORTWK1.

       DATA DIVISION.

       FILE SECTION.
           05 DNC-REASON               PIC X(20).
           05 FILLER                   PIC X(35).

       FD  XREF-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS XREF-FILE-RECORD.
       01  XREF-FILE-RECORD PIC X(80).

       FD  SCORE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SCORE-FILE-RECORD.
       01  SCORE-FILE-RECORD PIC X(80).

      *-----------------------------------------------------------------
      * Call lines in list order: calls before exceptions, then score
      * high to low, then the order they were fetched.
      *-----------------------------------------------------------------
       SD  CALL-SORT-WORK
           DATA RECORD IS CALL-SORT-RECORD.
       01  CALL-SORT-RECORD.
           05 CSR-GROUP            PIC 9(1).
           05 CSR-SCORE            PIC 9(3).
           05 CSR-SEQUENCE         PIC 9(6).
           05 CSR-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.
           88 WS-DNC-FOUND     VALUE 1.
           88 WS-DNC-NOT-FOUND VALUE 0.

      *-----------------------------------------------------------------
      * The account-to-key cross-reference (ZTDB2XRR), when supplied.
      *-----------------------------------------------------------------
       01  XREF-FS             PIC X(2).
           COPY ZTDB2XRR.
       01  WS-XREF-TABLE.
           05 WS-XR-ENTRY OCCURS 2000 TIMES.
               10 WS-XR-ACCOUNT    PIC X(12).
               10 WS-XR-FILE-KEY   PIC X(6).
       77  WS-XR-COUNT         PIC 9(4) VALUE 0.
       77  WS-XR-INDEX         PIC 9(4).
       77  WS-XR-LOADED-FLAG   PIC 9 VALUE 0.
           88 WS-XR-LOADED     VALUE 1.
       77  WS-XR-FOUND-FLAG    PIC 9.
           88 WS-XR-FOUND      VALUE 1.
           88 WS-XR-NOT-FOUND  VALUE 0.

      *-----------------------------------------------------------------
      * Reorder propensity scores (ZTDB2RPR), when supplied.
      *-----------------------------------------------------------------
       01  SCORE-FILE-FS       PIC X(2).
           COPY ZTDB2RPR.
       01  WS-SCORE-TABLE.
           05 WS-SC-ENTRY OCCURS 3000 TIMES.
               10 WS-SC-ACCOUNT    PIC X(12).
               10 WS-SC-SCORE      PIC 9(3).
       77  WS-SC-COUNT         PIC 9(4) VALUE 0.
       77  WS-SC-INDEX         PIC 9(4).
       77  WS-SC-LOADED-FLAG   PIC 9 VALUE 0.
           88 WS-SC-LOADED     VALUE 1.
       77  WS-SC-FOUND-FLAG    PIC 9.
           88 WS-SC-FOUND      VALUE 1.
           88 WS-SC-NOT-FOUND  VALUE 0.
       77  WS-CALL-SEQUENCE    PIC 9(6) VALUE 0.
       77  WS-CALL-GROUP       PIC 9(1).
       77  WS-CALL-SCORE       PIC 9(3).
       77  WS-SORT-EOF-FLAG    PIC 9 VALUE 0.
           88 WS-SORT-EOF      VALUE 1.
       01  WS-SCORE-TEXT.
           05 FILLER           PIC X(3) VALUE ' S='.
           05 WS-SCORE-EDIT    PIC ZZ9.

       01  CLL-DETAIL-LINE.
           05 CLL-CUST-NAME    PIC X(20).
           05 FILLER           PIC X(7) VALUE ' PHONE '.
           05 CLL-PRODUCT      PIC X(1).
           05 FILLER           PIC X(10) VALUE ' NOTIFIED '.
           05 CLL-NOTIF-DATE   PIC X(10).
           05 CLL-SCORE-AREA   PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.


           PERFORM LOAD-CUSTFILE-CONTACTS
           PERFORM LOAD-DO-NOT-CONTACT
           PERFORM LOAD-XREF
           PERFORM LOAD-SCORES

           OPEN OUTPUT CALL-LIST-REPORT
           IF CALL-LIST-FS NOT = '00'
               GOBACK
           END-IF

           SORT CALL-SORT-WORK
               ON ASCENDING KEY CSR-GROUP
               ON DESCENDING KEY CSR-SCORE
               ON ASCENDING KEY CSR-SEQUENCE
               INPUT PROCEDURE IS SELECT-HOLDOUTS
               OUTPUT PROCEDURE IS WRITE-SORTED-CALL-LIST
           IF SORT-RETURN NOT = 0
               DISPLAY 'ZTDB2CL error ordering the call list: '
                   'SORT-RETURN=' SORT-RETURN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
           END-IF

           MOVE SPACES TO CALL-LIST-RECORD
           STRING 'MATCHED=' WS-TOTAL-MATCHED
               ' UNMATCHED=' WS-TOTAL-UNMATCHED
               ' SUPPRESSED=' WS-TOTAL-SUPPRESSED
               DELIMITED BY SIZE INTO CALL-LIST-RECORD
           PERFORM WRITE-CALL-LINE

           CLOSE CALL-LIST-REPORT

           DISPLAY 'ZTDB2CL end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * SORT input procedure: fetch the holdouts and release one call  *
      * line for each.                                                 *
      ******************************************************************
       SELECT-HOLDOUTS.

           EXEC SQL OPEN HOLDOUTS END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ZTDB2CL error opening HOLDOUTS cursor: '
                   SQLCODE
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-HOLDOUT-EOF

           EXEC SQL CLOSE HOLDOUTS END-EXEC

           EXIT.

      ******************************************************************
      * SORT output procedure: the call list in its sorted order.      *
      ******************************************************************
       WRITE-SORTED-CALL-LIST.

           RETURN CALL-SORT-WORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF
               MOVE CSR-LINE TO CALL-LIST-RECORD
               PERFORM WRITE-CALL-LINE
               RETURN CALL-SORT-WORK
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM

           EXIT.

      ******************************************************************
      * Release CALL-LIST-RECORD to the sort. Calls carry the          *
      * holdout's score; exceptions (group 2) follow the calls only    *
      * when the list is being ordered by score - otherwise every      *
      * line sorts in the order it was built.                          *
      ******************************************************************
       RELEASE-CALL-LINE.

           ADD 1 TO WS-CALL-SEQUENCE
           MOVE CALL-LIST-RECORD TO CSR-LINE
           MOVE WS-CALL-SEQUENCE TO CSR-SEQUENCE
           IF WS-SC-LOADED
               MOVE WS-CALL-GROUP TO CSR-GROUP
               IF WS-CALL-GROUP = 1
                   MOVE WS-CALL-SCORE TO CSR-SCORE
               ELSE
                   MOVE 0 TO CSR-SCORE
               END-IF
           ELSE
               MOVE 1 TO CSR-GROUP
               MOVE 0 TO CSR-SCORE
           END-IF
           RELEASE CALL-SORT-RECORD

           EXIT.

      ******************************************************************
      * ZTDB2RPS's score for ACCOUNT-NUMBER; zero for a holdout it did *
      * not score, which puts it at the foot of the calls.             *
      *                                                                *
      * Output: WS-CALL-SCORE                                          *
      ******************************************************************
       FIND-HOLDOUT-SCORE.

           MOVE 0 TO WS-CALL-SCORE
           SET WS-SC-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SC-INDEX FROM 1 BY 1
                   UNTIL WS-SC-INDEX > WS-SC-COUNT
                       OR WS-SC-FOUND
               IF WS-SC-ACCOUNT(WS-SC-INDEX) = ACCOUNT-NUMBER
                   SET WS-SC-FOUND TO TRUE
                   MOVE WS-SC-SCORE(WS-SC-INDEX) TO WS-CALL-SCORE
               END-IF
           END-PERFORM

           EXIT.

       LOAD-SCORES.

           MOVE 0 TO WS-SC-COUNT

           OPEN INPUT SCORE-FILE
           IF SCORE-FILE-FS NOT = '00'
               DISPLAY 'ZTDB2CL no reorder scores, list not ranked: '
                   SCORE-FILE-FS
               EXIT PARAGRAPH
           END-IF

           READ SCORE-FILE INTO RPS-SCORE-RECORD
           PERFORM UNTIL SCORE-FILE-FS > '04'
               IF RPS-ACCOUNT-NUMBER NOT = SPACES
                       AND RPS-SCORE IS NUMERIC
                   IF WS-SC-COUNT < 3000
                       ADD 1 TO WS-SC-COUNT
                       MOVE RPS-ACCOUNT-NUMBER
                           TO WS-SC-ACCOUNT(WS-SC-COUNT)
                       MOVE RPS-SCORE TO WS-SC-SCORE(WS-SC-COUNT)
                   ELSE
                       DISPLAY 'ZTDB2CL score table full, dropping '
                           RPS-ACCOUNT-NUMBER
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ SCORE-FILE INTO RPS-SCORE-RECORD
           END-PERFORM

           CLOSE SCORE-FILE

      *-----------------------------------------------------------------
      * An empty SCORES (nothing scored tonight) leaves the list in
      * fetch order, as without the file.
      *-----------------------------------------------------------------
           IF WS-SC-COUNT > 0
               SET WS-SC-LOADED TO TRUE
           END-IF

           DISPLAY 'ZTDB2CL loaded ' WS-SC-COUNT
               ' reorder score(s)'

           EXIT.

      ******************************************************************
      * Read CUSTFILE front to back into the contact table, skipping   *
           EXIT.

      ******************************************************************
      * Find one holdout in CUSTFILE: through its cross-reference link *
      * when XREF is supplied, otherwise by CUST_NAME - the combined   *
      * 'FIRST LAST' form first (TBZELDA carries the full name in one  *
      * field), then the bare surname for records where CUST_NAME      *
      * holds only that. Matched entries get the full call line; the   *
      * rest are reported as genuine drift between the two customer    *
      * bases.                                                         *
      ******************************************************************
       BUILD-ONE-CALL-ENTRY.

               STRING 'SUPPRESSED (NO PHONE) ' CUST-NAME
                   ' REASON: ' WS-DNC-REASON(WS-DNC-INDEX)
                   DELIMITED BY SIZE INTO CALL-LIST-RECORD
               MOVE 2 TO WS-CALL-GROUP
               PERFORM RELEASE-CALL-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-XR-LOADED
               PERFORM FIND-LINKED-CONTACT
               IF WS-XR-NOT-FOUND
                   ADD 1 TO WS-TOTAL-UNMATCHED
                   MOVE SPACES TO CALL-LIST-RECORD
                   STRING 'UNLINKED  ' CUST-NAME
                       ' ACCT ' ACCOUNT-NUMBER
                       ' (NO CROSS-REFERENCE LINK)'
                       DELIMITED BY SIZE INTO CALL-LIST-RECORD
                   MOVE 2 TO WS-CALL-GROUP
                   PERFORM RELEASE-CALL-LINE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               SET WS-CT-NOT-FOUND TO TRUE
               PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                       UNTIL WS-CT-INDEX > WS-CT-COUNT
                           OR WS-CT-FOUND
                   IF WS-CT-FULL-NAME(WS-CT-INDEX) = CUST-NAME
                           OR WS-CT-LASTNAME(WS-CT-INDEX) = CUST-NAME
                       SET WS-CT-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CT-NOT-FOUND
               ADD 1 TO WS-TOTAL-UNMATCHED
                   ' ACCT ' ACCOUNT-NUMBER
                   ' (NO CUSTFILE CONTACT)'
                   DELIMITED BY SIZE INTO CALL-LIST-RECORD
               MOVE 2 TO WS-CALL-GROUP
               PERFORM RELEASE-CALL-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE ACCOUNT-NUMBER TO CLL-ACCOUNT
           MOVE PRODUCT-TYPE TO CLL-PRODUCT
           MOVE NOTIF-DATE TO CLL-NOTIF-DATE
           MOVE SPACES TO CLL-SCORE-AREA
           IF WS-SC-LOADED
               PERFORM FIND-HOLDOUT-SCORE
               MOVE WS-CALL-SCORE TO WS-SCORE-EDIT
               MOVE WS-SCORE-TEXT TO CLL-SCORE-AREA
           END-IF

           MOVE CLL-DETAIL-LINE TO CALL-LIST-RECORD
           MOVE 1 TO WS-CALL-GROUP
           PERFORM RELEASE-CALL-LINE

           EXIT.

      ******************************************************************
      * The cross-reference link for ACCOUNT-NUMBER, then the CUSTFILE *
      * contact under the linked key (gone if the customer has been    *
      * tombstoned since the link was made).                           *
      *                                                                *
      * Output: WS-XR-FOUND-FLAG, WS-CT-FOUND-FLAG, WS-CT-INDEX        *
      ******************************************************************
       FIND-LINKED-CONTACT.

           SET WS-XR-NOT-FOUND TO TRUE
           SET WS-CT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-XR-INDEX FROM 1 BY 1
                   UNTIL WS-XR-INDEX > WS-XR-COUNT
                       OR WS-XR-FOUND
               IF WS-XR-ACCOUNT(WS-XR-INDEX) = ACCOUNT-NUMBER
                   SET WS-XR-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-XR-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-XR-INDEX

           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-COUNT
                       OR WS-CT-FOUND
               IF WS-CT-KEY(WS-CT-INDEX) = WS-XR-FILE-KEY(WS-XR-INDEX)
                   SET WS-CT-FOUND TO TRUE
               END-IF
           END-PERFORM

           EXIT.

       LOAD-XREF.

           MOVE 0 TO WS-XR-COUNT

           OPEN INPUT XREF-FILE
           IF XREF-FS NOT = '00'
               DISPLAY 'ZTDB2CL no cross-reference, matching by name: '
                   XREF-FS
               EXIT PARAGRAPH
           END-IF

           SET WS-XR-LOADED TO TRUE
           READ XREF-FILE INTO XRF-XREF-RECORD
           PERFORM UNTIL XREF-FS > '04'
               IF XRF-ACCOUNT-NUMBER NOT = SPACES
                       AND WS-XR-COUNT < 2000
                   ADD 1 TO WS-XR-COUNT
                   MOVE XRF-ACCOUNT-NUMBER
                       TO WS-XR-ACCOUNT(WS-XR-COUNT)
                   MOVE XRF-FILE-KEY
                       TO WS-XR-FILE-KEY(WS-XR-COUNT)
               END-IF
               READ XREF-FILE INTO XRF-XREF-RECORD
           END-PERFORM

           CLOSE XREF-FILE

           DISPLAY 'ZTDB2CL loaded ' WS-XR-COUNT
               ' cross-reference link(s)'

           EXIT.

