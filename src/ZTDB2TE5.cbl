      *     skip them from now on;                                     *
      *  2. writes an address-research list (ADDRRSCH) for the team    *
      *     that chases down current addresses, enriched with the      *
      *     customer's CUSTFILE key and phone, found through the       *
      *     ZTDB2XRF cross-reference (XREF) by the customer's          *
      *     ACCOUNT_NUMBER, as ZTDB2CL does for its call list. Without *
      *     an XREF dataset the old 'FIRST LAST' name match is used.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT ADDRESS-RESEARCH-FILE ASSIGN ADDRRSCH
           FILE STATUS IS ADDRESS-RESEARCH-FS.

           SELECT OPTIONAL XREF-FILE ASSIGN XREF
           FILE STATUS IS XREF-FS.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS ADDRESS-RESEARCH-RECORD.
       01  ADDRESS-RESEARCH-RECORD PIC X(100).

       FD  XREF-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS XREF-FILE-RECORD.
       01  XREF-FILE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.
       01  SQLRECORD1.
           02  CUST-NAME PIC X(20).
           02  CUST-ADDR PIC X(20).
           02  ACCOUNT-NUMBER PIC X(12).
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      *-----------------------------------------------------------------
           88 WS-CT-NOT-FOUND  VALUE 0.
       77  WS-FULL-NAME-WORK   PIC X(42).

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

       01  WS-RETMAIL-TOTALS.
           05 WS-TOTAL-RETURNED    PIC 9(5) VALUE 0.
           05 WS-TOTAL-FLAGGED     PIC 9(5) VALUE 0.
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM LOAD-CUSTFILE-CONTACTS
           PERFORM LOAD-XREF

           OPEN INPUT RETURNED-MAIL-FILE
           IF RETURNED-MAIL-FS NOT = '00'
           END-IF

      *-----------------------------------------------------------------
      * The dead address itself, for the research list, and the
      * account number the cross-reference is keyed on.
      *-----------------------------------------------------------------
           MOVE SPACES TO CUST-ADDR
           MOVE SPACES TO ACCOUNT-NUMBER
           EXEC SQL
               SELECT CUST_ADDR, ACCOUNT_NUMBER
                   INTO :CUST-ADDR, :ACCOUNT-NUMBER
                   FROM MYUSERID.TBZELDA
                   WHERE CUST_NAME = :RTM-CUST-NAME
           END-EXEC

           EXIT.

      ******************************************************************
      * The customer's CUSTFILE contact: through the cross-reference   *
      * link for ACCOUNT-NUMBER when XREF is supplied (no link, no     *
      * contact), otherwise by the 'FIRST LAST' name.                  *
      ******************************************************************
       FIND-CUSTFILE-CONTACT.

           SET WS-CT-NOT-FOUND TO TRUE

           IF WS-XR-LOADED
               SET WS-XR-NOT-FOUND TO TRUE
               PERFORM VARYING WS-XR-INDEX FROM 1 BY 1
                       UNTIL WS-XR-INDEX > WS-XR-COUNT
                           OR WS-XR-FOUND
                   IF WS-XR-ACCOUNT(WS-XR-INDEX) = ACCOUNT-NUMBER
                           AND ACCOUNT-NUMBER NOT = SPACES
                       SET WS-XR-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-XR-NOT-FOUND
                   DISPLAY 'ZTDB2TE5 no cross-reference link for '
                       RTM-CUST-NAME ' account ' ACCOUNT-NUMBER
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT 1 FROM WS-XR-INDEX
               PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                       UNTIL WS-CT-INDEX > WS-CT-COUNT
                           OR WS-CT-FOUND
                   IF WS-CT-KEY(WS-CT-INDEX) =
                           WS-XR-FILE-KEY(WS-XR-INDEX)
                       SET WS-CT-FOUND TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                       UNTIL WS-CT-INDEX > WS-CT-COUNT
                           OR WS-CT-FOUND
                   IF WS-CT-FULL-NAME(WS-CT-INDEX) = RTM-CUST-NAME
                       SET WS-CT-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-CT-FOUND
               SUBTRACT 1 FROM WS-CT-INDEX

           EXIT.

       LOAD-XREF.

           MOVE 0 TO WS-XR-COUNT

           OPEN INPUT XREF-FILE
           IF XREF-FS NOT = '00'
               DISPLAY 'ZTDB2TE5 no cross-reference, matching by '
                   'name: ' XREF-FS
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

           DISPLAY 'ZTDB2TE5 loaded ' WS-XR-COUNT
               ' cross-reference link(s)'

           EXIT.

       DBERROR.
           DISPLAY 'ZTDB2TE5 SQL error, SQLCODE=' SQLCODE
           MOVE RC-SERIOUS-ERROR TO RETURN-CODE
