       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2XRF.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Customer cross-reference between the reorder world and         *
      * CUSTFILE. TBZELDA knows a customer by ACCOUNT_NUMBER and one   *
      * CUST_NAME text; CUSTFILE by FILE-KEY with the name split in    *
      * two. Matching the names every month misses some customers and  *
      * mismatches others with common names, so this program keeps a   *
      * file (ZTDB2XRR) linking each account to its CUSTFILE key, and  *
      * ZTDB2CL and ZTDB2TE5 join on that instead.                     *
      *                                                                *
      * PARM 'MODE=SEED' - the one-time matching run. Every TBZELDA    *
      *   account not yet linked is matched by name the way ZTDB2CL    *
      *   used to ('FIRST LAST', then the bare surname):               *
      *     CONFIDENT  one candidate - linked as seeded ('S')          *
      *     AMBIGUOUS  several candidates - listed for the clerk       *
      *     UNMATCHED  no candidate - listed for the clerk             *
      *   Existing links are kept, so the run can be repeated.         *
      *                                                                *
      * Otherwise (the regular run) the clerks' maintenance requests   *
      * on XREFREQ (add, confirm, re-point, drop) are validated        *
      * against TBZELDA and CUSTFILE and applied.                      *
      *                                                                *
      * Either way the file is read from XREFI (optional the first     *
      * time) and written to XREFO, rolled by the JCL, and every       *
      * decision is listed on XREFRPT. Ambiguous or unmatched accounts *
      * and rejected requests end the run with RC-WARNING.             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XREF-IN ASSIGN XREFI
           FILE STATUS IS XREF-IN-FS.

           SELECT XREF-OUT ASSIGN XREFO
           FILE STATUS IS XREF-OUT-FS.

           SELECT OPTIONAL XREF-REQUEST-FILE ASSIGN XREFREQ
           FILE STATUS IS XREF-REQUEST-FS.

           SELECT CUSTFILE ASSIGN TO CUSTFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FILE-KEY
           FILE STATUS IS CUSTFILE-FS.

           SELECT XREF-REPORT ASSIGN XREFRPT
           FILE STATUS IS XREF-REPORT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  XREF-IN RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS XREF-IN-RECORD.
       01  XREF-IN-RECORD PIC X(80).

       FD  XREF-OUT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS XREF-OUT-RECORD.
       01  XREF-OUT-RECORD PIC X(80).

       FD  XREF-REQUEST-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS XREF-REQUEST-RECORD.
       01  XREF-REQUEST-RECORD PIC X(80).

       FD  CUSTFILE RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS FILE-RECORD.
       01  FILE-RECORD.
           03  FILE-KEY         PIC X(6).
           03  FILE-KEEP        PIC X(1).
           03  FILE-LASTNAME    PIC X(40).
           03  FILE-FIRSTNAME   PIC X(40).
           03  FILE-PHONE       PIC X(10).
           03  FILE-VERSION     PIC 9(8).
           03  FILE-DEL-FLAG    PIC X(1).
               88  DELETED-YES  VALUE 'X'.
           03  FILE-DEL-DATE    PIC X(8).
           03  FILLER           PIC X(6).

       FD  XREF-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS XREF-REPORT-RECORD.
       01  XREF-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  XREF-IN-FS          PIC X(2).
       01  XREF-OUT-FS         PIC X(2).
       01  XREF-REQUEST-FS     PIC X(2).
       01  CUSTFILE-FS         PIC X(2).
           88 CUSTFILE-FS-OK           VALUE '00'.
           88 CUSTFILE-FS-NOT-FOUND    VALUE '23'.
       01  XREF-REPORT-FS      PIC X(2).

           COPY ZTDB2XRR.

       01  SQLRECORD1.
           02  CUST-NAME PIC X(20).
           02  ACCOUNT-NUMBER PIC X(12).
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      *-----------------------------------------------------------------
      * EVERY TBZELDA ACCOUNT AND THE NAME IT CARRIES, FOR THE SEED.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE ACCOUNTS CURSOR FOR
               SELECT DISTINCT ACCOUNT_NUMBER, CUST_NAME
                   FROM MYUSERID.TBZELDA
                   ORDER BY ACCOUNT_NUMBER
           END-EXEC.

       77  WS-ACCOUNT-COUNT    PIC S9(9) COMP VALUE 0.

      *-----------------------------------------------------------------
      * Variables for CHECK-PARM.
      *-----------------------------------------------------------------
       77  WS-PARM             PIC X(100) VALUE SPACES.
       77  WS-SEED-MODE-COUNT  PIC 9(2) VALUE 0.
       77  WS-SEED-MODE-FLAG   PIC 9 VALUE 0.
           88 WS-SEED-MODE     VALUE 1.
       77  WS-TODAY            PIC X(8).

      *-----------------------------------------------------------------
      * The cross-reference, held in account order while it is worked.
      *-----------------------------------------------------------------
       01  WS-XREF-TABLE.
           05 WS-XR-ENTRY OCCURS 2000 TIMES.
               10 WS-XR-RECORD         PIC X(80).
       77  WS-XR-COUNT         PIC 9(4) VALUE 0.
       77  WS-XR-INDEX         PIC 9(4).
       77  WS-XR-SHIFT         PIC 9(4).
       77  WS-XR-FOUND-FLAG    PIC 9.
           88 WS-XR-FOUND      VALUE 1.
           88 WS-XR-NOT-FOUND  VALUE 0.
       77  WS-XR-SEEK-ACCOUNT  PIC X(12).

      *-----------------------------------------------------------------
      * CUSTFILE contacts for the seed's name match, built the way
      * ZTDB2CL built them.
      *-----------------------------------------------------------------
       01  WS-CONTACT-TABLE.
           05 WS-CT-ENTRY OCCURS 500 TIMES.
               10 WS-CT-KEY        PIC X(6).
               10 WS-CT-LASTNAME   PIC X(20).
               10 WS-CT-FULL-NAME  PIC X(20).
       77  WS-CT-COUNT         PIC 9(3) VALUE 0.
       77  WS-CT-INDEX         PIC 9(3).
       77  WS-CUST-EOF-FLAG    PIC 9 VALUE 0.
           88 WS-CUST-EOF      VALUE 1.
       77  WS-FULL-NAME-WORK   PIC X(42).

       01  WS-CANDIDATES.
           05 WS-CAND-KEY OCCURS 3 TIMES PIC X(6).
       77  WS-CAND-COUNT       PIC 9(3) VALUE 0.

       01  WS-XREF-TOTALS.
           05 WS-TOTAL-LINKS-IN     PIC 9(5) VALUE 0.
           05 WS-TOTAL-ALREADY      PIC 9(5) VALUE 0.
           05 WS-TOTAL-CONFIDENT    PIC 9(5) VALUE 0.
           05 WS-TOTAL-AMBIGUOUS    PIC 9(5) VALUE 0.
           05 WS-TOTAL-UNMATCHED    PIC 9(5) VALUE 0.
           05 WS-TOTAL-REQUESTS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-APPLIED      PIC 9(5) VALUE 0.
           05 WS-TOTAL-REJECTED     PIC 9(5) VALUE 0.
           05 WS-TOTAL-LINKS-OUT    PIC 9(5) VALUE 0.

       01  XRL-REPORT-LINE.
           05 XRL-VERDICT          PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 XRL-ACCOUNT          PIC X(12).
           05 FILLER               PIC X VALUE SPACE.
           05 XRL-NAME             PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 XRL-FILE-KEY         PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 XRL-DETAIL           PIC X(48).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH      PIC S9(4) COMP.
           05 LS-PARM-DATA        PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTDB2XRF start'
           MOVE RC-SUCCESS TO RETURN-CODE

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF
           INSPECT WS-PARM TALLYING WS-SEED-MODE-COUNT
               FOR ALL 'MODE=SEED'
           IF WS-SEED-MODE-COUNT > 0
               SET WS-SEED-MODE TO TRUE
               DISPLAY 'ZTDB2XRF running the seed match'
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN OUTPUT XREF-REPORT
           IF XREF-REPORT-FS NOT = '00'
               DISPLAY 'ZTDB2XRF error opening XREFRPT: '
                   XREF-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTFILE
           IF NOT CUSTFILE-FS-OK
               DISPLAY 'ZTDB2XRF error opening CUSTFILE: ' CUSTFILE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-XREF

           IF WS-SEED-MODE
               PERFORM SEED-FROM-NAMES
           ELSE
               PERFORM APPLY-MAINTENANCE-REQUESTS
           END-IF

           CLOSE CUSTFILE

           PERFORM WRITE-XREF

           MOVE SPACES TO XREF-REPORT-RECORD
           STRING 'IN=' WS-TOTAL-LINKS-IN
               ' OUT=' WS-TOTAL-LINKS-OUT
               ' CONFIDENT=' WS-TOTAL-CONFIDENT
               ' AMBIGUOUS=' WS-TOTAL-AMBIGUOUS
               ' UNMATCHED=' WS-TOTAL-UNMATCHED
               ' APPLIED=' WS-TOTAL-APPLIED
               ' REJECTED=' WS-TOTAL-REJECTED
               DELIMITED BY SIZE INTO XREF-REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           CLOSE XREF-REPORT

           IF (WS-TOTAL-AMBIGUOUS > 0 OR WS-TOTAL-UNMATCHED > 0
                   OR WS-TOTAL-REJECTED > 0)
                   AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2XRF end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Load the existing cross-reference (none the first time).       *
      ******************************************************************
       LOAD-XREF.

           OPEN INPUT XREF-IN
           IF XREF-IN-FS NOT = '00'
               DISPLAY 'ZTDB2XRF no existing cross-reference: '
                   XREF-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ XREF-IN INTO XRF-XREF-RECORD
           PERFORM UNTIL XREF-IN-FS > '04'
               IF XRF-ACCOUNT-NUMBER NOT = SPACES
                   ADD 1 TO WS-TOTAL-LINKS-IN
                   MOVE XRF-ACCOUNT-NUMBER TO WS-XR-SEEK-ACCOUNT
                   PERFORM FIND-XREF-ENTRY
                   IF WS-XR-FOUND
                       DISPLAY 'ZTDB2XRF duplicate link for account '
                           XRF-ACCOUNT-NUMBER ' dropped'
                       MOVE RC-WARNING TO RETURN-CODE
                   ELSE
                       PERFORM INSERT-XREF-ENTRY
                   END-IF
               END-IF
               READ XREF-IN INTO XRF-XREF-RECORD
           END-PERFORM

           CLOSE XREF-IN

           DISPLAY 'ZTDB2XRF loaded ' WS-XR-COUNT ' link(s)'

           EXIT.

      ******************************************************************
      * Locate WS-XR-SEEK-ACCOUNT. Not found leaves WS-XR-INDEX where  *
      * it belongs in account order.                                   *
      *                                                                *
      * Output: WS-XR-FOUND-FLAG, WS-XR-INDEX                          *
      ******************************************************************
       FIND-XREF-ENTRY.

           SET WS-XR-NOT-FOUND TO TRUE
           PERFORM VARYING WS-XR-INDEX FROM 1 BY 1
                   UNTIL WS-XR-INDEX > WS-XR-COUNT
                       OR WS-XR-RECORD(WS-XR-INDEX)(1:12)
                           >= WS-XR-SEEK-ACCOUNT
               CONTINUE
           END-PERFORM

           IF WS-XR-INDEX <= WS-XR-COUNT
               IF WS-XR-RECORD(WS-XR-INDEX)(1:12) = WS-XR-SEEK-ACCOUNT
                   SET WS-XR-FOUND TO TRUE
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * Insert XRF-XREF-RECORD at WS-XR-INDEX (from FIND-XREF-ENTRY).  *
      ******************************************************************
       INSERT-XREF-ENTRY.

           IF WS-XR-COUNT >= 2000
               DISPLAY 'ZTDB2XRF cross-reference table full, '
                   'account ' XRF-ACCOUNT-NUMBER ' not linked'
               MOVE RC-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-XR-SHIFT FROM WS-XR-COUNT BY -1
                   UNTIL WS-XR-SHIFT < WS-XR-INDEX
               MOVE WS-XR-ENTRY(WS-XR-SHIFT)
                   TO WS-XR-ENTRY(WS-XR-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-XR-COUNT
           MOVE XRF-XREF-RECORD TO WS-XR-RECORD(WS-XR-INDEX)

           EXIT.

      ******************************************************************
      * The one-time seed: name-match every unlinked TBZELDA account.  *
      ******************************************************************
       SEED-FROM-NAMES.

           PERFORM LOAD-CUSTFILE-CONTACTS

           EXEC SQL OPEN ACCOUNTS END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ZTDB2XRF error opening ACCOUNTS cursor: '
                   SQLCODE
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL FETCH ACCOUNTS
               INTO :ACCOUNT-NUMBER, :CUST-NAME
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               PERFORM SEED-ONE-ACCOUNT
               EXEC SQL FETCH ACCOUNTS
                   INTO :ACCOUNT-NUMBER, :CUST-NAME
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY 'ZTDB2XRF error fetching ACCOUNTS: ' SQLCODE
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXEC SQL CLOSE ACCOUNTS END-EXEC

           EXIT.

      ******************************************************************
      * 'FIRST LAST' first; the bare surname only when the full form   *
      * finds nobody. One candidate is confident; more is ambiguous.   *
      ******************************************************************
       SEED-ONE-ACCOUNT.

           MOVE ACCOUNT-NUMBER TO WS-XR-SEEK-ACCOUNT
           PERFORM FIND-XREF-ENTRY
           IF WS-XR-FOUND
               ADD 1 TO WS-TOTAL-ALREADY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CAND-COUNT
           MOVE SPACES TO WS-CANDIDATES
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-FULL-NAME(WS-CT-INDEX) = CUST-NAME
                   PERFORM ADD-CANDIDATE
               END-IF
           END-PERFORM
           IF WS-CAND-COUNT = 0
               PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                       UNTIL WS-CT-INDEX > WS-CT-COUNT
                   IF WS-CT-LASTNAME(WS-CT-INDEX) = CUST-NAME
                       PERFORM ADD-CANDIDATE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO XRL-REPORT-LINE
           MOVE ACCOUNT-NUMBER TO XRL-ACCOUNT
           MOVE CUST-NAME TO XRL-NAME

           EVALUATE WS-CAND-COUNT
               WHEN 0
                   ADD 1 TO WS-TOTAL-UNMATCHED
                   MOVE 'UNMATCHED' TO XRL-VERDICT
                   MOVE 'no CUSTFILE name match - link by hand'
                       TO XRL-DETAIL
               WHEN 1
                   ADD 1 TO WS-TOTAL-CONFIDENT
                   MOVE 'CONFIDENT' TO XRL-VERDICT
                   MOVE WS-CAND-KEY(1) TO XRL-FILE-KEY
                   MOVE 'linked as seeded - confirm with C'
                       TO XRL-DETAIL
                   MOVE SPACES TO XRF-XREF-RECORD
                   MOVE ACCOUNT-NUMBER TO XRF-ACCOUNT-NUMBER
                   MOVE WS-CAND-KEY(1) TO XRF-FILE-KEY
                   SET XRF-SEEDED TO TRUE
                   MOVE WS-TODAY TO XRF-LINKED-DATE
                   MOVE 'SEED' TO XRF-LINKED-BY
                   PERFORM INSERT-XREF-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-AMBIGUOUS
                   MOVE 'AMBIGUOUS' TO XRL-VERDICT
                   STRING 'candidates ' WS-CAND-KEY(1)
                       ' ' WS-CAND-KEY(2) ' ' WS-CAND-KEY(3)
                       DELIMITED BY SIZE INTO XRL-DETAIL
                   IF WS-CAND-COUNT > 3
                       MOVE '+more' TO XRL-DETAIL(33:5)
                   END-IF
           END-EVALUATE

           MOVE XRL-REPORT-LINE TO XREF-REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           EXIT.

       ADD-CANDIDATE.

           ADD 1 TO WS-CAND-COUNT
           IF WS-CAND-COUNT <= 3
               MOVE WS-CT-KEY(WS-CT-INDEX) TO WS-CAND-KEY(WS-CAND-COUNT)
           END-IF

           EXIT.

      ******************************************************************
      * CUSTFILE front to back, skipping the 000000 control record and *
      * tombstones, with the combined 'FIRST LAST' form ZTDB2CL used.  *
      ******************************************************************
       LOAD-CUSTFILE-CONTACTS.

           MOVE LOW-VALUES TO FILE-KEY
           START CUSTFILE KEY IS >= FILE-KEY
           IF NOT CUSTFILE-FS-OK
               SET WS-CUST-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-CUST-EOF
               READ CUSTFILE NEXT RECORD
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       IF FILE-KEY NOT = '000000'
                               AND NOT DELETED-YES
                           IF WS-CT-COUNT < 500
                               ADD 1 TO WS-CT-COUNT
                               MOVE FILE-KEY
                                   TO WS-CT-KEY(WS-CT-COUNT)
                               MOVE FILE-LASTNAME(1:20)
                                   TO WS-CT-LASTNAME(WS-CT-COUNT)
                               MOVE SPACES TO WS-FULL-NAME-WORK
                               STRING
                                   FUNCTION TRIM(FILE-FIRSTNAME)
                                   ' '
                                   FUNCTION TRIM(FILE-LASTNAME)
                                   DELIMITED BY SIZE
                                   INTO WS-FULL-NAME-WORK
                               MOVE WS-FULL-NAME-WORK(1:20)
                                   TO WS-CT-FULL-NAME(WS-CT-COUNT)
                           ELSE
                               DISPLAY 'ZTDB2XRF contact table full, '
                                   'dropping ' FILE-KEY
                               MOVE RC-WARNING TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY 'ZTDB2XRF loaded ' WS-CT-COUNT
               ' CUSTFILE contact(s)'

           EXIT.

      ******************************************************************
      * The clerks' decisions: add, confirm, re-point, drop.           *
      ******************************************************************
       APPLY-MAINTENANCE-REQUESTS.

           OPEN INPUT XREF-REQUEST-FILE
           IF XREF-REQUEST-FS NOT = '00'
               DISPLAY 'ZTDB2XRF no maintenance requests: '
                   XREF-REQUEST-FS
               EXIT PARAGRAPH
           END-IF

           READ XREF-REQUEST-FILE INTO XRQ-XREF-REQUEST
           PERFORM UNTIL XREF-REQUEST-FS > '04'
               IF XRQ-ACCOUNT-NUMBER NOT = SPACES
                   ADD 1 TO WS-TOTAL-REQUESTS
                   PERFORM APPLY-ONE-REQUEST
               END-IF
               READ XREF-REQUEST-FILE INTO XRQ-XREF-REQUEST
           END-PERFORM

           CLOSE XREF-REQUEST-FILE

           EXIT.

       APPLY-ONE-REQUEST.

           MOVE SPACES TO XRL-REPORT-LINE
           MOVE XRQ-ACCOUNT-NUMBER TO XRL-ACCOUNT
           MOVE XRQ-FILE-KEY TO XRL-FILE-KEY
           MOVE SPACES TO XRL-NAME
           MOVE XRQ-ACCOUNT-NUMBER TO WS-XR-SEEK-ACCOUNT
           PERFORM FIND-XREF-ENTRY

           IF NOT XRQ-ADD AND NOT XRQ-CONFIRM
                   AND NOT XRQ-REPOINT AND NOT XRQ-DROP
               MOVE 'unknown action' TO XRL-DETAIL
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF

           IF XRQ-ADD AND WS-XR-FOUND
               MOVE 'account already linked - use U' TO XRL-DETAIL
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF NOT XRQ-ADD AND WS-XR-NOT-FOUND
               MOVE 'account not linked' TO XRL-DETAIL
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF

           IF XRQ-DROP
               PERFORM VARYING WS-XR-SHIFT FROM WS-XR-INDEX BY 1
                       UNTIL WS-XR-SHIFT >= WS-XR-COUNT
                   MOVE WS-XR-ENTRY(WS-XR-SHIFT + 1)
                       TO WS-XR-ENTRY(WS-XR-SHIFT)
               END-PERFORM
               SUBTRACT 1 FROM WS-XR-COUNT
               MOVE 'link dropped' TO XRL-DETAIL
               PERFORM ACCEPT-REQUEST
               EXIT PARAGRAPH
           END-IF

      *-----------------------------------------------------------------
      * Everything else must name a real TBZELDA account...
      *-----------------------------------------------------------------
           MOVE 0 TO WS-ACCOUNT-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ACCOUNT-COUNT
                   FROM MYUSERID.TBZELDA
                   WHERE ACCOUNT_NUMBER = :XRQ-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-ACCOUNT-COUNT = 0
               MOVE 'no such TBZELDA account' TO XRL-DETAIL
               PERFORM REJECT-REQUEST
               EXIT PARAGRAPH
           END-IF

           IF XRQ-CONFIRM
               MOVE WS-XR-RECORD(WS-XR-INDEX) TO XRF-XREF-RECORD
               IF XRQ-FILE-KEY NOT = SPACES
                       AND XRQ-FILE-KEY NOT = XRF-FILE-KEY
                   MOVE 'key differs from the link - use U'
                       TO XRL-DETAIL
                   PERFORM REJECT-REQUEST
                   EXIT PARAGRAPH
               END-IF
               MOVE XRF-FILE-KEY TO XRL-FILE-KEY
           ELSE

      *-----------------------------------------------------------------
      * ...and an add or re-point a live CUSTFILE customer.
      *-----------------------------------------------------------------
               MOVE XRQ-FILE-KEY TO FILE-KEY
               IF FILE-KEY = SPACES OR FILE-KEY = '000000'
                   MOVE 'CUSTFILE key required' TO XRL-DETAIL
                   PERFORM REJECT-REQUEST
                   EXIT PARAGRAPH
               END-IF
               READ CUSTFILE
               IF NOT CUSTFILE-FS-OK OR DELETED-YES
                   MOVE 'no such CUSTFILE customer' TO XRL-DETAIL
                   PERFORM REJECT-REQUEST
                   EXIT PARAGRAPH
               END-IF
               MOVE FILE-LASTNAME(1:20) TO XRL-NAME
               MOVE SPACES TO XRF-XREF-RECORD
               MOVE XRQ-ACCOUNT-NUMBER TO XRF-ACCOUNT-NUMBER
               MOVE XRQ-FILE-KEY TO XRF-FILE-KEY
           END-IF

           SET XRF-CONFIRMED TO TRUE
           MOVE WS-TODAY TO XRF-LINKED-DATE
           MOVE XRQ-CLERK TO XRF-LINKED-BY

           EVALUATE TRUE
               WHEN XRQ-ADD
                   PERFORM INSERT-XREF-ENTRY
                   MOVE 'link added' TO XRL-DETAIL
               WHEN XRQ-CONFIRM
                   MOVE XRF-XREF-RECORD TO WS-XR-RECORD(WS-XR-INDEX)
                   MOVE 'link confirmed' TO XRL-DETAIL
               WHEN OTHER
                   MOVE XRF-XREF-RECORD TO WS-XR-RECORD(WS-XR-INDEX)
                   MOVE 'link re-pointed' TO XRL-DETAIL
           END-EVALUATE
           PERFORM ACCEPT-REQUEST

           EXIT.

       ACCEPT-REQUEST.

           ADD 1 TO WS-TOTAL-APPLIED
           MOVE 'APPLIED' TO XRL-VERDICT
           MOVE XRL-REPORT-LINE TO XREF-REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           EXIT.

       REJECT-REQUEST.

           ADD 1 TO WS-TOTAL-REJECTED
           MOVE 'REJECTED' TO XRL-VERDICT
           MOVE XRL-REPORT-LINE TO XREF-REPORT-RECORD
           PERFORM WRITE-REPORT-RECORD

           EXIT.

      ******************************************************************
      * Write the cross-reference forward, in account order.           *
      ******************************************************************
       WRITE-XREF.

           OPEN OUTPUT XREF-OUT
           IF XREF-OUT-FS NOT = '00'
               DISPLAY 'ZTDB2XRF error opening XREFO: ' XREF-OUT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-XR-INDEX FROM 1 BY 1
                   UNTIL WS-XR-INDEX > WS-XR-COUNT
               MOVE WS-XR-RECORD(WS-XR-INDEX) TO XREF-OUT-RECORD
               WRITE XREF-OUT-RECORD
               IF XREF-OUT-FS NOT = '00'
                   DISPLAY 'ZTDB2XRF error writing XREFO: '
                       XREF-OUT-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-TOTAL-LINKS-OUT
               END-IF
           END-PERFORM

           CLOSE XREF-OUT

           EXIT.

       WRITE-REPORT-RECORD.

           WRITE XREF-REPORT-RECORD
           IF XREF-REPORT-FS NOT = '00'
               DISPLAY 'ZTDB2XRF error writing XREFRPT: '
                   XREF-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY 'ZTDB2XRF ' XREF-REPORT-RECORD(1:80)
           END-IF

           EXIT.
