       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2RIS.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Weekly referential-integrity sweep of the shop's reference     *
      * codes. Codes are validated only where they are entered, and    *
      * only by some programs, so EMP_DEPT values with no DEPTMAST     *
      * entry, correction reason codes with no REFTABLE meaning,       *
      * breed aliases pointing at breeds since dropped from BREEDREF,  *
      * and systems referenced by RUNBKREF or DEPEND but since removed *
      * from SYSREGY pile up quietly until a downstream report drops   *
      * the rows.                                                      *
      *                                                                *
      * The sweep is driven by the rules in RIRULES (layout and the    *
      * stores, fields and references it knows in ZTPRIRUL): for each  *
      * rule the reference's codes are loaded, every value of the      *
      * field in the store is looked up, and each orphaned code is     *
      * reported with the number of records carrying it and up to      *
      * three sample keys, so the owners can clean up. A blank value   *
      * is not a reference and is not checked.                         *
      *                                                                *
      * REFTABLE's effective dating is honored: a code counts only if  *
      * an entry for it is in effect on the rule's as-of date, and a   *
      * code whose entries are all retired (or not yet in effect) is   *
      * reported as NOT EFFECTIVE rather than NO ENTRY. A DEPTMAST     *
      * department that is no longer active is reported the same way,  *
      * as ZTDB2PHN would refuse it today.                             *
      *                                                                *
      * PARM 'DATE=YYYYMMDD' sweeps as of another date; by default     *
      * the run date. Orphans, a rejected rule, or a rule whose store  *
      * or reference is not supplied end the run with RC-WARNING.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRITY-RULES ASSIGN RIRULES
           FILE STATUS IS INTEGRITY-RULES-FS.

      *-----------------------------------------------------------------
      * The references: each optional, a rule needing one that is not
      * supplied is reported as not swept.
      *-----------------------------------------------------------------
           SELECT OPTIONAL DEPT-MASTER-FILE ASSIGN DEPTMAST
           FILE STATUS IS DEPT-MASTER-STATUS.

           SELECT OPTIONAL REFERENCE-FILE ASSIGN REFTABLE
           FILE STATUS IS REFERENCE-FILE-STATUS.

           SELECT OPTIONAL SYSTEM-REGISTRY ASSIGN SYSREGY
           FILE STATUS IS SYSTEM-REGISTRY-FS.

      *-----------------------------------------------------------------
      * The stores (BREEDREF is both: its aliases name its breeds).
      * EMPPHONE is read from DB2.
      *-----------------------------------------------------------------
           SELECT OPTIONAL BREED-REF-FILE ASSIGN BREEDREF
           FILE STATUS IS BREED-REF-FS.

           SELECT OPTIONAL ADOPTS-INPUT ASSIGN ADOPTS
           FILE STATUS IS ADOPTS-FS.

           SELECT OPTIONAL RUNBOOK-REF ASSIGN RUNBKREF
           FILE STATUS IS RUNBOOK-REF-FS.

           SELECT OPTIONAL DEPEND-FILE ASSIGN DEPEND
           FILE STATUS IS DEPEND-FS.

           SELECT SWEEP-REPORT ASSIGN RISWPRPT
           FILE STATUS IS SWEEP-REPORT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  INTEGRITY-RULES RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS INTEGRITY-RULES-RECORD.
       01  INTEGRITY-RULES-RECORD PIC X(80).

       FD  DEPT-MASTER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DEPT-MASTER-RECORD.
       01  DEPT-MASTER-RECORD.
           05 DPM-DEPT-CODE        PIC X(4).
           05 FILLER               PIC X.
           05 DPM-DEPT-NAME        PIC X(30).
           05 FILLER               PIC X.
           05 DPM-ACTIVE-FLAG      PIC X.
           05 FILLER               PIC X(43).

       FD  REFERENCE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS REFERENCE-RECORD.
       01  REFERENCE-RECORD.
           05 REF-TABLE-NAME       PIC X(8).
           05 FILLER               PIC X.
           05 REF-CODE-VALUE       PIC X(4).
           05 FILLER               PIC X.
           05 REF-CODE-NAME        PIC X(10).
           05 FILLER               PIC X.
           05 REF-VALID-FROM       PIC X(8).
           05 FILLER               PIC X.
           05 REF-VALID-TO         PIC X(8).
           05 FILLER               PIC X(38).

       FD  SYSTEM-REGISTRY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SYSTEM-REGISTRY-RECORD.
       01  SYSTEM-REGISTRY-RECORD.
           05 SRG-SYSTEM-ID         PIC X(3).
           05 FILLER                PIC X.
           05 SRG-DESCRIPTION       PIC X(30).
           05 FILLER                PIC X(46).

       FD  BREED-REF-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BREED-REF-REC.
       01  BREED-REF-REC.
           05 BRF-RECORD-TYPE         PIC X(1).
               88 BRF-BREED-RECORD    VALUE 'B'.
               88 BRF-ALIAS-RECORD    VALUE 'A'.
           05 FILLER                  PIC X.
           05 BRF-NAME                PIC X(30).
           05 FILLER                  PIC X.
           05 BRF-CANONICAL-NAME      PIC X(30).
           05 FILLER                  PIC X(17).

       FD  ADOPTS-INPUT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ADOPTED-DOGS-REC.
           COPY ZTPDGADR.

       FD  RUNBOOK-REF RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RUNBOOK-REF-RECORD.
       01  RUNBOOK-REF-RECORD.
           05 RBK-SYSTEM-ID        PIC X(3).
           05 FILLER               PIC X.
           05 RBK-CONDITION        PIC X(8).
           05 FILLER               PIC X(68).

       FD  DEPEND-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DEP-DEPENDENCY-RECORD.
           COPY ZTPTRDEP REPLACING ==:DEP:== BY ==DEP==.

       FD  SWEEP-REPORT RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SWEEP-REPORT-RECORD.
       01  SWEEP-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  INTEGRITY-RULES-FS  PIC X(2).
       01  DEPT-MASTER-STATUS  PIC X(2).
       01  REFERENCE-FILE-STATUS PIC X(2).
       01  SYSTEM-REGISTRY-FS  PIC X(2).
       01  BREED-REF-FS        PIC X(2).
       01  ADOPTS-FS           PIC X(2).
       01  RUNBOOK-REF-FS      PIC X(2).
       01  DEPEND-FS           PIC X(2).
       01  SWEEP-REPORT-FS     PIC X(2).

           COPY ZTPRIRUL.

       01  WS-PARM             PIC X(100).

       01  WS-SWEEP-DATE       PIC 9(8).
       01  WS-SWEEP-DATE-PARTS REDEFINES WS-SWEEP-DATE.
           05 WS-SD-YEAR       PIC 9(4).
           05 WS-SD-MONTH      PIC 9(2).
           05 WS-SD-DAY        PIC 9(2).

      *-----------------------------------------------------------------
      * The rule being swept.
      *-----------------------------------------------------------------
       77  WS-RULE-AS-OF       PIC X(8).
       77  WS-REJECT-REASON    PIC X(40).
       77  WS-NOT-SWEPT-REASON PIC X(40).
       77  WS-LINE-POINTER     PIC 9(3).

       01  WS-RULE-COUNTS.
           05 WS-RULE-CHECKED      PIC 9(7).
           05 WS-RULE-ORPHANED     PIC 9(7).
           05 WS-RULE-UNLISTED     PIC 9(7).

      *-----------------------------------------------------------------
      * The reference's codes for the rule being swept. The active
      * flag is 'Y' unless the reference marks the code inactive.
      *-----------------------------------------------------------------
       01  WS-REF-CODE-TABLE.
           05 WS-RT-ENTRY OCCURS 500 TIMES.
               10 WS-RT-CODE           PIC X(30).
               10 WS-RT-FROM           PIC X(8).
               10 WS-RT-TO             PIC X(8).
               10 WS-RT-ACTIVE         PIC X(1).
       77  WS-RT-COUNT         PIC 9(3).
       77  WS-RT-INDEX         PIC 9(3).
       77  WS-RT-DROPPED       PIC 9(5).

       77  WS-NEW-CODE         PIC X(30).
       77  WS-NEW-FROM         PIC X(8).
       77  WS-NEW-TO           PIC X(8).
       77  WS-NEW-ACTIVE       PIC X(1).

      *-----------------------------------------------------------------
      * One value from the store: the code, the key of the record
      * carrying it, and the date it must be in effect on.
      *-----------------------------------------------------------------
       77  WS-VALUE            PIC X(30).
       77  WS-VALUE-KEY        PIC X(30).
       77  WS-VALUE-DATE       PIC X(8).
       77  WS-LOOKUP-RESULT    PIC X(1).
           88 WS-CODE-EFFECTIVE     VALUE 'E'.
           88 WS-CODE-NOT-EFFECTIVE VALUE 'R'.
           88 WS-CODE-ABSENT        VALUE 'N'.
       77  WS-STORE-RECORD-NUMBER PIC 9(6).
       77  WS-STORE-FLAG       PIC 9.
           88 WS-STORE-AVAILABLE     VALUE 1.
           88 WS-STORE-NOT-AVAILABLE VALUE 0.
       77  WS-STORE-EOF-FLAG   PIC 9.
           88 WS-STORE-EOF     VALUE 1.

      *-----------------------------------------------------------------
      * The orphaned codes found for the rule being swept, in the
      * order first seen.
      *-----------------------------------------------------------------
       01  WS-ORPHAN-TABLE.
           05 WS-OR-ENTRY OCCURS 100 TIMES.
               10 WS-OR-CODE           PIC X(30).
               10 WS-OR-RESULT         PIC X(1).
               10 WS-OR-COUNT          PIC 9(6).
               10 WS-OR-SAMPLE-COUNT   PIC 9.
               10 WS-OR-SAMPLE         PIC X(30) OCCURS 3 TIMES.
       77  WS-OR-ENTRIES       PIC 9(3).
       77  WS-OR-INDEX         PIC 9(3).
       77  WS-OR-FOUND-INDEX   PIC 9(3).
       77  WS-OR-REASON        PIC X(13).

       01  WS-SWEEP-TOTALS.
           05 WS-TOTAL-RULES       PIC 9(3) VALUE 0.
           05 WS-TOTAL-CLEAN       PIC 9(3) VALUE 0.
           05 WS-TOTAL-DIRTY       PIC 9(3) VALUE 0.
           05 WS-TOTAL-NOT-SWEPT   PIC 9(3) VALUE 0.
           05 WS-TOTAL-ORPHANED    PIC 9(7) VALUE 0.

      ******************************************************************
      * The two EMPPHONE columns the sweep needs.                      *
      *                                                                *
      * NB: The field names must match the table column names.         *
      ******************************************************************
       01  WS-EMPPHONE.
           03  EMP_KEY            PIC X(6).
           03  EMP_DEPT           PIC X(4).

      *-----------------------------------------------------------------
      * SQL INCLUDE FOR SQLCA
      *-----------------------------------------------------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

      *-----------------------------------------------------------------
      * SQL DECLARATION FOR VIEW EMPPHONE
      *-----------------------------------------------------------------
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

      *-----------------------------------------------------------------
      * CURSOR LISTS EVERY EMPLOYEE'S DEPARTMENT IN KEY ORDER.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE RISEMP CURSOR FOR
               SELECT EMP_KEY, EMP_DEPT FROM EMPPHONE
                   ORDER BY EMP_KEY ASC
           END-EXEC.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTDB2RIS start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM
           IF WS-SWEEP-DATE = 0
               MOVE RC-ERROR TO RETURN-CODE
               DISPLAY 'ZTDB2RIS end with RETURN-CODE=' RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT INTEGRITY-RULES
           IF INTEGRITY-RULES-FS NOT = '00'
               DISPLAY 'ZTDB2RIS error opening RIRULES: '
                   INTEGRITY-RULES-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SWEEP-REPORT
           IF SWEEP-REPORT-FS NOT = '00'
               DISPLAY 'ZTDB2RIS error opening RISWPRPT: '
                   SWEEP-REPORT-FS
               CLOSE INTEGRITY-RULES
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO SWEEP-REPORT-RECORD
           STRING 'REFERENTIAL-INTEGRITY SWEEP AS OF ' WS-SWEEP-DATE
               DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
           PERFORM WRITE-SWEEP-LINE

           READ INTEGRITY-RULES INTO RIR-INTEGRITY-RULE-RECORD
           PERFORM UNTIL INTEGRITY-RULES-FS > '04'
               IF RIR-RULE-ID NOT = SPACES
                       AND RIR-RULE-ID(1:1) NOT = '*'
                   PERFORM SWEEP-ONE-RULE
               END-IF
               READ INTEGRITY-RULES INTO RIR-INTEGRITY-RULE-RECORD
           END-PERFORM

           PERFORM WRITE-SWEEP-SUMMARY

           CLOSE INTEGRITY-RULES
           CLOSE SWEEP-REPORT

           DISPLAY 'ZTDB2RIS end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Parse 'DATE=YYYYMMDD'; without it, sweep as of today.          *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM(1:5) = 'DATE='
               IF WS-PARM(6:8) IS NUMERIC
                   MOVE WS-PARM(6:8) TO WS-SWEEP-DATE
               ELSE
                   MOVE 0 TO WS-SWEEP-DATE
               END-IF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SWEEP-DATE
           END-IF

           IF WS-SD-MONTH < 1 OR WS-SD-MONTH > 12
                   OR WS-SD-DAY < 1 OR WS-SD-DAY > 31
               DISPLAY 'ZTDB2RIS PARM date is not YYYYMMDD: '
                   WS-PARM(1:30)
               MOVE 0 TO WS-SWEEP-DATE
           END-IF

           EXIT.

      ******************************************************************
      * Sweep one rule: validate it, load its reference, check every   *
      * value of its field in its store, and report the orphans.       *
      ******************************************************************
       SWEEP-ONE-RULE.

           ADD 1 TO WS-TOTAL-RULES
           INITIALIZE WS-RULE-COUNTS
           MOVE 0 TO WS-OR-ENTRIES

           PERFORM VALIDATE-RULE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-TOTAL-NOT-SWEPT
               PERFORM RAISE-TO-WARNING
               MOVE SPACES TO SWEEP-REPORT-RECORD
               PERFORM WRITE-SWEEP-LINE
               MOVE SPACES TO SWEEP-REPORT-RECORD
               STRING 'RULE ' RIR-RULE-ID ' REJECTED: '
                   WS-REJECT-REASON
                   DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
               PERFORM WRITE-SWEEP-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-RULE-HEADING

           MOVE SPACES TO WS-NOT-SWEPT-REASON
           PERFORM LOAD-REFERENCE-CODES

           IF WS-NOT-SWEPT-REASON = SPACES
               SET WS-STORE-AVAILABLE TO TRUE
               EVALUATE RIR-STORE
                   WHEN 'EMPPHONE'
                       PERFORM SWEEP-EMPPHONE
                   WHEN 'ADOPTS'
                       PERFORM SWEEP-ADOPTS
                   WHEN 'BREEDREF'
                       PERFORM SWEEP-BREEDREF
                   WHEN 'RUNBKREF'
                       PERFORM SWEEP-RUNBKREF
                   WHEN 'DEPEND'
                       PERFORM SWEEP-DEPEND
               END-EVALUATE
               IF WS-STORE-NOT-AVAILABLE
                   STRING RIR-STORE DELIMITED BY SPACE
                       ' NOT AVAILABLE'
                       DELIMITED BY SIZE INTO WS-NOT-SWEPT-REASON
               END-IF
           END-IF

           IF WS-NOT-SWEPT-REASON NOT = SPACES
               ADD 1 TO WS-TOTAL-NOT-SWEPT
               PERFORM RAISE-TO-WARNING
               MOVE SPACES TO SWEEP-REPORT-RECORD
               STRING '  NOT SWEPT: ' WS-NOT-SWEPT-REASON
                   DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
               PERFORM WRITE-SWEEP-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM REPORT-RULE-ORPHANS

           EXIT.

      ******************************************************************
      * A rule must pair a store field and a reference this program    *
      * knows (see ZTPRIRUL), and its as-of must be usable. Sets       *
      * WS-REJECT-REASON for a rule that is not, and WS-RULE-AS-OF.    *
      ******************************************************************
       VALIDATE-RULE.

           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-SWEEP-DATE TO WS-RULE-AS-OF

           EVALUATE RIR-STORE ALSO RIR-FIELD
               WHEN 'EMPPHONE' ALSO 'EMP_DEPT'
               WHEN 'ADOPTS'   ALSO 'REASON'
               WHEN 'BREEDREF' ALSO 'ALIASOF'
               WHEN 'RUNBKREF' ALSO 'SYSTEM'
               WHEN 'DEPEND'   ALSO 'SYSTEM'
               WHEN 'DEPEND'   ALSO 'UPSTREAM'
                   CONTINUE
               WHEN OTHER
                   MOVE 'UNKNOWN STORE AND FIELD' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           EVALUATE RIR-REFERENCE
               WHEN 'DEPTMAST'
               WHEN 'BREEDREF'
               WHEN 'SYSREGY'
                   CONTINUE
               WHEN 'REFTABLE'
                   IF RIR-REF-TABLE = SPACES
                       MOVE 'REFTABLE RULE NAMES NO TABLE'
                           TO WS-REJECT-REASON
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN REFERENCE' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           EVALUATE TRUE
               WHEN RIR-AS-OF = SPACES
               WHEN RIR-AS-OF-RECORD-DATE
                   CONTINUE
               WHEN RIR-AS-OF IS NUMERIC
                   MOVE RIR-AS-OF TO WS-RULE-AS-OF
               WHEN OTHER
                   MOVE 'AS-OF IS NOT YYYYMMDD OR RECORD'
                       TO WS-REJECT-REASON
           END-EVALUATE

           EXIT.

       WRITE-RULE-HEADING.

           MOVE SPACES TO SWEEP-REPORT-RECORD
           PERFORM WRITE-SWEEP-LINE

           MOVE 1 TO WS-LINE-POINTER
           STRING 'RULE ' RIR-RULE-ID ' ' DELIMITED BY SIZE
               RIR-STORE DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               RIR-FIELD DELIMITED BY SPACE
               ' MUST BE IN ' DELIMITED BY SIZE
               RIR-REFERENCE DELIMITED BY SPACE
               INTO SWEEP-REPORT-RECORD WITH POINTER WS-LINE-POINTER
           IF RIR-REFERENCE = 'REFTABLE'
               STRING ' TABLE ' DELIMITED BY SIZE
                   RIR-REF-TABLE DELIMITED BY SPACE
                   INTO SWEEP-REPORT-RECORD
                   WITH POINTER WS-LINE-POINTER
           END-IF
           IF RIR-AS-OF-RECORD-DATE
               STRING ' AS OF EACH RECORD''S DATE'
                   DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
                   WITH POINTER WS-LINE-POINTER
           ELSE
               STRING ' AS OF ' WS-RULE-AS-OF
                   DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
                   WITH POINTER WS-LINE-POINTER
           END-IF
           PERFORM WRITE-SWEEP-LINE

           EXIT.

      ******************************************************************
      * Load the rule's reference codes into WS-REF-CODE-TABLE. Sets   *
      * WS-NOT-SWEPT-REASON when the reference is not supplied.        *
      ******************************************************************
       LOAD-REFERENCE-CODES.

           MOVE 0 TO WS-RT-COUNT
           MOVE 0 TO WS-RT-DROPPED

           EVALUATE RIR-REFERENCE
               WHEN 'DEPTMAST'
                   PERFORM LOAD-DEPTMAST-CODES
               WHEN 'REFTABLE'
                   PERFORM LOAD-REFTABLE-CODES
               WHEN 'BREEDREF'
                   PERFORM LOAD-BREEDREF-CODES
               WHEN 'SYSREGY'
                   PERFORM LOAD-SYSREGY-CODES
           END-EVALUATE

           IF WS-RT-DROPPED > 0
               DISPLAY 'ZTDB2RIS ' RIR-REFERENCE ' has more than 500 '
                   'codes; ' WS-RT-DROPPED ' not loaded'
               PERFORM RAISE-TO-WARNING
           END-IF

           EXIT.

       LOAD-DEPTMAST-CODES.

           OPEN INPUT DEPT-MASTER-FILE
           IF DEPT-MASTER-STATUS NOT = '00'
               PERFORM REFERENCE-NOT-AVAILABLE
               IF DEPT-MASTER-STATUS = '05'
                   CLOSE DEPT-MASTER-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           READ DEPT-MASTER-FILE
           PERFORM UNTIL DEPT-MASTER-STATUS > '04'
               IF DPM-DEPT-CODE NOT = SPACES
                   MOVE DPM-DEPT-CODE TO WS-NEW-CODE
                   MOVE SPACES TO WS-NEW-FROM
                   MOVE SPACES TO WS-NEW-TO
                   IF DPM-ACTIVE-FLAG = 'Y'
                       MOVE 'Y' TO WS-NEW-ACTIVE
                   ELSE
                       MOVE 'N' TO WS-NEW-ACTIVE
                   END-IF
                   PERFORM ADD-REFERENCE-CODE
               END-IF
               READ DEPT-MASTER-FILE
           END-PERFORM

           CLOSE DEPT-MASTER-FILE

           EXIT.

       LOAD-REFTABLE-CODES.

           OPEN INPUT REFERENCE-FILE
           IF REFERENCE-FILE-STATUS NOT = '00'
               PERFORM REFERENCE-NOT-AVAILABLE
               IF REFERENCE-FILE-STATUS = '05'
                   CLOSE REFERENCE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           READ REFERENCE-FILE
           PERFORM UNTIL REFERENCE-FILE-STATUS > '04'
               IF REF-TABLE-NAME = RIR-REF-TABLE
                       AND REF-CODE-VALUE NOT = SPACES
                   MOVE REF-CODE-VALUE TO WS-NEW-CODE
                   MOVE REF-VALID-FROM TO WS-NEW-FROM
                   MOVE REF-VALID-TO TO WS-NEW-TO
                   MOVE 'Y' TO WS-NEW-ACTIVE
                   PERFORM ADD-REFERENCE-CODE
               END-IF
               READ REFERENCE-FILE
           END-PERFORM

           CLOSE REFERENCE-FILE

           EXIT.

       LOAD-BREEDREF-CODES.

           OPEN INPUT BREED-REF-FILE
           IF BREED-REF-FS NOT = '00'
               PERFORM REFERENCE-NOT-AVAILABLE
               IF BREED-REF-FS = '05'
                   CLOSE BREED-REF-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           READ BREED-REF-FILE
           PERFORM UNTIL BREED-REF-FS > '04'
               IF BRF-BREED-RECORD AND BRF-NAME NOT = SPACES
                   MOVE BRF-NAME TO WS-NEW-CODE
                   MOVE SPACES TO WS-NEW-FROM
                   MOVE SPACES TO WS-NEW-TO
                   MOVE 'Y' TO WS-NEW-ACTIVE
                   PERFORM ADD-REFERENCE-CODE
               END-IF
               READ BREED-REF-FILE
           END-PERFORM

           CLOSE BREED-REF-FILE

           EXIT.

       LOAD-SYSREGY-CODES.

           OPEN INPUT SYSTEM-REGISTRY
           IF SYSTEM-REGISTRY-FS NOT = '00'
               PERFORM REFERENCE-NOT-AVAILABLE
               IF SYSTEM-REGISTRY-FS = '05'
                   CLOSE SYSTEM-REGISTRY
               END-IF
               EXIT PARAGRAPH
           END-IF

           READ SYSTEM-REGISTRY
           PERFORM UNTIL SYSTEM-REGISTRY-FS > '04'
               IF SRG-SYSTEM-ID NOT = SPACES
                   MOVE SRG-SYSTEM-ID TO WS-NEW-CODE
                   MOVE SPACES TO WS-NEW-FROM
                   MOVE SPACES TO WS-NEW-TO
                   MOVE 'Y' TO WS-NEW-ACTIVE
                   PERFORM ADD-REFERENCE-CODE
               END-IF
               READ SYSTEM-REGISTRY
           END-PERFORM

           CLOSE SYSTEM-REGISTRY

           EXIT.

       REFERENCE-NOT-AVAILABLE.

           STRING RIR-REFERENCE DELIMITED BY SPACE
               ' NOT AVAILABLE'
               DELIMITED BY SIZE INTO WS-NOT-SWEPT-REASON

           EXIT.

       ADD-REFERENCE-CODE.

           IF WS-RT-COUNT < 500
               ADD 1 TO WS-RT-COUNT
               MOVE WS-NEW-CODE TO WS-RT-CODE(WS-RT-COUNT)
               MOVE WS-NEW-FROM TO WS-RT-FROM(WS-RT-COUNT)
               MOVE WS-NEW-TO TO WS-RT-TO(WS-RT-COUNT)
               MOVE WS-NEW-ACTIVE TO WS-RT-ACTIVE(WS-RT-COUNT)
           ELSE
               ADD 1 TO WS-RT-DROPPED
           END-IF

           EXIT.

      ******************************************************************
      * The stores. Each sets WS-VALUE, WS-VALUE-KEY and WS-VALUE-DATE *
      * for every record and checks the value.                         *
      ******************************************************************
       SWEEP-EMPPHONE.

           EXEC SQL OPEN RISEMP END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ZTDB2RIS error opening RISEMP cursor: '
                   SQLCODE
               SET WS-STORE-NOT-AVAILABLE TO TRUE
               PERFORM RAISE-TO-SERIOUS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-EOF-FLAG
           PERFORM FETCH-NEXT-EMPLOYEE
           PERFORM UNTIL WS-STORE-EOF
               MOVE EMP_DEPT TO WS-VALUE
               MOVE EMP_KEY TO WS-VALUE-KEY
               MOVE WS-RULE-AS-OF TO WS-VALUE-DATE
               PERFORM CHECK-ONE-VALUE
               PERFORM FETCH-NEXT-EMPLOYEE
           END-PERFORM

           EXEC SQL CLOSE RISEMP END-EXEC

           EXIT.

       FETCH-NEXT-EMPLOYEE.

           EXEC SQL FETCH RISEMP
               INTO :EMP_KEY, :EMP_DEPT
           END-EXEC

           IF SQLCODE = 100
               SET WS-STORE-EOF TO TRUE
           ELSE
               IF SQLCODE NOT = 0
                   DISPLAY 'ZTDB2RIS error fetching RISEMP: ' SQLCODE
                   PERFORM RAISE-TO-SERIOUS
                   SET WS-STORE-EOF TO TRUE
               END-IF
           END-IF

           EXIT.

      *-----------------------------------------------------------------
      * Only a correction carries a reason code; an adoption's is
      * blank and so not checked. The sample key is the animal id, or
      * the record number for an aggregate record.
      *-----------------------------------------------------------------
       SWEEP-ADOPTS.

           OPEN INPUT ADOPTS-INPUT
           IF ADOPTS-FS NOT = '00'
               SET WS-STORE-NOT-AVAILABLE TO TRUE
               IF ADOPTS-FS = '05'
                   CLOSE ADOPTS-INPUT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-STORE-RECORD-NUMBER
           READ ADOPTS-INPUT
           PERFORM UNTIL ADOPTS-FS > '04'
               ADD 1 TO WS-STORE-RECORD-NUMBER
               MOVE INP-REASON-CODE TO WS-VALUE
               IF INP-ANIMAL-ID NOT = SPACES
                   MOVE INP-ANIMAL-ID TO WS-VALUE-KEY
               ELSE
                   MOVE SPACES TO WS-VALUE-KEY
                   STRING 'REC ' WS-STORE-RECORD-NUMBER
                       DELIMITED BY SIZE INTO WS-VALUE-KEY
               END-IF
               MOVE WS-RULE-AS-OF TO WS-VALUE-DATE
               IF RIR-AS-OF-RECORD-DATE
                       AND INP-ADOPTED-DATE IS NUMERIC
                   MOVE INP-ADOPTED-DATE TO WS-VALUE-DATE
               END-IF
               PERFORM CHECK-ONE-VALUE
               READ ADOPTS-INPUT
           END-PERFORM

           CLOSE ADOPTS-INPUT

           EXIT.

       SWEEP-BREEDREF.

           OPEN INPUT BREED-REF-FILE
           IF BREED-REF-FS NOT = '00'
               SET WS-STORE-NOT-AVAILABLE TO TRUE
               IF BREED-REF-FS = '05'
                   CLOSE BREED-REF-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           READ BREED-REF-FILE
           PERFORM UNTIL BREED-REF-FS > '04'
               IF BRF-ALIAS-RECORD
                   MOVE BRF-CANONICAL-NAME TO WS-VALUE
                   MOVE BRF-NAME TO WS-VALUE-KEY
                   MOVE WS-RULE-AS-OF TO WS-VALUE-DATE
                   PERFORM CHECK-ONE-VALUE
               END-IF
               READ BREED-REF-FILE
           END-PERFORM

           CLOSE BREED-REF-FILE

           EXIT.

       SWEEP-RUNBKREF.

           OPEN INPUT RUNBOOK-REF
           IF RUNBOOK-REF-FS NOT = '00'
               SET WS-STORE-NOT-AVAILABLE TO TRUE
               IF RUNBOOK-REF-FS = '05'
                   CLOSE RUNBOOK-REF
               END-IF
               EXIT PARAGRAPH
           END-IF

           READ RUNBOOK-REF
           PERFORM UNTIL RUNBOOK-REF-FS > '04'
               MOVE RBK-SYSTEM-ID TO WS-VALUE
               MOVE SPACES TO WS-VALUE-KEY
               STRING RBK-SYSTEM-ID '/' RBK-CONDITION
                   DELIMITED BY SIZE INTO WS-VALUE-KEY
               MOVE WS-RULE-AS-OF TO WS-VALUE-DATE
               PERFORM CHECK-ONE-VALUE
               READ RUNBOOK-REF
           END-PERFORM

           CLOSE RUNBOOK-REF

           EXIT.

       SWEEP-DEPEND.

           OPEN INPUT DEPEND-FILE
           IF DEPEND-FS NOT = '00'
               SET WS-STORE-NOT-AVAILABLE TO TRUE
               IF DEPEND-FS = '05'
                   CLOSE DEPEND-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           READ DEPEND-FILE
           PERFORM UNTIL DEPEND-FS > '04'
               IF RIR-FIELD = 'SYSTEM'
                   MOVE DEP-SYSTEM-ID TO WS-VALUE
               ELSE
                   MOVE DEP-UPSTREAM-ID TO WS-VALUE
               END-IF
               MOVE SPACES TO WS-VALUE-KEY
               STRING DEP-SYSTEM-ID '>' DEP-UPSTREAM-ID
                   DELIMITED BY SIZE INTO WS-VALUE-KEY
               MOVE WS-RULE-AS-OF TO WS-VALUE-DATE
               PERFORM CHECK-ONE-VALUE
               READ DEPEND-FILE
           END-PERFORM

           CLOSE DEPEND-FILE

           EXIT.

      ******************************************************************
      * Look WS-VALUE up in the reference as of WS-VALUE-DATE and      *
      * record it as an orphan if it is not in effect.                 *
      ******************************************************************
       CHECK-ONE-VALUE.

           IF WS-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RULE-CHECKED

           SET WS-CODE-ABSENT TO TRUE
           PERFORM VARYING WS-RT-INDEX FROM 1 BY 1
                   UNTIL WS-RT-INDEX > WS-RT-COUNT
                       OR WS-CODE-EFFECTIVE
               IF WS-RT-CODE(WS-RT-INDEX) = WS-VALUE
                   IF WS-RT-ACTIVE(WS-RT-INDEX) = 'Y'
                           AND (WS-RT-FROM(WS-RT-INDEX) = SPACES
                               OR WS-RT-FROM(WS-RT-INDEX)
                                   <= WS-VALUE-DATE)
                           AND (WS-RT-TO(WS-RT-INDEX) = SPACES
                               OR WS-RT-TO(WS-RT-INDEX)
                                   >= WS-VALUE-DATE)
                       SET WS-CODE-EFFECTIVE TO TRUE
                   ELSE
                       SET WS-CODE-NOT-EFFECTIVE TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CODE-EFFECTIVE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RULE-ORPHANED
           PERFORM RECORD-ORPHAN

           EXIT.

      ******************************************************************
      * Count the orphan against its code (and whether the code is     *
      * absent or only not in effect), keeping the first three keys.   *
      ******************************************************************
       RECORD-ORPHAN.

           MOVE 0 TO WS-OR-FOUND-INDEX
           PERFORM VARYING WS-OR-INDEX FROM 1 BY 1
                   UNTIL WS-OR-INDEX > WS-OR-ENTRIES
                       OR WS-OR-FOUND-INDEX > 0
               IF WS-OR-CODE(WS-OR-INDEX) = WS-VALUE
                       AND WS-OR-RESULT(WS-OR-INDEX) = WS-LOOKUP-RESULT
                   MOVE WS-OR-INDEX TO WS-OR-FOUND-INDEX
               END-IF
           END-PERFORM

           IF WS-OR-FOUND-INDEX = 0
               IF WS-OR-ENTRIES < 100
                   ADD 1 TO WS-OR-ENTRIES
                   MOVE WS-OR-ENTRIES TO WS-OR-FOUND-INDEX
                   MOVE SPACES TO WS-OR-ENTRY(WS-OR-FOUND-INDEX)
                   MOVE WS-VALUE TO WS-OR-CODE(WS-OR-FOUND-INDEX)
                   MOVE WS-LOOKUP-RESULT
                       TO WS-OR-RESULT(WS-OR-FOUND-INDEX)
                   MOVE 0 TO WS-OR-COUNT(WS-OR-FOUND-INDEX)
                   MOVE 0 TO WS-OR-SAMPLE-COUNT(WS-OR-FOUND-INDEX)
               ELSE
                   ADD 1 TO WS-RULE-UNLISTED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-OR-COUNT(WS-OR-FOUND-INDEX)
           IF WS-OR-SAMPLE-COUNT(WS-OR-FOUND-INDEX) < 3
               ADD 1 TO WS-OR-SAMPLE-COUNT(WS-OR-FOUND-INDEX)
               MOVE WS-VALUE-KEY TO WS-OR-SAMPLE(WS-OR-FOUND-INDEX,
                   WS-OR-SAMPLE-COUNT(WS-OR-FOUND-INDEX))
           END-IF

           EXIT.

      ******************************************************************
      * One line per orphaned code, its sample keys on the line under  *
      * it, then the rule's totals.                                    *
      ******************************************************************
       REPORT-RULE-ORPHANS.

           PERFORM VARYING WS-OR-INDEX FROM 1 BY 1
                   UNTIL WS-OR-INDEX > WS-OR-ENTRIES
               IF WS-OR-RESULT(WS-OR-INDEX) = 'N'
                   MOVE 'NO ENTRY' TO WS-OR-REASON
               ELSE
                   MOVE 'NOT EFFECTIVE' TO WS-OR-REASON
               END-IF
               MOVE SPACES TO SWEEP-REPORT-RECORD
               STRING '  ORPHAN ' WS-OR-CODE(WS-OR-INDEX)
                   ' ' WS-OR-REASON
                   ' COUNT ' WS-OR-COUNT(WS-OR-INDEX)
                   DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
               PERFORM WRITE-SWEEP-LINE
               MOVE SPACES TO SWEEP-REPORT-RECORD
               STRING '    E.G. ' WS-OR-SAMPLE(WS-OR-INDEX, 1)
                   ' ' WS-OR-SAMPLE(WS-OR-INDEX, 2)
                   ' ' WS-OR-SAMPLE(WS-OR-INDEX, 3)
                   DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
               PERFORM WRITE-SWEEP-LINE
           END-PERFORM

           IF WS-RULE-UNLISTED > 0
               MOVE SPACES TO SWEEP-REPORT-RECORD
               STRING '  ORPHANS UNDER FURTHER CODES NOT LISTED: '
                   WS-RULE-UNLISTED
                   DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
               PERFORM WRITE-SWEEP-LINE
           END-IF

           MOVE SPACES TO SWEEP-REPORT-RECORD
           STRING '  CHECKED ' WS-RULE-CHECKED
               ' ORPHANED ' WS-RULE-ORPHANED
               ' CODES ' WS-OR-ENTRIES
               DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
           PERFORM WRITE-SWEEP-LINE

           IF WS-RULE-ORPHANED = 0
               ADD 1 TO WS-TOTAL-CLEAN
           ELSE
               ADD 1 TO WS-TOTAL-DIRTY
               ADD WS-RULE-ORPHANED TO WS-TOTAL-ORPHANED
               PERFORM RAISE-TO-WARNING
           END-IF

           EXIT.

       WRITE-SWEEP-SUMMARY.

           MOVE SPACES TO SWEEP-REPORT-RECORD
           PERFORM WRITE-SWEEP-LINE

           MOVE SPACES TO SWEEP-REPORT-RECORD
           STRING 'RULES=' WS-TOTAL-RULES
               ' CLEAN=' WS-TOTAL-CLEAN
               ' WITH-ORPHANS=' WS-TOTAL-DIRTY
               ' NOT-SWEPT=' WS-TOTAL-NOT-SWEPT
               ' ORPHANED-VALUES=' WS-TOTAL-ORPHANED
               DELIMITED BY SIZE INTO SWEEP-REPORT-RECORD
           PERFORM WRITE-SWEEP-LINE

           EXIT.

       RAISE-TO-WARNING.

           IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.

       RAISE-TO-SERIOUS.

           IF RETURN-CODE < RC-SERIOUS-ERROR
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-SWEEP-LINE.

           WRITE SWEEP-REPORT-RECORD
           IF SWEEP-REPORT-FS NOT = '00'
               DISPLAY 'ZTDB2RIS error writing RISWPRPT: '
                   SWEEP-REPORT-FS
               PERFORM RAISE-TO-SERIOUS
           ELSE
               DISPLAY 'ZTDB2RIS ' SWEEP-REPORT-RECORD(1:110)
           END-IF

           EXIT.
