       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2PHT.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Emergency call-tree extract, one tree per department, built    *
      * from EMPPHONE, the typed numbers on EMPPHNUM, and the          *
      * reporting hierarchy on EMPPHMGR. It replaces the business-     *
      * continuity spreadsheets.                                       *
      *                                                                *
      * Each person's after-hours number is their (E)mergency number,  *
      * else their (M)obile, else the primary EMP_PHONE.               *
      *                                                                *
      * The department LEAD is the member at the top of the            *
      * department's branch of the reporting tree (no manager inside   *
      * the department), preferring one with an emergency or mobile    *
      * number, then the lowest key. The lead calls the CALLERs; each  *
      * caller calls a group of at most PARM 'GRP=n' members (default  *
      * 5). Callers are chosen first from members with an emergency or *
      * mobile number, so the fan-out does not hinge on a desk phone.  *
      *                                                                *
      * Outputs:                                                       *
      *  CALLTREE - the printable tree, indented lead/caller/member    *
      *  CALLFEED - the flat file for the mass-notification vendor,    *
      *             one record per person naming who calls them        *
      *  GAPLIST  - per department, addressed to its lead, everyone    *
      *             with no emergency or mobile number (office number  *
      *             only, or no number at all)                         *
      *                                                                *
      * Gaps end the run with RC-WARNING.                              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-TREE-REPORT ASSIGN CALLTREE
           FILE STATUS IS CALL-TREE-STATUS.

           SELECT CALL-TREE-FEED ASSIGN CALLFEED
           FILE STATUS IS CALL-FEED-STATUS.

           SELECT GAP-LIST-REPORT ASSIGN GAPLIST
           FILE STATUS IS GAP-LIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CALL-TREE-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CALL-TREE-RECORD.
       01  CALL-TREE-RECORD PIC X(100).

      ******************************************************************
      * Vendor feed: role L(ead), C(aller), M(ember); CALLED-BY is the *
      * key of the person who phones them (blank for the lead);        *
      * SOURCE is E, M, or P (primary), blank when there is no number. *
      ******************************************************************
       FD  CALL-TREE-FEED RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CTF-FEED-RECORD.
       01  CTF-FEED-RECORD.
           05 CTF-DEPT             PIC X(4).
           05 CTF-ROLE             PIC X(1).
           05 CTF-KEY              PIC X(6).
           05 CTF-CALLED-BY        PIC X(6).
           05 CTF-LASTNAME         PIC X(25).
           05 CTF-FIRSTNAME        PIC X(25).
           05 CTF-PHONE            PIC X(10).
           05 CTF-SOURCE           PIC X(1).
           05 FILLER               PIC X(22).

       FD  GAP-LIST-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS GAP-LIST-RECORD.
       01  GAP-LIST-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  CALL-TREE-STATUS        PIC X(2).
       01  CALL-FEED-STATUS        PIC X(2).
       01  GAP-LIST-STATUS         PIC X(2).

      *-----------------------------------------------------------------
      * PARM 'GRP=n' (1-9) sets the most members one caller phones.
      *-----------------------------------------------------------------
       77  WS-PARM             PIC X(100) VALUE SPACES.
       77  WS-GROUP-SIZE       PIC 9(2) VALUE 5.

      *-----------------------------------------------------------------
      * The department being built: its members in key order, each
      * with the resolved after-hours number and tree position.
      *-----------------------------------------------------------------
       01  WS-MEMBER-TABLE.
           05 WS-MB-ENTRY OCCURS 500 TIMES.
               10 WS-MB-KEY            PIC X(6).
               10 WS-MB-KEEP           PIC X(1).
               10 WS-MB-LASTNAME       PIC X(25).
               10 WS-MB-FIRSTNAME      PIC X(25).
               10 WS-MB-PHONE          PIC X(10).
               10 WS-MB-SOURCE         PIC X(1).
                   88 WS-MB-AFTER-HOURS VALUE 'E' 'M'.
               10 WS-MB-MANAGER-KEY    PIC X(6).
               10 WS-MB-TOP-FLAG       PIC 9.
                   88 WS-MB-TOP        VALUE 1.
               10 WS-MB-ROLE           PIC X(1).
                   88 WS-MB-LEAD       VALUE 'L'.
                   88 WS-MB-CALLER     VALUE 'C'.
                   88 WS-MB-MEMBER     VALUE 'M'.
               10 WS-MB-CALLER-INDEX   PIC 9(3).
       77  WS-MB-COUNT         PIC 9(3) VALUE 0.
       77  WS-MB-MAX           PIC 9(3) VALUE 500.
       77  WS-MB-INDEX         PIC 9(3).
       77  WS-SEARCH-INDEX     PIC 9(3).
       77  WS-LEAD-INDEX       PIC 9(3).
       77  WS-CALLER-NEEDED    PIC 9(3).
       77  WS-CALLER-COUNT     PIC 9(3).
       77  WS-CALLER-POS       PIC 9(3).
       77  WS-CALLER-LOAD      PIC 9(3).
       77  WS-OTHERS           PIC 9(3).
       77  WS-CURRENT-DEPT     PIC X(4) VALUE LOW-VALUES.
       77  WS-DEPT-GAPS        PIC 9(3).

      *-----------------------------------------------------------------
      * The callers of the current department, in calling order.
      *-----------------------------------------------------------------
       01  WS-CALLER-TABLE.
           05 WS-CL-MEMBER-INDEX   PIC 9(3) OCCURS 500 TIMES.

       77  WS-NUM-TYPE         PIC X(1).
       77  WS-NUM-PHONE        PIC X(10).
       77  WS-LOOKUP-KEY       PIC X(6).

       01  WS-CALL-TREE-TOTALS.
           05 WS-TOTAL-DEPTS       PIC 9(5) VALUE 0.
           05 WS-TOTAL-PEOPLE      PIC 9(6) VALUE 0.
           05 WS-TOTAL-CALLERS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-EMERGENCY   PIC 9(6) VALUE 0.
           05 WS-TOTAL-MOBILE      PIC 9(6) VALUE 0.
           05 WS-TOTAL-GAPS        PIC 9(6) VALUE 0.

       01  CTR-DEPT-LINE.
           05 FILLER               PIC X(11) VALUE 'CALL TREE  '.
           05 FILLER               PIC X(5) VALUE 'DEPT='.
           05 CTR-DEPT             PIC X(4).
           05 FILLER               PIC X(9) VALUE '  PEOPLE='.
           05 CTR-PEOPLE           PIC ZZ9.
           05 FILLER               PIC X(10) VALUE '  CALLERS='.
           05 CTR-CALLERS          PIC ZZ9.
           05 FILLER               PIC X(7) VALUE '  GAPS='.
           05 CTR-GAPS             PIC ZZ9.
           05 FILLER               PIC X(45) VALUE SPACES.

       01  CTR-PERSON-LINE.
           05 CTR-INDENT           PIC X(4).
           05 CTR-ROLE             PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 CTR-KEY              PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 CTR-LASTNAME         PIC X(25).
           05 FILLER               PIC X VALUE SPACE.
           05 CTR-FIRSTNAME        PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 CTR-PHONE            PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 CTR-SOURCE-TEXT      PIC X(9).
           05 FILLER               PIC X(15) VALUE SPACES.

       01  GAP-LINE.
           05 FILLER               PIC X(4) VALUE 'GAP '.
           05 GAP-DEPT             PIC X(4).
           05 FILLER               PIC X(6) VALUE ' LEAD='.
           05 GAP-LEAD-KEY         PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 GAP-KEY              PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 GAP-LASTNAME         PIC X(25).
           05 FILLER               PIC X VALUE SPACE.
           05 GAP-FIRSTNAME        PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 GAP-REASON           PIC X(25).

      ******************************************************************
      * Employee phone record host structure, as in ZTDB2PHN.          *
      ******************************************************************
       01  WS-EMPPHONE.
           03  EMP_KEY            PIC X(6).
           03  EMP_KEEP           PIC X(1).
           03  EMP_LASTNAME.
               49 EMP_LASTNAMEL   PIC S9(4) COMP.
               49 EMP_LASTNAMEC   PIC X(40) VALUE SPACES.
           03  EMP_FIRSTNAME.
               49 EMP_FIRSTNAMEL  PIC S9(4) COMP.
               49 EMP_FIRSTNAMEC  PIC X(40) VALUE SPACES.
           03  EMP_PHONE          PIC X(10).
           03  EMP_DEPT           PIC X(4).
           03  EMP_EXT            PIC X(5).
           03  EMP_EMAIL.
               49 EMP_EMAILL      PIC S9(4) COMP.
               49 EMP_EMAILC      PIC X(50) VALUE SPACES.

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

           EXEC SQL DECLARE EMPPHMGR TABLE
               (MGR_KEY         CHAR(06)    NOT NULL,
               MGR_MANAGER_KEY CHAR(06)    NOT NULL)
           END-EXEC.

      *-----------------------------------------------------------------
      * DEPARTMENT-ORDERED CURSOR; EACH DEPARTMENT BREAK BUILDS ONE
      * CALL TREE.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE CTDEPT CURSOR FOR
               SELECT * FROM EMPPHONE
                   ORDER BY EMP_DEPT ASC, EMP_KEY ASC
           END-EXEC.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-DATA   PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTDB2PHT start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM

           OPEN OUTPUT CALL-TREE-REPORT
           IF CALL-TREE-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHT error opening CALLTREE: '
                   CALL-TREE-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CALL-TREE-FEED
           IF CALL-FEED-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHT error opening CALLFEED: '
                   CALL-FEED-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT GAP-LIST-REPORT
           IF GAP-LIST-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHT error opening GAPLIST: '
                   GAP-LIST-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXEC SQL OPEN CTDEPT END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ZTDB2PHT error opening CTDEPT: ' SQLCODE
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               INITIALIZE WS-EMPPHONE
               EXEC SQL FETCH CTDEPT INTO :WS-EMPPHONE END-EXEC
               PERFORM UNTIL SQLCODE NOT = 0
                   IF EMP_DEPT NOT = WS-CURRENT-DEPT
                       PERFORM BUILD-DEPARTMENT-TREE
                       MOVE EMP_DEPT TO WS-CURRENT-DEPT
                       MOVE 0 TO WS-MB-COUNT
                   END-IF
                   PERFORM ADD-DEPARTMENT-MEMBER
                   INITIALIZE WS-EMPPHONE
                   EXEC SQL FETCH CTDEPT INTO :WS-EMPPHONE END-EXEC
               END-PERFORM
               IF SQLCODE NOT = 100
                   DISPLAY 'ZTDB2PHT error fetching CTDEPT: ' SQLCODE
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               END-IF
               PERFORM BUILD-DEPARTMENT-TREE
               EXEC SQL CLOSE CTDEPT END-EXEC
           END-IF

           CLOSE CALL-TREE-REPORT
           CLOSE CALL-TREE-FEED
           CLOSE GAP-LIST-REPORT

           IF WS-TOTAL-GAPS > 0 AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHT departments=' WS-TOTAL-DEPTS
               ' people=' WS-TOTAL-PEOPLE
               ' callers=' WS-TOTAL-CALLERS
           DISPLAY 'ZTDB2PHT emergency=' WS-TOTAL-EMERGENCY
               ' mobile=' WS-TOTAL-MOBILE
               ' gaps=' WS-TOTAL-GAPS
           DISPLAY 'ZTDB2PHT end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM(1:4) = 'GRP='
               IF WS-PARM(5:1) IS NUMERIC AND WS-PARM(5:1) NOT = '0'
                   MOVE WS-PARM(5:1) TO WS-GROUP-SIZE
               ELSE
                   DISPLAY 'ZTDB2PHT bad GRP= value, using '
                       WS-GROUP-SIZE
               END-IF
           END-IF

           DISPLAY 'ZTDB2PHT callers phone at most ' WS-GROUP-SIZE
               ' members each'

           EXIT.

      ******************************************************************
      * Add the fetched employee to the department being gathered,     *
      * resolving their after-hours number and manager.                *
      ******************************************************************
       ADD-DEPARTMENT-MEMBER.

           IF WS-MB-COUNT >= WS-MB-MAX
               DISPLAY 'ZTDB2PHT department ' EMP_DEPT
                   ' too large, [' EMP_KEY '] left out'
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MB-COUNT
           MOVE WS-MB-COUNT TO WS-MB-INDEX
           INITIALIZE WS-MB-ENTRY(WS-MB-INDEX)
           MOVE EMP_KEY TO WS-MB-KEY(WS-MB-INDEX)
           MOVE EMP_KEEP TO WS-MB-KEEP(WS-MB-INDEX)
           MOVE EMP_LASTNAMEC(1:25) TO WS-MB-LASTNAME(WS-MB-INDEX)
           MOVE EMP_FIRSTNAMEC(1:25) TO WS-MB-FIRSTNAME(WS-MB-INDEX)

      *-----------------------------------------------------------------
      * Emergency first, then mobile, then the primary number.
      *-----------------------------------------------------------------
           MOVE EMP_KEY TO WS-LOOKUP-KEY
           MOVE 'E' TO WS-NUM-TYPE
           PERFORM LOOKUP-TYPED-NUMBER
           IF WS-NUM-PHONE = SPACES
               MOVE 'M' TO WS-NUM-TYPE
               PERFORM LOOKUP-TYPED-NUMBER
           END-IF

           EVALUATE TRUE
               WHEN WS-NUM-PHONE NOT = SPACES
                   MOVE WS-NUM-PHONE TO WS-MB-PHONE(WS-MB-INDEX)
                   MOVE WS-NUM-TYPE TO WS-MB-SOURCE(WS-MB-INDEX)
               WHEN EMP_PHONE NOT = SPACES
                   MOVE EMP_PHONE TO WS-MB-PHONE(WS-MB-INDEX)
                   MOVE 'P' TO WS-MB-SOURCE(WS-MB-INDEX)
               WHEN OTHER
                   MOVE SPACES TO WS-MB-PHONE(WS-MB-INDEX)
                   MOVE SPACE TO WS-MB-SOURCE(WS-MB-INDEX)
           END-EVALUATE

           EXEC SQL
               SELECT MGR_MANAGER_KEY INTO :WS-LOOKUP-KEY
                   FROM EMPPHMGR
                   WHERE MGR_KEY = :WS-LOOKUP-KEY
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-LOOKUP-KEY TO WS-MB-MANAGER-KEY(WS-MB-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * Lowest-valued number of type WS-NUM-TYPE for WS-LOOKUP-KEY.    *
      *                                                                *
      * Output: WS-NUM-PHONE (spaces when there is none)               *
      ******************************************************************
       LOOKUP-TYPED-NUMBER.

           MOVE SPACES TO WS-NUM-PHONE
           EXEC SQL
               SELECT NUM_PHONE INTO :WS-NUM-PHONE
                   FROM EMPPHNUM
                   WHERE NUM_KEY = :WS-LOOKUP-KEY
                     AND NUM_TYPE = :WS-NUM-TYPE
                   ORDER BY NUM_PHONE ASC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   DISPLAY 'ZTDB2PHT number lookup for ['
                       WS-LOOKUP-KEY '] failed, SQLCODE=' SQLCODE
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               MOVE SPACES TO WS-NUM-PHONE
           END-IF

           EXIT.

      ******************************************************************
      * The department is complete: pick the lead, pick and load the   *
      * callers, then print the tree, the feed, and the gap list.      *
      ******************************************************************
       BUILD-DEPARTMENT-TREE.

           IF WS-MB-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-DEPTS
           ADD WS-MB-COUNT TO WS-TOTAL-PEOPLE

           PERFORM CHOOSE-DEPARTMENT-LEAD
           PERFORM CHOOSE-CALLERS
           PERFORM ASSIGN-MEMBERS-TO-CALLERS
           PERFORM WRITE-DEPARTMENT-TREE
           PERFORM WRITE-DEPARTMENT-GAPS

           EXIT.

      ******************************************************************
      * A top member has no manager, or a manager outside the          *
      * department. The lead is the first top member with an after-    *
      * hours number, else the first top member. (Every chain ends     *
      * somewhere, so a department with members always has one unless  *
      * its members report to each other in a loop; then the lowest    *
      * key leads.)                                                    *
      ******************************************************************
       CHOOSE-DEPARTMENT-LEAD.

           PERFORM VARYING WS-MB-INDEX FROM 1 BY 1
                   UNTIL WS-MB-INDEX > WS-MB-COUNT
               MOVE 1 TO WS-MB-TOP-FLAG(WS-MB-INDEX)
               IF WS-MB-MANAGER-KEY(WS-MB-INDEX) NOT = SPACES
                   PERFORM VARYING WS-SEARCH-INDEX FROM 1 BY 1
                           UNTIL WS-SEARCH-INDEX > WS-MB-COUNT
                       IF WS-MB-KEY(WS-SEARCH-INDEX) =
                               WS-MB-MANAGER-KEY(WS-MB-INDEX)
                           MOVE 0 TO WS-MB-TOP-FLAG(WS-MB-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WS-LEAD-INDEX
           PERFORM VARYING WS-MB-INDEX FROM 1 BY 1
                   UNTIL WS-MB-INDEX > WS-MB-COUNT
                       OR WS-LEAD-INDEX > 0
               IF WS-MB-TOP(WS-MB-INDEX)
                       AND WS-MB-AFTER-HOURS(WS-MB-INDEX)
                   MOVE WS-MB-INDEX TO WS-LEAD-INDEX
               END-IF
           END-PERFORM

           PERFORM VARYING WS-MB-INDEX FROM 1 BY 1
                   UNTIL WS-MB-INDEX > WS-MB-COUNT
                       OR WS-LEAD-INDEX > 0
               IF WS-MB-TOP(WS-MB-INDEX)
                   MOVE WS-MB-INDEX TO WS-LEAD-INDEX
               END-IF
           END-PERFORM

           IF WS-LEAD-INDEX = 0
               MOVE 1 TO WS-LEAD-INDEX
           END-IF

           MOVE 'L' TO WS-MB-ROLE(WS-LEAD-INDEX)
           MOVE 0 TO WS-MB-CALLER-INDEX(WS-LEAD-INDEX)

           EXIT.

      ******************************************************************
      * Each caller covers themself and up to GRP= others, so the      *
      * department needs ceil(others / (GRP + 1)) callers. Members     *
      * with an after-hours number are taken first.                    *
      ******************************************************************
       CHOOSE-CALLERS.

           COMPUTE WS-OTHERS = WS-MB-COUNT - 1
           COMPUTE WS-CALLER-NEEDED =
               (WS-OTHERS + WS-GROUP-SIZE) / (WS-GROUP-SIZE + 1)
           MOVE 0 TO WS-CALLER-COUNT

           PERFORM VARYING WS-MB-INDEX FROM 1 BY 1
                   UNTIL WS-MB-INDEX > WS-MB-COUNT
                       OR WS-CALLER-COUNT >= WS-CALLER-NEEDED
               IF WS-MB-ROLE(WS-MB-INDEX) = SPACE
                       AND WS-MB-AFTER-HOURS(WS-MB-INDEX)
                   PERFORM MAKE-CALLER
               END-IF
           END-PERFORM

           PERFORM VARYING WS-MB-INDEX FROM 1 BY 1
                   UNTIL WS-MB-INDEX > WS-MB-COUNT
                       OR WS-CALLER-COUNT >= WS-CALLER-NEEDED
               IF WS-MB-ROLE(WS-MB-INDEX) = SPACE
                   PERFORM MAKE-CALLER
               END-IF
           END-PERFORM

           ADD WS-CALLER-COUNT TO WS-TOTAL-CALLERS

           EXIT.

       MAKE-CALLER.

           ADD 1 TO WS-CALLER-COUNT
           MOVE 'C' TO WS-MB-ROLE(WS-MB-INDEX)
           MOVE WS-LEAD-INDEX TO WS-MB-CALLER-INDEX(WS-MB-INDEX)
           MOVE WS-MB-INDEX TO WS-CL-MEMBER-INDEX(WS-CALLER-COUNT)

           EXIT.

      ******************************************************************
      * Everyone else, in key order, fills each caller's group in      *
      * turn.                                                          *
      ******************************************************************
       ASSIGN-MEMBERS-TO-CALLERS.

           MOVE 1 TO WS-CALLER-POS
           MOVE 0 TO WS-CALLER-LOAD

           PERFORM VARYING WS-MB-INDEX FROM 1 BY 1
                   UNTIL WS-MB-INDEX > WS-MB-COUNT
               IF WS-MB-ROLE(WS-MB-INDEX) = SPACE
                   IF WS-CALLER-LOAD >= WS-GROUP-SIZE
                       ADD 1 TO WS-CALLER-POS
                       MOVE 0 TO WS-CALLER-LOAD
                   END-IF
                   MOVE 'M' TO WS-MB-ROLE(WS-MB-INDEX)
                   MOVE WS-CL-MEMBER-INDEX(WS-CALLER-POS)
                       TO WS-MB-CALLER-INDEX(WS-MB-INDEX)
                   ADD 1 TO WS-CALLER-LOAD
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Print the department: lead, then each caller followed by the   *
      * members they phone. Every person also goes to the feed.        *
      ******************************************************************
       WRITE-DEPARTMENT-TREE.

           MOVE 0 TO WS-DEPT-GAPS
           PERFORM VARYING WS-MB-INDEX FROM 1 BY 1
                   UNTIL WS-MB-INDEX > WS-MB-COUNT
               IF NOT WS-MB-AFTER-HOURS(WS-MB-INDEX)
                   ADD 1 TO WS-DEPT-GAPS
               END-IF
           END-PERFORM

           MOVE WS-CURRENT-DEPT TO CTR-DEPT
           MOVE WS-MB-COUNT TO CTR-PEOPLE
           MOVE WS-CALLER-COUNT TO CTR-CALLERS
           MOVE WS-DEPT-GAPS TO CTR-GAPS
           MOVE CTR-DEPT-LINE TO CALL-TREE-RECORD
           PERFORM WRITE-CALL-TREE-LINE

           MOVE WS-LEAD-INDEX TO WS-MB-INDEX
           PERFORM WRITE-PERSON

           PERFORM VARYING WS-CALLER-POS FROM 1 BY 1
                   UNTIL WS-CALLER-POS > WS-CALLER-COUNT
               MOVE WS-CL-MEMBER-INDEX(WS-CALLER-POS) TO WS-MB-INDEX
               PERFORM WRITE-PERSON
               PERFORM VARYING WS-SEARCH-INDEX FROM 1 BY 1
                       UNTIL WS-SEARCH-INDEX > WS-MB-COUNT
                   IF WS-MB-MEMBER(WS-SEARCH-INDEX)
                           AND WS-MB-CALLER-INDEX(WS-SEARCH-INDEX) =
                               WS-CL-MEMBER-INDEX(WS-CALLER-POS)
                       MOVE WS-SEARCH-INDEX TO WS-MB-INDEX
                       PERFORM WRITE-PERSON
                   END-IF
               END-PERFORM
           END-PERFORM

           EXIT.

      ******************************************************************
      * One tree line and one feed record for WS-MB-INDEX.             *
      ******************************************************************
       WRITE-PERSON.

           MOVE SPACES TO CTR-PERSON-LINE
           EVALUATE TRUE
               WHEN WS-MB-LEAD(WS-MB-INDEX)
                   MOVE 'LEAD' TO CTR-ROLE
               WHEN WS-MB-CALLER(WS-MB-INDEX)
                   MOVE '  ' TO CTR-INDENT
                   MOVE 'CALLER' TO CTR-ROLE
               WHEN OTHER
                   MOVE '    ' TO CTR-INDENT
                   MOVE 'MEMBER' TO CTR-ROLE
           END-EVALUATE
           MOVE WS-MB-KEY(WS-MB-INDEX) TO CTR-KEY
           MOVE WS-MB-LASTNAME(WS-MB-INDEX) TO CTR-LASTNAME
           MOVE WS-MB-FIRSTNAME(WS-MB-INDEX) TO CTR-FIRSTNAME
           MOVE WS-MB-PHONE(WS-MB-INDEX) TO CTR-PHONE
           EVALUATE WS-MB-SOURCE(WS-MB-INDEX)
               WHEN 'E'
                   MOVE 'EMERGENCY' TO CTR-SOURCE-TEXT
                   ADD 1 TO WS-TOTAL-EMERGENCY
               WHEN 'M'
                   MOVE 'MOBILE' TO CTR-SOURCE-TEXT
                   ADD 1 TO WS-TOTAL-MOBILE
               WHEN 'P'
                   MOVE 'OFFICE' TO CTR-SOURCE-TEXT
               WHEN OTHER
                   MOVE 'NO NUMBER' TO CTR-SOURCE-TEXT
           END-EVALUATE
           MOVE CTR-PERSON-LINE TO CALL-TREE-RECORD
           PERFORM WRITE-CALL-TREE-LINE

           MOVE SPACES TO CTF-FEED-RECORD
           MOVE WS-CURRENT-DEPT TO CTF-DEPT
           MOVE WS-MB-ROLE(WS-MB-INDEX) TO CTF-ROLE
           MOVE WS-MB-KEY(WS-MB-INDEX) TO CTF-KEY
           IF NOT WS-MB-LEAD(WS-MB-INDEX)
               MOVE WS-MB-CALLER-INDEX(WS-MB-INDEX) TO WS-SEARCH-INDEX
               MOVE WS-MB-KEY(WS-SEARCH-INDEX) TO CTF-CALLED-BY
           END-IF
           MOVE WS-MB-LASTNAME(WS-MB-INDEX) TO CTF-LASTNAME
           MOVE WS-MB-FIRSTNAME(WS-MB-INDEX) TO CTF-FIRSTNAME
           MOVE WS-MB-PHONE(WS-MB-INDEX) TO CTF-PHONE
           MOVE WS-MB-SOURCE(WS-MB-INDEX) TO CTF-SOURCE
           WRITE CTF-FEED-RECORD
           IF CALL-FEED-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHT error writing CALLFEED: '
                   CALL-FEED-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * Everyone without an emergency or mobile number, for the lead   *
      * of their department to chase.                                  *
      ******************************************************************
       WRITE-DEPARTMENT-GAPS.

           PERFORM VARYING WS-MB-INDEX FROM 1 BY 1
                   UNTIL WS-MB-INDEX > WS-MB-COUNT
               IF NOT WS-MB-AFTER-HOURS(WS-MB-INDEX)
                   ADD 1 TO WS-TOTAL-GAPS
                   MOVE WS-CURRENT-DEPT TO GAP-DEPT
                   MOVE WS-MB-KEY(WS-LEAD-INDEX) TO GAP-LEAD-KEY
                   MOVE WS-MB-KEY(WS-MB-INDEX) TO GAP-KEY
                   MOVE WS-MB-LASTNAME(WS-MB-INDEX) TO GAP-LASTNAME
                   MOVE WS-MB-FIRSTNAME(WS-MB-INDEX) TO GAP-FIRSTNAME
                   IF WS-MB-SOURCE(WS-MB-INDEX) = 'P'
                       MOVE 'office number only' TO GAP-REASON
                   ELSE
                       MOVE 'no number on file' TO GAP-REASON
                   END-IF
                   MOVE GAP-LINE TO GAP-LIST-RECORD
                   WRITE GAP-LIST-RECORD
                   IF GAP-LIST-STATUS NOT = '00'
                       DISPLAY 'ZTDB2PHT error writing GAPLIST: '
                           GAP-LIST-STATUS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       WRITE-CALL-TREE-LINE.

           WRITE CALL-TREE-RECORD
           IF CALL-TREE-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHT error writing CALLTREE: '
                   CALL-TREE-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHT ' CALL-TREE-RECORD(1:80)

           EXIT.
