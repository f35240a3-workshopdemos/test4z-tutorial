       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2PHO.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Org chart for the employee directory. ZTDB2PHN keeps each      *
      * employee's manager on the EMPPHMGR child table ('M' requests,  *
      * see ZTDB2PHR); this program turns those links into the three   *
      * things HR and facilities keep asking for (ORGRPT):             *
      *                                                                *
      *  TREE   - the full reporting tree, each employee indented      *
      *           under their manager, starting from every root (an    *
      *           employee with no manager). PARM 'ROOT=nnnnnn'        *
      *           prints only the branch under that employee - the     *
      *           "everyone under this VP" question.                   *
      *  SPAN   - span of control for every manager: direct reports    *
      *           and total reports at every level below.              *
      *  ORPHAN - employees whose manager key no longer names anyone   *
      *           on EMPPHONE (the manager was removed some other way  *
      *           than a ZTDB2PHN delete, which holds a manager with   *
      *           reports). Links whose own employee is gone are shown *
      *           as STALE, and anyone the tree walk could not reach   *
      *           from a root (a loop loaded behind ZTDB2PHN's back)   *
      *           as UNREACHED.                                        *
      *                                                                *
      * Orphans, stale links, and unreached employees end the run with *
      * RC-WARNING so the job log shows the hierarchy needs attention. *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORG-CHART-REPORT ASSIGN ORGRPT
           FILE STATUS IS ORG-CHART-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ORG-CHART-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ORG-CHART-REPORT-RECORD.
       01  ORG-CHART-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  ORG-CHART-REPORT-STATUS PIC X(2).

      *-----------------------------------------------------------------
      * PARM 'ROOT=nnnnnn' limits the tree to one branch; the span and
      * orphan sections always cover the whole directory.
      *-----------------------------------------------------------------
       77  WS-PARM             PIC X(100) VALUE SPACES.
       77  WS-ROOT-KEY         PIC X(6) VALUE SPACES.
       77  WS-ROOT-INDEX       PIC 9(4) VALUE 0.

      *-----------------------------------------------------------------
      * The directory, loaded in key order from EMPPHONE, with each
      * employee's manager from EMPPHMGR resolved to a table index
      * (0 = a root, or an orphan whose manager is missing).
      *-----------------------------------------------------------------
       01  WS-EMPLOYEE-TABLE.
           05 WS-EM-ENTRY OCCURS 2000 TIMES.
               10 WS-EM-KEY            PIC X(6).
               10 WS-EM-LASTNAME       PIC X(20).
               10 WS-EM-FIRSTNAME      PIC X(15).
               10 WS-EM-DEPT           PIC X(4).
               10 WS-EM-MANAGER-KEY    PIC X(6).
               10 WS-EM-MANAGER-INDEX  PIC 9(4).
               10 WS-EM-DIRECT-COUNT   PIC 9(4).
               10 WS-EM-TOTAL-COUNT    PIC 9(5).
               10 WS-EM-ORPHAN-FLAG    PIC 9.
                   88 WS-EM-ORPHAN     VALUE 1.
               10 WS-EM-PRINTED-FLAG   PIC 9.
                   88 WS-EM-PRINTED    VALUE 1.
       77  WS-EM-COUNT         PIC 9(4) VALUE 0.
       77  WS-EM-MAX           PIC 9(4) VALUE 2000.
       77  WS-EM-INDEX         PIC 9(4).
       77  WS-CHILD-INDEX      PIC 9(4).
       77  WS-FIND-KEY         PIC X(6).
       77  WS-FOUND-INDEX      PIC 9(4).
       77  WS-LOW-INDEX        PIC 9(4).
       77  WS-HIGH-INDEX       PIC 9(4).
       77  WS-MID-INDEX        PIC 9(4).

      *-----------------------------------------------------------------
      * The tree is printed depth-first from an explicit stack of
      * (employee, level) pairs; children are pushed in descending key
      * order so they print in ascending order. The chain walk that
      * totals span of control stops at WS-MAX-DEPTH, the same limit
      * ZTDB2PHN applies when a manager is set.
      *-----------------------------------------------------------------
       01  WS-STACK-TABLE.
           05 WS-ST-ENTRY OCCURS 2000 TIMES.
               10 WS-ST-INDEX          PIC 9(4).
               10 WS-ST-LEVEL          PIC 9(3).
       77  WS-ST-COUNT         PIC 9(4) VALUE 0.
       77  WS-NODE-INDEX       PIC 9(4).
       77  WS-NODE-LEVEL       PIC 9(3).
       77  WS-INDENT           PIC 9(3).
       77  WS-WALK-INDEX       PIC 9(4).
       77  WS-DEPTH            PIC 9(3).
       77  WS-MAX-DEPTH        PIC 9(3) VALUE 50.

       01  WS-ORG-TOTALS.
           05 WS-TOTAL-EMPLOYEES   PIC 9(5) VALUE 0.
           05 WS-TOTAL-LINKS       PIC 9(5) VALUE 0.
           05 WS-TOTAL-ROOTS       PIC 9(5) VALUE 0.
           05 WS-TOTAL-MANAGERS    PIC 9(5) VALUE 0.
           05 WS-TOTAL-ORPHANS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-STALE       PIC 9(5) VALUE 0.
           05 WS-TOTAL-UNREACHED   PIC 9(5) VALUE 0.

       01  ORG-HEADER-LINE.
           05 ORG-SECTION          PIC X(7).
           05 FILLER               PIC X VALUE SPACE.
           05 ORG-HEADER-TEXT      PIC X(60).
           05 FILLER               PIC X(32) VALUE SPACES.

       01  ORG-TREE-NODE.
           05 ORG-NODE-KEY         PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 ORG-NODE-LASTNAME    PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 ORG-NODE-FIRSTNAME   PIC X(15).
           05 FILLER               PIC X VALUE SPACE.
           05 ORG-NODE-DEPT        PIC X(4).
           05 FILLER               PIC X(4) VALUE ' DR='.
           05 ORG-NODE-DIRECT      PIC ZZZ9.

       01  ORG-DETAIL-LINE.
           05 ORG-KIND             PIC X(9).
           05 FILLER               PIC X VALUE SPACE.
           05 ORG-KEY              PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 ORG-LASTNAME         PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 ORG-FIRSTNAME        PIC X(15).
           05 FILLER               PIC X VALUE SPACE.
           05 ORG-DEPT             PIC X(4).
           05 FILLER               PIC X VALUE SPACE.
           05 ORG-DETAIL           PIC X(40).

       01  ORG-SPAN-DETAIL.
           05 FILLER               PIC X(7) VALUE 'DIRECT='.
           05 ORG-SPAN-DIRECT      PIC ZZZ9.
           05 FILLER               PIC X(7) VALUE ' TOTAL='.
           05 ORG-SPAN-TOTAL       PIC ZZZZ9.
           05 FILLER               PIC X(17) VALUE SPACES.

       01  ORG-MANAGER-DETAIL.
           05 FILLER               PIC X(8) VALUE 'MANAGER='.
           05 ORG-MANAGER-KEY      PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 ORG-MANAGER-TEXT     PIC X(25).

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

      ******************************************************************
      * Reporting-hierarchy link host structure.                       *
      ******************************************************************
       01  WS-EMPPHMGR.
           03  MGR_KEY            PIC X(6).
           03  MGR_MANAGER_KEY    PIC X(6).

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

           EXEC SQL DECLARE EMPPHMGR TABLE
               (MGR_KEY         CHAR(06)    NOT NULL,
               MGR_MANAGER_KEY CHAR(06)    NOT NULL)
           END-EXEC.

      *-----------------------------------------------------------------
      * BOTH CURSORS ARE IN KEY ORDER; THE EMPLOYEE TABLE IS LOADED
      * FROM THE FIRST AND THE LINKS ARE MATCHED AGAINST IT.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE ORGEMP CURSOR FOR
               SELECT * FROM EMPPHONE
                   ORDER BY EMP_KEY ASC
           END-EXEC.

           EXEC SQL DECLARE ORGMGR CURSOR FOR
               SELECT MGR_KEY, MGR_MANAGER_KEY FROM EMPPHMGR
                   ORDER BY MGR_KEY ASC
           END-EXEC.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-DATA   PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTDB2PHO start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM

           OPEN OUTPUT ORG-CHART-REPORT
           IF ORG-CHART-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHO error opening ORGRPT: '
                   ORG-CHART-REPORT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-EMPLOYEES
           IF RETURN-CODE < RC-SERIOUS-ERROR
               PERFORM LOAD-MANAGER-LINKS
           END-IF

           IF RETURN-CODE < RC-SERIOUS-ERROR
               PERFORM COUNT-SPAN-OF-CONTROL
               PERFORM WRITE-TREE-SECTION
               PERFORM WRITE-SPAN-SECTION
               PERFORM WRITE-ORPHAN-SECTION
           END-IF

           CLOSE ORG-CHART-REPORT

           IF RETURN-CODE < RC-WARNING
               AND (WS-TOTAL-ORPHANS > 0 OR WS-TOTAL-STALE > 0
                    OR WS-TOTAL-UNREACHED > 0)
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHO employees=' WS-TOTAL-EMPLOYEES
               ' links=' WS-TOTAL-LINKS
               ' roots=' WS-TOTAL-ROOTS
               ' managers=' WS-TOTAL-MANAGERS
           DISPLAY 'ZTDB2PHO orphans=' WS-TOTAL-ORPHANS
               ' stale=' WS-TOTAL-STALE
               ' unreached=' WS-TOTAL-UNREACHED
           DISPLAY 'ZTDB2PHO end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM(1:5) = 'ROOT='
               MOVE WS-PARM(6:6) TO WS-ROOT-KEY
               DISPLAY 'ZTDB2PHO tree limited to the branch under ['
                   WS-ROOT-KEY ']'
           END-IF

           EXIT.

      ******************************************************************
      * Load EMPPHONE into the employee table, in key order.           *
      ******************************************************************
       LOAD-EMPLOYEES.

           EXEC SQL OPEN ORGEMP END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ZTDB2PHO error opening ORGEMP: ' SQLCODE
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-EMPPHONE
           EXEC SQL FETCH ORGEMP INTO :WS-EMPPHONE END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               IF WS-EM-COUNT >= WS-EM-MAX
                   DISPLAY 'ZTDB2PHO employee table full at ['
                       EMP_KEY ']'
                   MOVE RC-WARNING TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-EM-COUNT
                   ADD 1 TO WS-TOTAL-EMPLOYEES
                   INITIALIZE WS-EM-ENTRY(WS-EM-COUNT)
                   MOVE EMP_KEY TO WS-EM-KEY(WS-EM-COUNT)
                   MOVE EMP_LASTNAMEC(1:20)
                       TO WS-EM-LASTNAME(WS-EM-COUNT)
                   MOVE EMP_FIRSTNAMEC(1:15)
                       TO WS-EM-FIRSTNAME(WS-EM-COUNT)
                   MOVE EMP_DEPT TO WS-EM-DEPT(WS-EM-COUNT)
               END-IF
               INITIALIZE WS-EMPPHONE
               EXEC SQL FETCH ORGEMP INTO :WS-EMPPHONE END-EXEC
           END-PERFORM

           EXEC SQL CLOSE ORGEMP END-EXEC

           EXIT.

      ******************************************************************
      * Attach each EMPPHMGR link to its employee. A link whose        *
      * employee is gone is stale; one whose manager is gone leaves    *
      * the employee an orphan (printed as a root of the tree, marked  *
      * '*' in column 1, and listed in the orphan section).            *
      ******************************************************************
       LOAD-MANAGER-LINKS.

           EXEC SQL OPEN ORGMGR END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ZTDB2PHO error opening ORGMGR: ' SQLCODE
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL FETCH ORGMGR INTO :MGR_KEY, :MGR_MANAGER_KEY
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               ADD 1 TO WS-TOTAL-LINKS
               MOVE MGR_KEY TO WS-FIND-KEY
               PERFORM FIND-EMPLOYEE
               IF WS-FOUND-INDEX = 0
                   PERFORM WRITE-STALE-LINK
               ELSE
                   MOVE WS-FOUND-INDEX TO WS-EM-INDEX
                   MOVE MGR_MANAGER_KEY
                       TO WS-EM-MANAGER-KEY(WS-EM-INDEX)
                   MOVE MGR_MANAGER_KEY TO WS-FIND-KEY
                   PERFORM FIND-EMPLOYEE
                   IF WS-FOUND-INDEX = 0
                       MOVE 1 TO WS-EM-ORPHAN-FLAG(WS-EM-INDEX)
                       ADD 1 TO WS-TOTAL-ORPHANS
                   ELSE
                       MOVE WS-FOUND-INDEX
                           TO WS-EM-MANAGER-INDEX(WS-EM-INDEX)
                       ADD 1 TO WS-EM-DIRECT-COUNT(WS-FOUND-INDEX)
                   END-IF
               END-IF
               EXEC SQL FETCH ORGMGR INTO :MGR_KEY, :MGR_MANAGER_KEY
               END-EXEC
           END-PERFORM

           EXEC SQL CLOSE ORGMGR END-EXEC

           EXIT.

      ******************************************************************
      * Binary search of the key-ordered employee table.               *
      *                                                                *
      * Input:  WS-FIND-KEY                                            *
      * Output: WS-FOUND-INDEX (0 = not on EMPPHONE)                   *
      ******************************************************************
       FIND-EMPLOYEE.

           MOVE 0 TO WS-FOUND-INDEX
           MOVE 1 TO WS-LOW-INDEX
           MOVE WS-EM-COUNT TO WS-HIGH-INDEX

           PERFORM UNTIL WS-FOUND-INDEX > 0
                   OR WS-LOW-INDEX > WS-HIGH-INDEX
               COMPUTE WS-MID-INDEX =
                   (WS-LOW-INDEX + WS-HIGH-INDEX) / 2
               EVALUATE TRUE
                   WHEN WS-EM-KEY(WS-MID-INDEX) = WS-FIND-KEY
                       MOVE WS-MID-INDEX TO WS-FOUND-INDEX
                   WHEN WS-EM-KEY(WS-MID-INDEX) < WS-FIND-KEY
                       COMPUTE WS-LOW-INDEX = WS-MID-INDEX + 1
                   WHEN WS-MID-INDEX = 1
                       MOVE 0 TO WS-HIGH-INDEX
                   WHEN OTHER
                       COMPUTE WS-HIGH-INDEX = WS-MID-INDEX - 1
               END-EVALUATE
           END-PERFORM

           EXIT.

      ******************************************************************
      * Total reports: every employee adds one to each manager above   *
      * them, up the chain to the root.                                *
      ******************************************************************
       COUNT-SPAN-OF-CONTROL.

           PERFORM VARYING WS-EM-INDEX FROM 1 BY 1
                   UNTIL WS-EM-INDEX > WS-EM-COUNT
               IF WS-EM-DIRECT-COUNT(WS-EM-INDEX) > 0
                   ADD 1 TO WS-TOTAL-MANAGERS
               END-IF
               MOVE WS-EM-MANAGER-INDEX(WS-EM-INDEX) TO WS-WALK-INDEX
               MOVE 0 TO WS-DEPTH
               PERFORM UNTIL WS-WALK-INDEX = 0
                       OR WS-DEPTH >= WS-MAX-DEPTH
                   ADD 1 TO WS-EM-TOTAL-COUNT(WS-WALK-INDEX)
                   ADD 1 TO WS-DEPTH
                   MOVE WS-EM-MANAGER-INDEX(WS-WALK-INDEX)
                       TO WS-WALK-INDEX
               END-PERFORM
           END-PERFORM

           EXIT.

      ******************************************************************
      * The reporting tree: one branch for PARM ROOT=, otherwise every *
      * root (no manager, or an orphan) in key order.                  *
      ******************************************************************
       WRITE-TREE-SECTION.

           MOVE SPACES TO ORG-HEADER-LINE
           MOVE 'TREE' TO ORG-SECTION
           IF WS-ROOT-KEY = SPACES
               MOVE 'full reporting tree, all roots'
                   TO ORG-HEADER-TEXT
           ELSE
               STRING 'reporting branch under ' WS-ROOT-KEY
                   DELIMITED BY SIZE INTO ORG-HEADER-TEXT
           END-IF
           MOVE ORG-HEADER-LINE TO ORG-CHART-REPORT-RECORD
           PERFORM WRITE-ORG-REPORT-LINE

           MOVE 0 TO WS-ST-COUNT
           IF WS-ROOT-KEY NOT = SPACES
               MOVE WS-ROOT-KEY TO WS-FIND-KEY
               PERFORM FIND-EMPLOYEE
               MOVE WS-FOUND-INDEX TO WS-ROOT-INDEX
               IF WS-ROOT-INDEX = 0
                   DISPLAY 'ZTDB2PHO root [' WS-ROOT-KEY
                       '] is not on EMPPHONE'
                   MOVE RC-ERROR TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ROOT-INDEX TO WS-ST-INDEX(WS-ST-COUNT)
                   MOVE 0 TO WS-ST-LEVEL(WS-ST-COUNT)
               END-IF
           ELSE
               PERFORM VARYING WS-EM-INDEX FROM WS-EM-COUNT BY -1
                       UNTIL WS-EM-INDEX < 1
                   IF WS-EM-MANAGER-INDEX(WS-EM-INDEX) = 0
                       ADD 1 TO WS-TOTAL-ROOTS
                       ADD 1 TO WS-ST-COUNT
                       MOVE WS-EM-INDEX TO WS-ST-INDEX(WS-ST-COUNT)
                       MOVE 0 TO WS-ST-LEVEL(WS-ST-COUNT)
                   END-IF
               END-PERFORM
           END-IF

           PERFORM UNTIL WS-ST-COUNT = 0
               MOVE WS-ST-INDEX(WS-ST-COUNT) TO WS-NODE-INDEX
               MOVE WS-ST-LEVEL(WS-ST-COUNT) TO WS-NODE-LEVEL
               SUBTRACT 1 FROM WS-ST-COUNT
               PERFORM WRITE-TREE-NODE
               PERFORM PUSH-DIRECT-REPORTS
           END-PERFORM

           EXIT.

      ******************************************************************
      * One tree line, indented two columns per level (capped so the   *
      * deepest chains still fit the line).                            *
      ******************************************************************
       WRITE-TREE-NODE.

           MOVE 1 TO WS-EM-PRINTED-FLAG(WS-NODE-INDEX)

           MOVE WS-EM-KEY(WS-NODE-INDEX) TO ORG-NODE-KEY
           MOVE WS-EM-LASTNAME(WS-NODE-INDEX) TO ORG-NODE-LASTNAME
           MOVE WS-EM-FIRSTNAME(WS-NODE-INDEX) TO ORG-NODE-FIRSTNAME
           MOVE WS-EM-DEPT(WS-NODE-INDEX) TO ORG-NODE-DEPT
           MOVE WS-EM-DIRECT-COUNT(WS-NODE-INDEX) TO ORG-NODE-DIRECT

           COMPUTE WS-INDENT = WS-NODE-LEVEL * 2
           IF WS-INDENT > 40
               MOVE 40 TO WS-INDENT
           END-IF

           MOVE SPACES TO ORG-CHART-REPORT-RECORD
           MOVE ORG-TREE-NODE
               TO ORG-CHART-REPORT-RECORD(WS-INDENT + 3:)
           IF WS-EM-ORPHAN(WS-NODE-INDEX)
               MOVE '*' TO ORG-CHART-REPORT-RECORD(1:1)
           END-IF
           PERFORM WRITE-ORG-REPORT-LINE

           EXIT.

      ******************************************************************
      * Push the node's direct reports, highest key first, so they     *
      * come off the stack in ascending key order. A report already    *
      * printed is not pushed again.                                   *
      ******************************************************************
       PUSH-DIRECT-REPORTS.

           IF WS-EM-DIRECT-COUNT(WS-NODE-INDEX) = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CHILD-INDEX FROM WS-EM-COUNT BY -1
                   UNTIL WS-CHILD-INDEX < 1
               IF WS-EM-MANAGER-INDEX(WS-CHILD-INDEX) = WS-NODE-INDEX
                       AND NOT WS-EM-PRINTED(WS-CHILD-INDEX)
                   IF WS-ST-COUNT >= WS-EM-MAX
                       DISPLAY 'ZTDB2PHO tree stack full under ['
                           WS-EM-KEY(WS-NODE-INDEX) ']'
                       MOVE RC-WARNING TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-ST-COUNT
                       MOVE WS-CHILD-INDEX TO WS-ST-INDEX(WS-ST-COUNT)
                       COMPUTE WS-ST-LEVEL(WS-ST-COUNT) =
                           WS-NODE-LEVEL + 1
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Span of control for every employee who manages anyone.         *
      ******************************************************************
       WRITE-SPAN-SECTION.

           MOVE SPACES TO ORG-HEADER-LINE
           MOVE 'SPAN' TO ORG-SECTION
           MOVE 'span of control: direct and total reports'
               TO ORG-HEADER-TEXT
           MOVE ORG-HEADER-LINE TO ORG-CHART-REPORT-RECORD
           PERFORM WRITE-ORG-REPORT-LINE

           PERFORM VARYING WS-EM-INDEX FROM 1 BY 1
                   UNTIL WS-EM-INDEX > WS-EM-COUNT
               IF WS-EM-DIRECT-COUNT(WS-EM-INDEX) > 0
                   MOVE WS-EM-DIRECT-COUNT(WS-EM-INDEX)
                       TO ORG-SPAN-DIRECT
                   MOVE WS-EM-TOTAL-COUNT(WS-EM-INDEX)
                       TO ORG-SPAN-TOTAL
                   MOVE 'SPAN' TO ORG-KIND
                   MOVE ORG-SPAN-DETAIL TO ORG-DETAIL
                   PERFORM WRITE-EMPLOYEE-DETAIL
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Orphans (manager missing from EMPPHONE) and, for a full tree,  *
      * anyone the walk from the roots never reached.                  *
      ******************************************************************
       WRITE-ORPHAN-SECTION.

           MOVE SPACES TO ORG-HEADER-LINE
           MOVE 'ORPHAN' TO ORG-SECTION
           MOVE 'employees whose manager is no longer on EMPPHONE'
               TO ORG-HEADER-TEXT
           MOVE ORG-HEADER-LINE TO ORG-CHART-REPORT-RECORD
           PERFORM WRITE-ORG-REPORT-LINE

           PERFORM VARYING WS-EM-INDEX FROM 1 BY 1
                   UNTIL WS-EM-INDEX > WS-EM-COUNT
               IF WS-EM-ORPHAN(WS-EM-INDEX)
                   MOVE 'ORPHAN' TO ORG-KIND
                   MOVE WS-EM-MANAGER-KEY(WS-EM-INDEX)
                       TO ORG-MANAGER-KEY
                   MOVE '(not on EMPPHONE)' TO ORG-MANAGER-TEXT
                   MOVE ORG-MANAGER-DETAIL TO ORG-DETAIL
                   PERFORM WRITE-EMPLOYEE-DETAIL
               END-IF

               IF WS-ROOT-KEY = SPACES
                       AND NOT WS-EM-PRINTED(WS-EM-INDEX)
                   ADD 1 TO WS-TOTAL-UNREACHED
                   MOVE 'UNREACHED' TO ORG-KIND
                   MOVE WS-EM-MANAGER-KEY(WS-EM-INDEX)
                       TO ORG-MANAGER-KEY
                   MOVE '(reporting loop)' TO ORG-MANAGER-TEXT
                   MOVE ORG-MANAGER-DETAIL TO ORG-DETAIL
                   PERFORM WRITE-EMPLOYEE-DETAIL
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * An EMPPHMGR link for a key that is no longer on EMPPHONE.      *
      ******************************************************************
       WRITE-STALE-LINK.

           ADD 1 TO WS-TOTAL-STALE

           MOVE SPACES TO ORG-DETAIL-LINE
           MOVE 'STALE' TO ORG-KIND
           MOVE MGR_KEY TO ORG-KEY
           MOVE '(not on EMPPHONE)' TO ORG-LASTNAME
           MOVE MGR_MANAGER_KEY TO ORG-MANAGER-KEY
           MOVE SPACES TO ORG-MANAGER-TEXT
           MOVE ORG-MANAGER-DETAIL TO ORG-DETAIL
           MOVE ORG-DETAIL-LINE TO ORG-CHART-REPORT-RECORD
           PERFORM WRITE-ORG-REPORT-LINE

           EXIT.

       WRITE-EMPLOYEE-DETAIL.

           MOVE WS-EM-KEY(WS-EM-INDEX) TO ORG-KEY
           MOVE WS-EM-LASTNAME(WS-EM-INDEX) TO ORG-LASTNAME
           MOVE WS-EM-FIRSTNAME(WS-EM-INDEX) TO ORG-FIRSTNAME
           MOVE WS-EM-DEPT(WS-EM-INDEX) TO ORG-DEPT
           MOVE ORG-DETAIL-LINE TO ORG-CHART-REPORT-RECORD
           PERFORM WRITE-ORG-REPORT-LINE

           EXIT.

       WRITE-ORG-REPORT-LINE.

           WRITE ORG-CHART-REPORT-RECORD
           IF ORG-CHART-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHO error writing ORGRPT: '
                   ORG-CHART-REPORT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHO ' ORG-CHART-REPORT-RECORD(1:80)

           EXIT.
