      *  C - Create a new employee record                              *
      *  K - Mark an employee record as do-not-delete                  *
      *  R - Un-keep an employee record (clear the do-not-delete mark) *
      *  M - Set (or clear) the employee's manager in the reporting    *
      *      hierarchy                                                 *
      *  S - Search and validate the existance of an employee record   *
      ******************************************************************

      * request type is ignored; the key and UPD-REQUEST-FIELDS drive  *
      * insert-or-update semantics against EMP_KEY), so an HR extract  *
      * for a whole division can be applied in one run instead of      *
      * hand-building thousands of C-type requests. After the initial  *
      * load, ZTDB2PHY compares the nightly extract against EMPPHONE   *
      * and generates ordinary PHUPDATE requests instead.              *
      ******************************************************************
           SELECT OPTIONAL HR-EXTRACT-FILE ASSIGN HREXTRCT
           FILE STATUS IS HR-EXTRACT-STATUS.
      * its department, with its current status. EXTENSION-POOL-IN is
      * the pool as the previous run left it; a create without an
      * extension draws the next free one for its department, a
      * delete puts the record's extension into cool-off ('C', dated)
      * so it is not handed straight to the next hire, and the
      * updated pool is written to EXTENSION-POOL-OUT (the JCL rolls
      * EXTPOOLO over to EXTPOOLI, as the pending queue rolls).
      * ZTDB2PHK frees cooled-off extensions once the cool-off period
      * has passed.
      * POOL-REPORT shows utilization and exhaustion warnings per
      * department. The spreadsheet retires.
      ******************************************************************
           SELECT OPTIONAL FULL-LOG-FILE ASSIGN PHLOGFUL
           FILE STATUS IS FULL-LOG-STATUS.

      ******************************************************************
      * SIGNOFF-LOG is the shop's maintenance sign-off log (layout in
      * ZTPMNTLR): every held request applied under an approver's
      * release is appended there, so ZTPSODRP can check the approver
      * against whoever captured the request.
      ******************************************************************
           SELECT SIGNOFF-LOG ASSIGN MNTLOG
           FILE STATUS IS SIGNOFF-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05 XPI-STATUS           PIC X(1).
               88 XPI-FREE         VALUE 'F'.
               88 XPI-ASSIGNED     VALUE 'A'.
               88 XPI-COOLING      VALUE 'C'.
           05 FILLER               PIC X.
           05 XPI-ASSIGNED-KEY     PIC X(6).
           05 FILLER               PIC X.
           05 XPI-RETIRED-DATE     PIC X(8).
           05 FILLER               PIC X(52).

       FD  EXTENSION-POOL-OUT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           05 XPO-STATUS           PIC X(1).
           05 FILLER               PIC X.
           05 XPO-ASSIGNED-KEY     PIC X(6).
           05 FILLER               PIC X.
           05 XPO-RETIRED-DATE     PIC X(8).
           05 FILLER               PIC X(52).

       FD  POOL-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS FULL-LOG-RECORD.
       01  FULL-LOG-RECORD PIC X(132).

       FD  SIGNOFF-LOG RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SIGNOFF-LOG-RECORD.
       01  SIGNOFF-LOG-RECORD PIC X(100).

       FD  DEPT-MASTER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DEPT-MASTER-RECORD.
       01  EXTENSION-POOL-IN-STATUS  PIC X(2).
       01  EXTENSION-POOL-OUT-STATUS PIC X(2).
       01  POOL-REPORT-STATUS        PIC X(2).
       01  SIGNOFF-LOG-STATUS        PIC X(2).
           88 SIGNOFF-LOG-OK         VALUE '00'.
           88 SIGNOFF-LOG-DNE        VALUE '35'.

      *-----------------------------------------------------------------
      * The loaded extension pool. A create without an extension peeks
      * the first free entry for its department
      * (ASSIGN-EXTENSION-FROM-POOL) and the entry is only marked
      * assigned once the INSERT actually succeeds
      * (CONFIRM-EXTENSION-ASSIGNMENT); a successful delete starts
      * the row's extension cooling off, still tagged with the old key
      * and dated, until ZTDB2PHK frees it. No pool file means no
      * pool: creates behave exactly as before.
      *-----------------------------------------------------------------
       01  WS-EXT-POOL-TABLE.
           05 WS-XP-ENTRY OCCURS 200 TIMES.
               10 WS-XP-STATUS         PIC X(1).
                   88 WS-XP-FREE       VALUE 'F'.
                   88 WS-XP-ASSIGNED   VALUE 'A'.
                   88 WS-XP-COOLING    VALUE 'C'.
               10 WS-XP-ASSIGNED-KEY   PIC X(6).
               10 WS-XP-RETIRED-DATE   PIC X(8).
       77  WS-XP-COUNT         PIC 9(3) VALUE 0.
       77  WS-XP-INDEX         PIC 9(3).
       77  WS-XP-PENDING-INDEX PIC 9(3) VALUE 0.
           05 WS-TOTAL-ADD-NUMBER  PIC 9(6) VALUE 0.
           05 WS-TOTAL-REM-NUMBER  PIC 9(6) VALUE 0.

      *-----------------------------------------------------------------
      * Variables for the set-manager ('M') request and the direct-
      * reports check on delete. The manager key rides in UPD-MESSAGE
      * as 'MGR=nnnnnn'. The cycle check walks up the chain of command
      * from the proposed manager; reaching the employee means the
      * change would make them their own (indirect) manager, and a
      * chain deeper than WS-MGR-MAX-DEPTH is refused as well.
      *-----------------------------------------------------------------
       77  WS-MANAGER-KEY      PIC X(6).
       77  WS-MGR-WALK-KEY     PIC X(6).
       77  WS-MGR-DEPTH        PIC 9(3) VALUE 0.
       77  WS-MGR-MAX-DEPTH    PIC 9(3) VALUE 50.
       77  WS-MGR-CHAIN-FLAG   PIC 9 VALUE 0.
           88 WS-MGR-CHAIN-OK      VALUE 0.
           88 WS-MGR-CHAIN-CYCLE   VALUE 1.
           88 WS-MGR-CHAIN-TOO-DEEP VALUE 2.
       77  WS-MGR-COUNT        PIC S9(9) COMP VALUE 0.
       77  WS-TOTAL-SET-MANAGER PIC 9(6) VALUE 0.

       01  XFR-SECTION-LINE.
           05 XFR-SECTION-KIND     PIC X(8).
           05 FILLER               PIC X(6) VALUE ' DEPT '.

       COPY ZTAUDREC.

       COPY ZTPMNTLR.

       01  WS-SQLCODE          PIC S9(9) SIGN IS LEADING.
       01  I                   PIC 9(2).
       01  J                   PIC 9(2).
                  88 UPD-REVIVE     VALUE 'V'.
                  88 UPD-ADD-NUMBER VALUE 'N'.
                  88 UPD-REM-NUMBER VALUE 'X'.
                  88 UPD-SET-MANAGER VALUE 'M'.
                  88 UPD-SEARCH     VALUE 'S'.
               10 UPD-KEY           PIC X(6).
               10 UPD-MESSAGE       PIC X(40).
               NUM_PHONE       CHAR(10)    NOT NULL)
           END-EXEC.

      *-----------------------------------------------------------------
      * SQL DECLARATION FOR THE REPORTING-HIERARCHY CHILD TABLE. One
      * row per employee who has a manager, set and cleared by the 'M'
      * request type; an employee with no row is a root of the tree.
      * Kept apart from EMPPHONE, as the typed numbers are, so every
      * existing SELECT * feed keeps its shape. ZTDB2PHO prints the
      * org chart from it.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE EMPPHMGR TABLE
               (MGR_KEY         CHAR(06)    NOT NULL,
               MGR_MANAGER_KEY CHAR(06)    NOT NULL)
           END-EXEC.

      *-----------------------------------------------------------------
      * SQL DECLARATION FOR THE EMPPHONE CHANGE-HISTORY TABLE. Every
      * successful create, update, and delete writes one row here: the
               OPEN OUTPUT FULL-LOG-FILE
           END-IF

      *-----------------------------------------------------------------
      * The sign-off log accumulates forever; EXTEND with the usual
      * first-run OUTPUT fallback.
      *-----------------------------------------------------------------
           OPEN EXTEND SIGNOFF-LOG
           IF NOT SIGNOFF-LOG-OK
               IF SIGNOFF-LOG-DNE
                   OPEN OUTPUT SIGNOFF-LOG
               END-IF
           END-IF
           IF NOT SIGNOFF-LOG-OK
               DISPLAY 'ZTDB2PHN error opening MNTLOG: '
                   SIGNOFF-LOG-STATUS
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

      *-----------------------------------------------------------------
      * Requests parked by earlier runs come first: those whose
      * effective date has arrived are applied now, the rest roll
           CLOSE HELD-APPROVALS-OUT
           CLOSE APPROVAL-REPORT
           CLOSE TRANSFER-REPORT
           CLOSE SIGNOFF-LOG
           IF WS-MASK-MODE
               CLOSE FULL-LOG-FILE
           END-IF
                   ADD 1 TO WS-TOTAL-REM-NUMBER
                   PERFORM REMOVE-NUMBER-REQUEST

               WHEN UPD-SET-MANAGER
                   ADD 1 TO WS-TOTAL-SET-MANAGER
                   PERFORM SET-MANAGER-REQUEST

               WHEN UPD-KEEP
                   ADD 1 TO WS-TOTAL-KEEP
                   PERFORM KEEP-REQUEST
                       PERFORM WRITE-APPROVAL-LINE

                       MOVE 1 TO WS-APPLYING-APPROVED-FLAG
                       MOVE SPACE TO PHL-REQUEST-VALIDITY-FLAG
                       PERFORM PROCESS-REQUEST
                       MOVE 0 TO WS-APPLYING-APPROVED-FLAG

      *-----------------------------------------------------------------
      * Only a request that was really applied is signed off; one
      * held again (a manager with reports), deferred or failed is
      * not, and its release is spent either way.
      *-----------------------------------------------------------------
                       IF PHL-VALID-REQUEST
                           PERFORM WRITE-SIGNOFF-LOG
                       END-IF
                   ELSE
                       MOVE 'already applied before restart'
                           TO APL-DETAIL

           EXIT.

      ******************************************************************
      * An approved delete whose employee still manages someone goes   *
      * back on the held-approvals queue instead of being applied.     *
      * The direct reports have to be moved to another manager first;  *
      * the delete then needs a fresh release.                         *
      ******************************************************************
       HOLD-MANAGER-DELETE.

           ADD 1 TO WS-TOTAL-HELD-NEW

           MOVE UPD-PHONE-UPDATE-FILE-RECORD
               TO HELD-APPROVALS-OUT-RECORD
           WRITE HELD-APPROVALS-OUT-RECORD
           IF HELD-APPROVALS-OUT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHN error writing held queue: '
                   HELD-APPROVALS-OUT-STATUS
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           MOVE SPACES TO APL-REPORT-LINE
           MOVE 'HELD      ' TO APL-VERDICT
           MOVE UPD-REQUEST-TYPE TO APL-REQUEST-TYPE
           MOVE UPD-KEY TO APL-KEY
           MOVE SPACES TO APL-APPROVER
           MOVE 'manager still has direct reports' TO APL-DETAIL
           PERFORM WRITE-APPROVAL-LINE

           SET PHL-INVALID-REQUEST TO TRUE
           MOVE 'Held: has reports' TO PHL-STATUS
           PERFORM WRITE-LOG-RECORD

           DISPLAY 'ZTDB2PHN held delete of [' UPD-KEY '], '
               WS-MGR-COUNT ' direct report(s) still assigned'

           EXIT.

       WRITE-APPROVAL-LINE.

           MOVE APL-REPORT-LINE TO APPROVAL-REPORT-RECORD

           EXIT.

      ******************************************************************
      * Log an approved held request, once applied, to the sign-off    *
      * log. The request record carries no requester; ZTPSODRP matches *
      * the capture.                                                   *
      ******************************************************************
       WRITE-SIGNOFF-LOG.

           MOVE SPACES TO MNL-SIGNOFF-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNL-STAMP
           MOVE 'PHAPPR' TO MNL-STREAM
           MOVE UPD-REQUEST-TYPE TO MNL-ACTION
           MOVE UPD-KEY TO MNL-CHANGE-KEY
           MOVE WS-AP-APPROVER(WS-AP-INDEX) TO MNL-APPROVER

           WRITE SIGNOFF-LOG-RECORD FROM MNL-SIGNOFF-RECORD
           IF NOT SIGNOFF-LOG-OK
               DISPLAY 'ZTDB2PHN error writing MNTLOG: '
                   SIGNOFF-LOG-STATUS
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * Extract the optional 'EFF=YYYYMMDD' effective date from        *
      * UPD-MESSAGE and compare it to the run date. No date (or a      *

               DISPLAY 'ZTDB2PHN delete of [' UPD-KEY '] failed'
               PERFORM WRITE-LOG-RECORD
               EXIT PARAGRAPH
           END-IF

      *-----------------------------------------------------------------
      * A manager who still has direct reports would leave them
      * orphaned: hold the delete again until they are reassigned
      * ('M' requests) and an approver releases it once more.
      *-----------------------------------------------------------------
           MOVE 0 TO WS-MGR-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-MGR-COUNT
                   FROM EMPPHMGR
                   WHERE MGR_MANAGER_KEY = :UPD-KEY
           END-EXEC

           IF WS-MGR-COUNT > 0
               PERFORM HOLD-MANAGER-DELETE
           ELSE
               EXEC SQL
                   DELETE FROM EMPPHONE WHERE EMP_KEY = :UPD-KEY
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF

      *-----------------------------------------------------------------
      * ...as does the employee's own place in the reporting tree.
      *-----------------------------------------------------------------
                   EXEC SQL
                       DELETE FROM EMPPHMGR
                           WHERE MGR_KEY = :UPD-KEY
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       DISPLAY 'ZTDB2PHN manager-link cleanup for ['
                           UPD-KEY '] failed, SQLCODE=' SQLCODE
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF

                   DISPLAY 'ZTDB2PHN deleted [' UPD-KEY ']'
                   PERFORM WRITE-LOG-RECORD
               END-IF

           EXIT.

      ******************************************************************
      * Set an employee's manager: 'M' request with 'MGR=nnnnnn' in    *
      * UPD-MESSAGE. The employee and the manager must both be on      *
      * EMPPHONE, an employee cannot manage themselves, and a change   *
      * that would close a loop in the chain of command is refused.    *
      * 'MGR=' with a blank key removes the employee's manager.        *
      *                                                                *
      * Input:                                                         *
      *   UPD-KEY, UPD-MESSAGE                                         *
      * Output:                                                        *
      *   EMPPHMGR row inserted, updated, or deleted; PHLOG entry      *
      ******************************************************************
       SET-MANAGER-REQUEST.

           DISPLAY 'ZTDB2PHN set-manager request for [' UPD-KEY ']'

           IF UPD-MESSAGE(1:4) NOT = 'MGR='
               SET PHL-INVALID-REQUEST TO TRUE
               MOVE 'Missing MGR= key' TO PHL-STATUS
               PERFORM WRITE-LOG-RECORD
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE UPD-MESSAGE(5:6) TO WS-MANAGER-KEY

           PERFORM RECORD-LOOKUP
           IF EMP_KEY = SPACES
               SET PHL-INVALID-REQUEST TO TRUE
               MOVE 'Not found' TO PHL-STATUS
               PERFORM WRITE-LOG-RECORD
               EXIT PARAGRAPH
           END-IF

      *-----------------------------------------------------------------
      * A blank manager key takes the employee out from under anyone.
      *-----------------------------------------------------------------
           IF WS-MANAGER-KEY = SPACES
               EXEC SQL
                   DELETE FROM EMPPHMGR WHERE MGR_KEY = :UPD-KEY
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   SET PHL-INVALID-REQUEST TO TRUE
                   MOVE 'SQL error on manager' TO PHL-STATUS
                   DISPLAY 'ZTDB2PHN clear manager for [' UPD-KEY
                       '] failed, SQLCODE=' SQLCODE
                   PERFORM WRITE-LOG-RECORD
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   SET PHL-VALID-REQUEST TO TRUE
                   DISPLAY 'ZTDB2PHN cleared manager for [' UPD-KEY ']'
                   PERFORM WRITE-LOG-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-MANAGER-KEY = UPD-KEY
               SET PHL-INVALID-REQUEST TO TRUE
               MOVE 'Own manager refused' TO PHL-STATUS
               PERFORM WRITE-LOG-RECORD
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MGR-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-MGR-COUNT
                   FROM EMPPHONE
                   WHERE EMP_KEY = :WS-MANAGER-KEY
           END-EXEC

           IF WS-MGR-COUNT = 0
               SET PHL-INVALID-REQUEST TO TRUE
               MOVE 'Manager not found' TO PHL-STATUS
               PERFORM WRITE-LOG-RECORD
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-MANAGER-CHAIN
           IF NOT WS-MGR-CHAIN-OK
               SET PHL-INVALID-REQUEST TO TRUE
               IF WS-MGR-CHAIN-CYCLE
                   MOVE 'Reporting loop' TO PHL-STATUS
               ELSE
                   MOVE 'Chain too deep' TO PHL-STATUS
               END-IF
               DISPLAY 'ZTDB2PHN manager ' WS-MANAGER-KEY ' for ['
                   UPD-KEY '] refused: ' PHL-STATUS
               PERFORM WRITE-LOG-RECORD
               PERFORM WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

      *-----------------------------------------------------------------
      * Replace the employee's current manager, or give them their
      * first one.
      *-----------------------------------------------------------------
           EXEC SQL
               UPDATE EMPPHMGR
                   SET MGR_MANAGER_KEY = :WS-MANAGER-KEY
                   WHERE MGR_KEY = :UPD-KEY
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO EMPPHMGR(MGR_KEY, MGR_MANAGER_KEY)
                       VALUES(:UPD-KEY, :WS-MANAGER-KEY)
               END-EXEC
           END-IF

           IF SQLCODE NOT = 0
               SET PHL-INVALID-REQUEST TO TRUE
               MOVE 'SQL error on manager' TO PHL-STATUS
               DISPLAY 'ZTDB2PHN set manager for [' UPD-KEY
                   '] failed, SQLCODE=' SQLCODE
               PERFORM WRITE-LOG-RECORD
               PERFORM WRITE-REJECT-RECORD
           ELSE
               SET PHL-VALID-REQUEST TO TRUE
               DISPLAY 'ZTDB2PHN [' UPD-KEY '] now reports to ['
                   WS-MANAGER-KEY ']'
               PERFORM WRITE-LOG-RECORD
           END-IF

           EXIT.

      ******************************************************************
      * Walk up the chain of command from the proposed manager. If the *
      * walk reaches the employee being changed, the new link would    *
      * close a loop. The walk ends at a root (no EMPPHMGR row).       *
      *                                                                *
      * Output: WS-MGR-CHAIN-FLAG                                      *
      ******************************************************************
       CHECK-MANAGER-CHAIN.

           SET WS-MGR-CHAIN-OK TO TRUE
           MOVE WS-MANAGER-KEY TO WS-MGR-WALK-KEY
           MOVE 0 TO WS-MGR-DEPTH

           PERFORM UNTIL NOT WS-MGR-CHAIN-OK
                   OR WS-MGR-WALK-KEY = SPACES
               IF WS-MGR-WALK-KEY = UPD-KEY
                   SET WS-MGR-CHAIN-CYCLE TO TRUE
               ELSE
                   ADD 1 TO WS-MGR-DEPTH
                   IF WS-MGR-DEPTH > WS-MGR-MAX-DEPTH
                       SET WS-MGR-CHAIN-TOO-DEEP TO TRUE
                   ELSE
                       EXEC SQL
                           SELECT MGR_MANAGER_KEY
                               INTO :WS-MGR-WALK-KEY
                               FROM EMPPHMGR
                               WHERE MGR_KEY = :WS-MGR-WALK-KEY
                       END-EXEC
                       IF SQLCODE NOT = 0
                           MOVE SPACES TO WS-MGR-WALK-KEY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Transfer an employee between departments. Unlike a plain 'U'   *
      * update of EMP_DEPT, a transfer validates BOTH the losing and   *
                       TO WS-XP-DEPT-CODE(WS-XP-COUNT)
                   MOVE XPI-EXTENSION
                       TO WS-XP-EXTENSION(WS-XP-COUNT)
                   MOVE SPACES TO WS-XP-RETIRED-DATE(WS-XP-COUNT)
                   EVALUATE TRUE
                       WHEN XPI-ASSIGNED
                           MOVE 'A' TO WS-XP-STATUS(WS-XP-COUNT)
                           MOVE XPI-ASSIGNED-KEY
                               TO WS-XP-ASSIGNED-KEY(WS-XP-COUNT)
                       WHEN XPI-COOLING
                           MOVE 'C' TO WS-XP-STATUS(WS-XP-COUNT)
                           MOVE XPI-ASSIGNED-KEY
                               TO WS-XP-ASSIGNED-KEY(WS-XP-COUNT)
                           MOVE XPI-RETIRED-DATE
                               TO WS-XP-RETIRED-DATE(WS-XP-COUNT)
                       WHEN OTHER
                           MOVE 'F' TO WS-XP-STATUS(WS-XP-COUNT)
                           MOVE SPACES
                               TO WS-XP-ASSIGNED-KEY(WS-XP-COUNT)
                   END-EVALUATE
               END-IF

               READ EXTENSION-POOL-IN
           EXIT.

      ******************************************************************
      * A successful delete starts the record's extension cooling off  *
      * (matched by extension value; the pool knows its own            *
      * department). It keeps the old key and today's date so that     *
      * ZTDB2PHK can free it after the cool-off period - a new hire    *
      * should not inherit the leaver's calls. An extension the pool   *
      * never owned is left alone.                                     *
      ******************************************************************
       RETURN-EXTENSION-TO-POOL.

                   UNTIL WS-XP-INDEX > WS-XP-COUNT
               IF WS-XP-EXTENSION(WS-XP-INDEX) = EMP_EXT
                       AND WS-XP-ASSIGNED(WS-XP-INDEX)
                   MOVE 'C' TO WS-XP-STATUS(WS-XP-INDEX)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-XP-RETIRED-DATE(WS-XP-INDEX)
                   ADD 1 TO WS-POOL-RETURNED-NOW
                   DISPLAY 'ZTDB2PHN extension ' EMP_EXT
                       ' is cooling off in the pool'
               END-IF
           END-PERFORM

               MOVE WS-XP-STATUS(WS-XP-INDEX) TO XPO-STATUS
               MOVE WS-XP-ASSIGNED-KEY(WS-XP-INDEX)
                   TO XPO-ASSIGNED-KEY
               MOVE WS-XP-RETIRED-DATE(WS-XP-INDEX)
                   TO XPO-RETIRED-DATE
               WRITE EXTENSION-POOL-OUT-RECORD
               IF EXTENSION-POOL-OUT-STATUS NOT = '00'
                   DISPLAY 'ZTDB2PHN error writing EXTPOOLO: '
           PERFORM WRITE-POOL-REPORT

           DISPLAY 'ZTDB2PHN pool drew ' WS-POOL-ASSIGNED-NOW
               ' and retired ' WS-POOL-RETURNED-NOW
               ' extension(s) this run'

           EXIT.
           DISPLAY 'ZTDB2PHN transfers     : ' WS-TOTAL-TRANSFER
           DISPLAY 'ZTDB2PHN numbers added : ' WS-TOTAL-ADD-NUMBER
           DISPLAY 'ZTDB2PHN numbers rmvd  : ' WS-TOTAL-REM-NUMBER
           DISPLAY 'ZTDB2PHN managers set  : ' WS-TOTAL-SET-MANAGER
           DISPLAY 'ZTDB2PHN keeps         : ' WS-TOTAL-KEEP
           DISPLAY 'ZTDB2PHN un-keeps      : ' WS-TOTAL-UNKEEP
           DISPLAY 'ZTDB2PHN searches      : ' WS-TOTAL-SEARCH
