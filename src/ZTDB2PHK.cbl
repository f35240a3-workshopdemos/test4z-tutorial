       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2PHK.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Key retirement. When an employee leaves, ZTDB2PHN's delete     *
      * removes the EMPPHONE row, but the same key lives on elsewhere: *
      * the EMPPHNUM typed numbers, the extension in the pool, and the *
      * CUSTFILE record kept by ZTPCICST/ZTPCBAT. Left alone, ZTPRECN  *
      * reports those leftovers as mismatches for weeks.               *
      *                                                                *
      * This program runs after ZTDB2PHN, driven by the night's        *
      * applied deletes on its audit trail (PHAUDIT: AUD-SYSTEM-ID     *
      * 'PHLOG', request 'D', status 'Y'). For each deleted key it     *
      *                                                                *
      *  - confirms the EMPPHONE row really is gone (a key deleted and *
      *    re-created in the same run is left alone)                   *
      *  - retires any EMPPHNUM typed numbers still on file            *
      *  - puts the key's pool extension into cool-off, if ZTDB2PHN    *
      *    has not already done so                                     *
      *  - writes a ZTPCBAT 'D' request (CBRETIRE) so CUSTFILE gets    *
      *    its tombstone; a kept or already tombstoned record is only  *
      *    reported                                                    *
      *                                                                *
      * and lists every store it touched on the retirement report      *
      * (RETIRRPT). Then it frees every pool extension whose cool-off  *
      * has run out, and writes the pool forward (EXTPOOLI ->          *
      * EXTPOOLO, rolled by the JCL as for ZTDB2PHN).                  *
      *                                                                *
      * Runtime PARM: 'COOL=nnn,DATE=YYYYMMDD', both optional - the    *
      * cool-off in days (default 90) and the run date (default        *
      * today).                                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN PHAUDIT
           FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT OPTIONAL EXTENSION-POOL-IN ASSIGN EXTPOOLI
           FILE STATUS IS EXTENSION-POOL-IN-STATUS.

           SELECT EXTENSION-POOL-OUT ASSIGN EXTPOOLO
           FILE STATUS IS EXTENSION-POOL-OUT-STATUS.

           SELECT CUSTFILE ASSIGN TO CUSTFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FILE-KEY
           FILE STATUS IS CUSTFILE-FS.

           SELECT CUST-RETIRE-FILE ASSIGN CBRETIRE
           FILE STATUS IS CUST-RETIRE-STATUS.

           SELECT RETIREMENT-REPORT ASSIGN RETIRRPT
           FILE STATUS IS RETIREMENT-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  AUDIT-LOG-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS AUDIT-LOG-FILE-RECORD.
       01  AUDIT-LOG-FILE-RECORD PIC X(120).

      *-----------------------------------------------------------------
      * The extension pool, as ZTDB2PHN reads and writes it.
      *-----------------------------------------------------------------
       FD  EXTENSION-POOL-IN RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXTENSION-POOL-IN-RECORD.
       01  EXTENSION-POOL-IN-RECORD.
           05 XPI-DEPT-CODE        PIC X(4).
           05 FILLER               PIC X.
           05 XPI-EXTENSION        PIC X(5).
           05 FILLER               PIC X.
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
           DATA RECORD IS EXTENSION-POOL-OUT-RECORD.
       01  EXTENSION-POOL-OUT-RECORD.
           05 XPO-DEPT-CODE        PIC X(4).
           05 FILLER               PIC X.
           05 XPO-EXTENSION        PIC X(5).
           05 FILLER               PIC X.
           05 XPO-STATUS           PIC X(1).
           05 FILLER               PIC X.
           05 XPO-ASSIGNED-KEY     PIC X(6).
           05 FILLER               PIC X.
           05 XPO-RETIRED-DATE     PIC X(8).
           05 FILLER               PIC X(52).

      *-----------------------------------------------------------------
      * CUSTFILE, as ZTPCBAT declares it. Read only: the tombstone
      * itself is applied by ZTPCBAT from CBRETIRE.
      *-----------------------------------------------------------------
       FD  CUSTFILE RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS FILE-RECORD.
       01  FILE-RECORD.
           03  FILE-KEY         PIC X(6).
           03  FILE-KEEP        PIC X(1).
               88  KEEP-YES     VALUE 'K'.
           03  FILE-LASTNAME    PIC X(40).
           03  FILE-FIRSTNAME   PIC X(40).
           03  FILE-PHONE       PIC X(10).
           03  FILE-VERSION     PIC 9(8).
           03  FILE-DEL-FLAG    PIC X(1).
               88  DELETED-YES  VALUE 'X'.
           03  FILE-DEL-DATE    PIC X(8).
           03  FILLER           PIC X(6).

       FD  CUST-RETIRE-FILE RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CUST-RETIRE-RECORD.
       01  CUST-RETIRE-RECORD PIC X(200).

       FD  RETIREMENT-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RETIREMENT-REPORT-RECORD.
       01  RETIREMENT-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  AUDIT-LOG-STATUS          PIC X(2).
       01  EXTENSION-POOL-IN-STATUS  PIC X(2).
       01  EXTENSION-POOL-OUT-STATUS PIC X(2).
       01  CUSTFILE-FS               PIC X(2).
           88 CUSTFILE-FS-OK           VALUE '00'.
           88 CUSTFILE-FS-NOT-FOUND    VALUE '23'.
       01  CUST-RETIRE-STATUS        PIC X(2).
       01  RETIREMENT-REPORT-STATUS  PIC X(2).

           COPY ZTAUDREC.

      *-----------------------------------------------------------------
      * The tombstone request for ZTPCBAT, in the PHUPDATE layout.
      *-----------------------------------------------------------------
           COPY ZTDB2PHR.

      *-----------------------------------------------------------------
      * Variables for CHECK-PARM.
      *-----------------------------------------------------------------
       77  WS-PARM             PIC X(100) VALUE SPACES.
       77  WS-PARM-FIELD-1     PIC X(20).
       77  WS-PARM-FIELD-2     PIC X(20).
       77  WS-PARM-FIELD       PIC X(20).
       77  WS-COOL-OFF-DAYS    PIC 9(3) VALUE 90.
       77  WS-RUN-DATE         PIC X(8).
       77  WS-RUN-DATE-INT     PIC S9(9) VALUE 0.
       77  WS-RETIRED-INT      PIC S9(9) VALUE 0.
       77  WS-COOL-UNTIL       PIC 9(8).

      *-----------------------------------------------------------------
      * The night's retired keys, each handled once however often it
      * appears on the audit trail.
      *-----------------------------------------------------------------
       01  WS-RETIRED-KEY-TABLE.
           05 WS-RK-ENTRY OCCURS 500 TIMES.
               10 WS-RK-KEY            PIC X(6).
               10 WS-RK-DATE           PIC X(8).
       77  WS-RK-COUNT         PIC 9(3) VALUE 0.
       77  WS-RK-INDEX         PIC 9(3).
       77  WS-RK-FOUND-FLAG    PIC 9.
           88 WS-RK-FOUND      VALUE 1.

      *-----------------------------------------------------------------
      * The loaded extension pool, as in ZTDB2PHN.
      *-----------------------------------------------------------------
       01  WS-EXT-POOL-TABLE.
           05 WS-XP-ENTRY OCCURS 200 TIMES.
               10 WS-XP-DEPT-CODE      PIC X(4).
               10 WS-XP-EXTENSION      PIC X(5).
               10 WS-XP-STATUS         PIC X(1).
                   88 WS-XP-FREE       VALUE 'F'.
                   88 WS-XP-ASSIGNED   VALUE 'A'.
                   88 WS-XP-COOLING    VALUE 'C'.
               10 WS-XP-ASSIGNED-KEY   PIC X(6).
               10 WS-XP-RETIRED-DATE   PIC X(8).
       77  WS-XP-COUNT         PIC 9(3) VALUE 0.
       77  WS-XP-INDEX         PIC 9(3).
       77  WS-XP-FOUND-FLAG    PIC 9.
           88 WS-XP-FOUND      VALUE 1.
       77  WS-POOL-LOADED-FLAG PIC 9 VALUE 0.
           88 WS-POOL-LOADED   VALUE 1.

       77  WS-RETIRE-KEY       PIC X(6).
       77  WS-ROW-COUNT        PIC S9(9) COMP VALUE 0.
       77  WS-EDIT-COUNT       PIC ZZZ9.
       77  WS-SQLCODE          PIC -(8)9.

       01  WS-RETIRE-TOTALS.
           05 WS-TOTAL-DELETES      PIC 9(6) VALUE 0.
           05 WS-TOTAL-RETIRED      PIC 9(6) VALUE 0.
           05 WS-TOTAL-REINSTATED   PIC 9(6) VALUE 0.
           05 WS-TOTAL-NUMBERS      PIC 9(6) VALUE 0.
           05 WS-TOTAL-COOLED       PIC 9(6) VALUE 0.
           05 WS-TOTAL-RELEASED     PIC 9(6) VALUE 0.
           05 WS-TOTAL-TOMBSTONES   PIC 9(6) VALUE 0.
           05 WS-TOTAL-PROBLEMS     PIC 9(6) VALUE 0.

      *-----------------------------------------------------------------
      * One report line per store touched for a key; RELEASE lines for
      * extensions coming out of cool-off.
      *-----------------------------------------------------------------
       01  RTR-REPORT-LINE.
           05 RTR-KIND             PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RTR-KEY              PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 RTR-STORE            PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RTR-DETAIL           PIC X(75).

      ******************************************************************
      * Employee phone tables, as declared in ZTDB2PHN.                *
      ******************************************************************
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

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-DATA   PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTDB2PHK start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM

           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHK error opening PHAUDIT: '
                   AUDIT-LOG-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTFILE
           OPEN OUTPUT CUST-RETIRE-FILE
           OPEN OUTPUT RETIREMENT-REPORT
           IF NOT CUSTFILE-FS-OK
                   OR CUST-RETIRE-STATUS NOT = '00'
                   OR RETIREMENT-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHK error opening files: '
                   CUSTFILE-FS ' ' CUST-RETIRE-STATUS ' '
                   RETIREMENT-REPORT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-EXTENSION-POOL
           PERFORM COLLECT-RETIRED-KEYS
           CLOSE AUDIT-LOG-FILE

           PERFORM VARYING WS-RK-INDEX FROM 1 BY 1
                   UNTIL WS-RK-INDEX > WS-RK-COUNT
               PERFORM RETIRE-ONE-KEY
           END-PERFORM

           PERFORM RELEASE-COOLED-EXTENSIONS
           PERFORM WRITE-EXTENSION-POOL

           CLOSE CUSTFILE
           CLOSE CUST-RETIRE-FILE
           CLOSE RETIREMENT-REPORT

           IF WS-TOTAL-PROBLEMS > 0 AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHK applied deletes=' WS-TOTAL-DELETES
               ' keys retired=' WS-TOTAL-RETIRED
               ' re-created=' WS-TOTAL-REINSTATED
           DISPLAY 'ZTDB2PHK numbers retired=' WS-TOTAL-NUMBERS
               ' extensions cooled=' WS-TOTAL-COOLED
               ' released=' WS-TOTAL-RELEASED
           DISPLAY 'ZTDB2PHK tombstones requested='
               WS-TOTAL-TOMBSTONES ' problems=' WS-TOTAL-PROBLEMS
           DISPLAY 'ZTDB2PHK end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * 'COOL=nnn' and 'DATE=YYYYMMDD', in either order.               *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           MOVE SPACES TO WS-PARM-FIELD-1 WS-PARM-FIELD-2
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD-1 WS-PARM-FIELD-2
           END-UNSTRING

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           MOVE WS-PARM-FIELD-1 TO WS-PARM-FIELD
           PERFORM CHECK-PARM-FIELD
           MOVE WS-PARM-FIELD-2 TO WS-PARM-FIELD
           PERFORM CHECK-PARM-FIELD

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))

           DISPLAY 'ZTDB2PHK run date ' WS-RUN-DATE
               ', cool-off ' WS-COOL-OFF-DAYS ' day(s)'

           EXIT.

       CHECK-PARM-FIELD.

           EVALUATE TRUE
               WHEN WS-PARM-FIELD(1:5) = 'COOL='
                   IF WS-PARM-FIELD(6:3) IS NUMERIC
                       MOVE WS-PARM-FIELD(6:3) TO WS-COOL-OFF-DAYS
                   ELSE
                       DISPLAY 'ZTDB2PHK COOL= must be 3 digits, '
                           'using ' WS-COOL-OFF-DAYS
                   END-IF
               WHEN WS-PARM-FIELD(1:5) = 'DATE='
                   IF WS-PARM-FIELD(6:8) IS NUMERIC
                       MOVE WS-PARM-FIELD(6:8) TO WS-RUN-DATE
                   ELSE
                       DISPLAY 'ZTDB2PHK bad DATE= value, using today'
                   END-IF
           END-EVALUATE

           EXIT.

      ******************************************************************
      * Every applied EMPPHONE delete on the audit trail, one table    *
      * entry per key.                                                 *
      ******************************************************************
       COLLECT-RETIRED-KEYS.

           READ AUDIT-LOG-FILE INTO AUD-TRAIL-RECORD
           PERFORM UNTIL AUDIT-LOG-STATUS NOT = '00'
               IF AUD-SYSTEM-ID = 'PHLOG'
                       AND AUD-REQUEST-TYPE = 'D'
                       AND AUD-STATUS = 'Y'
                   ADD 1 TO WS-TOTAL-DELETES
                   PERFORM ADD-RETIRED-KEY
               END-IF
               READ AUDIT-LOG-FILE INTO AUD-TRAIL-RECORD
           END-PERFORM

           DISPLAY 'ZTDB2PHK ' WS-RK-COUNT ' key(s) to retire'

           EXIT.

       ADD-RETIRED-KEY.

           MOVE 0 TO WS-RK-FOUND-FLAG
           PERFORM VARYING WS-RK-INDEX FROM 1 BY 1
                   UNTIL WS-RK-INDEX > WS-RK-COUNT OR WS-RK-FOUND
               IF WS-RK-KEY(WS-RK-INDEX) = AUD-KEY
                   SET WS-RK-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-RK-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-RK-COUNT >= 500
               DISPLAY 'ZTDB2PHK too many deletes, [' AUD-KEY
                   '] not retired this run'
               ADD 1 TO WS-TOTAL-PROBLEMS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RK-COUNT
           MOVE AUD-KEY TO WS-RK-KEY(WS-RK-COUNT)
           MOVE AUD-DATE TO WS-RK-DATE(WS-RK-COUNT)

           EXIT.

      ******************************************************************
      * Retire one key across the stores, one report line per store.   *
      ******************************************************************
       RETIRE-ONE-KEY.

           MOVE WS-RK-KEY(WS-RK-INDEX) TO WS-RETIRE-KEY
           MOVE 'RETIRE' TO RTR-KIND
           MOVE WS-RETIRE-KEY TO RTR-KEY

      *-----------------------------------------------------------------
      * The key may have been re-created later in the same run; the
      * new employee keeps everything.
      *-----------------------------------------------------------------
           MOVE 0 TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                   FROM EMPPHONE
                   WHERE EMP_KEY = :WS-RETIRE-KEY
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'EMPPHONE' TO RTR-STORE
               MOVE SPACES TO RTR-DETAIL
               MOVE SQLCODE TO WS-SQLCODE
               STRING 'lookup failed, SQLCODE=' WS-SQLCODE
                   ' - key not retired'
                   DELIMITED BY SIZE INTO RTR-DETAIL
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-TOTAL-PROBLEMS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-COUNT > 0
               MOVE 'KEPT' TO RTR-KIND
               MOVE 'EMPPHONE' TO RTR-STORE
               MOVE 're-created after the delete - not retired'
                   TO RTR-DETAIL
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-TOTAL-REINSTATED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-RETIRED
           MOVE 'EMPPHONE' TO RTR-STORE
           MOVE SPACES TO RTR-DETAIL
           STRING 'row deleted ' WS-RK-DATE(WS-RK-INDEX)
               DELIMITED BY SIZE INTO RTR-DETAIL
           PERFORM WRITE-REPORT-LINE

           PERFORM RETIRE-TYPED-NUMBERS
           PERFORM RETIRE-POOL-EXTENSION
           PERFORM RETIRE-CUSTFILE-RECORD

           EXIT.

      ******************************************************************
      * Typed numbers left on EMPPHNUM for the key.                    *
      ******************************************************************
       RETIRE-TYPED-NUMBERS.

           MOVE 'EMPPHNUM' TO RTR-STORE
           MOVE 0 TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                   FROM EMPPHNUM
                   WHERE NUM_KEY = :WS-RETIRE-KEY
           END-EXEC

           IF SQLCODE = 0 AND WS-ROW-COUNT = 0
               MOVE 'no typed numbers left' TO RTR-DETAIL
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               DELETE FROM EMPPHNUM
                   WHERE NUM_KEY = :WS-RETIRE-KEY
           END-EXEC

           MOVE SPACES TO RTR-DETAIL
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE SQLCODE TO WS-SQLCODE
               STRING 'delete failed, SQLCODE=' WS-SQLCODE
                   DELIMITED BY SIZE INTO RTR-DETAIL
               ADD 1 TO WS-TOTAL-PROBLEMS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               MOVE WS-ROW-COUNT TO WS-EDIT-COUNT
               ADD WS-ROW-COUNT TO WS-TOTAL-NUMBERS
               STRING WS-EDIT-COUNT ' typed number(s) retired'
                   DELIMITED BY SIZE INTO RTR-DETAIL
           END-IF
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * The key's pool extension: cool it off if it is still shown as  *
      * assigned, and report when it comes free.                       *
      ******************************************************************
       RETIRE-POOL-EXTENSION.

           MOVE 'EXTPOOL' TO RTR-STORE
           IF NOT WS-POOL-LOADED
               MOVE 'no extension pool supplied' TO RTR-DETAIL
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-XP-FOUND-FLAG
           PERFORM VARYING WS-XP-INDEX FROM 1 BY 1
                   UNTIL WS-XP-INDEX > WS-XP-COUNT OR WS-XP-FOUND
               IF WS-XP-ASSIGNED-KEY(WS-XP-INDEX) = WS-RETIRE-KEY
                       AND NOT WS-XP-FREE(WS-XP-INDEX)
                   SET WS-XP-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-XP-FOUND
               MOVE 'no pool extension held by this key' TO RTR-DETAIL
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-XP-INDEX

           IF WS-XP-ASSIGNED(WS-XP-INDEX)
               MOVE 'C' TO WS-XP-STATUS(WS-XP-INDEX)
               MOVE WS-RK-DATE(WS-RK-INDEX)
                   TO WS-XP-RETIRED-DATE(WS-XP-INDEX)
               ADD 1 TO WS-TOTAL-COOLED
           END-IF

           PERFORM COMPUTE-COOL-UNTIL
           MOVE SPACES TO RTR-DETAIL
           STRING 'extension ' WS-XP-EXTENSION(WS-XP-INDEX)
               ' (' WS-XP-DEPT-CODE(WS-XP-INDEX)
               ') cooling off until ' WS-COOL-UNTIL
               DELIMITED BY SIZE INTO RTR-DETAIL
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * A tombstone request for ZTPCBAT, unless CUSTFILE has no record *
      * for the key, it is kept, or it is already tombstoned.          *
      ******************************************************************
       RETIRE-CUSTFILE-RECORD.

           MOVE 'CUSTFILE' TO RTR-STORE
           MOVE WS-RETIRE-KEY TO FILE-KEY
           READ CUSTFILE
           EVALUATE TRUE
               WHEN CUSTFILE-FS-NOT-FOUND
                   MOVE 'no CUSTFILE record for this key'
                       TO RTR-DETAIL
               WHEN NOT CUSTFILE-FS-OK
                   MOVE SPACES TO RTR-DETAIL
                   STRING 'read failed, status ' CUSTFILE-FS
                       DELIMITED BY SIZE INTO RTR-DETAIL
                   ADD 1 TO WS-TOTAL-PROBLEMS
               WHEN DELETED-YES
                   MOVE SPACES TO RTR-DETAIL
                   STRING 'already tombstoned ' FILE-DEL-DATE
                       DELIMITED BY SIZE INTO RTR-DETAIL
               WHEN KEEP-YES
                   MOVE 'kept record - release it, then ZTPCBAT D'
                       TO RTR-DETAIL
                   ADD 1 TO WS-TOTAL-PROBLEMS
               WHEN OTHER
                   MOVE SPACES TO UPD-PHONE-UPDATE-FILE-RECORD
                   MOVE 'D' TO UPD-REQUEST-TYPE
                   MOVE WS-RETIRE-KEY TO UPD-KEY
                   MOVE 'key retirement' TO UPD-MESSAGE
                   MOVE UPD-PHONE-UPDATE-FILE-RECORD
                       TO CUST-RETIRE-RECORD
                   WRITE CUST-RETIRE-RECORD
                   IF CUST-RETIRE-STATUS NOT = '00'
                       DISPLAY 'ZTDB2PHK error writing CBRETIRE: '
                           CUST-RETIRE-STATUS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                       MOVE 'tombstone request NOT written'
                           TO RTR-DETAIL
                   ELSE
                       ADD 1 TO WS-TOTAL-TOMBSTONES
                       MOVE 'tombstone requested (CBRETIRE)'
                           TO RTR-DETAIL
                   END-IF
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Free every extension whose cool-off has run out.               *
      ******************************************************************
       RELEASE-COOLED-EXTENSIONS.

           MOVE 'RELEASE' TO RTR-KIND
           MOVE 'EXTPOOL' TO RTR-STORE

           PERFORM VARYING WS-XP-INDEX FROM 1 BY 1
                   UNTIL WS-XP-INDEX > WS-XP-COUNT
               IF WS-XP-COOLING(WS-XP-INDEX)
                   PERFORM COMPUTE-COOL-UNTIL
                   IF WS-RETIRED-INT + WS-COOL-OFF-DAYS
                           <= WS-RUN-DATE-INT
                       MOVE WS-XP-ASSIGNED-KEY(WS-XP-INDEX) TO RTR-KEY
                       MOVE SPACES TO RTR-DETAIL
                       STRING 'extension '
                           WS-XP-EXTENSION(WS-XP-INDEX)
                           ' (' WS-XP-DEPT-CODE(WS-XP-INDEX)
                           ') free again, retired '
                           WS-XP-RETIRED-DATE(WS-XP-INDEX)
                           DELIMITED BY SIZE INTO RTR-DETAIL
                       PERFORM WRITE-REPORT-LINE
                       MOVE 'F' TO WS-XP-STATUS(WS-XP-INDEX)
                       MOVE SPACES TO WS-XP-ASSIGNED-KEY(WS-XP-INDEX)
                       MOVE SPACES TO WS-XP-RETIRED-DATE(WS-XP-INDEX)
                       ADD 1 TO WS-TOTAL-RELEASED
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * The day the entry at WS-XP-INDEX comes out of cool-off. An     *
      * entry with no usable date is treated as retired today.         *
      *                                                                *
      * Output: WS-RETIRED-INT, WS-COOL-UNTIL                          *
      ******************************************************************
       COMPUTE-COOL-UNTIL.

           IF WS-XP-RETIRED-DATE(WS-XP-INDEX) IS NUMERIC
               COMPUTE WS-RETIRED-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-XP-RETIRED-DATE(WS-XP-INDEX)))
           ELSE
               MOVE WS-RUN-DATE-INT TO WS-RETIRED-INT
               MOVE WS-RUN-DATE TO WS-XP-RETIRED-DATE(WS-XP-INDEX)
           END-IF

           COMPUTE WS-COOL-UNTIL = FUNCTION DATE-OF-INTEGER
               (WS-RETIRED-INT + WS-COOL-OFF-DAYS)

           EXIT.

      ******************************************************************
      * Load the extension pool (if EXTPOOLI is supplied).             *
      ******************************************************************
       LOAD-EXTENSION-POOL.

           MOVE 0 TO WS-XP-COUNT

           OPEN INPUT EXTENSION-POOL-IN
           IF EXTENSION-POOL-IN-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHK no extension pool available: '
                   EXTENSION-POOL-IN-STATUS
               EXIT PARAGRAPH
           END-IF

           SET WS-POOL-LOADED TO TRUE
           READ EXTENSION-POOL-IN
           PERFORM UNTIL EXTENSION-POOL-IN-STATUS > '04'
               IF XPI-DEPT-CODE NOT = SPACES
                       AND XPI-EXTENSION NOT = SPACES
                       AND WS-XP-COUNT < 200
                   ADD 1 TO WS-XP-COUNT
                   MOVE XPI-DEPT-CODE
                       TO WS-XP-DEPT-CODE(WS-XP-COUNT)
                   MOVE XPI-EXTENSION
                       TO WS-XP-EXTENSION(WS-XP-COUNT)
                   MOVE XPI-STATUS TO WS-XP-STATUS(WS-XP-COUNT)
                   MOVE XPI-ASSIGNED-KEY
                       TO WS-XP-ASSIGNED-KEY(WS-XP-COUNT)
                   MOVE XPI-RETIRED-DATE
                       TO WS-XP-RETIRED-DATE(WS-XP-COUNT)
                   IF NOT XPI-ASSIGNED AND NOT XPI-COOLING
                       MOVE 'F' TO WS-XP-STATUS(WS-XP-COUNT)
                       MOVE SPACES
                           TO WS-XP-ASSIGNED-KEY(WS-XP-COUNT)
                   END-IF
                   IF NOT XPI-COOLING
                       MOVE SPACES
                           TO WS-XP-RETIRED-DATE(WS-XP-COUNT)
                   END-IF
               END-IF

               READ EXTENSION-POOL-IN
           END-PERFORM

           CLOSE EXTENSION-POOL-IN

           DISPLAY 'ZTDB2PHK loaded ' WS-XP-COUNT
               ' extension pool entry(ies) from EXTPOOLI'

           EXIT.

      ******************************************************************
      * Write the pool forward for ZTDB2PHN's next EXTPOOLI.           *
      ******************************************************************
       WRITE-EXTENSION-POOL.

           IF NOT WS-POOL-LOADED
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT EXTENSION-POOL-OUT
           IF EXTENSION-POOL-OUT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHK error opening EXTPOOLO: '
                   EXTENSION-POOL-OUT-STATUS
               MOVE RC-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-XP-INDEX FROM 1 BY 1
                   UNTIL WS-XP-INDEX > WS-XP-COUNT
               MOVE SPACES TO EXTENSION-POOL-OUT-RECORD
               MOVE WS-XP-DEPT-CODE(WS-XP-INDEX) TO XPO-DEPT-CODE
               MOVE WS-XP-EXTENSION(WS-XP-INDEX) TO XPO-EXTENSION
               MOVE WS-XP-STATUS(WS-XP-INDEX) TO XPO-STATUS
               MOVE WS-XP-ASSIGNED-KEY(WS-XP-INDEX)
                   TO XPO-ASSIGNED-KEY
               MOVE WS-XP-RETIRED-DATE(WS-XP-INDEX)
                   TO XPO-RETIRED-DATE
               WRITE EXTENSION-POOL-OUT-RECORD
               IF EXTENSION-POOL-OUT-STATUS NOT = '00'
                   DISPLAY 'ZTDB2PHK error writing EXTPOOLO: '
                       EXTENSION-POOL-OUT-STATUS
                   MOVE RC-ERROR TO RETURN-CODE
               END-IF
           END-PERFORM

           CLOSE EXTENSION-POOL-OUT

           EXIT.

       WRITE-REPORT-LINE.

           MOVE RTR-REPORT-LINE TO RETIREMENT-REPORT-RECORD
           WRITE RETIREMENT-REPORT-RECORD
           IF RETIREMENT-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHK error writing RETIRRPT: '
                   RETIREMENT-REPORT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHK ' RETIREMENT-REPORT-RECORD(1:80)

           EXIT.
