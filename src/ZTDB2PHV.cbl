       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2PHV.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Annual directory attestation campaign. Directory data goes     *
      * stale because nobody confirms it; once a year every employee   *
      * is sent their own entry to confirm or correct.                 *
      *                                                                *
      * PARM 'MODE=START[,DATE=YYYYMMDD]' opens a campaign dated DATE  *
      * (default today): every EMPPHONE employee gets an attestation   *
      * record (ZTDB2PVR) on ATTEXTR carrying their EMPPHONE entry and *
      * EMPPHNUM numbers, and a fresh pending tracking record on       *
      * ATTRKO. Each employee's last-ever attestation date is carried  *
      * over from the previous tracking file (ATTRKI).                 *
      *                                                                *
      * PARM 'MODE=COLLECT[,DATE=YYYYMMDD]' (the default, run nightly; *
      * DATE is the as-of date for aging, default today) reads the     *
      * returned records on ATTRESP against the tracking file:         *
      *                                                                *
      *  - a confirmation marks the employee attested on its date      *
      *  - a correction does the same and is turned into PHUPDATE      *
      *    requests on ATTFIX - 'U' for names, phone, extension and    *
      *    e-mail, 'T' for a department change, 'N'/'X' for typed      *
      *    numbers added or dropped - which then go through ZTDB2PHN's *
      *    normal validation like any other batch                      *
      *  - a response for another campaign, an unknown key, or an      *
      *    unrecognized action is reported and ignored                 *
      *                                                                *
      * Then it ages everyone still pending (ATTRPT): each employee    *
      * 30, 60, or 90+ days past the campaign date with their          *
      * department and manager, a per-department summary for the       *
      * managers to chase, and the running count of employees who      *
      * have never attested. Employees deleted from EMPPHONE since the *
      * campaign started are withdrawn from it.                        *
      *                                                                *
      * Overdue employees (30 days or more) end a collect run with     *
      * RC-WARNING.                                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRACKING-IN ASSIGN ATTRKI
           FILE STATUS IS TRACKING-IN-STATUS.

           SELECT TRACKING-OUT ASSIGN ATTRKO
           FILE STATUS IS TRACKING-OUT-STATUS.

           SELECT ATTESTATION-EXTRACT ASSIGN ATTEXTR
           FILE STATUS IS ATTESTATION-EXTRACT-STATUS.

           SELECT RESPONSE-FILE ASSIGN ATTRESP
           FILE STATUS IS RESPONSE-FILE-STATUS.

           SELECT RESPONSE-SORTED ASSIGN ATTRSRT
           FILE STATUS IS RESPONSE-SORTED-STATUS.

           SELECT RESPONSE-SORT-WORK ASSIGN TO SORTWK1.

           SELECT CORRECTION-FILE ASSIGN ATTFIX
           FILE STATUS IS CORRECTION-FILE-STATUS.

           SELECT ATTESTATION-REPORT ASSIGN ATTRPT
           FILE STATUS IS ATTESTATION-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  TRACKING-IN RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TRACKING-IN-RECORD.
       01  TRACKING-IN-RECORD PIC X(80).

       FD  TRACKING-OUT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TRACKING-OUT-RECORD.
       01  TRACKING-OUT-RECORD PIC X(80).

       FD  ATTESTATION-EXTRACT RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ATTESTATION-EXTRACT-RECORD.
       01  ATTESTATION-EXTRACT-RECORD PIC X(250).

       FD  RESPONSE-FILE RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RESPONSE-FILE-RECORD.
       01  RESPONSE-FILE-RECORD PIC X(250).

       FD  RESPONSE-SORTED RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RESPONSE-SORTED-RECORD.
       01  RESPONSE-SORTED-RECORD PIC X(250).

      ******************************************************************
      * Responses are sorted by key, then response date, so the last   *
      * response an employee sent is the one that stands.              *
      ******************************************************************
       SD  RESPONSE-SORT-WORK
           DATA RECORD IS RESPONSE-SORT-RECORD.
       01  RESPONSE-SORT-RECORD.
           05 FILLER               PIC X.
           05 RSW-RESPONSE-DATE    PIC X(8).
           05 RSW-KEY              PIC X(6).
           05 FILLER               PIC X(235).

       FD  CORRECTION-FILE RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CORRECTION-FILE-RECORD.
       01  CORRECTION-FILE-RECORD PIC X(200).

       FD  ATTESTATION-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ATTESTATION-REPORT-RECORD.
       01  ATTESTATION-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  TRACKING-IN-STATUS          PIC X(2).
       01  TRACKING-OUT-STATUS         PIC X(2).
       01  ATTESTATION-EXTRACT-STATUS  PIC X(2).
       01  RESPONSE-FILE-STATUS        PIC X(2).
       01  RESPONSE-SORTED-STATUS      PIC X(2).
       01  CORRECTION-FILE-STATUS      PIC X(2).
       01  ATTESTATION-REPORT-STATUS   PIC X(2).

      *-----------------------------------------------------------------
      * The attestation and tracking records (ZTDB2PVR), and the
      * PHUPDATE request record for corrections (ZTDB2PHR).
      *-----------------------------------------------------------------
           COPY ZTDB2PVR.

           COPY ZTDB2PHR.

      *-----------------------------------------------------------------
      * Variables for CHECK-PARM ('MODE=START|COLLECT,DATE=YYYYMMDD').
      *-----------------------------------------------------------------
       77  WS-PARM             PIC X(100) VALUE SPACES.
       77  WS-PARM-FIELD-1     PIC X(20).
       77  WS-PARM-FIELD-2     PIC X(20).
       77  WS-RUN-MODE         PIC X(7) VALUE 'COLLECT'.
           88 WS-START-MODE    VALUE 'START  '.
           88 WS-COLLECT-MODE  VALUE 'COLLECT'.
       77  WS-RUN-DATE         PIC X(8).

       01  WS-CURRENT-DATE.
           05 CURR-DATE-YMD        PIC X(8).
           05 FILLER               PIC X(13).

      *-----------------------------------------------------------------
      * Match keys; HIGH-VALUES marks a side that has run out.
      *-----------------------------------------------------------------
       77  WS-TRACK-KEY        PIC X(6).
       77  WS-RESPONSE-KEY     PIC X(6).
       77  WS-EMP-KEY-MATCH    PIC X(6).
       77  WS-TRACK-EOF-FLAG   PIC 9 VALUE 0.
           88 WS-TRACK-EOF     VALUE 1.
       77  WS-PREV-LAST-ATTESTED PIC X(8).

      *-----------------------------------------------------------------
      * Aging: days since the campaign date and its bucket.
      *-----------------------------------------------------------------
       77  WS-DAYS-OUT         PIC S9(5) VALUE 0.
       77  WS-CAMPAIGN-INT     PIC S9(9) VALUE 0.
       77  WS-RUN-DATE-INT     PIC S9(9) VALUE 0.
       77  WS-BUCKET           PIC X(3).
       77  WS-MANAGER-KEY      PIC X(6).
       77  WS-ROW-COUNT        PIC S9(9) COMP VALUE 0.

      *-----------------------------------------------------------------
      * Per-department aging counters, kept in department order.
      *-----------------------------------------------------------------
       01  WS-DEPT-AGING-TABLE.
           05 WS-DA-ENTRY OCCURS 100 TIMES.
               10 WS-DA-DEPT           PIC X(4).
               10 WS-DA-ATTESTED       PIC 9(5).
               10 WS-DA-NOT-DUE        PIC 9(5).
               10 WS-DA-OVER-30        PIC 9(5).
               10 WS-DA-OVER-60        PIC 9(5).
               10 WS-DA-OVER-90        PIC 9(5).
       77  WS-DA-COUNT         PIC 9(3) VALUE 0.
       77  WS-DA-INDEX         PIC 9(3).
       77  WS-DA-SHIFT         PIC 9(3).

      *-----------------------------------------------------------------
      * The employee's typed numbers as they stand on EMPPHNUM, for
      * the extract and for turning a correction into N/X requests.
      *-----------------------------------------------------------------
       01  WS-ON-FILE-TABLE.
           05 WS-OF-ENTRY OCCURS 20 TIMES.
               10 WS-OF-TYPE           PIC X(1).
               10 WS-OF-PHONE          PIC X(10).
       77  WS-OF-COUNT         PIC 9(2) VALUE 0.
       77  WS-OF-INDEX         PIC 9(2).
       77  WS-SLOT-INDEX       PIC 9(2).
       77  WS-NUM-FOUND-FLAG   PIC 9.
           88 WS-NUM-FOUND     VALUE 1.
       77  WS-NUM-TYPE         PIC X(1).
       77  WS-NUM-PHONE        PIC X(10).
       77  WS-NUM-REQUEST-TYPE PIC X(1).
       77  WS-FIELD-CHANGE-FLAG PIC 9.
           88 WS-FIELD-CHANGED VALUE 1.

       01  WS-ATTEST-TOTALS.
           05 WS-TOTAL-EXTRACTED       PIC 9(6) VALUE 0.
           05 WS-TOTAL-RESPONSES       PIC 9(6) VALUE 0.
           05 WS-TOTAL-CONFIRMED       PIC 9(6) VALUE 0.
           05 WS-TOTAL-CORRECTED       PIC 9(6) VALUE 0.
           05 WS-TOTAL-REQUESTS        PIC 9(6) VALUE 0.
           05 WS-TOTAL-IGNORED         PIC 9(6) VALUE 0.
           05 WS-TOTAL-WITHDRAWN       PIC 9(6) VALUE 0.
           05 WS-TOTAL-PENDING         PIC 9(6) VALUE 0.
           05 WS-TOTAL-OVERDUE         PIC 9(6) VALUE 0.
           05 WS-TOTAL-NEVER           PIC 9(6) VALUE 0.

       01  ATR-HEADER-LINE.
           05 FILLER               PIC X(20)
               VALUE 'ATTESTATION  MODE='.
           05 ATR-MODE             PIC X(7).
           05 FILLER               PIC X(6) VALUE ' DATE='.
           05 ATR-DATE             PIC X(8).
           05 FILLER               PIC X(59) VALUE SPACES.

       01  ATR-RESPONSE-LINE.
           05 ATR-KIND             PIC X(9).
           05 FILLER               PIC X VALUE SPACE.
           05 ATR-KEY              PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 ATR-LASTNAME         PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 ATR-RESPONSE-DATE    PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 ATR-DETAIL           PIC X(53).

       01  ATR-OVERDUE-LINE.
           05 FILLER               PIC X(10) VALUE 'OVERDUE   '.
           05 ATR-OD-DEPT          PIC X(4).
           05 FILLER               PIC X VALUE SPACE.
           05 ATR-OD-KEY           PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 ATR-OD-LASTNAME      PIC X(20).
           05 FILLER               PIC X(6) VALUE ' DAYS='.
           05 ATR-OD-DAYS          PIC ZZZZ9.
           05 FILLER               PIC X(8) VALUE ' BUCKET='.
           05 ATR-OD-BUCKET        PIC X(3).
           05 FILLER               PIC X(9) VALUE ' MANAGER='.
           05 ATR-OD-MANAGER       PIC X(6).
           05 FILLER               PIC X(21) VALUE SPACES.

       01  ATR-DEPT-LINE.
           05 FILLER               PIC X(10) VALUE 'DEPT      '.
           05 ATR-DP-DEPT          PIC X(4).
           05 FILLER               PIC X(10) VALUE ' ATTESTED='.
           05 ATR-DP-ATTESTED      PIC ZZZZ9.
           05 FILLER               PIC X(9) VALUE ' NOT-DUE='.
           05 ATR-DP-NOT-DUE       PIC ZZZZ9.
           05 FILLER               PIC X(5) VALUE ' 30+='.
           05 ATR-DP-OVER-30       PIC ZZZZ9.
           05 FILLER               PIC X(5) VALUE ' 60+='.
           05 ATR-DP-OVER-60       PIC ZZZZ9.
           05 FILLER               PIC X(5) VALUE ' 90+='.
           05 ATR-DP-OVER-90       PIC ZZZZ9.
           05 FILLER               PIC X(27) VALUE SPACES.

       01  ATR-TOTAL-LINE.
           05 FILLER               PIC X(10) VALUE 'TOTAL     '.
           05 FILLER               PIC X(9) VALUE 'PENDING='.
           05 ATR-TT-PENDING       PIC ZZZZZ9.
           05 FILLER               PIC X(10) VALUE ' OVERDUE='.
           05 ATR-TT-OVERDUE       PIC ZZZZZ9.
           05 FILLER               PIC X(16) VALUE ' NEVER-ATTESTED='.
           05 ATR-TT-NEVER         PIC ZZZZZ9.
           05 FILLER               PIC X(37) VALUE SPACES.

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
      * EVERY EMPLOYEE IN KEY ORDER, FOR THE CAMPAIGN START; AND ONE
      * EMPLOYEE'S TYPED NUMBERS.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE ATTEMP CURSOR FOR
               SELECT * FROM EMPPHONE
                   ORDER BY EMP_KEY ASC
           END-EXEC.

           EXEC SQL DECLARE ATTNUM CURSOR FOR
               SELECT NUM_TYPE, NUM_PHONE FROM EMPPHNUM
                   WHERE NUM_KEY = :WS-EMP-KEY-MATCH
                   ORDER BY NUM_TYPE ASC, NUM_PHONE ASC
           END-EXEC.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-DATA   PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTDB2PHV start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM

           OPEN OUTPUT ATTESTATION-REPORT
           IF ATTESTATION-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV error opening ATTRPT: '
                   ATTESTATION-REPORT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-RUN-MODE TO ATR-MODE
           MOVE WS-RUN-DATE TO ATR-DATE
           MOVE ATR-HEADER-LINE TO ATTESTATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           IF WS-START-MODE
               PERFORM START-CAMPAIGN
           ELSE
               PERFORM COLLECT-RESPONSES
               PERFORM WRITE-AGING-SUMMARY
           END-IF

           CLOSE ATTESTATION-REPORT

           IF WS-COLLECT-MODE AND WS-TOTAL-OVERDUE > 0
                   AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHV extracted=' WS-TOTAL-EXTRACTED
               ' responses=' WS-TOTAL-RESPONSES
               ' confirmed=' WS-TOTAL-CONFIRMED
               ' corrected=' WS-TOTAL-CORRECTED
           DISPLAY 'ZTDB2PHV requests=' WS-TOTAL-REQUESTS
               ' ignored=' WS-TOTAL-IGNORED
               ' withdrawn=' WS-TOTAL-WITHDRAWN
           DISPLAY 'ZTDB2PHV pending=' WS-TOTAL-PENDING
               ' overdue=' WS-TOTAL-OVERDUE
               ' never-attested=' WS-TOTAL-NEVER
           DISPLAY 'ZTDB2PHV end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           MOVE SPACES TO WS-PARM-FIELD-1 WS-PARM-FIELD-2
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD-1 WS-PARM-FIELD-2
           END-UNSTRING

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE CURR-DATE-YMD TO WS-RUN-DATE

           IF WS-PARM-FIELD-1(1:10) = 'MODE=START'
               SET WS-START-MODE TO TRUE
           END-IF

           IF WS-PARM-FIELD-1(1:5) = 'DATE='
               MOVE WS-PARM-FIELD-1 TO WS-PARM-FIELD-2
           END-IF
           IF WS-PARM-FIELD-2(1:5) = 'DATE='
               IF WS-PARM-FIELD-2(6:8) IS NUMERIC
                   MOVE WS-PARM-FIELD-2(6:8) TO WS-RUN-DATE
               ELSE
                   DISPLAY 'ZTDB2PHV bad DATE= value, using today'
               END-IF
           END-IF

           DISPLAY 'ZTDB2PHV mode ' WS-RUN-MODE ' date ' WS-RUN-DATE

           EXIT.

      ******************************************************************
      * Open a campaign: every current employee gets an attestation    *
      * record and a pending tracking record. The previous tracking    *
      * file (if any) only contributes each employee's last-ever       *
      * attestation date; leavers simply drop out.                     *
      ******************************************************************
       START-CAMPAIGN.

           OPEN INPUT TRACKING-IN
           IF TRACKING-IN-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV no earlier tracking file: '
                   TRACKING-IN-STATUS
               SET WS-TRACK-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-TRACK-KEY
           ELSE
               PERFORM READ-TRACKING-RECORD
           END-IF

           OPEN OUTPUT TRACKING-OUT
           IF TRACKING-OUT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV error opening ATTRKO: '
                   TRACKING-OUT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ATTESTATION-EXTRACT
           IF ATTESTATION-EXTRACT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV error opening ATTEXTR: '
                   ATTESTATION-EXTRACT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL OPEN ATTEMP END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ZTDB2PHV error opening ATTEMP: ' SQLCODE
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               INITIALIZE WS-EMPPHONE
               EXEC SQL FETCH ATTEMP INTO :WS-EMPPHONE END-EXEC
               PERFORM UNTIL SQLCODE NOT = 0
                   PERFORM UNTIL WS-TRACK-KEY >= EMP_KEY
                       PERFORM READ-TRACKING-RECORD
                   END-PERFORM
                   PERFORM EXTRACT-ONE-EMPLOYEE
                   INITIALIZE WS-EMPPHONE
                   EXEC SQL FETCH ATTEMP INTO :WS-EMPPHONE END-EXEC
               END-PERFORM
               IF SQLCODE NOT = 100
                   DISPLAY 'ZTDB2PHV error fetching ATTEMP: ' SQLCODE
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               END-IF
               EXEC SQL CLOSE ATTEMP END-EXEC
           END-IF

           IF NOT WS-TRACK-EOF
               CLOSE TRACKING-IN
           END-IF
           CLOSE TRACKING-OUT
           CLOSE ATTESTATION-EXTRACT

           MOVE SPACES TO ATR-RESPONSE-LINE
           MOVE 'STARTED' TO ATR-KIND
           MOVE SPACES TO ATR-DETAIL
           STRING 'campaign opened, employees=' WS-TOTAL-EXTRACTED
               ' never-attested=' WS-TOTAL-NEVER
               DELIMITED BY SIZE INTO ATR-DETAIL
           MOVE ATR-RESPONSE-LINE TO ATTESTATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * One employee's attestation record and pending tracking entry.  *
      ******************************************************************
       EXTRACT-ONE-EMPLOYEE.

           MOVE SPACES TO ATX-ATTESTATION-RECORD
           MOVE EMP_KEY TO ATX-KEY
           MOVE EMP_DEPT TO ATX-DEPT-CODE
           MOVE EMP_LASTNAMEC TO ATX-LASTNAME
           MOVE EMP_FIRSTNAMEC TO ATX-FIRSTNAME
           MOVE EMP_PHONE TO ATX-PHONE
           MOVE EMP_EXT TO ATX-EXTENSION
           MOVE EMP_EMAILC TO ATX-EMAIL
           MOVE WS-RUN-DATE TO ATX-CAMPAIGN-DATE

           MOVE EMP_KEY TO WS-EMP-KEY-MATCH
           PERFORM LOAD-ON-FILE-NUMBERS
           PERFORM VARYING WS-OF-INDEX FROM 1 BY 1
                   UNTIL WS-OF-INDEX > WS-OF-COUNT
                       OR WS-OF-INDEX > 6
               MOVE WS-OF-TYPE(WS-OF-INDEX)
                   TO ATX-NUMBER-TYPE(WS-OF-INDEX)
               MOVE WS-OF-PHONE(WS-OF-INDEX)
                   TO ATX-NUMBER-PHONE(WS-OF-INDEX)
           END-PERFORM

           MOVE ATX-ATTESTATION-RECORD TO ATTESTATION-EXTRACT-RECORD
           WRITE ATTESTATION-EXTRACT-RECORD
           IF ATTESTATION-EXTRACT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV error writing ATTEXTR: '
                   ATTESTATION-EXTRACT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOTAL-EXTRACTED
           END-IF

      *-----------------------------------------------------------------
      * The last-ever attestation date rides over from the previous
      * tracking record for the same key.
      *-----------------------------------------------------------------
           IF WS-TRACK-KEY NOT = EMP_KEY
               MOVE SPACES TO WS-PREV-LAST-ATTESTED
           END-IF

           MOVE SPACES TO ATT-TRACKING-RECORD
           MOVE EMP_KEY TO ATT-KEY
           MOVE EMP_DEPT TO ATT-DEPT-CODE
           MOVE EMP_LASTNAMEC(1:20) TO ATT-LASTNAME
           MOVE WS-RUN-DATE TO ATT-CAMPAIGN-DATE
           SET ATT-PENDING TO TRUE
           MOVE WS-PREV-LAST-ATTESTED TO ATT-LAST-ATTESTED
           IF ATT-LAST-ATTESTED = SPACES
               ADD 1 TO WS-TOTAL-NEVER
           END-IF
           PERFORM WRITE-TRACKING-RECORD

           EXIT.

      ******************************************************************
      * Apply the returned records to the tracking file: both in key   *
      * order, several responses per key allowed (the latest wins).    *
      ******************************************************************
       COLLECT-RESPONSES.

           SORT RESPONSE-SORT-WORK
               ON ASCENDING KEY RSW-KEY RSW-RESPONSE-DATE
               WITH DUPLICATES IN ORDER
               USING RESPONSE-FILE
               GIVING RESPONSE-SORTED
           IF SORT-RETURN NOT = 0
               DISPLAY 'ZTDB2PHV error sorting ATTRESP: SORT-RETURN='
                   SORT-RETURN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TRACKING-IN
           IF TRACKING-IN-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV no tracking file - start a campaign '
                   'first: ' TRACKING-IN-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RESPONSE-SORTED
           IF RESPONSE-SORTED-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV error opening ATTRSRT: '
                   RESPONSE-SORTED-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TRACKING-OUT
           IF TRACKING-OUT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV error opening ATTRKO: '
                   TRACKING-OUT-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CORRECTION-FILE
           IF CORRECTION-FILE-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV error opening ATTFIX: '
                   CORRECTION-FILE-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
               TO WS-RUN-DATE-INT

           PERFORM READ-TRACKING-RECORD
           PERFORM READ-RESPONSE-RECORD

           PERFORM UNTIL WS-TRACK-KEY = HIGH-VALUES
                   AND WS-RESPONSE-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-RESPONSE-KEY < WS-TRACK-KEY
                       MOVE 'UNKNOWN' TO ATR-KIND
                       MOVE 'key not in this campaign'
                           TO ATR-DETAIL
                       PERFORM REPORT-IGNORED-RESPONSE
                       PERFORM READ-RESPONSE-RECORD
                   WHEN WS-RESPONSE-KEY = WS-TRACK-KEY
                       PERFORM APPLY-RESPONSE
                       PERFORM READ-RESPONSE-RECORD
                   WHEN OTHER
                       PERFORM FINISH-TRACKING-RECORD
                       PERFORM READ-TRACKING-RECORD
               END-EVALUATE
           END-PERFORM

           CLOSE TRACKING-IN
           CLOSE RESPONSE-SORTED
           CLOSE TRACKING-OUT
           CLOSE CORRECTION-FILE

           EXIT.

       READ-TRACKING-RECORD.

           IF WS-TRACK-EOF
               EXIT PARAGRAPH
           END-IF

           READ TRACKING-IN INTO ATT-TRACKING-RECORD
           IF TRACKING-IN-STATUS NOT = '00'
               SET WS-TRACK-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-TRACK-KEY
           ELSE
               MOVE ATT-KEY TO WS-TRACK-KEY
               MOVE ATT-LAST-ATTESTED TO WS-PREV-LAST-ATTESTED
           END-IF

           EXIT.

       READ-RESPONSE-RECORD.

           READ RESPONSE-SORTED INTO ATX-ATTESTATION-RECORD
           IF RESPONSE-SORTED-STATUS NOT = '00'
               MOVE HIGH-VALUES TO WS-RESPONSE-KEY
           ELSE
               ADD 1 TO WS-TOTAL-RESPONSES
               MOVE ATX-KEY TO WS-RESPONSE-KEY
           END-IF

           EXIT.

      ******************************************************************
      * A response for a tracked employee. It must belong to the       *
      * current campaign and carry a known action.                     *
      ******************************************************************
       APPLY-RESPONSE.

           IF ATX-CAMPAIGN-DATE NOT = ATT-CAMPAIGN-DATE
               MOVE 'STALE' TO ATR-KIND
               MOVE SPACES TO ATR-DETAIL
               STRING 'response for campaign ' ATX-CAMPAIGN-DATE
                   DELIMITED BY SIZE INTO ATR-DETAIL
               PERFORM REPORT-IGNORED-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF NOT ATX-CONFIRMED AND NOT ATX-CORRECTED
               MOVE 'REJECTED' TO ATR-KIND
               MOVE 'action must be C (confirm) or X (correct)'
                   TO ATR-DETAIL
               PERFORM REPORT-IGNORED-RESPONSE
               EXIT PARAGRAPH
           END-IF

           IF ATT-WITHDRAWN
               MOVE 'WITHDRAWN' TO ATR-KIND
               MOVE 'employee no longer on EMPPHONE' TO ATR-DETAIL
               PERFORM REPORT-IGNORED-RESPONSE
               EXIT PARAGRAPH
           END-IF

           SET ATT-ATTESTED TO TRUE
           IF ATX-RESPONSE-DATE IS NUMERIC
               MOVE ATX-RESPONSE-DATE TO ATT-ATTESTED-DATE
           ELSE
               MOVE WS-RUN-DATE TO ATT-ATTESTED-DATE
           END-IF
           MOVE ATT-ATTESTED-DATE TO ATT-LAST-ATTESTED

           MOVE SPACES TO ATR-RESPONSE-LINE
           MOVE ATX-KEY TO ATR-KEY
           MOVE ATT-LASTNAME TO ATR-LASTNAME
           MOVE ATT-ATTESTED-DATE TO ATR-RESPONSE-DATE
           IF ATX-CONFIRMED
               ADD 1 TO WS-TOTAL-CONFIRMED
               MOVE 'CONFIRMED' TO ATR-KIND
               MOVE 'entry confirmed as correct' TO ATR-DETAIL
           ELSE
               ADD 1 TO WS-TOTAL-CORRECTED
               PERFORM GENERATE-CORRECTIONS
               MOVE 'CORRECTED' TO ATR-KIND
           END-IF
           MOVE ATR-RESPONSE-LINE TO ATTESTATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       REPORT-IGNORED-RESPONSE.

           ADD 1 TO WS-TOTAL-IGNORED
           MOVE ATX-KEY TO ATR-KEY
           MOVE ATX-LASTNAME(1:20) TO ATR-LASTNAME
           MOVE ATX-RESPONSE-DATE TO ATR-RESPONSE-DATE
           MOVE ATR-RESPONSE-LINE TO ATTESTATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Turn a correction into PHUPDATE requests against what EMPPHONE *
      * and EMPPHNUM hold now: only the fields that really differ.     *
      ******************************************************************
       GENERATE-CORRECTIONS.

           MOVE ATX-KEY TO WS-EMP-KEY-MATCH
           INITIALIZE WS-EMPPHONE
           EXEC SQL
               SELECT * INTO :WS-EMPPHONE
                   FROM EMPPHONE
                   WHERE EMP_KEY = :WS-EMP-KEY-MATCH
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'employee not on EMPPHONE, no requests written'
                   TO ATR-DETAIL
               EXIT PARAGRAPH
           END-IF

           MOVE 'corrections written to ATTFIX' TO ATR-DETAIL

      *-----------------------------------------------------------------
      * Names, phone, extension, e-mail: one 'U' carrying only the
      * changed values (a blank field leaves the column alone).
      *-----------------------------------------------------------------
           MOVE 0 TO WS-FIELD-CHANGE-FLAG
           PERFORM START-CORRECTION-REQUEST
           MOVE 'U' TO UPD-REQUEST-TYPE
           MOVE 'ATTEST CORRECTION' TO UPD-MESSAGE
           IF ATX-LASTNAME NOT = SPACES
                   AND ATX-LASTNAME NOT = EMP_LASTNAMEC
               MOVE ATX-LASTNAME TO UPD-LASTNAME
               SET WS-FIELD-CHANGED TO TRUE
           END-IF
           IF ATX-FIRSTNAME NOT = SPACES
                   AND ATX-FIRSTNAME NOT = EMP_FIRSTNAMEC
               MOVE ATX-FIRSTNAME TO UPD-FIRSTNAME
               SET WS-FIELD-CHANGED TO TRUE
           END-IF
           IF ATX-PHONE NOT = SPACES AND ATX-PHONE NOT = EMP_PHONE
               MOVE ATX-PHONE TO UPD-PHONE
               SET WS-FIELD-CHANGED TO TRUE
           END-IF
           IF ATX-EXTENSION NOT = SPACES
                   AND ATX-EXTENSION NOT = EMP_EXT
               MOVE ATX-EXTENSION TO UPD-EXTENSION
               SET WS-FIELD-CHANGED TO TRUE
           END-IF
           IF ATX-EMAIL NOT = SPACES AND ATX-EMAIL NOT = EMP_EMAILC
               MOVE ATX-EMAIL TO UPD-EMAIL
               SET WS-FIELD-CHANGED TO TRUE
           END-IF
           IF WS-FIELD-CHANGED
               PERFORM WRITE-CORRECTION-REQUEST
           END-IF

      *-----------------------------------------------------------------
      * A department change is a transfer, with its own validation.
      *-----------------------------------------------------------------
           IF ATX-DEPT-CODE NOT = SPACES
                   AND ATX-DEPT-CODE NOT = EMP_DEPT
               PERFORM START-CORRECTION-REQUEST
               MOVE 'T' TO UPD-REQUEST-TYPE
               MOVE 'ATTEST CORRECTION' TO UPD-MESSAGE
               MOVE ATX-DEPT-CODE TO UPD-DEPT-CODE
               PERFORM WRITE-CORRECTION-REQUEST
           END-IF

      *-----------------------------------------------------------------
      * Typed numbers: add what the response has and EMPPHNUM lacks;
      * drop what EMPPHNUM has and the response left out - but only
      * when every number on file fitted on the extract.
      *-----------------------------------------------------------------
           PERFORM LOAD-ON-FILE-NUMBERS

           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                   UNTIL WS-SLOT-INDEX > 6
               IF ATX-NUMBER-TYPE(WS-SLOT-INDEX) NOT = SPACE
                       AND ATX-NUMBER-PHONE(WS-SLOT-INDEX) NOT = SPACES
                   MOVE ATX-NUMBER-TYPE(WS-SLOT-INDEX) TO WS-NUM-TYPE
                   MOVE ATX-NUMBER-PHONE(WS-SLOT-INDEX)
                       TO WS-NUM-PHONE
                   MOVE 0 TO WS-NUM-FOUND-FLAG
                   PERFORM VARYING WS-OF-INDEX FROM 1 BY 1
                           UNTIL WS-OF-INDEX > WS-OF-COUNT
                       IF WS-OF-TYPE(WS-OF-INDEX) = WS-NUM-TYPE
                               AND WS-OF-PHONE(WS-OF-INDEX) =
                                   WS-NUM-PHONE
                           SET WS-NUM-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-NUM-FOUND
                       MOVE 'N' TO WS-NUM-REQUEST-TYPE
                       PERFORM WRITE-NUMBER-REQUEST
                   END-IF
               END-IF
           END-PERFORM

           IF WS-OF-COUNT > 6
               MOVE 'corrections written; numbers beyond 6 kept'
                   TO ATR-DETAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-OF-INDEX FROM 1 BY 1
                   UNTIL WS-OF-INDEX > WS-OF-COUNT
               MOVE WS-OF-TYPE(WS-OF-INDEX) TO WS-NUM-TYPE
               MOVE WS-OF-PHONE(WS-OF-INDEX) TO WS-NUM-PHONE
               MOVE 0 TO WS-NUM-FOUND-FLAG
               PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
                       UNTIL WS-SLOT-INDEX > 6
                   IF ATX-NUMBER-TYPE(WS-SLOT-INDEX) = WS-NUM-TYPE
                           AND ATX-NUMBER-PHONE(WS-SLOT-INDEX) =
                               WS-NUM-PHONE
                       SET WS-NUM-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-NUM-FOUND
                   MOVE 'X' TO WS-NUM-REQUEST-TYPE
                   PERFORM WRITE-NUMBER-REQUEST
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * An 'N' add or 'X' remove (WS-NUM-REQUEST-TYPE) for             *
      * WS-NUM-TYPE / WS-NUM-PHONE.                                    *
      ******************************************************************
       WRITE-NUMBER-REQUEST.

           PERFORM START-CORRECTION-REQUEST
           MOVE WS-NUM-REQUEST-TYPE TO UPD-REQUEST-TYPE
           STRING 'TYP=' WS-NUM-TYPE
               DELIMITED BY SIZE INTO UPD-MESSAGE
           MOVE WS-NUM-PHONE TO UPD-PHONE
           PERFORM WRITE-CORRECTION-REQUEST

           EXIT.

       START-CORRECTION-REQUEST.

           MOVE SPACES TO UPD-PHONE-UPDATE-FILE-RECORD
           MOVE ATX-KEY TO UPD-KEY

           EXIT.

       WRITE-CORRECTION-REQUEST.

           MOVE UPD-PHONE-UPDATE-FILE-RECORD TO CORRECTION-FILE-RECORD
           WRITE CORRECTION-FILE-RECORD
           IF CORRECTION-FILE-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV error writing ATTFIX: '
                   CORRECTION-FILE-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOTAL-REQUESTS
           END-IF

           EXIT.

      ******************************************************************
      * EMPPHNUM rows for WS-EMP-KEY-MATCH into WS-ON-FILE-TABLE.      *
      ******************************************************************
       LOAD-ON-FILE-NUMBERS.

           MOVE 0 TO WS-OF-COUNT

           EXEC SQL OPEN ATTNUM END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ZTDB2PHV error opening ATTNUM: ' SQLCODE
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL FETCH ATTNUM INTO :WS-NUM-TYPE, :WS-NUM-PHONE
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
               IF WS-OF-COUNT < 20
                   ADD 1 TO WS-OF-COUNT
                   MOVE WS-NUM-TYPE TO WS-OF-TYPE(WS-OF-COUNT)
                   MOVE WS-NUM-PHONE TO WS-OF-PHONE(WS-OF-COUNT)
               END-IF
               EXEC SQL FETCH ATTNUM INTO :WS-NUM-TYPE, :WS-NUM-PHONE
               END-EXEC
           END-PERFORM

           EXEC SQL CLOSE ATTNUM END-EXEC

           EXIT.

      ******************************************************************
      * All responses for this employee are in: withdraw a leaver,     *
      * age a non-responder, and write the tracking record forward.    *
      ******************************************************************
       FINISH-TRACKING-RECORD.

           IF ATT-PENDING
               MOVE ATT-KEY TO WS-EMP-KEY-MATCH
               MOVE 0 TO WS-ROW-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ROW-COUNT
                       FROM EMPPHONE
                       WHERE EMP_KEY = :WS-EMP-KEY-MATCH
               END-EXEC
               IF SQLCODE = 0 AND WS-ROW-COUNT = 0
                   SET ATT-WITHDRAWN TO TRUE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN ATT-WITHDRAWN
                   ADD 1 TO WS-TOTAL-WITHDRAWN
               WHEN ATT-ATTESTED
                   PERFORM FIND-DEPT-AGING-ENTRY
                   ADD 1 TO WS-DA-ATTESTED(WS-DA-INDEX)
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-PENDING
                   PERFORM AGE-PENDING-EMPLOYEE
           END-EVALUATE

           IF NOT ATT-WITHDRAWN AND ATT-LAST-ATTESTED = SPACES
               ADD 1 TO WS-TOTAL-NEVER
           END-IF

           PERFORM WRITE-TRACKING-RECORD

           EXIT.

      ******************************************************************
      * Days since the campaign date; 30, 60, and 90+ are overdue and  *
      * listed with the employee's manager.                            *
      ******************************************************************
       AGE-PENDING-EMPLOYEE.

           PERFORM FIND-DEPT-AGING-ENTRY

           IF ATT-CAMPAIGN-DATE IS NUMERIC
               MOVE FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(ATT-CAMPAIGN-DATE))
                   TO WS-CAMPAIGN-INT
               COMPUTE WS-DAYS-OUT = WS-RUN-DATE-INT - WS-CAMPAIGN-INT
           ELSE
               MOVE 0 TO WS-DAYS-OUT
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-OUT >= 90
                   MOVE '90+' TO WS-BUCKET
                   ADD 1 TO WS-DA-OVER-90(WS-DA-INDEX)
               WHEN WS-DAYS-OUT >= 60
                   MOVE '60+' TO WS-BUCKET
                   ADD 1 TO WS-DA-OVER-60(WS-DA-INDEX)
               WHEN WS-DAYS-OUT >= 30
                   MOVE '30+' TO WS-BUCKET
                   ADD 1 TO WS-DA-OVER-30(WS-DA-INDEX)
               WHEN OTHER
                   ADD 1 TO WS-DA-NOT-DUE(WS-DA-INDEX)
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-TOTAL-OVERDUE

           MOVE SPACES TO WS-MANAGER-KEY
           EXEC SQL
               SELECT MGR_MANAGER_KEY INTO :WS-MANAGER-KEY
                   FROM EMPPHMGR
                   WHERE MGR_KEY = :WS-EMP-KEY-MATCH
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-MANAGER-KEY
           END-IF

           MOVE ATT-DEPT-CODE TO ATR-OD-DEPT
           MOVE ATT-KEY TO ATR-OD-KEY
           MOVE ATT-LASTNAME TO ATR-OD-LASTNAME
           MOVE WS-DAYS-OUT TO ATR-OD-DAYS
           MOVE WS-BUCKET TO ATR-OD-BUCKET
           MOVE WS-MANAGER-KEY TO ATR-OD-MANAGER
           MOVE ATR-OVERDUE-LINE TO ATTESTATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Find (or insert, keeping department order) the aging entry for *
      * ATT-DEPT-CODE.                                                 *
      *                                                                *
      * Output: WS-DA-INDEX                                            *
      ******************************************************************
       FIND-DEPT-AGING-ENTRY.

           PERFORM VARYING WS-DA-INDEX FROM 1 BY 1
                   UNTIL WS-DA-INDEX > WS-DA-COUNT
                       OR WS-DA-DEPT(WS-DA-INDEX) >= ATT-DEPT-CODE
               CONTINUE
           END-PERFORM

           IF WS-DA-INDEX <= WS-DA-COUNT
               IF WS-DA-DEPT(WS-DA-INDEX) = ATT-DEPT-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-DA-COUNT >= 100
               DISPLAY 'ZTDB2PHV department table full at '
                   ATT-DEPT-CODE
               MOVE RC-WARNING TO RETURN-CODE
               MOVE WS-DA-COUNT TO WS-DA-INDEX
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DA-SHIFT FROM WS-DA-COUNT BY -1
                   UNTIL WS-DA-SHIFT < WS-DA-INDEX
               MOVE WS-DA-ENTRY(WS-DA-SHIFT)
                   TO WS-DA-ENTRY(WS-DA-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-DA-COUNT
           INITIALIZE WS-DA-ENTRY(WS-DA-INDEX)
           MOVE ATT-DEPT-CODE TO WS-DA-DEPT(WS-DA-INDEX)

           EXIT.

      ******************************************************************
      * Per-department aging for the managers, then the totals and the *
      * running never-attested count.                                  *
      ******************************************************************
       WRITE-AGING-SUMMARY.

           PERFORM VARYING WS-DA-INDEX FROM 1 BY 1
                   UNTIL WS-DA-INDEX > WS-DA-COUNT
               MOVE WS-DA-DEPT(WS-DA-INDEX) TO ATR-DP-DEPT
               MOVE WS-DA-ATTESTED(WS-DA-INDEX) TO ATR-DP-ATTESTED
               MOVE WS-DA-NOT-DUE(WS-DA-INDEX) TO ATR-DP-NOT-DUE
               MOVE WS-DA-OVER-30(WS-DA-INDEX) TO ATR-DP-OVER-30
               MOVE WS-DA-OVER-60(WS-DA-INDEX) TO ATR-DP-OVER-60
               MOVE WS-DA-OVER-90(WS-DA-INDEX) TO ATR-DP-OVER-90
               MOVE ATR-DEPT-LINE TO ATTESTATION-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           MOVE WS-TOTAL-PENDING TO ATR-TT-PENDING
           MOVE WS-TOTAL-OVERDUE TO ATR-TT-OVERDUE
           MOVE WS-TOTAL-NEVER TO ATR-TT-NEVER
           MOVE ATR-TOTAL-LINE TO ATTESTATION-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-TRACKING-RECORD.

           MOVE ATT-TRACKING-RECORD TO TRACKING-OUT-RECORD
           WRITE TRACKING-OUT-RECORD
           IF TRACKING-OUT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV error writing ATTRKO: '
                   TRACKING-OUT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-REPORT-LINE.

           WRITE ATTESTATION-REPORT-RECORD
           IF ATTESTATION-REPORT-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHV error writing ATTRPT: '
                   ATTESTATION-REPORT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHV ' ATTESTATION-REPORT-RECORD(1:80)

           EXIT.
