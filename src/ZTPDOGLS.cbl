       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDOGLS.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Monthly length-of-stay report for the shelter system, from the *
      * animal registry ZTPDOGRG keeps:                                *
      *                                                                *
      *  - every stay that closed in the month (STAYHIST 'S' records   *
      *    with an outcome date in the month, less any a correction    *
      *    re-opened - an 'X' record for the same animal and outcome   *
      *    date), summarised by species, by breed and by shelter:      *
      *    number of stays, median and longest stay in days;           *
      *  - the long-stay list for the adoption events team: animals    *
      *    in care on the current registry (ANIMALS) for at least      *
      *    CFG-LONG-STAY-DAYS on the run date, longest first.          *
      *                                                                *
      * The sections come out of one SORT, so every group's stays      *
      * arrive in day order and the median can be read off the middle. *
      *                                                                *
      * Runtime PARM (comma-separated, each optional):                 *
      *   'MON=YYYYMM' the month to report (default: last month)       *
      *   'LONG=nnn'   days in care that make a long stay (default 60) *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAY-HISTORY ASSIGN STAYHIST
           FILE STATUS IS STAY-HISTORY-FS.

           SELECT OPTIONAL REGISTRY-IN ASSIGN ANIMALS
           FILE STATUS IS REGISTRY-IN-FS.

           SELECT LOS-REPORT ASSIGN LOSRPT
           FILE STATUS IS LOS-REPORT-FS.

           SELECT LOS-SORT-WORK ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD STAY-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STAY-HISTORY-REC.
       01  STAY-HISTORY-REC.
           05 STY-RECORD-TYPE         PIC X(1).
               88 STY-STAY-CLOSED     VALUE 'S'.
               88 STY-STAY-REOPENED   VALUE 'X'.
           05 FILLER                  PIC X.
           05 STY-ANIMAL-ID           PIC X(8).
           05 FILLER                  PIC X.
           05 STY-SPECIES             PIC X(1).
           05 FILLER                  PIC X.
           05 STY-BREED               PIC X(30).
           05 FILLER                  PIC X.
           05 STY-SHELTER             PIC X(20).
           05 FILLER                  PIC X.
           05 STY-INTAKE-DATE         PIC X(8).
           05 FILLER                  PIC X.
           05 STY-OUTCOME             PIC X(1).
           05 FILLER                  PIC X.
           05 STY-OUTCOME-DATE        PIC X(8).
           05 FILLER                  PIC X.
           05 STY-DAYS-IN-CARE        PIC 9(4).
           05 FILLER                  PIC X.
           05 STY-RUN-DATE            PIC X(8).
           05 FILLER                  PIC X(2).

       FD REGISTRY-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ANI-ANIMAL-RECORD.
           COPY ZTPDGANR REPLACING ==:ANR:== BY ==ANI==.

       FD LOS-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS LOS-REPORT-REC.
       01  LOS-REPORT-REC             PIC X(100).

      *-----------------------------------------------------------------
      * Sort record. Group type 1 = species, 2 = breed within species,
      * 3 = shelter, 4 = long-stay animal; LSR-RANK is the days in
      * care for type 4 (longest first) and zero otherwise.
      *-----------------------------------------------------------------
       SD LOS-SORT-WORK
           DATA RECORD IS LOS-SORT-REC.
       01  LOS-SORT-REC.
           05 LSR-GROUP-TYPE          PIC X(1).
               88 LSR-BY-SPECIES      VALUE '1'.
               88 LSR-BY-BREED        VALUE '2'.
               88 LSR-BY-SHELTER      VALUE '3'.
               88 LSR-LONG-STAY       VALUE '4'.
           05 LSR-RANK                PIC 9(4).
           05 LSR-GROUP-KEY.
               10 LSR-SPECIES         PIC X(1).
               10 LSR-BREED           PIC X(30).
               10 LSR-SHELTER         PIC X(20).
           05 LSR-DAYS                PIC 9(4).
           05 LSR-ANIMAL-ID           PIC X(8).
           05 LSR-INTAKE-DATE         PIC X(8).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  STAY-HISTORY-FS     PIC 9(2).
       01  REGISTRY-IN-FS      PIC 9(2).
       01  LOS-REPORT-FS       PIC 9(2).

       01  CFG-LONG-STAY-DAYS  PIC 9(3) VALUE 60.

       01  WS-REPORT-MONTH.
           05 WS-REPORT-YEAR   PIC 9(4).
           05 WS-REPORT-MM     PIC 9(2).

      *-----------------------------------------------------------------
      * Stays re-opened by a correction; each one cancels one closed
      * stay with the same animal and outcome date.
      *-----------------------------------------------------------------
       01  WS-REOPEN-TABLE.
           05 WS-RO-ENTRY OCCURS 500 TIMES.
               10 WS-RO-ANIMAL-ID     PIC X(8).
               10 WS-RO-OUTCOME-DATE  PIC X(8).
               10 WS-RO-USED          PIC X(1).
       01  WS-RO-COUNT         PIC 9(3) VALUE 0.
       01  WS-RO-INDEX         PIC 9(3).
       01  WS-FOUND-FLAG       PIC 9(1).
           88 WS-FOUND         VALUE 1.
           88 WS-NOT-FOUND     VALUE 0.

      *-----------------------------------------------------------------
      * One group's stays in day order, for the median.
      *-----------------------------------------------------------------
       01  WS-GROUP-DAYS-TABLE.
           05 WS-GD-DAYS PIC 9(4) OCCURS 5000 TIMES.
       01  WS-GD-COUNT         PIC 9(5) VALUE 0.
       01  WS-GD-STORED        PIC 9(5) VALUE 0.
       01  WS-GD-MIDDLE        PIC 9(5).
       01  WS-GD-LONGEST       PIC 9(4).
       01  WS-GD-MEDIAN        PIC 9(4)V9.
       01  WS-GD-OVERFLOW      PIC X(1) VALUE 'N'.

       01  WS-CURRENT-TYPE     PIC X(1).
       01  WS-CURRENT-KEY      PIC X(51).
       01  WS-SORT-EOF-FLAG    PIC 9(1) VALUE 0.
           88 WS-SORT-EOF      VALUE 1.

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).
       01  WS-TODAY            PIC X(8).
       01  WS-DATE-YYYYMMDD    PIC 9(8).
       01  WS-TODAY-NUM        PIC 9(7).
       01  WS-INTAKE-NUM       PIC 9(7).
       01  WS-DAYS-IN-CARE     PIC 9(5).

       01  WS-LOS-TOTALS.
           05 WS-TOTAL-STAYS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-CANCELLED PIC 9(5) VALUE 0.
           05 WS-TOTAL-IN-CARE   PIC 9(5) VALUE 0.
           05 WS-TOTAL-LONG-STAY PIC 9(5) VALUE 0.

       01  LOS-HEADING-LINE.
           05 FILLER             PIC X(22)
              VALUE 'LENGTH OF STAY  MONTH '.
           05 LSH-MONTH          PIC X(6).
           05 FILLER             PIC X(15) VALUE '  LONG STAY >= '.
           05 LSH-LONG-DAYS      PIC ZZ9.
           05 FILLER             PIC X(13) VALUE ' DAYS  AS OF '.
           05 LSH-TODAY          PIC X(8).
           05 FILLER             PIC X(33) VALUE SPACES.

       01  LOS-GROUP-LINE.
           05 LSG-LABEL          PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 LSG-SPECIES        PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 LSG-NAME           PIC X(30).
           05 FILLER             PIC X(7) VALUE ' STAYS='.
           05 LSG-STAYS          PIC ZZZZ9.
           05 FILLER             PIC X(8) VALUE ' MEDIAN='.
           05 LSG-MEDIAN         PIC ZZZ9.9.
           05 FILLER             PIC X(9) VALUE ' LONGEST='.
           05 LSG-LONGEST        PIC ZZZ9.
           05 FILLER             PIC X(5) VALUE ' DAYS'.
           05 FILLER             PIC X(15) VALUE SPACES.

       01  LOS-ANIMAL-LINE.
           05 LSA-ANIMAL-ID      PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 LSA-SPECIES        PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 LSA-BREED          PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 LSA-SHELTER        PIC X(20).
           05 FILLER             PIC X(10) VALUE ' IN SINCE '.
           05 LSA-INTAKE-DATE    PIC X(8).
           05 FILLER             PIC X(6) VALUE ' DAYS='.
           05 LSA-DAYS           PIC ZZZ9.
           05 FILLER             PIC X(10) VALUE SPACES.

       01  LOS-TOTAL-LINE.
           05 FILLER             PIC X(13) VALUE 'STAYS CLOSED='.
           05 LST-STAYS          PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE ' CANCELLED='.
           05 LST-CANCELLED      PIC ZZZZ9.
           05 FILLER             PIC X(9) VALUE ' IN CARE='.
           05 LST-IN-CARE        PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE ' LONG STAY='.
           05 LST-LONG-STAY      PIC ZZZZ9.
           05 FILLER             PIC X(36) VALUE SPACES.

      *-----------------------------------------------------------------
      * Variables for CHECK-PARM-OVERRIDES ('MON=YYYYMM,LONG=nnn').
      *-----------------------------------------------------------------
       01  WS-PARM             PIC X(100).
       01  WS-PARM-FIELDS.
           05 WS-PARM-FIELD OCCURS 2 TIMES PIC X(20).
       01  WS-PARM-INDEX       PIC 9(1).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH      PIC S9(4) COMP.
           05 LS-PARM-DATA        PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTPDOGLS - LENGTH-OF-STAY REPORT'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM DERIVE-REPORT-MONTH
           PERFORM CHECK-PARM-OVERRIDES
           PERFORM LOAD-REOPENED-STAYS

           OPEN OUTPUT LOS-REPORT
           IF LOS-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGLS - CANNOT OPEN LOSRPT: ' LOS-REPORT-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           MOVE WS-REPORT-MONTH TO LSH-MONTH
           MOVE CFG-LONG-STAY-DAYS TO LSH-LONG-DAYS
           MOVE WS-TODAY TO LSH-TODAY
           MOVE LOS-HEADING-LINE TO LOS-REPORT-REC
           PERFORM WRITE-LOS-REPORT-LINE

           SORT LOS-SORT-WORK
               ON ASCENDING KEY LSR-GROUP-TYPE
                  DESCENDING KEY LSR-RANK
                  ASCENDING KEY LSR-GROUP-KEY LSR-DAYS
               INPUT PROCEDURE IS RELEASE-STAYS
               OUTPUT PROCEDURE IS WRITE-LOS-SECTIONS
           IF SORT-RETURN NOT = 0
               DISPLAY 'ZTPDOGLS - SORT FAILED: SORT-RETURN='
                   SORT-RETURN
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
           END-IF

           MOVE SPACES TO LOS-REPORT-REC
           PERFORM WRITE-LOS-REPORT-LINE
           MOVE WS-TOTAL-STAYS TO LST-STAYS
           MOVE WS-TOTAL-CANCELLED TO LST-CANCELLED
           MOVE WS-TOTAL-IN-CARE TO LST-IN-CARE
           MOVE WS-TOTAL-LONG-STAY TO LST-LONG-STAY
           MOVE LOS-TOTAL-LINE TO LOS-REPORT-REC
           PERFORM WRITE-LOS-REPORT-LINE

           CLOSE LOS-REPORT

           DISPLAY 'ZTPDOGLS - END WITH RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * The report runs after month end: by default it covers the      *
      * month before the current one.                                  *
      ******************************************************************
       DERIVE-REPORT-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY
           STRING CURR-YEAR CURR-MONTH CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY
           MOVE WS-TODAY TO WS-DATE-YYYYMMDD
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)

           IF CURR-MONTH = 1
               COMPUTE WS-REPORT-YEAR = CURR-YEAR - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE CURR-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MM = CURR-MONTH - 1
           END-IF

           EXIT.

       CHECK-PARM-OVERRIDES.
           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-PARM-FIELDS
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               EXIT PARAGRAPH
           END-IF

           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD(1) WS-PARM-FIELD(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > 2
               EVALUATE TRUE
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'MON='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(5:6)
                               IS NUMERIC
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:6)
                           TO WS-REPORT-MONTH
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:5) = 'LONG='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(6:3)
                               IS NUMERIC
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(6:3)
                           TO CFG-LONG-STAY-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM

           DISPLAY 'ZTPDOGLS - MONTH ' WS-REPORT-MONTH
               ' LONG STAY ' CFG-LONG-STAY-DAYS ' DAYS'

           EXIT.

      ******************************************************************
      * First pass over STAYHIST: the re-openings, whenever recorded.  *
      ******************************************************************
       LOAD-REOPENED-STAYS.
           OPEN INPUT STAY-HISTORY
           IF STAY-HISTORY-FS NOT = 0
               DISPLAY 'ZTPDOGLS - CANNOT OPEN STAYHIST: '
                   STAY-HISTORY-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           READ STAY-HISTORY
           PERFORM UNTIL STAY-HISTORY-FS > 04
               IF STY-STAY-REOPENED
                   IF WS-RO-COUNT < 500
                       ADD 1 TO WS-RO-COUNT
                       MOVE STY-ANIMAL-ID
                           TO WS-RO-ANIMAL-ID(WS-RO-COUNT)
                       MOVE STY-OUTCOME-DATE
                           TO WS-RO-OUTCOME-DATE(WS-RO-COUNT)
                       MOVE 'N' TO WS-RO-USED(WS-RO-COUNT)
                   ELSE
                       DISPLAY 'ZTPDOGLS - TOO MANY CORRECTIONS, '
                           'NOT NETTED: ' STY-ANIMAL-ID
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ STAY-HISTORY
           END-PERFORM

           CLOSE STAY-HISTORY

           EXIT.

      ******************************************************************
      * SORT input procedure: every stay closed in the month, three    *
      * times over (species, breed, shelter), then the long stays.     *
      ******************************************************************
       RELEASE-STAYS.
           OPEN INPUT STAY-HISTORY
           IF STAY-HISTORY-FS NOT = 0
               DISPLAY 'ZTPDOGLS - CANNOT OPEN STAYHIST: '
                   STAY-HISTORY-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               EXIT PARAGRAPH
           END-IF

           READ STAY-HISTORY
           PERFORM UNTIL STAY-HISTORY-FS > 04
               IF STY-STAY-CLOSED
                       AND STY-OUTCOME-DATE(1:6) = WS-REPORT-MONTH
                       AND STY-DAYS-IN-CARE IS NUMERIC
                   PERFORM RELEASE-ONE-STAY
               END-IF
               READ STAY-HISTORY
           END-PERFORM

           CLOSE STAY-HISTORY

           PERFORM RELEASE-LONG-STAYS

           EXIT.

       RELEASE-ONE-STAY.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-RO-INDEX FROM 1 BY 1
                   UNTIL WS-RO-INDEX > WS-RO-COUNT OR WS-FOUND
               IF WS-RO-USED(WS-RO-INDEX) = 'N'
                       AND WS-RO-ANIMAL-ID(WS-RO-INDEX) = STY-ANIMAL-ID
                       AND WS-RO-OUTCOME-DATE(WS-RO-INDEX) =
                           STY-OUTCOME-DATE
                   MOVE 'Y' TO WS-RO-USED(WS-RO-INDEX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               ADD 1 TO WS-TOTAL-CANCELLED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-STAYS
           MOVE SPACES TO LOS-SORT-REC
           MOVE 0 TO LSR-RANK
           MOVE STY-DAYS-IN-CARE TO LSR-DAYS
           MOVE STY-ANIMAL-ID TO LSR-ANIMAL-ID
           MOVE STY-INTAKE-DATE TO LSR-INTAKE-DATE

           SET LSR-BY-SPECIES TO TRUE
           MOVE STY-SPECIES TO LSR-SPECIES
           RELEASE LOS-SORT-REC

           SET LSR-BY-BREED TO TRUE
           MOVE STY-BREED TO LSR-BREED
           RELEASE LOS-SORT-REC

           SET LSR-BY-SHELTER TO TRUE
           MOVE SPACES TO LSR-GROUP-KEY
           MOVE STY-SHELTER TO LSR-SHELTER
           RELEASE LOS-SORT-REC

           EXIT.

      ******************************************************************
      * Animals in care on the current registry, measured to today.    *
      ******************************************************************
       RELEASE-LONG-STAYS.
           OPEN INPUT REGISTRY-IN
           IF REGISTRY-IN-FS NOT = 0
               DISPLAY 'ZTPDOGLS - NO REGISTRY, NO LONG-STAY LIST: '
                   REGISTRY-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ REGISTRY-IN
           PERFORM UNTIL REGISTRY-IN-FS > 04
               IF ANI-ANIMAL-ID NOT = SPACES AND ANI-IN-CARE
                       AND ANI-INTAKE-DATE IS NUMERIC
                   ADD 1 TO WS-TOTAL-IN-CARE
                   MOVE ANI-INTAKE-DATE TO WS-DATE-YYYYMMDD
                   COMPUTE WS-INTAKE-NUM =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   IF WS-INTAKE-NUM < WS-TODAY-NUM
                       COMPUTE WS-DAYS-IN-CARE =
                           WS-TODAY-NUM - WS-INTAKE-NUM
                   ELSE
                       MOVE 0 TO WS-DAYS-IN-CARE
                   END-IF
                   IF WS-DAYS-IN-CARE > 9999
                       MOVE 9999 TO WS-DAYS-IN-CARE
                   END-IF
                   IF WS-DAYS-IN-CARE >= CFG-LONG-STAY-DAYS
                       ADD 1 TO WS-TOTAL-LONG-STAY
                       MOVE SPACES TO LOS-SORT-REC
                       SET LSR-LONG-STAY TO TRUE
                       MOVE WS-DAYS-IN-CARE TO LSR-RANK LSR-DAYS
                       MOVE ANI-SPECIES TO LSR-SPECIES
                       MOVE ANI-BREED TO LSR-BREED
                       MOVE ANI-SHELTER TO LSR-SHELTER
                       MOVE ANI-ANIMAL-ID TO LSR-ANIMAL-ID
                       MOVE ANI-INTAKE-DATE TO LSR-INTAKE-DATE
                       RELEASE LOS-SORT-REC
                   END-IF
               END-IF
               READ REGISTRY-IN
           END-PERFORM

           CLOSE REGISTRY-IN

           EXIT.

      ******************************************************************
      * SORT output procedure: control break on group type and key.    *
      ******************************************************************
       WRITE-LOS-SECTIONS.
           MOVE SPACE TO WS-CURRENT-TYPE
           MOVE SPACES TO WS-CURRENT-KEY
           MOVE 0 TO WS-GD-COUNT

           RETURN LOS-SORT-WORK
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF
               IF LSR-GROUP-TYPE NOT = WS-CURRENT-TYPE
                       OR LSR-GROUP-KEY NOT = WS-CURRENT-KEY
                   IF WS-GD-COUNT > 0
                       PERFORM WRITE-GROUP-LINE
                   END-IF
                   IF LSR-GROUP-TYPE NOT = WS-CURRENT-TYPE
                       PERFORM WRITE-SECTION-HEADER
                   END-IF
                   MOVE LSR-GROUP-TYPE TO WS-CURRENT-TYPE
                   MOVE LSR-GROUP-KEY TO WS-CURRENT-KEY
                   MOVE 0 TO WS-GD-COUNT WS-GD-STORED
               END-IF

               IF LSR-LONG-STAY
                   PERFORM WRITE-LONG-STAY-LINE
               ELSE
                   ADD 1 TO WS-GD-COUNT
                   IF WS-GD-STORED < 5000
                       ADD 1 TO WS-GD-STORED
                       MOVE LSR-DAYS TO WS-GD-DAYS(WS-GD-STORED)
                   ELSE
                       IF WS-GD-OVERFLOW = 'N'
                           DISPLAY 'ZTPDOGLS - GROUP OVER 5000 STAYS, '
                               'MEDIAN APPROXIMATE'
                           MOVE 'Y' TO WS-GD-OVERFLOW
                           MOVE RC-WARNING TO RETURN-CODE
                       END-IF
                   END-IF
                   MOVE LSR-DAYS TO WS-GD-LONGEST
               END-IF

               RETURN LOS-SORT-WORK
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM

           IF WS-GD-COUNT > 0
               PERFORM WRITE-GROUP-LINE
           END-IF

           EXIT.

       WRITE-SECTION-HEADER.
           MOVE SPACES TO LOS-REPORT-REC
           PERFORM WRITE-LOS-REPORT-LINE
           EVALUATE LSR-GROUP-TYPE
               WHEN '1'
                   MOVE 'STAYS CLOSED IN THE MONTH BY SPECIES'
                       TO LOS-REPORT-REC
               WHEN '2'
                   MOVE 'STAYS CLOSED IN THE MONTH BY BREED'
                       TO LOS-REPORT-REC
               WHEN '3'
                   MOVE 'STAYS CLOSED IN THE MONTH BY SHELTER'
                       TO LOS-REPORT-REC
               WHEN OTHER
                   MOVE 'LONG-STAY ANIMALS IN CARE, LONGEST FIRST'
                       TO LOS-REPORT-REC
           END-EVALUATE
           PERFORM WRITE-LOS-REPORT-LINE

           EXIT.

      ******************************************************************
      * The group's stays arrived shortest first: the median is the    *
      * middle one (the mean of the middle two for an even count), and *
      * the longest is the last.                                       *
      ******************************************************************
       WRITE-GROUP-LINE.
           IF WS-GD-STORED = 0
               EXIT PARAGRAPH
           END-IF

           DIVIDE WS-GD-STORED BY 2 GIVING WS-GD-MIDDLE
           IF WS-GD-MIDDLE * 2 = WS-GD-STORED
               COMPUTE WS-GD-MEDIAN ROUNDED =
                   (WS-GD-DAYS(WS-GD-MIDDLE)
                    + WS-GD-DAYS(WS-GD-MIDDLE + 1)) / 2
           ELSE
               MOVE WS-GD-DAYS(WS-GD-MIDDLE + 1) TO WS-GD-MEDIAN
           END-IF

           MOVE SPACES TO LSG-LABEL LSG-SPECIES LSG-NAME
           EVALUATE WS-CURRENT-TYPE
               WHEN '1'
                   MOVE 'SPECIES' TO LSG-LABEL
                   MOVE WS-CURRENT-KEY(1:1) TO LSG-SPECIES
               WHEN '2'
                   MOVE 'BREED' TO LSG-LABEL
                   MOVE WS-CURRENT-KEY(1:1) TO LSG-SPECIES
                   MOVE WS-CURRENT-KEY(2:30) TO LSG-NAME
               WHEN OTHER
                   MOVE 'SHELTER' TO LSG-LABEL
                   MOVE WS-CURRENT-KEY(32:20) TO LSG-NAME
           END-EVALUATE
           MOVE WS-GD-COUNT TO LSG-STAYS
           MOVE WS-GD-MEDIAN TO LSG-MEDIAN
           MOVE WS-GD-LONGEST TO LSG-LONGEST

           MOVE LOS-GROUP-LINE TO LOS-REPORT-REC
           PERFORM WRITE-LOS-REPORT-LINE

           EXIT.

       WRITE-LONG-STAY-LINE.
           MOVE LSR-ANIMAL-ID TO LSA-ANIMAL-ID
           MOVE LSR-SPECIES TO LSA-SPECIES
           MOVE LSR-BREED TO LSA-BREED
           MOVE LSR-SHELTER TO LSA-SHELTER
           MOVE LSR-INTAKE-DATE TO LSA-INTAKE-DATE
           MOVE LSR-DAYS TO LSA-DAYS

           MOVE LOS-ANIMAL-LINE TO LOS-REPORT-REC
           PERFORM WRITE-LOS-REPORT-LINE

           EXIT.

       WRITE-LOS-REPORT-LINE.
           WRITE LOS-REPORT-REC
           IF LOS-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGLS - CANNOT WRITE LOSRPT: '
                   LOS-REPORT-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           END-IF

           DISPLAY 'ZTPDOGLS ' LOS-REPORT-REC(1:90)

           EXIT.
