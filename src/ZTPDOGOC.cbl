       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDOGOC.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Daily shelter occupancy for the shelter system. The shelter    *
      * master (SHELTERS) gives each location's capacity for each      *
      * species it houses; the intake and adoption feeds say what      *
      * came in and went out. Each run this program:                   *
      *                                                                *
      *  1. re-reads the occupancy left by the previous run (OCCUPI):  *
      *     animals on hand and the smoothed daily intake and outcome  *
      *     rates per location per species                             *
      *  2. adds tonight's intakes (INTAKES) and takes off tonight's   *
      *     outcomes (ADOPTS - adoptions, transfers, returns to owner  *
      *     and other outcomes alike; a correction record puts its     *
      *     animals back), by INP-SHELTER-LOCATION and species         *
      *  3. reports each location's percent full, and the days until   *
      *     it is full at its current net intake rate (intakes less    *
      *     outcomes per day), on OCCRPT                               *
      *  4. where a location is over its full mark and another         *
      *     location has room below its own mark for the same          *
      *     species, suggests transfers - largest room first - on the  *
      *     same report                                                *
      *  5. rolls the occupancy to OCCUPO (the JCL rolls it over)      *
      *                                                                *
      * A census on the shelter master newer than the one last applied *
      * replaces the running count with the headcount; activity dated  *
      * on or before the census day is already in the headcount.       *
      * A location or species that is not on the master, a count that  *
      * runs negative, or a location over its mark ends the run with   *
      * RETURN-CODE 4. A row already rolled forward today is reported  *
      * as carried and tonight's activity for it is not applied again. *
      *                                                                *
      * Animals in foster (FOSTPLC, the placements ZTPDOGFS rolls) are *
      * still in the location's care and stay in its count, but they   *
      * are not on its floor: percent full, days to full, the full     *
      * mark and the transfers all work from the count less the        *
      * animals in foster tonight. A census is a headcount of the      *
      * floor, so the animals that were in foster on the census day    *
      * are added to it.                                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHELTER-MASTER ASSIGN SHELTERS
           FILE STATUS IS SHELTER-MASTER-FS.

           SELECT OPTIONAL OCCUPANCY-IN ASSIGN OCCUPI
           FILE STATUS IS OCCUPANCY-IN-FS.

           SELECT OCCUPANCY-OUT ASSIGN OCCUPO
           FILE STATUS IS OCCUPANCY-OUT-FS.

           SELECT OPTIONAL INTAKES-INPUT ASSIGN INTAKES
           FILE STATUS IS INTAKES-FS.

           SELECT OPTIONAL ADOPTS-INPUT ASSIGN ADOPTS
           FILE STATUS IS ADOPTS-FS.

           SELECT OPTIONAL FOSTER-PLACEMENTS ASSIGN FOSTPLC
           FILE STATUS IS FOSTER-PLACEMENTS-FS.

           SELECT OCCUPANCY-REPORT ASSIGN OCCRPT
           FILE STATUS IS OCCUPANCY-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SHELTER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SHELTER-MASTER-REC.
           COPY ZTPDGSHM.

      *-----------------------------------------------------------------
      * OCCUPI/OCCUPO: one record per location per species. The rates
      * are animals per day, smoothed over about a week.
      *-----------------------------------------------------------------
       FD OCCUPANCY-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OCCUPANCY-IN-REC.
       01  OCCUPANCY-IN-REC.
           05 OCI-LOCATION            PIC X(20).
           05 FILLER                  PIC X.
           05 OCI-SPECIES             PIC X(1).
           05 FILLER                  PIC X.
           05 OCI-ON-HAND             PIC S9(5)
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 OCI-RUN-DATE            PIC X(8).
           05 FILLER                  PIC X.
           05 OCI-INTAKE-RATE         PIC 9(3)V99.
           05 FILLER                  PIC X.
           05 OCI-OUTCOME-RATE        PIC 9(3)V99.
           05 FILLER                  PIC X.
           05 OCI-CENSUS-DATE         PIC X(8).
           05 FILLER                  PIC X(21).

       FD OCCUPANCY-OUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OCCUPANCY-OUT-REC.
       01  OCCUPANCY-OUT-REC.
           05 OCO-LOCATION            PIC X(20).
           05 FILLER                  PIC X.
           05 OCO-SPECIES             PIC X(1).
           05 FILLER                  PIC X.
           05 OCO-ON-HAND             PIC S9(5)
                                      SIGN LEADING SEPARATE.
           05 FILLER                  PIC X.
           05 OCO-RUN-DATE            PIC X(8).
           05 FILLER                  PIC X.
           05 OCO-INTAKE-RATE         PIC 9(3)V99.
           05 FILLER                  PIC X.
           05 OCO-OUTCOME-RATE        PIC 9(3)V99.
           05 FILLER                  PIC X.
           05 OCO-CENSUS-DATE         PIC X(8).
           05 FILLER                  PIC X(21).

       FD INTAKES-INPUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INTAKE-DOGS-REC.
       01  INTAKE-DOGS-REC.
           05 INT-DOG-BREED           PIC X(30).
           05 INT-INTAKE-AMOUNT       PIC 9(3).
           05 INT-INTAKE-DATE         PIC X(8).
           05 INT-SHELTER-LOCATION    PIC X(20).
           05 FILLER                  PIC X(9).
           05 INT-SPECIES             PIC X(1).
           05 FILLER                  PIC X(9).

       FD ADOPTS-INPUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ADOPTED-DOGS-REC.

           COPY ZTPDGADR.

       FD FOSTER-PLACEMENTS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS FPL-PLACEMENT-RECORD.
           COPY ZTPDGFPL REPLACING ==:FPL:== BY ==FPL==.

       FD OCCUPANCY-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS OCCUPANCY-REPORT-REC.
       01  OCCUPANCY-REPORT-REC       PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  SHELTER-MASTER-FS   PIC 9(2).
       01  OCCUPANCY-IN-FS     PIC 9(2).
       01  OCCUPANCY-OUT-FS    PIC 9(2).
       01  INTAKES-FS          PIC 9(2).
       01  ADOPTS-FS           PIC 9(2).
       01  FOSTER-PLACEMENTS-FS PIC 9(2).
       01  OCCUPANCY-REPORT-FS PIC 9(2).

      *-----------------------------------------------------------------
      * House default for the full mark when the master leaves it
      * blank, and the weight of the new day in the smoothed rates
      * (one part in seven: about a week's memory).
      *-----------------------------------------------------------------
       01  WS-DEFAULT-FULL-PCT PIC 9(3) VALUE 90.
       01  WS-RATE-DAYS        PIC 9(1) VALUE 7.

      *-----------------------------------------------------------------
      * One entry per location per species: the master rows first, in
      * master order, then anything the feeds or the carried file
      * know of that the master does not.
      *-----------------------------------------------------------------
       01  WS-OCCUPANCY-TABLE.
           05 WS-OC-ENTRY OCCURS 500 TIMES.
               10 WS-OC-LOCATION      PIC X(20).
               10 WS-OC-SPECIES       PIC X(1).
               10 WS-OC-MASTER-FLAG   PIC 9(1).
                   88 WS-OC-ON-MASTER VALUE 1.
               10 WS-OC-CAPACITY      PIC 9(4).
               10 WS-OC-FULL-PCT      PIC 9(3).
               10 WS-OC-CENSUS-COUNT  PIC 9(4).
               10 WS-OC-CENSUS-DATE   PIC X(8).
               10 WS-OC-CENSUS-FLAG   PIC 9(1).
                   88 WS-OC-CENSUS-DUE VALUE 1.
               10 WS-OC-CARRIED-FLAG  PIC 9(1).
                   88 WS-OC-CARRIED   VALUE 1.
               10 WS-OC-RERUN-FLAG    PIC 9(1).
                   88 WS-OC-RERUN     VALUE 1.
               10 WS-OC-PRIOR-ON-HAND PIC S9(5).
               10 WS-OC-PRIOR-RUN     PIC X(8).
               10 WS-OC-PRIOR-CENSUS  PIC X(8).
               10 WS-OC-INTAKE-RATE   PIC 9(3)V99.
               10 WS-OC-OUTCOME-RATE  PIC 9(3)V99.
               10 WS-OC-IN-COUNT      PIC S9(5).
               10 WS-OC-OUT-COUNT     PIC S9(5).
               10 WS-OC-NET-APPLIED   PIC S9(5).
               10 WS-OC-ON-HAND       PIC S9(5).
               10 WS-OC-IN-FOSTER     PIC 9(5).
               10 WS-OC-CENSUS-FOSTER PIC 9(5).
               10 WS-OC-ON-FLOOR      PIC S9(5).
               10 WS-OC-PERCENT       PIC 9(4).
               10 WS-OC-LIMIT         PIC 9(4).
               10 WS-OC-EXCESS        PIC 9(5).
               10 WS-OC-ROOM          PIC 9(5).
               10 WS-OC-FLAG          PIC X(20).
       01  WS-OC-COUNT         PIC 9(4) VALUE 0.
       01  WS-OC-INDEX         PIC 9(4).
       01  WS-OC-MAX           PIC 9(4) VALUE 500.
       01  WS-SEARCH-LOCATION  PIC X(20).
       01  WS-SEARCH-SPECIES   PIC X(1).
       01  WS-FOUND-FLAG       PIC 9(1).
           88 WS-FOUND         VALUE 1.
           88 WS-NOT-FOUND     VALUE 0.

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).
       01  WS-TODAY            PIC X(8).
       01  WS-DATE-YYYYMMDD    PIC 9(8).
       01  WS-TODAY-NUM        PIC 9(7).
       01  WS-PRIOR-NUM        PIC 9(7).
       01  WS-DAYS-ELAPSED     PIC 9(5).

       01  WS-ACTIVITY-AMOUNT  PIC S9(5).
       01  WS-ACTIVITY-DATE    PIC X(8).
       01  WS-DAILY-RATE       PIC 9(5)V99.
       01  WS-NET-RATE         PIC S9(3)V99.
       01  WS-DAYS-TO-FULL     PIC 9(5).
       01  WS-BEST-INDEX       PIC 9(4).
       01  WS-BEST-ROOM        PIC 9(5).
       01  WS-MOVE-COUNT       PIC 9(5).
       01  WS-SOURCE-INDEX     PIC 9(4).

       01  WS-OCCUPANCY-TOTALS.
           05 WS-TOTAL-MASTER    PIC 9(5) VALUE 0.
           05 WS-TOTAL-CARRIED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-INTAKES   PIC 9(5) VALUE 0.
           05 WS-TOTAL-OUTCOMES  PIC 9(5) VALUE 0.
           05 WS-TOTAL-SKIPPED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-ON-HAND   PIC S9(7) VALUE 0.
           05 WS-TOTAL-IN-FOSTER PIC 9(5) VALUE 0.
           05 WS-TOTAL-OVER      PIC 9(5) VALUE 0.
           05 WS-TOTAL-TRANSFERS PIC 9(5) VALUE 0.

       01  OCR-TITLE-LINE.
           05 FILLER             PIC X(35)
               VALUE 'ZTPDOGOC - SHELTER OCCUPANCY AS OF '.
           05 OCR-TITLE-DATE     PIC X(8).
           05 FILLER             PIC X(57) VALUE SPACES.

       01  OCR-HEADING-LINE.
           05 FILLER             PIC X(21) VALUE 'LOCATION'.
           05 FILLER             PIC X(3)  VALUE 'S'.
           05 FILLER             PIC X(6)  VALUE ' CAP'.
           05 FILLER             PIC X(8)  VALUE 'ON-HAND'.
           05 FILLER             PIC X(7)  VALUE 'FOSTER'.
           05 FILLER             PIC X(6)  VALUE ' PCT'.
           05 FILLER             PIC X(8)  VALUE 'IN/DAY'.
           05 FILLER             PIC X(8)  VALUE 'OUT/DY'.
           05 FILLER             PIC X(7)  VALUE ' FULL'.
           05 FILLER             PIC X(26) VALUE 'FLAG'.

       01  OCR-DETAIL-LINE.
           05 OCR-LOCATION       PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 OCR-SPECIES        PIC X(1).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OCR-CAPACITY       PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OCR-ON-HAND        PIC -ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OCR-IN-FOSTER      PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OCR-PERCENT        PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OCR-INTAKE-RATE    PIC ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OCR-OUTCOME-RATE   PIC ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OCR-DAYS-TO-FULL   PIC X(5).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 OCR-FLAG           PIC X(20).
           05 FILLER             PIC X(6) VALUE SPACES.
       01  OCR-DAYS-EDIT         PIC ZZZZ9.

       01  OCR-TRANSFER-HEADING.
           05 FILLER             PIC X(40)
               VALUE 'SUGGESTED TRANSFERS (TO BELOW FULL MARK)'.
           05 FILLER             PIC X(60) VALUE SPACES.

       01  OCR-TRANSFER-LINE.
           05 OCR-TRF-ACTION     PIC X(9).
           05 OCR-TRF-COUNT      PIC ZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 OCR-TRF-SPECIES    PIC X(1).
           05 FILLER             PIC X(6) VALUE ' FROM '.
           05 OCR-TRF-FROM       PIC X(20).
           05 OCR-TRF-TO-TEXT    PIC X(4).
           05 OCR-TRF-TO         PIC X(20).
           05 FILLER             PIC X(35) VALUE SPACES.

       01  OCR-TOTAL-LINE.
           05 FILLER             PIC X(8) VALUE 'ON HAND='.
           05 OCR-TOT-ON-HAND    PIC -ZZZZZ9.
           05 FILLER             PIC X(9) VALUE ' INTAKES='.
           05 OCR-TOT-INTAKES    PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE ' OUTCOMES='.
           05 OCR-TOT-OUTCOMES   PIC ZZZZ9.
           05 FILLER             PIC X(9) VALUE ' SKIPPED='.
           05 OCR-TOT-SKIPPED    PIC ZZZZ9.
           05 FILLER             PIC X(6) VALUE ' OVER='.
           05 OCR-TOT-OVER       PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE ' TRANSFERS='.
           05 OCR-TOT-TRANSFERS  PIC ZZZZ9.
           05 FILLER             PIC X(8) VALUE ' FOSTER='.
           05 OCR-TOT-IN-FOSTER  PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPDOGOC - SHELTER OCCUPANCY RUN'
           MOVE RC-SUCCESS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY
           STRING CURR-YEAR CURR-MONTH CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY
           MOVE WS-TODAY TO WS-DATE-YYYYMMDD
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)

           PERFORM OPEN-OCCUPANCY-FILES
           PERFORM LOAD-SHELTER-MASTER
           PERFORM LOAD-CARRIED-OCCUPANCY
           PERFORM MARK-CENSUS-ROWS
           PERFORM COUNT-FOSTER-PLACEMENTS
           PERFORM APPLY-INTAKE-RECORDS
           PERFORM APPLY-OUTCOME-RECORDS
           PERFORM COMPUTE-OCCUPANCY
           PERFORM WRITE-OCCUPANCY-REPORT
           PERFORM SUGGEST-TRANSFERS
           PERFORM WRITE-NEW-OCCUPANCY
           PERFORM CLOSE-OCCUPANCY-FILES

           DISPLAY 'ZTPDOGOC - LOCATIONS=' WS-OC-COUNT
               ' ON HAND=' WS-TOTAL-ON-HAND
               ' IN FOSTER=' WS-TOTAL-IN-FOSTER
               ' OVER MARK=' WS-TOTAL-OVER
               ' TRANSFERS=' WS-TOTAL-TRANSFERS
           DISPLAY 'ZTPDOGOC - END WITH RETURN-CODE=' RETURN-CODE

           GOBACK.

       OPEN-OCCUPANCY-FILES.
           OPEN INPUT SHELTER-MASTER
           IF SHELTER-MASTER-FS NOT = 0
               DISPLAY 'ZTPDOGOC - CANNOT OPEN SHELTERS: '
                   SHELTER-MASTER-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           OPEN INPUT OCCUPANCY-IN
           IF OCCUPANCY-IN-FS NOT = 0
               DISPLAY 'ZTPDOGOC - NO PRIOR OCCUPANCY: '
                   OCCUPANCY-IN-FS
           END-IF

           OPEN OUTPUT OCCUPANCY-OUT
           OPEN OUTPUT OCCUPANCY-REPORT
           IF OCCUPANCY-OUT-FS NOT = 0 OR OCCUPANCY-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGOC - CANNOT OPEN OUTPUTS: '
                   OCCUPANCY-OUT-FS ' ' OCCUPANCY-REPORT-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           EXIT.

      ******************************************************************
      * The shelter master: capacity, full mark and census for each    *
      * location and species. A row without a usable capacity is left  *
      * out (and the run warned) rather than reported as zero room.    *
      ******************************************************************
       LOAD-SHELTER-MASTER.
           READ SHELTER-MASTER
           PERFORM UNTIL SHELTER-MASTER-FS > 04
               IF SHM-LOCATION NOT = SPACES
                   PERFORM LOAD-ONE-MASTER-ROW
               END-IF
               READ SHELTER-MASTER
           END-PERFORM

           CLOSE SHELTER-MASTER

           EXIT.

       LOAD-ONE-MASTER-ROW.
           IF SHM-CAPACITY IS NOT NUMERIC
               DISPLAY 'ZTPDOGOC - BAD CAPACITY ON MASTER, SKIPPED: '
                   SHM-LOCATION ' ' SHM-SPECIES
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SHM-LOCATION TO WS-SEARCH-LOCATION
           IF SHM-SPECIES = SPACE
               MOVE 'D' TO WS-SEARCH-SPECIES
           ELSE
               MOVE SHM-SPECIES TO WS-SEARCH-SPECIES
           END-IF
           PERFORM FIND-OR-ADD-ROW
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           SET WS-OC-ON-MASTER(WS-OC-INDEX) TO TRUE
           ADD 1 TO WS-TOTAL-MASTER
           MOVE SHM-CAPACITY TO WS-OC-CAPACITY(WS-OC-INDEX)
           IF SHM-FULL-PCT IS NUMERIC AND SHM-FULL-PCT > 0
               MOVE SHM-FULL-PCT TO WS-OC-FULL-PCT(WS-OC-INDEX)
           ELSE
               MOVE WS-DEFAULT-FULL-PCT TO WS-OC-FULL-PCT(WS-OC-INDEX)
           END-IF
           IF SHM-CENSUS-COUNT IS NUMERIC
                   AND SHM-CENSUS-DATE IS NUMERIC
               MOVE SHM-CENSUS-COUNT
                   TO WS-OC-CENSUS-COUNT(WS-OC-INDEX)
               MOVE SHM-CENSUS-DATE TO WS-OC-CENSUS-DATE(WS-OC-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * Locate WS-SEARCH-LOCATION/-SPECIES in the table, adding an     *
      * empty row if it is not there. WS-NOT-FOUND on return means the *
      * table is full and the row could not be added.                  *
      ******************************************************************
       FIND-OR-ADD-ROW.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > WS-OC-COUNT OR WS-FOUND
               IF WS-OC-LOCATION(WS-OC-INDEX) = WS-SEARCH-LOCATION
                       AND WS-OC-SPECIES(WS-OC-INDEX) =
                           WS-SEARCH-SPECIES
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-OC-INDEX
               EXIT PARAGRAPH
           END-IF

           IF WS-OC-COUNT >= WS-OC-MAX
               DISPLAY 'ZTPDOGOC - LOCATION TABLE FULL, DROPPED: '
                   WS-SEARCH-LOCATION ' ' WS-SEARCH-SPECIES
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OC-COUNT
           MOVE WS-OC-COUNT TO WS-OC-INDEX
           INITIALIZE WS-OC-ENTRY(WS-OC-INDEX)
           MOVE WS-SEARCH-LOCATION TO WS-OC-LOCATION(WS-OC-INDEX)
           MOVE WS-SEARCH-SPECIES TO WS-OC-SPECIES(WS-OC-INDEX)
           MOVE WS-DEFAULT-FULL-PCT TO WS-OC-FULL-PCT(WS-OC-INDEX)
           SET WS-FOUND TO TRUE

           EXIT.

       LOAD-CARRIED-OCCUPANCY.
           IF OCCUPANCY-IN-FS NOT = 0
               EXIT PARAGRAPH
           END-IF

           READ OCCUPANCY-IN
           PERFORM UNTIL OCCUPANCY-IN-FS > 04
               IF OCI-LOCATION NOT = SPACES
                   MOVE OCI-LOCATION TO WS-SEARCH-LOCATION
                   MOVE OCI-SPECIES TO WS-SEARCH-SPECIES
                   PERFORM FIND-OR-ADD-ROW
                   IF WS-FOUND
                       PERFORM LOAD-ONE-CARRIED-ROW
                   END-IF
               END-IF
               READ OCCUPANCY-IN
           END-PERFORM

           CLOSE OCCUPANCY-IN

           EXIT.

       LOAD-ONE-CARRIED-ROW.
           SET WS-OC-CARRIED(WS-OC-INDEX) TO TRUE
           ADD 1 TO WS-TOTAL-CARRIED
           IF OCI-ON-HAND IS NUMERIC
               MOVE OCI-ON-HAND TO WS-OC-PRIOR-ON-HAND(WS-OC-INDEX)
           END-IF
           MOVE OCI-RUN-DATE TO WS-OC-PRIOR-RUN(WS-OC-INDEX)
           MOVE OCI-CENSUS-DATE TO WS-OC-PRIOR-CENSUS(WS-OC-INDEX)
           IF OCI-INTAKE-RATE IS NUMERIC
               MOVE OCI-INTAKE-RATE TO WS-OC-INTAKE-RATE(WS-OC-INDEX)
           END-IF
           IF OCI-OUTCOME-RATE IS NUMERIC
               MOVE OCI-OUTCOME-RATE
                   TO WS-OC-OUTCOME-RATE(WS-OC-INDEX)
           END-IF
           IF OCI-RUN-DATE = WS-TODAY
               SET WS-OC-RERUN(WS-OC-INDEX) TO TRUE
           END-IF

           EXIT.

      *-----------------------------------------------------------------
      * A census is due on a row when the master carries one and it is
      * newer than the census the carried occupancy last took up (or
      * the row has no carried occupancy at all).
      *-----------------------------------------------------------------
       MARK-CENSUS-ROWS.
           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > WS-OC-COUNT
               IF WS-OC-CENSUS-DATE(WS-OC-INDEX) IS NUMERIC
                       AND NOT WS-OC-RERUN(WS-OC-INDEX)
                   IF NOT WS-OC-CARRIED(WS-OC-INDEX)
                       SET WS-OC-CENSUS-DUE(WS-OC-INDEX) TO TRUE
                   ELSE
                       IF WS-OC-PRIOR-CENSUS(WS-OC-INDEX)
                               IS NOT NUMERIC
                           OR WS-OC-CENSUS-DATE(WS-OC-INDEX) >
                               WS-OC-PRIOR-CENSUS(WS-OC-INDEX)
                           SET WS-OC-CENSUS-DUE(WS-OC-INDEX) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Animals in foster by the shelter they came from: those in      *
      * foster tonight, and - on a row taking up a census - those that *
      * were in foster on the census day, placed by then and not back  *
      * (or gone) until after it.                                      *
      ******************************************************************
       COUNT-FOSTER-PLACEMENTS.
           OPEN INPUT FOSTER-PLACEMENTS
           IF FOSTER-PLACEMENTS-FS NOT = 0
               DISPLAY 'ZTPDOGOC - NO FOSTER PLACEMENTS: '
                   FOSTER-PLACEMENTS-FS
               EXIT PARAGRAPH
           END-IF

           READ FOSTER-PLACEMENTS
           PERFORM UNTIL FOSTER-PLACEMENTS-FS > 04
               IF FPL-SHELTER NOT = SPACES
                   MOVE FPL-SHELTER TO WS-SEARCH-LOCATION
                   IF FPL-SPECIES = SPACE
                       MOVE 'D' TO WS-SEARCH-SPECIES
                   ELSE
                       MOVE FPL-SPECIES TO WS-SEARCH-SPECIES
                   END-IF
                   PERFORM FIND-OR-ADD-ROW
                   IF WS-FOUND
                       PERFORM COUNT-ONE-PLACEMENT
                   END-IF
               END-IF
               READ FOSTER-PLACEMENTS
           END-PERFORM

           CLOSE FOSTER-PLACEMENTS

           EXIT.

       COUNT-ONE-PLACEMENT.
           IF FPL-IN-FOSTER
               ADD 1 TO WS-OC-IN-FOSTER(WS-OC-INDEX)
           END-IF

           IF WS-OC-CENSUS-DUE(WS-OC-INDEX)
                   AND FPL-PLACED-DATE NOT >
                       WS-OC-CENSUS-DATE(WS-OC-INDEX)
               IF FPL-IN-FOSTER
                       OR FPL-STATUS-DATE >
                           WS-OC-CENSUS-DATE(WS-OC-INDEX)
                   ADD 1 TO WS-OC-CENSUS-FOSTER(WS-OC-INDEX)
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * Intakes: every record, aggregate or single animal, puts its    *
      * count on the location's population.                            *
      ******************************************************************
       APPLY-INTAKE-RECORDS.
           OPEN INPUT INTAKES-INPUT
           IF INTAKES-FS NOT = 0
               DISPLAY 'ZTPDOGOC - NO INTAKE FILE: ' INTAKES-FS
               EXIT PARAGRAPH
           END-IF

           READ INTAKES-INPUT
           PERFORM UNTIL INTAKES-FS > 04
               IF INT-SHELTER-LOCATION NOT = SPACES
                       AND INT-INTAKE-AMOUNT IS NUMERIC
                   MOVE INT-SHELTER-LOCATION TO WS-SEARCH-LOCATION
                   IF INT-SPECIES = SPACE
                       MOVE 'D' TO WS-SEARCH-SPECIES
                   ELSE
                       MOVE INT-SPECIES TO WS-SEARCH-SPECIES
                   END-IF
                   MOVE INT-INTAKE-AMOUNT TO WS-ACTIVITY-AMOUNT
                   MOVE INT-INTAKE-DATE TO WS-ACTIVITY-DATE
                   PERFORM FIND-OR-ADD-ROW
                   IF WS-FOUND
                       PERFORM APPLY-ONE-INTAKE
                   END-IF
               END-IF
               READ INTAKES-INPUT
           END-PERFORM

           CLOSE INTAKES-INPUT

           EXIT.

       APPLY-ONE-INTAKE.
           IF WS-OC-RERUN(WS-OC-INDEX)
               ADD 1 TO WS-TOTAL-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD WS-ACTIVITY-AMOUNT TO WS-OC-IN-COUNT(WS-OC-INDEX)
           ADD WS-ACTIVITY-AMOUNT TO WS-TOTAL-INTAKES
           PERFORM CHECK-CENSUS-DATE
           IF WS-FOUND
               ADD WS-ACTIVITY-AMOUNT
                   TO WS-OC-NET-APPLIED(WS-OC-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * Outcomes: every outcome on the adoption feed - adopted,        *
      * transferred, returned to owner or other - leaves the location. *
      * A correction backs a mis-reported outcome out, so its animals  *
      * are still there.                                               *
      ******************************************************************
       APPLY-OUTCOME-RECORDS.
           OPEN INPUT ADOPTS-INPUT
           IF ADOPTS-FS NOT = 0
               DISPLAY 'ZTPDOGOC - NO ADOPTION FILE: ' ADOPTS-FS
               EXIT PARAGRAPH
           END-IF

           READ ADOPTS-INPUT
           PERFORM UNTIL ADOPTS-FS > 04
               IF INP-SHELTER-LOCATION NOT = SPACES
                       AND INP-ADOPTED-AMOUNT IS NUMERIC
                   MOVE INP-SHELTER-LOCATION TO WS-SEARCH-LOCATION
                   IF INP-SPECIES = SPACE
                       MOVE 'D' TO WS-SEARCH-SPECIES
                   ELSE
                       MOVE INP-SPECIES TO WS-SEARCH-SPECIES
                   END-IF
                   IF INP-CORRECTION
                       COMPUTE WS-ACTIVITY-AMOUNT =
                           0 - INP-ADOPTED-AMOUNT
                   ELSE
                       MOVE INP-ADOPTED-AMOUNT TO WS-ACTIVITY-AMOUNT
                   END-IF
                   MOVE INP-ADOPTED-DATE TO WS-ACTIVITY-DATE
                   PERFORM FIND-OR-ADD-ROW
                   IF WS-FOUND
                       PERFORM APPLY-ONE-OUTCOME
                   END-IF
               END-IF
               READ ADOPTS-INPUT
           END-PERFORM

           CLOSE ADOPTS-INPUT

           EXIT.

       APPLY-ONE-OUTCOME.
           IF WS-OC-RERUN(WS-OC-INDEX)
               ADD 1 TO WS-TOTAL-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD WS-ACTIVITY-AMOUNT TO WS-OC-OUT-COUNT(WS-OC-INDEX)
           IF WS-ACTIVITY-AMOUNT > 0
               ADD WS-ACTIVITY-AMOUNT TO WS-TOTAL-OUTCOMES
           END-IF
           PERFORM CHECK-CENSUS-DATE
           IF WS-FOUND
               SUBTRACT WS-ACTIVITY-AMOUNT
                   FROM WS-OC-NET-APPLIED(WS-OC-INDEX)
           END-IF

           EXIT.

      *-----------------------------------------------------------------
      * WS-FOUND when the activity dated WS-ACTIVITY-DATE belongs on
      * the running count: always, unless a census is being taken up
      * on this row and the activity is on or before the census day.
      * WS-FOUND-FLAG is free to reuse here: the row is already found.
      *-----------------------------------------------------------------
       CHECK-CENSUS-DATE.
           SET WS-FOUND TO TRUE
           IF WS-OC-CENSUS-DUE(WS-OC-INDEX)
                   AND WS-ACTIVITY-DATE IS NUMERIC
               IF WS-ACTIVITY-DATE NOT >
                       WS-OC-CENSUS-DATE(WS-OC-INDEX)
                   SET WS-NOT-FOUND TO TRUE
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * Tonight's population, rates, percent full, full mark and the   *
      * report flag for every row.                                     *
      ******************************************************************
       COMPUTE-OCCUPANCY.
           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > WS-OC-COUNT
               PERFORM COMPUTE-ONE-ROW
           END-PERFORM

           EXIT.

       COMPUTE-ONE-ROW.
           MOVE SPACES TO WS-OC-FLAG(WS-OC-INDEX)

           IF WS-OC-RERUN(WS-OC-INDEX)
               MOVE WS-OC-PRIOR-ON-HAND(WS-OC-INDEX)
                   TO WS-OC-ON-HAND(WS-OC-INDEX)
               MOVE WS-OC-PRIOR-CENSUS(WS-OC-INDEX)
                   TO WS-OC-CENSUS-DATE(WS-OC-INDEX)
               MOVE 'ALREADY RUN TODAY' TO WS-OC-FLAG(WS-OC-INDEX)
           ELSE
               PERFORM ROLL-ONE-ROW
           END-IF

           ADD WS-OC-ON-HAND(WS-OC-INDEX) TO WS-TOTAL-ON-HAND
           ADD WS-OC-IN-FOSTER(WS-OC-INDEX) TO WS-TOTAL-IN-FOSTER
           COMPUTE WS-OC-ON-FLOOR(WS-OC-INDEX) =
               WS-OC-ON-HAND(WS-OC-INDEX) -
               WS-OC-IN-FOSTER(WS-OC-INDEX)
           IF WS-OC-ON-FLOOR(WS-OC-INDEX) < 0
                   AND WS-OC-ON-HAND(WS-OC-INDEX) NOT < 0
               MOVE 'FOSTER OVER COUNT' TO WS-OC-FLAG(WS-OC-INDEX)
               PERFORM SET-WARNING-RC
           END-IF

           MOVE 0 TO WS-OC-PERCENT(WS-OC-INDEX)
           MOVE 0 TO WS-OC-EXCESS(WS-OC-INDEX)
           MOVE 0 TO WS-OC-ROOM(WS-OC-INDEX)
           COMPUTE WS-OC-LIMIT(WS-OC-INDEX) =
               WS-OC-CAPACITY(WS-OC-INDEX) *
               WS-OC-FULL-PCT(WS-OC-INDEX) / 100
           IF WS-OC-CAPACITY(WS-OC-INDEX) > 0
                   AND WS-OC-ON-FLOOR(WS-OC-INDEX) > 0
               IF WS-OC-ON-FLOOR(WS-OC-INDEX) * 100 /
                       WS-OC-CAPACITY(WS-OC-INDEX) > 9999
                   MOVE 9999 TO WS-OC-PERCENT(WS-OC-INDEX)
               ELSE
                   COMPUTE WS-OC-PERCENT(WS-OC-INDEX) =
                       WS-OC-ON-FLOOR(WS-OC-INDEX) * 100 /
                       WS-OC-CAPACITY(WS-OC-INDEX)
               END-IF
           END-IF

           IF NOT WS-OC-ON-MASTER(WS-OC-INDEX)
               MOVE 'NOT ON MASTER' TO WS-OC-FLAG(WS-OC-INDEX)
               PERFORM SET-WARNING-RC
               EXIT PARAGRAPH
           END-IF

           IF WS-OC-ON-FLOOR(WS-OC-INDEX) > WS-OC-LIMIT(WS-OC-INDEX)
               COMPUTE WS-OC-EXCESS(WS-OC-INDEX) =
                   WS-OC-ON-FLOOR(WS-OC-INDEX) -
                   WS-OC-LIMIT(WS-OC-INDEX)
               ADD 1 TO WS-TOTAL-OVER
               PERFORM SET-WARNING-RC
               IF WS-OC-FLAG(WS-OC-INDEX) = SPACES
                   IF WS-OC-ON-FLOOR(WS-OC-INDEX) >
                           WS-OC-CAPACITY(WS-OC-INDEX)
                       MOVE 'OVER CAPACITY'
                           TO WS-OC-FLAG(WS-OC-INDEX)
                   ELSE
                       MOVE 'OVER FULL MARK'
                           TO WS-OC-FLAG(WS-OC-INDEX)
                   END-IF
               END-IF
           ELSE
               IF WS-OC-ON-FLOOR(WS-OC-INDEX) < 0
                   MOVE WS-OC-LIMIT(WS-OC-INDEX)
                       TO WS-OC-ROOM(WS-OC-INDEX)
               ELSE
                   COMPUTE WS-OC-ROOM(WS-OC-INDEX) =
                       WS-OC-LIMIT(WS-OC-INDEX) -
                       WS-OC-ON-FLOOR(WS-OC-INDEX)
               END-IF
           END-IF

           EXIT.

      *-----------------------------------------------------------------
      * Roll a row not yet run today: the census or carried count plus
      * tonight's net activity, and tonight's counts folded into the
      * smoothed daily rates over the days since the last run.
      *-----------------------------------------------------------------
       ROLL-ONE-ROW.
           IF WS-OC-CENSUS-DUE(WS-OC-INDEX)
               COMPUTE WS-OC-ON-HAND(WS-OC-INDEX) =
                   WS-OC-CENSUS-COUNT(WS-OC-INDEX) +
                   WS-OC-CENSUS-FOSTER(WS-OC-INDEX) +
                   WS-OC-NET-APPLIED(WS-OC-INDEX)
               MOVE 'CENSUS APPLIED' TO WS-OC-FLAG(WS-OC-INDEX)
           ELSE
               COMPUTE WS-OC-ON-HAND(WS-OC-INDEX) =
                   WS-OC-PRIOR-ON-HAND(WS-OC-INDEX) +
                   WS-OC-NET-APPLIED(WS-OC-INDEX)
               MOVE WS-OC-PRIOR-CENSUS(WS-OC-INDEX)
                   TO WS-OC-CENSUS-DATE(WS-OC-INDEX)
           END-IF
           IF WS-OC-ON-HAND(WS-OC-INDEX) < 0
               MOVE 'COUNT NEGATIVE' TO WS-OC-FLAG(WS-OC-INDEX)
               PERFORM SET-WARNING-RC
           END-IF

           MOVE 1 TO WS-DAYS-ELAPSED
           IF WS-OC-CARRIED(WS-OC-INDEX)
                   AND WS-OC-PRIOR-RUN(WS-OC-INDEX) IS NUMERIC
               MOVE WS-OC-PRIOR-RUN(WS-OC-INDEX) TO WS-DATE-YYYYMMDD
               COMPUTE WS-PRIOR-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               IF WS-TODAY-NUM > WS-PRIOR-NUM
                   COMPUTE WS-DAYS-ELAPSED =
                       WS-TODAY-NUM - WS-PRIOR-NUM
               END-IF
           END-IF

           MOVE 0 TO WS-DAILY-RATE
           IF WS-OC-IN-COUNT(WS-OC-INDEX) > 0
               COMPUTE WS-DAILY-RATE ROUNDED =
                   WS-OC-IN-COUNT(WS-OC-INDEX) / WS-DAYS-ELAPSED
           END-IF
           IF WS-OC-CARRIED(WS-OC-INDEX)
               COMPUTE WS-OC-INTAKE-RATE(WS-OC-INDEX) ROUNDED =
                   (WS-OC-INTAKE-RATE(WS-OC-INDEX) *
                       (WS-RATE-DAYS - 1) + WS-DAILY-RATE)
                   / WS-RATE-DAYS
           ELSE
               COMPUTE WS-OC-INTAKE-RATE(WS-OC-INDEX) ROUNDED =
                   WS-DAILY-RATE
           END-IF

           MOVE 0 TO WS-DAILY-RATE
           IF WS-OC-OUT-COUNT(WS-OC-INDEX) > 0
               COMPUTE WS-DAILY-RATE ROUNDED =
                   WS-OC-OUT-COUNT(WS-OC-INDEX) / WS-DAYS-ELAPSED
           END-IF
           IF WS-OC-CARRIED(WS-OC-INDEX)
               COMPUTE WS-OC-OUTCOME-RATE(WS-OC-INDEX) ROUNDED =
                   (WS-OC-OUTCOME-RATE(WS-OC-INDEX) *
                       (WS-RATE-DAYS - 1) + WS-DAILY-RATE)
                   / WS-RATE-DAYS
           ELSE
               COMPUTE WS-OC-OUTCOME-RATE(WS-OC-INDEX) ROUNDED =
                   WS-DAILY-RATE
           END-IF

           EXIT.

       SET-WARNING-RC.
           IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-OCCUPANCY-REPORT.
           MOVE WS-TODAY TO OCR-TITLE-DATE
           MOVE OCR-TITLE-LINE TO OCCUPANCY-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE OCR-HEADING-LINE TO OCCUPANCY-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > WS-OC-COUNT
               PERFORM WRITE-ONE-DETAIL-LINE
           END-PERFORM

           EXIT.

      *-----------------------------------------------------------------
      * Days until full: at the net rate (intakes less outcomes per
      * day) from tonight's floor count to capacity. FULL once there,
      * '---' when the location is not filling, N/A without a capacity.
      *-----------------------------------------------------------------
       WRITE-ONE-DETAIL-LINE.
           MOVE WS-OC-LOCATION(WS-OC-INDEX) TO OCR-LOCATION
           MOVE WS-OC-SPECIES(WS-OC-INDEX) TO OCR-SPECIES
           MOVE WS-OC-CAPACITY(WS-OC-INDEX) TO OCR-CAPACITY
           MOVE WS-OC-ON-HAND(WS-OC-INDEX) TO OCR-ON-HAND
           MOVE WS-OC-IN-FOSTER(WS-OC-INDEX) TO OCR-IN-FOSTER
           MOVE WS-OC-PERCENT(WS-OC-INDEX) TO OCR-PERCENT
           MOVE WS-OC-INTAKE-RATE(WS-OC-INDEX) TO OCR-INTAKE-RATE
           MOVE WS-OC-OUTCOME-RATE(WS-OC-INDEX) TO OCR-OUTCOME-RATE
           MOVE WS-OC-FLAG(WS-OC-INDEX) TO OCR-FLAG

           COMPUTE WS-NET-RATE = WS-OC-INTAKE-RATE(WS-OC-INDEX) -
               WS-OC-OUTCOME-RATE(WS-OC-INDEX)
           EVALUATE TRUE
               WHEN WS-OC-CAPACITY(WS-OC-INDEX) = 0
                   MOVE '  N/A' TO OCR-DAYS-TO-FULL
               WHEN WS-OC-ON-FLOOR(WS-OC-INDEX) >=
                       WS-OC-CAPACITY(WS-OC-INDEX)
                   MOVE ' FULL' TO OCR-DAYS-TO-FULL
               WHEN WS-NET-RATE NOT > 0
                   MOVE '  ---' TO OCR-DAYS-TO-FULL
               WHEN OTHER
                   COMPUTE WS-DAYS-TO-FULL =
                       (WS-OC-CAPACITY(WS-OC-INDEX) -
                        WS-OC-ON-FLOOR(WS-OC-INDEX)) / WS-NET-RATE
                   MOVE WS-DAYS-TO-FULL TO OCR-DAYS-EDIT
                   MOVE OCR-DAYS-EDIT TO OCR-DAYS-TO-FULL
           END-EVALUATE

           MOVE OCR-DETAIL-LINE TO OCCUPANCY-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Transfers: each location over its full mark sends its excess   *
      * to the other locations taking the same species, the one with   *
      * the most room below its own mark first, until the excess is    *
      * placed or no location has room; what cannot be placed is       *
      * listed as NO ROOM.                                             *
      ******************************************************************
       SUGGEST-TRANSFERS.
           MOVE SPACES TO OCCUPANCY-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE OCR-TRANSFER-HEADING TO OCCUPANCY-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1
                   UNTIL WS-SOURCE-INDEX > WS-OC-COUNT
               IF WS-OC-ON-MASTER(WS-SOURCE-INDEX)
                       AND WS-OC-EXCESS(WS-SOURCE-INDEX) > 0
                   PERFORM PLACE-ONE-EXCESS
               END-IF
           END-PERFORM

           EXIT.

       PLACE-ONE-EXCESS.
           MOVE WS-OC-SPECIES(WS-SOURCE-INDEX) TO OCR-TRF-SPECIES
           MOVE WS-OC-LOCATION(WS-SOURCE-INDEX) TO OCR-TRF-FROM

           PERFORM UNTIL WS-OC-EXCESS(WS-SOURCE-INDEX) = 0
               PERFORM FIND-MOST-ROOM
               IF WS-BEST-INDEX = 0
                   MOVE 'NO ROOM  ' TO OCR-TRF-ACTION
                   MOVE WS-OC-EXCESS(WS-SOURCE-INDEX) TO OCR-TRF-COUNT
                   MOVE SPACES TO OCR-TRF-TO-TEXT
                   MOVE SPACES TO OCR-TRF-TO
                   MOVE OCR-TRANSFER-LINE TO OCCUPANCY-REPORT-REC
                   PERFORM WRITE-REPORT-LINE
                   MOVE 0 TO WS-OC-EXCESS(WS-SOURCE-INDEX)
               ELSE
                   IF WS-BEST-ROOM < WS-OC-EXCESS(WS-SOURCE-INDEX)
                       MOVE WS-BEST-ROOM TO WS-MOVE-COUNT
                   ELSE
                       MOVE WS-OC-EXCESS(WS-SOURCE-INDEX)
                           TO WS-MOVE-COUNT
                   END-IF
                   MOVE 'TRANSFER ' TO OCR-TRF-ACTION
                   MOVE WS-MOVE-COUNT TO OCR-TRF-COUNT
                   MOVE ' TO ' TO OCR-TRF-TO-TEXT
                   MOVE WS-OC-LOCATION(WS-BEST-INDEX) TO OCR-TRF-TO
                   MOVE OCR-TRANSFER-LINE TO OCCUPANCY-REPORT-REC
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-TOTAL-TRANSFERS
                   SUBTRACT WS-MOVE-COUNT
                       FROM WS-OC-EXCESS(WS-SOURCE-INDEX)
                   SUBTRACT WS-MOVE-COUNT
                       FROM WS-OC-ROOM(WS-BEST-INDEX)
               END-IF
           END-PERFORM

           EXIT.

       FIND-MOST-ROOM.
           MOVE 0 TO WS-BEST-INDEX
           MOVE 0 TO WS-BEST-ROOM
           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > WS-OC-COUNT
               IF WS-OC-ON-MASTER(WS-OC-INDEX)
                       AND WS-OC-INDEX NOT = WS-SOURCE-INDEX
                       AND WS-OC-SPECIES(WS-OC-INDEX) =
                           WS-OC-SPECIES(WS-SOURCE-INDEX)
                       AND WS-OC-ROOM(WS-OC-INDEX) > WS-BEST-ROOM
                   MOVE WS-OC-INDEX TO WS-BEST-INDEX
                   MOVE WS-OC-ROOM(WS-OC-INDEX) TO WS-BEST-ROOM
               END-IF
           END-PERFORM

           EXIT.

       WRITE-REPORT-LINE.
           WRITE OCCUPANCY-REPORT-REC
           IF OCCUPANCY-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGOC - CANNOT WRITE OCCRPT: '
                   OCCUPANCY-REPORT-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           END-IF

           DISPLAY 'ZTPDOGOC ' OCCUPANCY-REPORT-REC(1:90)

           EXIT.

       WRITE-NEW-OCCUPANCY.
           PERFORM VARYING WS-OC-INDEX FROM 1 BY 1
                   UNTIL WS-OC-INDEX > WS-OC-COUNT
               MOVE SPACES TO OCCUPANCY-OUT-REC
               MOVE WS-OC-LOCATION(WS-OC-INDEX) TO OCO-LOCATION
               MOVE WS-OC-SPECIES(WS-OC-INDEX) TO OCO-SPECIES
               MOVE WS-OC-ON-HAND(WS-OC-INDEX) TO OCO-ON-HAND
               MOVE WS-TODAY TO OCO-RUN-DATE
               MOVE WS-OC-INTAKE-RATE(WS-OC-INDEX) TO OCO-INTAKE-RATE
               MOVE WS-OC-OUTCOME-RATE(WS-OC-INDEX)
                   TO OCO-OUTCOME-RATE
               MOVE WS-OC-CENSUS-DATE(WS-OC-INDEX) TO OCO-CENSUS-DATE
               WRITE OCCUPANCY-OUT-REC
               IF OCCUPANCY-OUT-FS NOT = 0
                   DISPLAY 'ZTPDOGOC - CANNOT WRITE OCCUPO: '
                       OCCUPANCY-OUT-FS
                   COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-ON-HAND TO OCR-TOT-ON-HAND
           MOVE WS-TOTAL-IN-FOSTER TO OCR-TOT-IN-FOSTER
           MOVE WS-TOTAL-INTAKES TO OCR-TOT-INTAKES
           MOVE WS-TOTAL-OUTCOMES TO OCR-TOT-OUTCOMES
           MOVE WS-TOTAL-SKIPPED TO OCR-TOT-SKIPPED
           MOVE WS-TOTAL-OVER TO OCR-TOT-OVER
           MOVE WS-TOTAL-TRANSFERS TO OCR-TOT-TRANSFERS
           MOVE SPACES TO OCCUPANCY-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE OCR-TOTAL-LINE TO OCCUPANCY-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

       CLOSE-OCCUPANCY-FILES.
           CLOSE OCCUPANCY-OUT
           CLOSE OCCUPANCY-REPORT

           EXIT.
