       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDOGRG.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Animal registry maintenance for the shelter system. The        *
      * adoption and intake feeds are counts per breed per shelter per *
      * day, which cannot say how long any one animal waited for a     *
      * home. Shelters that report animal by animal put an animal id   *
      * on their records (amount 1), and each run this program:        *
      *                                                                *
      *  1. re-reads the registry left by the previous run (ANIMALI)   *
      *  2. registers every intake record carrying an animal id        *
      *     (INTAKES): a new animal, or a new stay for an animal whose *
      *     previous stay has closed                                   *
      *  3. closes the stay of every animal on an adoption-feed record *
      *     carrying its id (ADOPTS), with the record's outcome -      *
      *     adopted, transferred, returned to owner or other - and     *
      *     date; a correction ('C') record re-opens the stay it       *
      *     closed                                                     *
      *  4. appends each closed stay (and each re-opening) to the      *
      *     stay history (STAYHIST) that ZTPDOGLS reports from, and    *
      *     rolls the registry to ANIMALO (the JCL rolls it over)      *
      *                                                                *
      * Records that cannot be applied are listed on RGEXCP with the   *
      * reason, and the run ends with RETURN-CODE 4.                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRY-IN ASSIGN ANIMALI
           FILE STATUS IS REGISTRY-IN-FS.

           SELECT REGISTRY-OUT ASSIGN ANIMALO
           FILE STATUS IS REGISTRY-OUT-FS.

           SELECT OPTIONAL INTAKES-INPUT ASSIGN INTAKES
           FILE STATUS IS INTAKES-FS.

           SELECT OPTIONAL ADOPTS-INPUT ASSIGN ADOPTS
           FILE STATUS IS ADOPTS-FS.

           SELECT STAY-HISTORY ASSIGN STAYHIST
           FILE STATUS IS STAY-HISTORY-FS.

           SELECT EXCEPTION-REPORT ASSIGN RGEXCP
           FILE STATUS IS EXCEPTION-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTRY-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ANI-ANIMAL-RECORD.
           COPY ZTPDGANR REPLACING ==:ANR:== BY ==ANI==.

       FD REGISTRY-OUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ANO-ANIMAL-RECORD.
           COPY ZTPDGANR REPLACING ==:ANR:== BY ==ANO==.

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
      *-----------------------------------------------------------------
      * Animal id, at the same column as INP-ANIMAL-ID on the adoption
      * record; blank on an aggregate intake count.
      *-----------------------------------------------------------------
           05 INT-ANIMAL-ID           PIC X(8).
           05 FILLER                  PIC X(1).

       FD ADOPTS-INPUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ADOPTED-DOGS-REC.

           COPY ZTPDGADR.

      *-----------------------------------------------------------------
      * STAYHIST: one 'S' record per closed stay, and an 'X' record
      * when a correction re-opens a stay, so a report can net the
      * closed stay back out.
      *-----------------------------------------------------------------
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

       FD EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS EXCEPTION-REPORT-REC.
       01  EXCEPTION-REPORT-REC       PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  REGISTRY-IN-FS      PIC 9(2).
       01  REGISTRY-OUT-FS     PIC 9(2).
       01  INTAKES-FS          PIC 9(2).
       01  ADOPTS-FS           PIC 9(2).
       01  STAY-HISTORY-FS     PIC 9(2).
           88 STAY-HISTORY-FS-OK  VALUE 0.
           88 STAY-HISTORY-FS-DNE VALUE 35.
       01  EXCEPTION-REPORT-FS PIC 9(2).

      *-----------------------------------------------------------------
      * The in-storage registry: carried animals plus tonight's new
      * ones, in the order first registered.
      *-----------------------------------------------------------------
       01  WS-REGISTRY-TABLE.
           05 WS-AN-ENTRY OCCURS 3000 TIMES.
               10 WS-AN-ANIMAL-ID     PIC X(8).
               10 WS-AN-SPECIES       PIC X(1).
               10 WS-AN-BREED         PIC X(30).
               10 WS-AN-SHELTER       PIC X(20).
               10 WS-AN-INTAKE-DATE   PIC X(8).
               10 WS-AN-OUTCOME       PIC X(1).
                   88 WS-AN-IN-CARE   VALUE ' '.
               10 WS-AN-OUTCOME-DATE  PIC X(8).
               10 WS-AN-STAYS         PIC 9(2).
       01  WS-AN-COUNT         PIC 9(4) VALUE 0.
       01  WS-AN-INDEX         PIC 9(4).
       01  WS-AN-MAX           PIC 9(4) VALUE 3000.
       01  WS-SEARCH-ID        PIC X(8).
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
       01  WS-INTAKE-NUM       PIC 9(7).
       01  WS-OUTCOME-NUM      PIC 9(7).

       01  WS-REGISTRY-TOTALS.
           05 WS-TOTAL-CARRIED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-NEW       PIC 9(5) VALUE 0.
           05 WS-TOTAL-READMIT   PIC 9(5) VALUE 0.
           05 WS-TOTAL-CLOSED    PIC 9(5) VALUE 0.
           05 WS-TOTAL-REOPENED  PIC 9(5) VALUE 0.
           05 WS-TOTAL-REJECTED  PIC 9(5) VALUE 0.
           05 WS-TOTAL-IN-CARE   PIC 9(5) VALUE 0.

       01  EXC-DETAIL-LINE.
           05 EXC-FEED           PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
           05 EXC-ANIMAL-ID      PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 EXC-DATE           PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 EXC-BREED          PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 EXC-REASON         PIC X(30).
           05 FILLER             PIC X(13) VALUE SPACES.

       01  EXC-TOTAL-LINE.
           05 FILLER             PIC X(8) VALUE 'CARRIED='.
           05 EXC-CARRIED        PIC ZZZZ9.
           05 FILLER             PIC X(5) VALUE ' NEW='.
           05 EXC-NEW            PIC ZZZZ9.
           05 FILLER             PIC X(9) VALUE ' READMIT='.
           05 EXC-READMIT        PIC ZZZZ9.
           05 FILLER             PIC X(8) VALUE ' CLOSED='.
           05 EXC-CLOSED         PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE ' REOPENED='.
           05 EXC-REOPENED       PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE ' REJECTED='.
           05 EXC-REJECTED       PIC ZZZZ9.
           05 FILLER             PIC X(9) VALUE ' IN CARE='.
           05 EXC-IN-CARE        PIC ZZZZ9.
           05 FILLER             PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPDOGRG - ANIMAL REGISTRY RUN'
           MOVE RC-SUCCESS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY
           STRING CURR-YEAR CURR-MONTH CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY

           PERFORM OPEN-REGISTRY-FILES
           PERFORM LOAD-CARRIED-REGISTRY
           PERFORM APPLY-INTAKE-RECORDS
           PERFORM APPLY-OUTCOME-RECORDS
           PERFORM WRITE-NEW-REGISTRY
           PERFORM CLOSE-REGISTRY-FILES

           DISPLAY 'ZTPDOGRG - CARRIED=' WS-TOTAL-CARRIED
               ' NEW=' WS-TOTAL-NEW
               ' READMITTED=' WS-TOTAL-READMIT
               ' CLOSED=' WS-TOTAL-CLOSED
               ' REOPENED=' WS-TOTAL-REOPENED
               ' REJECTED=' WS-TOTAL-REJECTED
               ' IN CARE=' WS-TOTAL-IN-CARE
           DISPLAY 'ZTPDOGRG - END WITH RETURN-CODE=' RETURN-CODE

           GOBACK.

       OPEN-REGISTRY-FILES.
           OPEN INPUT REGISTRY-IN
           IF REGISTRY-IN-FS NOT = 0
               DISPLAY 'ZTPDOGRG - NO PRIOR REGISTRY: '
                   REGISTRY-IN-FS
           END-IF

           OPEN OUTPUT REGISTRY-OUT
           OPEN OUTPUT EXCEPTION-REPORT
           IF REGISTRY-OUT-FS NOT = 0 OR EXCEPTION-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGRG - CANNOT OPEN OUTPUTS: '
                   REGISTRY-OUT-FS ' ' EXCEPTION-REPORT-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

      *-----------------------------------------------------------------
      * The stay history is cumulative; the first run creates it.
      *-----------------------------------------------------------------
           OPEN EXTEND STAY-HISTORY
           IF NOT STAY-HISTORY-FS-OK
               IF STAY-HISTORY-FS-DNE
                   OPEN OUTPUT STAY-HISTORY
               END-IF
           END-IF
           IF NOT STAY-HISTORY-FS-OK
               DISPLAY 'ZTPDOGRG - CANNOT OPEN STAYHIST: '
                   STAY-HISTORY-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           EXIT.

       LOAD-CARRIED-REGISTRY.
           IF REGISTRY-IN-FS NOT = 0
               EXIT PARAGRAPH
           END-IF

           READ REGISTRY-IN
           PERFORM UNTIL REGISTRY-IN-FS > 04
               IF ANI-ANIMAL-ID NOT = SPACES
                   IF WS-AN-COUNT < WS-AN-MAX
                       ADD 1 TO WS-AN-COUNT
                       ADD 1 TO WS-TOTAL-CARRIED
                       MOVE ANI-ANIMAL-ID
                           TO WS-AN-ANIMAL-ID(WS-AN-COUNT)
                       MOVE ANI-SPECIES TO WS-AN-SPECIES(WS-AN-COUNT)
                       MOVE ANI-BREED TO WS-AN-BREED(WS-AN-COUNT)
                       MOVE ANI-SHELTER TO WS-AN-SHELTER(WS-AN-COUNT)
                       MOVE ANI-INTAKE-DATE
                           TO WS-AN-INTAKE-DATE(WS-AN-COUNT)
                       MOVE ANI-OUTCOME TO WS-AN-OUTCOME(WS-AN-COUNT)
                       MOVE ANI-OUTCOME-DATE
                           TO WS-AN-OUTCOME-DATE(WS-AN-COUNT)
                       IF ANI-STAYS IS NUMERIC
                           MOVE ANI-STAYS TO WS-AN-STAYS(WS-AN-COUNT)
                       ELSE
                           MOVE 1 TO WS-AN-STAYS(WS-AN-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'ZTPDOGRG - REGISTRY FULL, ANIMAL LOST: '
                           ANI-ANIMAL-ID
                       COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
                   END-IF
               END-IF
               READ REGISTRY-IN
           END-PERFORM

           CLOSE REGISTRY-IN

           EXIT.

       FIND-ANIMAL.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-AN-INDEX FROM 1 BY 1
                   UNTIL WS-AN-INDEX > WS-AN-COUNT OR WS-FOUND
               IF WS-AN-ANIMAL-ID(WS-AN-INDEX) = WS-SEARCH-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AN-INDEX
           END-IF

           EXIT.

      ******************************************************************
      * Intakes carrying an animal id. Aggregate records (blank id)    *
      * are ZTPDOGOS's business and are passed over.                   *
      ******************************************************************
       APPLY-INTAKE-RECORDS.
           OPEN INPUT INTAKES-INPUT
           IF INTAKES-FS NOT = 0
               DISPLAY 'ZTPDOGRG - NO INTAKE FILE: ' INTAKES-FS
               EXIT PARAGRAPH
           END-IF

           READ INTAKES-INPUT
           PERFORM UNTIL INTAKES-FS > 04
               IF INT-ANIMAL-ID NOT = SPACES
                   PERFORM APPLY-ONE-INTAKE
               END-IF
               READ INTAKES-INPUT
           END-PERFORM

           CLOSE INTAKES-INPUT

           EXIT.

       APPLY-ONE-INTAKE.
           MOVE 'INTAKE' TO EXC-FEED
           MOVE INT-ANIMAL-ID TO EXC-ANIMAL-ID
           MOVE INT-INTAKE-DATE TO EXC-DATE
           MOVE INT-DOG-BREED TO EXC-BREED

           IF INT-INTAKE-AMOUNT NOT = 1
               MOVE 'AMOUNT NOT 1 FOR ONE ANIMAL' TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF INT-INTAKE-DATE IS NOT NUMERIC
               MOVE 'INTAKE DATE NOT YYYYMMDD' TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE INT-ANIMAL-ID TO WS-SEARCH-ID
           PERFORM FIND-ANIMAL

           IF WS-NOT-FOUND
               IF WS-AN-COUNT >= WS-AN-MAX
                   MOVE 'REGISTRY FULL' TO EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AN-COUNT
               MOVE WS-AN-COUNT TO WS-AN-INDEX
               MOVE INT-ANIMAL-ID TO WS-AN-ANIMAL-ID(WS-AN-INDEX)
               MOVE 0 TO WS-AN-STAYS(WS-AN-INDEX)
               ADD 1 TO WS-TOTAL-NEW
           ELSE
               IF WS-AN-IN-CARE(WS-AN-INDEX)
                   MOVE 'ALREADY IN CARE' TO EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   EXIT PARAGRAPH
               END-IF
               IF INT-INTAKE-DATE < WS-AN-OUTCOME-DATE(WS-AN-INDEX)
                   MOVE 'INTAKE BEFORE LAST OUTCOME' TO EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TOTAL-READMIT
           END-IF

           IF INT-SPECIES = SPACE
               MOVE 'D' TO WS-AN-SPECIES(WS-AN-INDEX)
           ELSE
               MOVE INT-SPECIES TO WS-AN-SPECIES(WS-AN-INDEX)
           END-IF
           MOVE INT-DOG-BREED TO WS-AN-BREED(WS-AN-INDEX)
           MOVE INT-SHELTER-LOCATION TO WS-AN-SHELTER(WS-AN-INDEX)
           MOVE INT-INTAKE-DATE TO WS-AN-INTAKE-DATE(WS-AN-INDEX)
           MOVE SPACE TO WS-AN-OUTCOME(WS-AN-INDEX)
           MOVE SPACES TO WS-AN-OUTCOME-DATE(WS-AN-INDEX)
           IF WS-AN-STAYS(WS-AN-INDEX) < 99
               ADD 1 TO WS-AN-STAYS(WS-AN-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * Outcomes carrying an animal id, from the adoption feed.        *
      ******************************************************************
       APPLY-OUTCOME-RECORDS.
           OPEN INPUT ADOPTS-INPUT
           IF ADOPTS-FS NOT = 0
               DISPLAY 'ZTPDOGRG - NO ADOPTION FILE: ' ADOPTS-FS
               EXIT PARAGRAPH
           END-IF

           READ ADOPTS-INPUT
           PERFORM UNTIL ADOPTS-FS > 04
               IF INP-ANIMAL-ID NOT = SPACES
                   IF INP-CORRECTION
                       PERFORM REOPEN-ONE-STAY
                   ELSE
                       PERFORM CLOSE-ONE-STAY
                   END-IF
               END-IF
               READ ADOPTS-INPUT
           END-PERFORM

           CLOSE ADOPTS-INPUT

           EXIT.

       CLOSE-ONE-STAY.
           MOVE 'OUTCOME' TO EXC-FEED
           MOVE INP-ANIMAL-ID TO EXC-ANIMAL-ID
           MOVE INP-ADOPTED-DATE TO EXC-DATE
           MOVE INP-DOG-BREED TO EXC-BREED

           IF INP-ADOPTED-AMOUNT NOT = 1
               MOVE 'AMOUNT NOT 1 FOR ONE ANIMAL' TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF INP-ADOPTED-DATE IS NOT NUMERIC
               MOVE 'OUTCOME DATE NOT YYYYMMDD' TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF NOT INP-OUTCOME-ADOPTED AND NOT INP-OUTCOME-TRANSFERRED
                   AND NOT INP-OUTCOME-RETURNED
                   AND NOT INP-OUTCOME-OTHER
               MOVE 'UNKNOWN OUTCOME CODE' TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE INP-ANIMAL-ID TO WS-SEARCH-ID
           PERFORM FIND-ANIMAL
           IF WS-NOT-FOUND
               MOVE 'ANIMAL NOT IN REGISTRY' TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-AN-IN-CARE(WS-AN-INDEX)
               MOVE 'ANIMAL NOT IN CARE' TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF INP-ADOPTED-DATE < WS-AN-INTAKE-DATE(WS-AN-INDEX)
               MOVE 'OUTCOME BEFORE INTAKE' TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           IF INP-OUTCOME = SPACE
               MOVE 'A' TO WS-AN-OUTCOME(WS-AN-INDEX)
           ELSE
               MOVE INP-OUTCOME TO WS-AN-OUTCOME(WS-AN-INDEX)
           END-IF
           MOVE INP-ADOPTED-DATE TO WS-AN-OUTCOME-DATE(WS-AN-INDEX)
           ADD 1 TO WS-TOTAL-CLOSED

           MOVE SPACES TO STAY-HISTORY-REC
           SET STY-STAY-CLOSED TO TRUE
           PERFORM WRITE-STAY-HISTORY-REC

           EXIT.

      ******************************************************************
      * A correction backs out the outcome it names: the animal must   *
      * be closed with that outcome date, and goes back into care.     *
      ******************************************************************
       REOPEN-ONE-STAY.
           MOVE 'CORRECT' TO EXC-FEED
           MOVE INP-ANIMAL-ID TO EXC-ANIMAL-ID
           MOVE INP-ADOPTED-DATE TO EXC-DATE
           MOVE INP-DOG-BREED TO EXC-BREED

           MOVE INP-ANIMAL-ID TO WS-SEARCH-ID
           PERFORM FIND-ANIMAL
           IF WS-NOT-FOUND
               MOVE 'ANIMAL NOT IN REGISTRY' TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-IN-CARE(WS-AN-INDEX)
                   OR WS-AN-OUTCOME-DATE(WS-AN-INDEX) NOT =
                       INP-ADOPTED-DATE
               MOVE 'NO SUCH OUTCOME TO CORRECT' TO EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STAY-HISTORY-REC
           SET STY-STAY-REOPENED TO TRUE
           PERFORM WRITE-STAY-HISTORY-REC

           MOVE SPACE TO WS-AN-OUTCOME(WS-AN-INDEX)
           MOVE SPACES TO WS-AN-OUTCOME-DATE(WS-AN-INDEX)
           ADD 1 TO WS-TOTAL-REOPENED

           EXIT.

      ******************************************************************
      * The stay of animal WS-AN-INDEX, record type already set.       *
      ******************************************************************
       WRITE-STAY-HISTORY-REC.
           MOVE WS-AN-ANIMAL-ID(WS-AN-INDEX) TO STY-ANIMAL-ID
           MOVE WS-AN-SPECIES(WS-AN-INDEX) TO STY-SPECIES
           MOVE WS-AN-BREED(WS-AN-INDEX) TO STY-BREED
           MOVE WS-AN-SHELTER(WS-AN-INDEX) TO STY-SHELTER
           MOVE WS-AN-INTAKE-DATE(WS-AN-INDEX) TO STY-INTAKE-DATE
           MOVE WS-AN-OUTCOME(WS-AN-INDEX) TO STY-OUTCOME
           MOVE WS-AN-OUTCOME-DATE(WS-AN-INDEX) TO STY-OUTCOME-DATE
           MOVE WS-TODAY TO STY-RUN-DATE

           MOVE WS-AN-INTAKE-DATE(WS-AN-INDEX) TO WS-DATE-YYYYMMDD
           COMPUTE WS-INTAKE-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           MOVE WS-AN-OUTCOME-DATE(WS-AN-INDEX) TO WS-DATE-YYYYMMDD
           COMPUTE WS-OUTCOME-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           IF WS-OUTCOME-NUM - WS-INTAKE-NUM > 9999
               MOVE 9999 TO STY-DAYS-IN-CARE
           ELSE
               COMPUTE STY-DAYS-IN-CARE =
                   WS-OUTCOME-NUM - WS-INTAKE-NUM
           END-IF

           WRITE STAY-HISTORY-REC
           IF STAY-HISTORY-FS NOT = 0
               DISPLAY 'ZTPDOGRG - CANNOT WRITE STAYHIST: '
                   STAY-HISTORY-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           END-IF

           EXIT.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-TOTAL-REJECTED
           IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           MOVE EXC-DETAIL-LINE TO EXCEPTION-REPORT-REC
           PERFORM WRITE-EXCEPTION-REPORT

           EXIT.

       WRITE-EXCEPTION-REPORT.
           WRITE EXCEPTION-REPORT-REC
           IF EXCEPTION-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGRG - CANNOT WRITE RGEXCP: '
                   EXCEPTION-REPORT-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           END-IF

           DISPLAY 'ZTPDOGRG ' EXCEPTION-REPORT-REC(1:90)

           EXIT.

      ******************************************************************
      * Roll every animal forward, in care or not: the registry is the *
      * animal's record, not just tonight's population.                *
      ******************************************************************
       WRITE-NEW-REGISTRY.
           PERFORM VARYING WS-AN-INDEX FROM 1 BY 1
                   UNTIL WS-AN-INDEX > WS-AN-COUNT
               IF WS-AN-IN-CARE(WS-AN-INDEX)
                   ADD 1 TO WS-TOTAL-IN-CARE
               END-IF
               MOVE SPACES TO ANO-ANIMAL-RECORD
               MOVE WS-AN-ANIMAL-ID(WS-AN-INDEX) TO ANO-ANIMAL-ID
               MOVE WS-AN-SPECIES(WS-AN-INDEX) TO ANO-SPECIES
               MOVE WS-AN-BREED(WS-AN-INDEX) TO ANO-BREED
               MOVE WS-AN-SHELTER(WS-AN-INDEX) TO ANO-SHELTER
               MOVE WS-AN-INTAKE-DATE(WS-AN-INDEX) TO ANO-INTAKE-DATE
               MOVE WS-AN-OUTCOME(WS-AN-INDEX) TO ANO-OUTCOME
               MOVE WS-AN-OUTCOME-DATE(WS-AN-INDEX)
                   TO ANO-OUTCOME-DATE
               MOVE WS-AN-STAYS(WS-AN-INDEX) TO ANO-STAYS
               WRITE ANO-ANIMAL-RECORD
               IF REGISTRY-OUT-FS NOT = 0
                   DISPLAY 'ZTPDOGRG - CANNOT WRITE ANIMALO: '
                       REGISTRY-OUT-FS
                   COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-CARRIED TO EXC-CARRIED
           MOVE WS-TOTAL-NEW TO EXC-NEW
           MOVE WS-TOTAL-READMIT TO EXC-READMIT
           MOVE WS-TOTAL-CLOSED TO EXC-CLOSED
           MOVE WS-TOTAL-REOPENED TO EXC-REOPENED
           MOVE WS-TOTAL-REJECTED TO EXC-REJECTED
           MOVE WS-TOTAL-IN-CARE TO EXC-IN-CARE
           MOVE EXC-TOTAL-LINE TO EXCEPTION-REPORT-REC
           PERFORM WRITE-EXCEPTION-REPORT

           EXIT.

       CLOSE-REGISTRY-FILES.
           CLOSE REGISTRY-OUT
           CLOSE STAY-HISTORY
           CLOSE EXCEPTION-REPORT

           EXIT.
