       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDOGFS.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Foster placement run for the shelter system. More and more of  *
      * our animals spend time in volunteer foster homes rather than   *
      * at a shelter location; this run keeps track of where they are. *
      * Each run this program:                                         *
      *                                                                *
      *  1. reads the foster home registry (FOSTHOME, see ZTPDGFHM,    *
      *     maintained by ZTPDOGFH) and the animal registry (ANIMALS,  *
      *     as ZTPDOGRG left it tonight)                               *
      *  2. re-reads the placements left by the previous run (FOSTPLI, *
      *     see ZTPDGFPL) and closes any open placement whose animal   *
      *     has left care on the registry - adopted, transferred or    *
      *     returned to its owner straight from the foster home        *
      *  3. applies tonight's placement transactions (FOSTTRAN):       *
      *       P animal-id home-id date due-back - place in foster      *
      *       R animal-id home-id date          - back to shelter      *
      *     a placement needs an animal in care on the registry and    *
      *     not already in foster, and a home on the registry that     *
      *     takes the animal's species and has room for it; a blank    *
      *     date is today and a blank due-back date is two weeks on    *
      *  4. reports (FOSTRPT) tonight's transactions, every animal     *
      *     in foster with its home and contact, the placements due    *
      *     back within the week or overdue, and the foster homes with *
      *     open capacity                                              *
      *  5. rolls the placements to FOSTPLO (the JCL rolls it over);   *
      *     closed placements are kept for 120 days so a shelter       *
      *     census can tell which animals were away on the census day  *
      *                                                                *
      * ZTPDOGOC takes animals in foster off their shelter's floor     *
      * count, and ZTPDOGWL offers them to waiting adopters with the   *
      * foster contact. A rejected transaction, an overdue placement   *
      * or a placement the registries no longer know ends the run with *
      * RETURN-CODE 4.                                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOME-REGISTRY ASSIGN FOSTHOME
           FILE STATUS IS HOME-REGISTRY-FS.

           SELECT ANIMAL-REGISTRY ASSIGN ANIMALS
           FILE STATUS IS ANIMAL-REGISTRY-FS.

           SELECT OPTIONAL PLACEMENT-IN ASSIGN FOSTPLI
           FILE STATUS IS PLACEMENT-IN-FS.

           SELECT PLACEMENT-OUT ASSIGN FOSTPLO
           FILE STATUS IS PLACEMENT-OUT-FS.

           SELECT OPTIONAL FOSTER-TRANSACTIONS ASSIGN FOSTTRAN
           FILE STATUS IS FOSTER-TRANS-FS.

           SELECT FOSTER-REPORT ASSIGN FOSTRPT
           FILE STATUS IS FOSTER-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HOME-REGISTRY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FHM-FOSTER-HOME-RECORD.
           COPY ZTPDGFHM REPLACING ==:FHM:== BY ==FHM==.

       FD ANIMAL-REGISTRY
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ANR-ANIMAL-RECORD.
           COPY ZTPDGANR REPLACING ==:ANR:== BY ==ANR==.

       FD PLACEMENT-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS FPI-PLACEMENT-RECORD.
           COPY ZTPDGFPL REPLACING ==:FPL:== BY ==FPI==.

       FD PLACEMENT-OUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS FPO-PLACEMENT-RECORD.
           COPY ZTPDGFPL REPLACING ==:FPL:== BY ==FPO==.

       FD FOSTER-TRANSACTIONS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FOSTER-TRANS-REC.
       01  FOSTER-TRANS-REC.
           05 FTX-ACTION              PIC X(1).
               88 FTX-PLACE           VALUE 'P'.
               88 FTX-RETURN          VALUE 'R'.
           05 FILLER                  PIC X.
           05 FTX-ANIMAL-ID           PIC X(8).
           05 FILLER                  PIC X.
           05 FTX-HOME-ID             PIC X(8).
           05 FILLER                  PIC X.
           05 FTX-DATE                PIC X(8).
           05 FILLER                  PIC X.
           05 FTX-DUE-BACK-DATE       PIC X(8).
           05 FILLER                  PIC X(43).

       FD FOSTER-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FOSTER-REPORT-REC.
       01  FOSTER-REPORT-REC          PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  HOME-REGISTRY-FS    PIC 9(2).
       01  ANIMAL-REGISTRY-FS  PIC 9(2).
       01  PLACEMENT-IN-FS     PIC 9(2).
       01  PLACEMENT-OUT-FS    PIC 9(2).
       01  FOSTER-TRANS-FS     PIC 9(2).
       01  FOSTER-REPORT-FS    PIC 9(2).

      *-----------------------------------------------------------------
      * The placement policy: days a placement runs when the
      * transaction gives no due-back date, how far ahead a placement
      * counts as due back, and how long closed placements are kept.
      *-----------------------------------------------------------------
       01  WS-DEFAULT-STAY-DAYS    PIC 9(3) VALUE 14.
       01  WS-DUE-SOON-DAYS        PIC 9(3) VALUE 7.
       01  WS-KEEP-DAYS            PIC 9(3) VALUE 120.

      *-----------------------------------------------------------------
      * The foster homes, with the animals each has in foster tonight.
      *-----------------------------------------------------------------
       01  WS-HOME-TABLE.
           05 WS-FH-ENTRY OCCURS 500 TIMES.
               10 WS-FH-HOME-ID       PIC X(8).
               10 WS-FH-HOME-NAME     PIC X(25).
               10 WS-FH-CONTACT       PIC X(20).
               10 WS-FH-SPECIES       PIC X(3).
               10 WS-FH-CAPACITY      PIC 9(2).
               10 WS-FH-PLACED        PIC 9(3).
       01  WS-FH-COUNT         PIC 9(3) VALUE 0.
       01  WS-FH-INDEX         PIC 9(3).
       01  WS-FH-MAX           PIC 9(3) VALUE 500.
       01  WS-SEARCH-HOME-ID   PIC X(8).

      *-----------------------------------------------------------------
      * The animal registry, as much of it as placements need.
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
       01  WS-AN-COUNT         PIC 9(4) VALUE 0.
       01  WS-AN-INDEX         PIC 9(4).
       01  WS-AN-MAX           PIC 9(4) VALUE 3000.
       01  WS-SEARCH-ANIMAL-ID PIC X(8).

      *-----------------------------------------------------------------
      * The placements: carried ones plus tonight's, in the order made.
      *-----------------------------------------------------------------
       01  WS-PLACEMENT-TABLE.
           05 WS-FP-ENTRY OCCURS 3000 TIMES.
               10 WS-FP-ANIMAL-ID     PIC X(8).
               10 WS-FP-HOME-ID       PIC X(8).
               10 WS-FP-SPECIES       PIC X(1).
               10 WS-FP-BREED         PIC X(30).
               10 WS-FP-SHELTER       PIC X(20).
               10 WS-FP-PLACED-DATE   PIC X(8).
               10 WS-FP-DUE-BACK-DATE PIC X(8).
               10 WS-FP-STATUS        PIC X(1).
                   88 WS-FP-IN-FOSTER VALUE 'F'.
                   88 WS-FP-RETURNED  VALUE 'R'.
                   88 WS-FP-LEFT-CARE VALUE 'O'.
               10 WS-FP-STATUS-DATE   PIC X(8).
               10 WS-FP-HOME-NAME     PIC X(25).
               10 WS-FP-HOME-CONTACT  PIC X(20).
               10 WS-FP-OFFERED-FLAG  PIC X(1).
               10 WS-FP-FLAG          PIC X(9).
       01  WS-FP-COUNT         PIC 9(4) VALUE 0.
       01  WS-FP-INDEX         PIC 9(4).
       01  WS-FP-MAX           PIC 9(4) VALUE 3000.

       01  WS-FOUND-FLAG       PIC 9(1).
           88 WS-FOUND         VALUE 1.
           88 WS-NOT-FOUND     VALUE 0.
       01  WS-SPECIES-INDEX    PIC 9(1).
       01  WS-SPECIES-FLAG     PIC 9(1).
           88 WS-SPECIES-TAKEN VALUE 1.
       01  WS-TRANS-DATE       PIC X(8).
       01  WS-DUE-BACK-DATE    PIC X(8).
       01  WS-REJECT-REASON    PIC X(30).

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).
       01  WS-TODAY            PIC X(8).
       01  WS-TODAY-NUM        PIC 9(7).
       01  WS-DATE-YYYYMMDD    PIC 9(8).
       01  WS-DATE-NUM         PIC 9(7).
       01  WS-DUE-SOON-DATE    PIC X(8).
       01  WS-KEEP-FROM-DATE   PIC X(8).

       01  WS-FOSTER-TOTALS.
           05 WS-TOTAL-CARRIED    PIC 9(5) VALUE 0.
           05 WS-TOTAL-PLACED     PIC 9(5) VALUE 0.
           05 WS-TOTAL-RETURNED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-LEFT-CARE  PIC 9(5) VALUE 0.
           05 WS-TOTAL-REJECTED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-IN-FOSTER  PIC 9(5) VALUE 0.
           05 WS-TOTAL-DUE-BACK   PIC 9(5) VALUE 0.
           05 WS-TOTAL-OVERDUE    PIC 9(5) VALUE 0.
           05 WS-TOTAL-OPEN-HOMES PIC 9(5) VALUE 0.
           05 WS-TOTAL-AGED-OFF   PIC 9(5) VALUE 0.

       01  FSR-TITLE-LINE.
           05 FILLER             PIC X(36)
               VALUE 'ZTPDOGFS - FOSTER PLACEMENTS AS OF  '.
           05 FSR-TITLE-DATE     PIC X(8).
           05 FILLER             PIC X(56) VALUE SPACES.

       01  FSR-SECTION-LINE.
           05 FSR-SECTION-TITLE  PIC X(50).
           05 FILLER             PIC X(50) VALUE SPACES.

       01  FSR-TRANS-HEADING.
           05 FILLER             PIC X(11) VALUE 'ACTION'.
           05 FILLER             PIC X(9)  VALUE 'ANIMAL'.
           05 FILLER             PIC X(9)  VALUE 'HOME'.
           05 FILLER             PIC X(9)  VALUE 'DATE'.
           05 FILLER             PIC X(62) VALUE 'REASON'.

       01  FSR-TRANS-LINE.
           05 FSR-TRN-ACTION     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-TRN-ANIMAL-ID  PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-TRN-HOME-ID    PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-TRN-DATE       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-TRN-REASON     PIC X(30).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  FSR-ANIMAL-HEADING.
           05 FILLER             PIC X(9)  VALUE 'ANIMAL'.
           05 FILLER             PIC X(2)  VALUE 'S'.
           05 FILLER             PIC X(21) VALUE 'SHELTER'.
           05 FILLER             PIC X(9)  VALUE 'HOME'.
           05 FILLER             PIC X(21) VALUE 'FOSTER CONTACT'.
           05 FILLER             PIC X(9)  VALUE 'PLACED'.
           05 FILLER             PIC X(9)  VALUE 'DUE BACK'.
           05 FILLER             PIC X(20) VALUE 'FLAG'.

       01  FSR-ANIMAL-LINE.
           05 FSR-ANM-ANIMAL-ID  PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-ANM-SPECIES    PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-ANM-SHELTER    PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-ANM-HOME-ID    PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-ANM-CONTACT    PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-ANM-PLACED     PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-ANM-DUE-BACK   PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-ANM-FLAG       PIC X(9).
           05 FILLER             PIC X(11) VALUE SPACES.

       01  FSR-HOME-HEADING.
           05 FILLER             PIC X(9)  VALUE 'HOME'.
           05 FILLER             PIC X(26) VALUE 'NAME'.
           05 FILLER             PIC X(21) VALUE 'CONTACT'.
           05 FILLER             PIC X(8)  VALUE 'SPECIES'.
           05 FILLER             PIC X(5)  VALUE 'CAP'.
           05 FILLER             PIC X(8)  VALUE 'PLACED'.
           05 FILLER             PIC X(23) VALUE 'OPEN'.

       01  FSR-HOME-LINE.
           05 FSR-HOM-HOME-ID    PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-HOM-NAME       PIC X(25).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-HOM-CONTACT    PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 FSR-HOM-SPECIES    PIC X(3).
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FSR-HOM-CAPACITY   PIC Z9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 FSR-HOM-PLACED     PIC ZZ9.
           05 FILLER             PIC X(5) VALUE SPACES.
           05 FSR-HOM-OPEN       PIC Z9.
           05 FILLER             PIC X(22) VALUE SPACES.

       01  FSR-TOTAL-LINE.
           05 FILLER             PIC X(10) VALUE 'IN FOSTER='.
           05 FSR-TOT-IN-FOSTER  PIC ZZZZ9.
           05 FILLER             PIC X(8) VALUE ' PLACED='.
           05 FSR-TOT-PLACED     PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE ' RETURNED='.
           05 FSR-TOT-RETURNED   PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE ' LEFT CARE='.
           05 FSR-TOT-LEFT-CARE  PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE ' REJECTED='.
           05 FSR-TOT-REJECTED   PIC ZZZZ9.
           05 FILLER             PIC X(9) VALUE ' OVERDUE='.
           05 FSR-TOT-OVERDUE    PIC ZZZZ9.
           05 FILLER             PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPDOGFS - FOSTER PLACEMENT RUN'
           MOVE RC-SUCCESS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY
           STRING CURR-YEAR CURR-MONTH CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY
           MOVE WS-TODAY TO WS-DATE-YYYYMMDD
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-DATE-NUM = WS-TODAY-NUM + WS-DUE-SOON-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-NUM)
           MOVE WS-DATE-YYYYMMDD TO WS-DUE-SOON-DATE
           COMPUTE WS-DATE-NUM = WS-TODAY-NUM - WS-KEEP-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-NUM)
           MOVE WS-DATE-YYYYMMDD TO WS-KEEP-FROM-DATE

           PERFORM OPEN-FOSTER-FILES
           PERFORM LOAD-HOME-REGISTRY
           PERFORM LOAD-ANIMAL-REGISTRY
           PERFORM LOAD-CARRIED-PLACEMENTS
           PERFORM WRITE-TRANS-HEADINGS
           PERFORM CLOSE-LEFT-CARE-PLACEMENTS
           PERFORM APPLY-FOSTER-TRANSACTIONS
           PERFORM REPORT-ANIMALS-IN-FOSTER
           PERFORM REPORT-DUE-BACK
           PERFORM REPORT-OPEN-HOMES
           PERFORM WRITE-NEW-PLACEMENTS
           PERFORM CLOSE-FOSTER-FILES

           DISPLAY 'ZTPDOGFS - IN FOSTER=' WS-TOTAL-IN-FOSTER
               ' PLACED=' WS-TOTAL-PLACED
               ' RETURNED=' WS-TOTAL-RETURNED
               ' LEFT CARE=' WS-TOTAL-LEFT-CARE
               ' REJECTED=' WS-TOTAL-REJECTED
               ' OVERDUE=' WS-TOTAL-OVERDUE
               ' AGED OFF=' WS-TOTAL-AGED-OFF
           DISPLAY 'ZTPDOGFS - END WITH RETURN-CODE=' RETURN-CODE

           GOBACK.

       OPEN-FOSTER-FILES.
           OPEN INPUT HOME-REGISTRY
           OPEN INPUT ANIMAL-REGISTRY
           IF HOME-REGISTRY-FS NOT = 0 OR ANIMAL-REGISTRY-FS NOT = 0
               DISPLAY 'ZTPDOGFS - CANNOT OPEN REGISTRIES: '
                   HOME-REGISTRY-FS ' ' ANIMAL-REGISTRY-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           OPEN INPUT PLACEMENT-IN
           IF PLACEMENT-IN-FS NOT = 0
               DISPLAY 'ZTPDOGFS - NO PRIOR PLACEMENTS: '
                   PLACEMENT-IN-FS
           END-IF

           OPEN OUTPUT PLACEMENT-OUT
           OPEN OUTPUT FOSTER-REPORT
           IF PLACEMENT-OUT-FS NOT = 0 OR FOSTER-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGFS - CANNOT OPEN OUTPUTS: '
                   PLACEMENT-OUT-FS ' ' FOSTER-REPORT-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           MOVE WS-TODAY TO FSR-TITLE-DATE
           MOVE FSR-TITLE-LINE TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

       LOAD-HOME-REGISTRY.
           READ HOME-REGISTRY
           PERFORM UNTIL HOME-REGISTRY-FS > 04
               IF FHM-HOME-ID NOT = SPACES
                   IF WS-FH-COUNT < WS-FH-MAX
                       ADD 1 TO WS-FH-COUNT
                       MOVE FHM-HOME-ID TO WS-FH-HOME-ID(WS-FH-COUNT)
                       MOVE FHM-HOME-NAME
                           TO WS-FH-HOME-NAME(WS-FH-COUNT)
                       MOVE FHM-CONTACT TO WS-FH-CONTACT(WS-FH-COUNT)
                       MOVE FHM-SPECIES-ACCEPTED
                           TO WS-FH-SPECIES(WS-FH-COUNT)
                       IF FHM-CAPACITY IS NUMERIC
                           MOVE FHM-CAPACITY
                               TO WS-FH-CAPACITY(WS-FH-COUNT)
                       ELSE
                           MOVE 0 TO WS-FH-CAPACITY(WS-FH-COUNT)
                       END-IF
                       MOVE 0 TO WS-FH-PLACED(WS-FH-COUNT)
                   ELSE
                       DISPLAY 'ZTPDOGFS - HOME TABLE FULL, SKIPPED: '
                           FHM-HOME-ID
                       COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
                   END-IF
               END-IF
               READ HOME-REGISTRY
           END-PERFORM

           CLOSE HOME-REGISTRY

           EXIT.

       LOAD-ANIMAL-REGISTRY.
           READ ANIMAL-REGISTRY
           PERFORM UNTIL ANIMAL-REGISTRY-FS > 04
               IF ANR-ANIMAL-ID NOT = SPACES
                   IF WS-AN-COUNT < WS-AN-MAX
                       ADD 1 TO WS-AN-COUNT
                       MOVE ANR-ANIMAL-ID
                           TO WS-AN-ANIMAL-ID(WS-AN-COUNT)
                       MOVE ANR-SPECIES TO WS-AN-SPECIES(WS-AN-COUNT)
                       MOVE ANR-BREED TO WS-AN-BREED(WS-AN-COUNT)
                       MOVE ANR-SHELTER TO WS-AN-SHELTER(WS-AN-COUNT)
                       MOVE ANR-INTAKE-DATE
                           TO WS-AN-INTAKE-DATE(WS-AN-COUNT)
                       MOVE ANR-OUTCOME TO WS-AN-OUTCOME(WS-AN-COUNT)
                       MOVE ANR-OUTCOME-DATE
                           TO WS-AN-OUTCOME-DATE(WS-AN-COUNT)
                   ELSE
                       DISPLAY 'ZTPDOGFS - REGISTRY TABLE FULL: '
                           ANR-ANIMAL-ID
                       COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
                   END-IF
               END-IF
               READ ANIMAL-REGISTRY
           END-PERFORM

           CLOSE ANIMAL-REGISTRY

           EXIT.

      ******************************************************************
      * Carried placements. Closed placements older than the keep      *
      * period age off here.                                           *
      ******************************************************************
       LOAD-CARRIED-PLACEMENTS.
           IF PLACEMENT-IN-FS NOT = 0
               EXIT PARAGRAPH
           END-IF

           READ PLACEMENT-IN
           PERFORM UNTIL PLACEMENT-IN-FS > 04
               IF FPI-ANIMAL-ID NOT = SPACES
                   IF NOT FPI-IN-FOSTER
                           AND FPI-STATUS-DATE < WS-KEEP-FROM-DATE
                       ADD 1 TO WS-TOTAL-AGED-OFF
                   ELSE
                       PERFORM LOAD-ONE-PLACEMENT
                   END-IF
               END-IF
               READ PLACEMENT-IN
           END-PERFORM

           CLOSE PLACEMENT-IN

           EXIT.

       LOAD-ONE-PLACEMENT.
           IF WS-FP-COUNT >= WS-FP-MAX
               DISPLAY 'ZTPDOGFS - PLACEMENT TABLE FULL, LOST: '
                   FPI-ANIMAL-ID
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FP-COUNT
           ADD 1 TO WS-TOTAL-CARRIED
           MOVE FPI-ANIMAL-ID TO WS-FP-ANIMAL-ID(WS-FP-COUNT)
           MOVE FPI-HOME-ID TO WS-FP-HOME-ID(WS-FP-COUNT)
           MOVE FPI-SPECIES TO WS-FP-SPECIES(WS-FP-COUNT)
           MOVE FPI-BREED TO WS-FP-BREED(WS-FP-COUNT)
           MOVE FPI-SHELTER TO WS-FP-SHELTER(WS-FP-COUNT)
           MOVE FPI-PLACED-DATE TO WS-FP-PLACED-DATE(WS-FP-COUNT)
           MOVE FPI-DUE-BACK-DATE TO WS-FP-DUE-BACK-DATE(WS-FP-COUNT)
           MOVE FPI-STATUS TO WS-FP-STATUS(WS-FP-COUNT)
           MOVE FPI-STATUS-DATE TO WS-FP-STATUS-DATE(WS-FP-COUNT)
           MOVE FPI-HOME-NAME TO WS-FP-HOME-NAME(WS-FP-COUNT)
           MOVE FPI-HOME-CONTACT TO WS-FP-HOME-CONTACT(WS-FP-COUNT)
           MOVE FPI-OFFERED-FLAG TO WS-FP-OFFERED-FLAG(WS-FP-COUNT)
           MOVE SPACES TO WS-FP-FLAG(WS-FP-COUNT)

           EXIT.

      *-----------------------------------------------------------------
      * Placements closed from the registry and tonight's transactions
      * share the first section of the report.
      *-----------------------------------------------------------------
       WRITE-TRANS-HEADINGS.
           MOVE SPACES TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE 'TRANSACTIONS' TO FSR-SECTION-TITLE
           MOVE FSR-SECTION-LINE TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE FSR-TRANS-HEADING TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * An animal that left care while in foster - adopted from the    *
      * foster home, say - closes its placement with the registry's    *
      * outcome date. So does one that left and came back in since it  *
      * was placed: that placement belonged to its earlier stay.       *
      ******************************************************************
       CLOSE-LEFT-CARE-PLACEMENTS.
           PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
                   UNTIL WS-FP-INDEX > WS-FP-COUNT
               IF WS-FP-IN-FOSTER(WS-FP-INDEX)
                   MOVE WS-FP-ANIMAL-ID(WS-FP-INDEX)
                       TO WS-SEARCH-ANIMAL-ID
                   PERFORM FIND-ANIMAL
                   IF WS-FOUND
                       PERFORM CHECK-STILL-IN-CARE
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       CHECK-STILL-IN-CARE.
           IF NOT WS-AN-IN-CARE(WS-AN-INDEX)
               MOVE WS-AN-OUTCOME-DATE(WS-AN-INDEX)
                   TO WS-FP-STATUS-DATE(WS-FP-INDEX)
           ELSE
               IF WS-AN-INTAKE-DATE(WS-AN-INDEX) >
                       WS-FP-PLACED-DATE(WS-FP-INDEX)
                   MOVE WS-AN-INTAKE-DATE(WS-AN-INDEX)
                       TO WS-FP-STATUS-DATE(WS-FP-INDEX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           SET WS-FP-LEFT-CARE(WS-FP-INDEX) TO TRUE
           ADD 1 TO WS-TOTAL-LEFT-CARE
           MOVE 'LEFT CARE' TO FSR-TRN-ACTION
           MOVE WS-FP-ANIMAL-ID(WS-FP-INDEX) TO FSR-TRN-ANIMAL-ID
           MOVE WS-FP-HOME-ID(WS-FP-INDEX) TO FSR-TRN-HOME-ID
           MOVE WS-FP-STATUS-DATE(WS-FP-INDEX) TO FSR-TRN-DATE
           MOVE 'PLACEMENT CLOSED FROM REGISTRY' TO FSR-TRN-REASON
           PERFORM WRITE-TRANS-LINE

           EXIT.

       FIND-ANIMAL.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-AN-INDEX FROM 1 BY 1
                   UNTIL WS-AN-INDEX > WS-AN-COUNT OR WS-FOUND
               IF WS-AN-ANIMAL-ID(WS-AN-INDEX) = WS-SEARCH-ANIMAL-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-AN-INDEX
           END-IF

           EXIT.

       FIND-HOME.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-FH-INDEX FROM 1 BY 1
                   UNTIL WS-FH-INDEX > WS-FH-COUNT OR WS-FOUND
               IF WS-FH-HOME-ID(WS-FH-INDEX) = WS-SEARCH-HOME-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-FH-INDEX
           END-IF

           EXIT.

      *-----------------------------------------------------------------
      * The open placement of WS-SEARCH-ANIMAL-ID, if it has one.
      *-----------------------------------------------------------------
       FIND-OPEN-PLACEMENT.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
                   UNTIL WS-FP-INDEX > WS-FP-COUNT OR WS-FOUND
               IF WS-FP-IN-FOSTER(WS-FP-INDEX)
                       AND WS-FP-ANIMAL-ID(WS-FP-INDEX) =
                           WS-SEARCH-ANIMAL-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-FP-INDEX
           END-IF

           EXIT.

      *-----------------------------------------------------------------
      * Animals each home has in foster, before tonight's transactions.
      *-----------------------------------------------------------------
       COUNT-HOME-PLACEMENTS.
           PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
                   UNTIL WS-FP-INDEX > WS-FP-COUNT
               IF WS-FP-IN-FOSTER(WS-FP-INDEX)
                   MOVE WS-FP-HOME-ID(WS-FP-INDEX) TO WS-SEARCH-HOME-ID
                   PERFORM FIND-HOME
                   IF WS-FOUND
                       ADD 1 TO WS-FH-PLACED(WS-FH-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Tonight's placements and returns, in file order.               *
      ******************************************************************
       APPLY-FOSTER-TRANSACTIONS.
           PERFORM COUNT-HOME-PLACEMENTS

           OPEN INPUT FOSTER-TRANSACTIONS
           IF FOSTER-TRANS-FS NOT = 0
               DISPLAY 'ZTPDOGFS - NO TRANSACTION FILE: '
                   FOSTER-TRANS-FS
               EXIT PARAGRAPH
           END-IF

           READ FOSTER-TRANSACTIONS
           PERFORM UNTIL FOSTER-TRANS-FS > 04
               MOVE SPACES TO WS-REJECT-REASON
               IF FTX-DATE = SPACES
                   MOVE WS-TODAY TO WS-TRANS-DATE
               ELSE
                   MOVE FTX-DATE TO WS-TRANS-DATE
               END-IF
               EVALUATE TRUE
                   WHEN FTX-PLACE
                       PERFORM APPLY-ONE-PLACEMENT
                   WHEN FTX-RETURN
                       PERFORM APPLY-ONE-RETURN
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                       PERFORM REPORT-TRANS-REJECT
               END-EVALUATE
               READ FOSTER-TRANSACTIONS
           END-PERFORM

           CLOSE FOSTER-TRANSACTIONS

           EXIT.

       APPLY-ONE-PLACEMENT.
           IF WS-TRANS-DATE IS NOT NUMERIC OR WS-TRANS-DATE > WS-TODAY
               MOVE 'DATE NOT YYYYMMDD OR IN FUTURE'
                   TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE FTX-ANIMAL-ID TO WS-SEARCH-ANIMAL-ID
           PERFORM FIND-ANIMAL
           IF WS-NOT-FOUND
               MOVE 'ANIMAL NOT IN REGISTRY' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-AN-IN-CARE(WS-AN-INDEX)
               MOVE 'ANIMAL NOT IN CARE' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-DATE < WS-AN-INTAKE-DATE(WS-AN-INDEX)
               MOVE 'PLACED BEFORE INTAKE' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OPEN-PLACEMENT
           IF WS-FOUND
               MOVE 'ANIMAL ALREADY IN FOSTER' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE FTX-HOME-ID TO WS-SEARCH-HOME-ID
           PERFORM FIND-HOME
           IF WS-NOT-FOUND
               MOVE 'HOME NOT ON REGISTRY' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SPECIES-FLAG
           PERFORM VARYING WS-SPECIES-INDEX FROM 1 BY 1
                   UNTIL WS-SPECIES-INDEX > 3
               IF WS-FH-SPECIES(WS-FH-INDEX)(WS-SPECIES-INDEX:1) =
                       WS-AN-SPECIES(WS-AN-INDEX)
                   SET WS-SPECIES-TAKEN TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-SPECIES-TAKEN
               MOVE 'HOME DOES NOT TAKE SPECIES' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-FH-PLACED(WS-FH-INDEX) >= WS-FH-CAPACITY(WS-FH-INDEX)
               MOVE 'HOME AT CAPACITY' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF

           IF FTX-DUE-BACK-DATE = SPACES
               MOVE WS-TRANS-DATE TO WS-DATE-YYYYMMDD
               COMPUTE WS-DATE-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   + WS-DEFAULT-STAY-DAYS
               COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-NUM)
               MOVE WS-DATE-YYYYMMDD TO WS-DUE-BACK-DATE
           ELSE
               MOVE FTX-DUE-BACK-DATE TO WS-DUE-BACK-DATE
           END-IF
           IF WS-DUE-BACK-DATE IS NOT NUMERIC
                   OR WS-DUE-BACK-DATE NOT > WS-TRANS-DATE
               MOVE 'DUE-BACK NOT AFTER PLACEMENT' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF

           IF WS-FP-COUNT >= WS-FP-MAX
               MOVE 'PLACEMENT TABLE FULL' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FP-COUNT
           MOVE WS-FP-COUNT TO WS-FP-INDEX
           MOVE FTX-ANIMAL-ID TO WS-FP-ANIMAL-ID(WS-FP-INDEX)
           MOVE FTX-HOME-ID TO WS-FP-HOME-ID(WS-FP-INDEX)
           MOVE WS-AN-SPECIES(WS-AN-INDEX) TO WS-FP-SPECIES(WS-FP-INDEX)
           MOVE WS-AN-BREED(WS-AN-INDEX) TO WS-FP-BREED(WS-FP-INDEX)
           MOVE WS-AN-SHELTER(WS-AN-INDEX) TO WS-FP-SHELTER(WS-FP-INDEX)
           MOVE WS-TRANS-DATE TO WS-FP-PLACED-DATE(WS-FP-INDEX)
           MOVE WS-DUE-BACK-DATE TO WS-FP-DUE-BACK-DATE(WS-FP-INDEX)
           SET WS-FP-IN-FOSTER(WS-FP-INDEX) TO TRUE
           MOVE WS-TRANS-DATE TO WS-FP-STATUS-DATE(WS-FP-INDEX)
           MOVE WS-FH-HOME-NAME(WS-FH-INDEX)
               TO WS-FP-HOME-NAME(WS-FP-INDEX)
           MOVE WS-FH-CONTACT(WS-FH-INDEX)
               TO WS-FP-HOME-CONTACT(WS-FP-INDEX)
           MOVE SPACE TO WS-FP-OFFERED-FLAG(WS-FP-INDEX)
           MOVE SPACES TO WS-FP-FLAG(WS-FP-INDEX)
           ADD 1 TO WS-FH-PLACED(WS-FH-INDEX)
           ADD 1 TO WS-TOTAL-PLACED

           MOVE 'PLACED' TO FSR-TRN-ACTION
           MOVE SPACES TO FSR-TRN-REASON
           STRING 'DUE BACK ' WS-DUE-BACK-DATE
               DELIMITED BY SIZE INTO FSR-TRN-REASON
           PERFORM WRITE-TRANS-DETAIL

           EXIT.

       APPLY-ONE-RETURN.
           MOVE FTX-ANIMAL-ID TO WS-SEARCH-ANIMAL-ID
           PERFORM FIND-OPEN-PLACEMENT
           IF WS-NOT-FOUND
               MOVE 'ANIMAL NOT IN FOSTER' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF FTX-HOME-ID NOT = SPACES
                   AND FTX-HOME-ID NOT = WS-FP-HOME-ID(WS-FP-INDEX)
               MOVE 'ANIMAL IN ANOTHER HOME' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-DATE IS NOT NUMERIC OR WS-TRANS-DATE > WS-TODAY
                   OR WS-TRANS-DATE < WS-FP-PLACED-DATE(WS-FP-INDEX)
               MOVE 'DATE BAD, FUTURE OR PRE-PLACED' TO WS-REJECT-REASON
               PERFORM REPORT-TRANS-REJECT
               EXIT PARAGRAPH
           END-IF

           SET WS-FP-RETURNED(WS-FP-INDEX) TO TRUE
           MOVE WS-TRANS-DATE TO WS-FP-STATUS-DATE(WS-FP-INDEX)
           ADD 1 TO WS-TOTAL-RETURNED
           MOVE WS-FP-HOME-ID(WS-FP-INDEX) TO WS-SEARCH-HOME-ID
           PERFORM FIND-HOME
           IF WS-FOUND AND WS-FH-PLACED(WS-FH-INDEX) > 0
               SUBTRACT 1 FROM WS-FH-PLACED(WS-FH-INDEX)
           END-IF

           MOVE 'RETURNED' TO FSR-TRN-ACTION
           MOVE SPACES TO FSR-TRN-REASON
           STRING 'TO ' WS-FP-SHELTER(WS-FP-INDEX)
               DELIMITED BY SIZE INTO FSR-TRN-REASON
           PERFORM WRITE-TRANS-DETAIL

           EXIT.

       REPORT-TRANS-REJECT.
           ADD 1 TO WS-TOTAL-REJECTED
           PERFORM SET-WARNING-RC
           MOVE 'REJECTED' TO FSR-TRN-ACTION
           MOVE WS-REJECT-REASON TO FSR-TRN-REASON
           PERFORM WRITE-TRANS-DETAIL

           EXIT.

       WRITE-TRANS-DETAIL.
           MOVE FTX-ANIMAL-ID TO FSR-TRN-ANIMAL-ID
           MOVE FTX-HOME-ID TO FSR-TRN-HOME-ID
           MOVE WS-TRANS-DATE TO FSR-TRN-DATE
           PERFORM WRITE-TRANS-LINE

           EXIT.

       WRITE-TRANS-LINE.
           MOVE FSR-TRANS-LINE TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Every animal in foster tonight, with the home's current name   *
      * and contact from the registry. Overdue and due-soon placements *
      * are flagged here and listed again in the next section.         *
      ******************************************************************
       REPORT-ANIMALS-IN-FOSTER.
           MOVE SPACES TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE 'ANIMALS IN FOSTER' TO FSR-SECTION-TITLE
           MOVE FSR-SECTION-LINE TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE FSR-ANIMAL-HEADING TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
                   UNTIL WS-FP-INDEX > WS-FP-COUNT
               IF WS-FP-IN-FOSTER(WS-FP-INDEX)
                   ADD 1 TO WS-TOTAL-IN-FOSTER
                   PERFORM FLAG-ONE-PLACEMENT
                   PERFORM WRITE-ANIMAL-LINE
               END-IF
           END-PERFORM

           EXIT.

       FLAG-ONE-PLACEMENT.
           MOVE SPACES TO WS-FP-FLAG(WS-FP-INDEX)

           MOVE WS-FP-HOME-ID(WS-FP-INDEX) TO WS-SEARCH-HOME-ID
           PERFORM FIND-HOME
           IF WS-FOUND
               MOVE WS-FH-HOME-NAME(WS-FH-INDEX)
                   TO WS-FP-HOME-NAME(WS-FP-INDEX)
               MOVE WS-FH-CONTACT(WS-FH-INDEX)
                   TO WS-FP-HOME-CONTACT(WS-FP-INDEX)
           ELSE
               MOVE 'NO HOME' TO WS-FP-FLAG(WS-FP-INDEX)
               PERFORM SET-WARNING-RC
           END-IF

           MOVE WS-FP-ANIMAL-ID(WS-FP-INDEX) TO WS-SEARCH-ANIMAL-ID
           PERFORM FIND-ANIMAL
           IF WS-NOT-FOUND
               MOVE 'NO ANIMAL' TO WS-FP-FLAG(WS-FP-INDEX)
               PERFORM SET-WARNING-RC
           END-IF

           IF WS-FP-DUE-BACK-DATE(WS-FP-INDEX) < WS-TODAY
               ADD 1 TO WS-TOTAL-OVERDUE
               PERFORM SET-WARNING-RC
               IF WS-FP-FLAG(WS-FP-INDEX) = SPACES
                   MOVE 'OVERDUE' TO WS-FP-FLAG(WS-FP-INDEX)
               END-IF
           ELSE
               IF WS-FP-DUE-BACK-DATE(WS-FP-INDEX) NOT >
                       WS-DUE-SOON-DATE
                       AND WS-FP-FLAG(WS-FP-INDEX) = SPACES
                   MOVE 'DUE SOON' TO WS-FP-FLAG(WS-FP-INDEX)
               END-IF
           END-IF

           EXIT.

       WRITE-ANIMAL-LINE.
           MOVE WS-FP-ANIMAL-ID(WS-FP-INDEX) TO FSR-ANM-ANIMAL-ID
           MOVE WS-FP-SPECIES(WS-FP-INDEX) TO FSR-ANM-SPECIES
           MOVE WS-FP-SHELTER(WS-FP-INDEX) TO FSR-ANM-SHELTER
           MOVE WS-FP-HOME-ID(WS-FP-INDEX) TO FSR-ANM-HOME-ID
           MOVE WS-FP-HOME-CONTACT(WS-FP-INDEX) TO FSR-ANM-CONTACT
           MOVE WS-FP-PLACED-DATE(WS-FP-INDEX) TO FSR-ANM-PLACED
           MOVE WS-FP-DUE-BACK-DATE(WS-FP-INDEX) TO FSR-ANM-DUE-BACK
           MOVE WS-FP-FLAG(WS-FP-INDEX) TO FSR-ANM-FLAG
           MOVE FSR-ANIMAL-LINE TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Placements due back within the week, and overdue ones.         *
      ******************************************************************
       REPORT-DUE-BACK.
           MOVE SPACES TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE 'PLACEMENTS DUE BACK WITHIN 7 DAYS OR OVERDUE'
               TO FSR-SECTION-TITLE
           MOVE FSR-SECTION-LINE TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE FSR-ANIMAL-HEADING TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
                   UNTIL WS-FP-INDEX > WS-FP-COUNT
               IF WS-FP-IN-FOSTER(WS-FP-INDEX)
                       AND WS-FP-DUE-BACK-DATE(WS-FP-INDEX) NOT >
                           WS-DUE-SOON-DATE
                   ADD 1 TO WS-TOTAL-DUE-BACK
                   PERFORM WRITE-ANIMAL-LINE
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Foster homes that can take another animal tonight.             *
      ******************************************************************
       REPORT-OPEN-HOMES.
           MOVE SPACES TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE 'FOSTER HOMES WITH OPEN CAPACITY' TO FSR-SECTION-TITLE
           MOVE FSR-SECTION-LINE TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE FSR-HOME-HEADING TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-FH-INDEX FROM 1 BY 1
                   UNTIL WS-FH-INDEX > WS-FH-COUNT
               IF WS-FH-PLACED(WS-FH-INDEX) <
                       WS-FH-CAPACITY(WS-FH-INDEX)
                   ADD 1 TO WS-TOTAL-OPEN-HOMES
                   MOVE WS-FH-HOME-ID(WS-FH-INDEX) TO FSR-HOM-HOME-ID
                   MOVE WS-FH-HOME-NAME(WS-FH-INDEX) TO FSR-HOM-NAME
                   MOVE WS-FH-CONTACT(WS-FH-INDEX) TO FSR-HOM-CONTACT
                   MOVE WS-FH-SPECIES(WS-FH-INDEX) TO FSR-HOM-SPECIES
                   MOVE WS-FH-CAPACITY(WS-FH-INDEX) TO FSR-HOM-CAPACITY
                   MOVE WS-FH-PLACED(WS-FH-INDEX) TO FSR-HOM-PLACED
                   COMPUTE FSR-HOM-OPEN = WS-FH-CAPACITY(WS-FH-INDEX)
                       - WS-FH-PLACED(WS-FH-INDEX)
                   MOVE FSR-HOME-LINE TO FOSTER-REPORT-REC
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM

           EXIT.

       SET-WARNING-RC.
           IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-REPORT-LINE.
           WRITE FOSTER-REPORT-REC
           IF FOSTER-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGFS - CANNOT WRITE FOSTRPT: '
                   FOSTER-REPORT-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           END-IF

           DISPLAY 'ZTPDOGFS ' FOSTER-REPORT-REC(1:90)

           EXIT.

       WRITE-NEW-PLACEMENTS.
           PERFORM VARYING WS-FP-INDEX FROM 1 BY 1
                   UNTIL WS-FP-INDEX > WS-FP-COUNT
               MOVE SPACES TO FPO-PLACEMENT-RECORD
               MOVE WS-FP-ANIMAL-ID(WS-FP-INDEX) TO FPO-ANIMAL-ID
               MOVE WS-FP-HOME-ID(WS-FP-INDEX) TO FPO-HOME-ID
               MOVE WS-FP-SPECIES(WS-FP-INDEX) TO FPO-SPECIES
               MOVE WS-FP-BREED(WS-FP-INDEX) TO FPO-BREED
               MOVE WS-FP-SHELTER(WS-FP-INDEX) TO FPO-SHELTER
               MOVE WS-FP-PLACED-DATE(WS-FP-INDEX) TO FPO-PLACED-DATE
               MOVE WS-FP-DUE-BACK-DATE(WS-FP-INDEX)
                   TO FPO-DUE-BACK-DATE
               MOVE WS-FP-STATUS(WS-FP-INDEX) TO FPO-STATUS
               MOVE WS-FP-STATUS-DATE(WS-FP-INDEX) TO FPO-STATUS-DATE
               MOVE WS-FP-HOME-NAME(WS-FP-INDEX) TO FPO-HOME-NAME
               MOVE WS-FP-HOME-CONTACT(WS-FP-INDEX)
                   TO FPO-HOME-CONTACT
               MOVE WS-FP-OFFERED-FLAG(WS-FP-INDEX)
                   TO FPO-OFFERED-FLAG
               WRITE FPO-PLACEMENT-RECORD
               IF PLACEMENT-OUT-FS NOT = 0
                   DISPLAY 'ZTPDOGFS - CANNOT WRITE FOSTPLO: '
                       PLACEMENT-OUT-FS
                   COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-IN-FOSTER TO FSR-TOT-IN-FOSTER
           MOVE WS-TOTAL-PLACED TO FSR-TOT-PLACED
           MOVE WS-TOTAL-RETURNED TO FSR-TOT-RETURNED
           MOVE WS-TOTAL-LEFT-CARE TO FSR-TOT-LEFT-CARE
           MOVE WS-TOTAL-REJECTED TO FSR-TOT-REJECTED
           MOVE WS-TOTAL-OVERDUE TO FSR-TOT-OVERDUE
           MOVE SPACES TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE FSR-TOTAL-LINE TO FOSTER-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

       CLOSE-FOSTER-FILES.
           CLOSE PLACEMENT-OUT
           CLOSE FOSTER-REPORT

           EXIT.
