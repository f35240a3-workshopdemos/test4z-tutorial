       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDOGFU.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Post-adoption follow-up letters for the shelter system. The    *
      * adoption policy promises a check-in letter 30 days and six     *
      * months after every adoption. Each night this program:          *
      *                                                                *
      *  1. re-reads the letter schedule left by the previous run      *
      *     (FUSCHEDI)                                                 *
      *  2. schedules both letters for every adoption on the adoption  *
      *     feed carrying an animal id (ADOPTS), and cancels the       *
      *     pending letters of an adoption a correction ('C') record   *
      *     backs out                                                  *
      *  3. attaches the adopter's name and address from the front     *
      *     desk's adopter contact feed (ADPCONT)                      *
      *  4. writes every letter falling due to a mail extract          *
      *     (MAILEXTR) in the layout the letter engine ZTDB2LTR        *
      *     reads - the 30-day letter as a FIRST notice, the           *
      *     six-month letter as a SECOND notice - each preceded by a   *
      *     supplement record carrying the shelter name (from the      *
      *     shelter master, SHELTERS) and the species for the          *
      *     &SHELTER. and &SPECIES. tokens, and closed by the usual    *
      *     control trailer                                            *
      *  5. reports letters sent, cancelled and overdue (FURPT), and   *
      *     rolls the schedule to FUSCHEDO (the JCL rolls it over)     *
      *                                                                *
      * A letter is overdue when it has fallen due but cannot be sent  *
      * because no adopter contact has come in for its adoption; it    *
      * stays pending and goes out the night the contact arrives.      *
      * Overdue letters end the run with RETURN-CODE 4. Sent and       *
      * cancelled letters roll forward until their adoption is a year  *
      * old, so a re-sent adoption record is not scheduled twice. Each *
      * adoption keeps a net count of its adoption records less its    *
      * corrections, and its letters are cancelled only when a         *
      * correction brings that count to zero - a correction backing    *
      * out one copy of a record sent twice leaves them pending.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHEDULE-IN ASSIGN FUSCHEDI
           FILE STATUS IS SCHEDULE-IN-FS.

           SELECT SCHEDULE-OUT ASSIGN FUSCHEDO
           FILE STATUS IS SCHEDULE-OUT-FS.

           SELECT OPTIONAL ADOPTS-INPUT ASSIGN ADOPTS
           FILE STATUS IS ADOPTS-FS.

           SELECT OPTIONAL CONTACT-INPUT ASSIGN ADPCONT
           FILE STATUS IS CONTACT-FS.

           SELECT OPTIONAL SHELTER-MASTER ASSIGN SHELTERS
           FILE STATUS IS SHELTER-MASTER-FS.

           SELECT MAIL-EXTRACT-FILE ASSIGN MAILEXTR
           FILE STATUS IS MAIL-EXTRACT-FS.

           SELECT FOLLOW-UP-REPORT ASSIGN FURPT
           FILE STATUS IS FOLLOW-UP-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS FSI-SCHEDULE-RECORD.
           COPY ZTPDGFUS REPLACING ==:FUS:== BY ==FSI==.

       FD SCHEDULE-OUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS FSO-SCHEDULE-RECORD.
           COPY ZTPDGFUS REPLACING ==:FUS:== BY ==FSO==.

       FD ADOPTS-INPUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ADOPTED-DOGS-REC.

           COPY ZTPDGADR.

      *-----------------------------------------------------------------
      * ADPCONT: the adopter on an adoption, keyed as the adoption
      * feed keys it - animal id and adoption date.
      *-----------------------------------------------------------------
       FD CONTACT-INPUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ADOPTER-CONTACT-REC.
       01  ADOPTER-CONTACT-REC.
           05 ACT-ANIMAL-ID           PIC X(8).
           05 FILLER                  PIC X.
           05 ACT-ADOPT-DATE          PIC X(8).
           05 FILLER                  PIC X.
           05 ACT-ADOPTER-NAME        PIC X(20).
           05 FILLER                  PIC X.
           05 ACT-ADOPTER-ADDR        PIC X(20).
           05 FILLER                  PIC X(21).

       FD SHELTER-MASTER
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SHELTER-MASTER-REC.
           COPY ZTPDGSHM.

      *-----------------------------------------------------------------
      * MAILEXTR, as ZTDB2TE1 writes it and ZTDB2LTR reads it, plus
      * the 'S' supplement ZTDB2LTR takes for the detail after it.
      *-----------------------------------------------------------------
       FD MAIL-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAIL-EXTRACT-RECORD.
       01  MAIL-EXTRACT-RECORD.
           05 MXR-RECORD-TYPE          PIC X(1).
               88 MXR-DETAIL           VALUE 'D'.
               88 MXR-TRAILER          VALUE 'T'.
               88 MXR-SUPPLEMENT       VALUE 'S'.
           05 FILLER                   PIC X.
           05 MXR-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 MXR-CUST-ADDR            PIC X(20).
           05 FILLER                   PIC X.
           05 MXR-ACCOUNT-NUMBER       PIC X(12).
           05 FILLER                   PIC X.
           05 MXR-PRODUCT-TYPE         PIC X(1).
           05 FILLER                   PIC X.
           05 MXR-NOTIF-DATE           PIC X(10).
           05 FILLER                   PIC X.
           05 MXR-NOTICE-FLAG          PIC X(6).
           05 FILLER                   PIC X.
           05 MXR-VARIANT              PIC X(1).
           05 FILLER                   PIC X(2).
       01  MAIL-EXTRACT-TRAILER REDEFINES MAIL-EXTRACT-RECORD.
           05 MXT-RECORD-TYPE          PIC X(1).
           05 FILLER                   PIC X.
           05 FILLER                   PIC X(8).
           05 MXT-RECORD-COUNT         PIC 9(6).
           05 FILLER                   PIC X(64).
       01  MAIL-EXTRACT-SUPPLEMENT REDEFINES MAIL-EXTRACT-RECORD.
           05 MXS-RECORD-TYPE          PIC X(1).
           05 FILLER                   PIC X.
           05 MXS-SHELTER-NAME         PIC X(30).
           05 FILLER                   PIC X.
           05 MXS-SPECIES-NAME         PIC X(10).
           05 FILLER                   PIC X(37).

       FD FOLLOW-UP-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FOLLOW-UP-REPORT-REC.
       01  FOLLOW-UP-REPORT-REC       PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  SCHEDULE-IN-FS      PIC 9(2).
       01  SCHEDULE-OUT-FS     PIC 9(2).
       01  ADOPTS-FS           PIC 9(2).
       01  CONTACT-FS          PIC 9(2).
       01  SHELTER-MASTER-FS   PIC 9(2).
       01  MAIL-EXTRACT-FS     PIC 9(2).
       01  FOLLOW-UP-REPORT-FS PIC 9(2).

      *-----------------------------------------------------------------
      * The letter policy: days to the first letter, months to the
      * second, and how long finished letters are kept.
      *-----------------------------------------------------------------
       01  WS-FIRST-LETTER-DAYS    PIC 9(3) VALUE 30.
       01  WS-SECOND-LETTER-MONTHS PIC 9(2) VALUE 6.
       01  WS-KEEP-DAYS            PIC 9(3) VALUE 365.

      *-----------------------------------------------------------------
      * The in-storage schedule: carried letters plus tonight's new
      * ones, in the order scheduled.
      *-----------------------------------------------------------------
       01  WS-SCHEDULE-TABLE.
           05 WS-FU-ENTRY OCCURS 4000 TIMES.
               10 WS-FU-ANIMAL-ID     PIC X(8).
               10 WS-FU-ADOPT-DATE    PIC X(8).
               10 WS-FU-LETTER-NO     PIC X(1).
                   88 WS-FU-THIRTY-DAY VALUE '1'.
               10 WS-FU-DUE-DATE      PIC X(8).
               10 WS-FU-STATUS        PIC X(1).
                   88 WS-FU-PENDING   VALUE 'P'.
                   88 WS-FU-SENT      VALUE 'S'.
                   88 WS-FU-CANCELLED VALUE 'X'.
               10 WS-FU-STATUS-DATE   PIC X(8).
               10 WS-FU-SPECIES       PIC X(1).
               10 WS-FU-SHELTER       PIC X(20).
               10 WS-FU-ADOPTER-NAME  PIC X(20).
               10 WS-FU-ADOPTER-ADDR  PIC X(20).
               10 WS-FU-ADOPT-COUNT   PIC 9(3).
       01  WS-FU-COUNT         PIC 9(4) VALUE 0.
       01  WS-FU-INDEX         PIC 9(4).
       01  WS-FU-MAX           PIC 9(4) VALUE 4000.
       01  WS-FOUND-FLAG       PIC 9(1).
           88 WS-FOUND         VALUE 1.
           88 WS-NOT-FOUND     VALUE 0.

      *-----------------------------------------------------------------
      * Shelter names from the master, one per location.
      *-----------------------------------------------------------------
       01  WS-SHELTER-TABLE.
           05 WS-SH-ENTRY OCCURS 200 TIMES.
               10 WS-SH-LOCATION      PIC X(20).
               10 WS-SH-NAME          PIC X(30).
       01  WS-SH-COUNT         PIC 9(3) VALUE 0.
       01  WS-SH-INDEX         PIC 9(3).
       01  WS-SH-MAX           PIC 9(3) VALUE 200.
       01  WS-SHELTER-NAME     PIC X(30).

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).
       01  WS-TODAY            PIC X(8).
       01  WS-TODAY-NUM        PIC 9(7).
       01  WS-LETTER-DATE      PIC X(10).
       01  WS-DATE-YYYYMMDD    PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-YYYYMMDD.
           05 WS-DATE-YEAR     PIC 9(4).
           05 WS-DATE-MONTH    PIC 9(2).
           05 WS-DATE-DAY      PIC 9(2).
       01  WS-DATE-NUM         PIC 9(7).
       01  WS-MONTH-LAST-DAY   PIC 9(2).
       01  WS-LEAP-REMAINDER   PIC 9(3).
       01  WS-LEAP-QUOTIENT    PIC 9(4).
       01  WS-DAYS-IN-MONTH-VALUES.
           05 FILLER           PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.

       01  WS-SECOND-DUE-DATE  PIC X(8).
       01  WS-FIRST-DUE-DATE   PIC X(8).

       01  WS-FOLLOW-UP-TOTALS.
           05 WS-TOTAL-CARRIED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-SCHEDULED PIC 9(5) VALUE 0.
           05 WS-TOTAL-SENT      PIC 9(5) VALUE 0.
           05 WS-TOTAL-CANCELLED PIC 9(5) VALUE 0.
           05 WS-TOTAL-OVERDUE   PIC 9(5) VALUE 0.
           05 WS-TOTAL-CONTACTS  PIC 9(5) VALUE 0.
           05 WS-TOTAL-NO-MATCH  PIC 9(5) VALUE 0.
           05 WS-TOTAL-AGED-OFF  PIC 9(5) VALUE 0.

       01  FUR-TITLE-LINE.
           05 FILLER             PIC X(41)
               VALUE 'ZTPDOGFU - ADOPTION FOLLOW-UP LETTERS FOR'.
           05 FILLER             PIC X VALUE SPACE.
           05 FUR-TITLE-DATE     PIC X(8).
           05 FILLER             PIC X(50) VALUE SPACES.

       01  FUR-HEADING-LINE.
           05 FILLER             PIC X(11) VALUE 'ACTION'.
           05 FILLER             PIC X(9)  VALUE 'ANIMAL'.
           05 FILLER             PIC X(9)  VALUE 'ADOPTED'.
           05 FILLER             PIC X(8)  VALUE 'LETTER'.
           05 FILLER             PIC X(9)  VALUE 'DUE'.
           05 FILLER             PIC X(21) VALUE 'SHELTER'.
           05 FILLER             PIC X(2)  VALUE 'S'.
           05 FILLER             PIC X(31) VALUE 'ADOPTER'.

       01  FUR-DETAIL-LINE.
           05 FUR-ACTION         PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 FUR-ANIMAL-ID      PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FUR-ADOPT-DATE     PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FUR-LETTER         PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
           05 FUR-DUE-DATE       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FUR-SHELTER        PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 FUR-SPECIES        PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 FUR-ADOPTER-NAME   PIC X(20).
           05 FILLER             PIC X(11) VALUE SPACES.

       01  FUR-TOTAL-LINE.
           05 FILLER             PIC X(10) VALUE 'SCHEDULED='.
           05 FUR-SCHEDULED      PIC ZZZZ9.
           05 FILLER             PIC X(6) VALUE ' SENT='.
           05 FUR-SENT           PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE ' CANCELLED='.
           05 FUR-CANCELLED      PIC ZZZZ9.
           05 FILLER             PIC X(9) VALUE ' OVERDUE='.
           05 FUR-OVERDUE        PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE ' CONTACTS='.
           05 FUR-CONTACTS       PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE ' NO MATCH='.
           05 FUR-NO-MATCH       PIC ZZZZ9.
           05 FILLER             PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPDOGFU - ADOPTION FOLLOW-UP RUN'
           MOVE RC-SUCCESS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY
           STRING CURR-YEAR CURR-MONTH CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY
           MOVE SPACES TO WS-LETTER-DATE
           STRING CURR-YEAR '-' CURR-MONTH '-' CURR-DAY
               DELIMITED BY SIZE INTO WS-LETTER-DATE
           MOVE WS-TODAY TO WS-DATE-YYYYMMDD
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)

           PERFORM OPEN-FOLLOW-UP-FILES
           PERFORM LOAD-SHELTER-NAMES
           PERFORM LOAD-CARRIED-SCHEDULE
           PERFORM APPLY-ADOPTION-RECORDS
           PERFORM APPLY-CONTACT-RECORDS
           PERFORM SEND-DUE-LETTERS
           PERFORM WRITE-NEW-SCHEDULE
           PERFORM CLOSE-FOLLOW-UP-FILES

           DISPLAY 'ZTPDOGFU - SCHEDULED=' WS-TOTAL-SCHEDULED
               ' SENT=' WS-TOTAL-SENT
               ' CANCELLED=' WS-TOTAL-CANCELLED
               ' OVERDUE=' WS-TOTAL-OVERDUE
               ' AGED OFF=' WS-TOTAL-AGED-OFF
           DISPLAY 'ZTPDOGFU - END WITH RETURN-CODE=' RETURN-CODE

           GOBACK.

       OPEN-FOLLOW-UP-FILES.
           OPEN INPUT SCHEDULE-IN
           IF SCHEDULE-IN-FS NOT = 0
               DISPLAY 'ZTPDOGFU - NO PRIOR SCHEDULE: '
                   SCHEDULE-IN-FS
           END-IF

           OPEN OUTPUT SCHEDULE-OUT
           OPEN OUTPUT MAIL-EXTRACT-FILE
           OPEN OUTPUT FOLLOW-UP-REPORT
           IF SCHEDULE-OUT-FS NOT = 0 OR MAIL-EXTRACT-FS NOT = 0
                   OR FOLLOW-UP-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGFU - CANNOT OPEN OUTPUTS: '
                   SCHEDULE-OUT-FS ' ' MAIL-EXTRACT-FS ' '
                   FOLLOW-UP-REPORT-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           MOVE WS-TODAY TO FUR-TITLE-DATE
           MOVE FUR-TITLE-LINE TO FOLLOW-UP-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE FUR-HEADING-LINE TO FOLLOW-UP-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

      *-----------------------------------------------------------------
      * Without the shelter master the letters carry the location as
      * the feeds spell it.
      *-----------------------------------------------------------------
       LOAD-SHELTER-NAMES.
           OPEN INPUT SHELTER-MASTER
           IF SHELTER-MASTER-FS NOT = 0
               DISPLAY 'ZTPDOGFU - NO SHELTER MASTER: '
                   SHELTER-MASTER-FS
               EXIT PARAGRAPH
           END-IF

           READ SHELTER-MASTER
           PERFORM UNTIL SHELTER-MASTER-FS > 04
               IF SHM-LOCATION NOT = SPACES
                       AND SHM-SHELTER-NAME NOT = SPACES
                   MOVE SHM-LOCATION TO FUR-SHELTER
                   PERFORM FIND-SHELTER-NAME
                   IF WS-NOT-FOUND AND WS-SH-COUNT < WS-SH-MAX
                       ADD 1 TO WS-SH-COUNT
                       MOVE SHM-LOCATION TO WS-SH-LOCATION(WS-SH-COUNT)
                       MOVE SHM-SHELTER-NAME
                           TO WS-SH-NAME(WS-SH-COUNT)
                   END-IF
               END-IF
               READ SHELTER-MASTER
           END-PERFORM

           CLOSE SHELTER-MASTER

           EXIT.

      *-----------------------------------------------------------------
      * The name for location FUR-SHELTER into WS-SHELTER-NAME: the
      * master's name, or the location itself.
      *-----------------------------------------------------------------
       FIND-SHELTER-NAME.
           SET WS-NOT-FOUND TO TRUE
           MOVE FUR-SHELTER TO WS-SHELTER-NAME
           PERFORM VARYING WS-SH-INDEX FROM 1 BY 1
                   UNTIL WS-SH-INDEX > WS-SH-COUNT OR WS-FOUND
               IF WS-SH-LOCATION(WS-SH-INDEX) = FUR-SHELTER
                   SET WS-FOUND TO TRUE
                   MOVE WS-SH-NAME(WS-SH-INDEX) TO WS-SHELTER-NAME
               END-IF
           END-PERFORM

           EXIT.

       LOAD-CARRIED-SCHEDULE.
           IF SCHEDULE-IN-FS NOT = 0
               EXIT PARAGRAPH
           END-IF

           READ SCHEDULE-IN
           PERFORM UNTIL SCHEDULE-IN-FS > 04
               IF FSI-ANIMAL-ID NOT = SPACES
                   IF WS-FU-COUNT < WS-FU-MAX
                       ADD 1 TO WS-FU-COUNT
                       ADD 1 TO WS-TOTAL-CARRIED
                       MOVE FSI-ANIMAL-ID
                           TO WS-FU-ANIMAL-ID(WS-FU-COUNT)
                       MOVE FSI-ADOPT-DATE
                           TO WS-FU-ADOPT-DATE(WS-FU-COUNT)
                       MOVE FSI-LETTER-NO
                           TO WS-FU-LETTER-NO(WS-FU-COUNT)
                       MOVE FSI-DUE-DATE TO WS-FU-DUE-DATE(WS-FU-COUNT)
                       MOVE FSI-STATUS TO WS-FU-STATUS(WS-FU-COUNT)
                       MOVE FSI-STATUS-DATE
                           TO WS-FU-STATUS-DATE(WS-FU-COUNT)
                       MOVE FSI-SPECIES TO WS-FU-SPECIES(WS-FU-COUNT)
                       MOVE FSI-SHELTER TO WS-FU-SHELTER(WS-FU-COUNT)
                       MOVE FSI-ADOPTER-NAME
                           TO WS-FU-ADOPTER-NAME(WS-FU-COUNT)
                       MOVE FSI-ADOPTER-ADDR
                           TO WS-FU-ADOPTER-ADDR(WS-FU-COUNT)
                       IF FSI-ADOPT-COUNT IS NUMERIC
                           MOVE FSI-ADOPT-COUNT
                               TO WS-FU-ADOPT-COUNT(WS-FU-COUNT)
                       ELSE
                           MOVE 1 TO WS-FU-ADOPT-COUNT(WS-FU-COUNT)
                       END-IF
                   ELSE
                       DISPLAY 'ZTPDOGFU - SCHEDULE FULL, LETTER LOST: '
                           FSI-ANIMAL-ID ' ' FSI-LETTER-NO
                       COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
                   END-IF
               END-IF
               READ SCHEDULE-IN
           END-PERFORM

           CLOSE SCHEDULE-IN

           EXIT.

      ******************************************************************
      * Adoptions carrying an animal id schedule their two letters;    *
      * corrections carrying one cancel them. Aggregate records (blank *
      * id) name no adopter and are passed over, as are transfers,     *
      * returns to owner and other outcomes.                           *
      ******************************************************************
       APPLY-ADOPTION-RECORDS.
           OPEN INPUT ADOPTS-INPUT
           IF ADOPTS-FS NOT = 0
               DISPLAY 'ZTPDOGFU - NO ADOPTION FILE: ' ADOPTS-FS
               EXIT PARAGRAPH
           END-IF

           READ ADOPTS-INPUT
           PERFORM UNTIL ADOPTS-FS > 04
               IF INP-ANIMAL-ID NOT = SPACES
                       AND INP-ADOPTED-DATE IS NUMERIC
                   IF INP-CORRECTION
                       PERFORM CANCEL-ONE-ADOPTION
                   ELSE
                       IF INP-OUTCOME-ADOPTED
                           PERFORM SCHEDULE-ONE-ADOPTION
                       END-IF
                   END-IF
               END-IF
               READ ADOPTS-INPUT
           END-PERFORM

           CLOSE ADOPTS-INPUT

           EXIT.

       SCHEDULE-ONE-ADOPTION.
      *-----------------------------------------------------------------
      * An adoption already on the schedule (the same day's file sent
      * twice), cancelled or not, is not scheduled again; the record
      * only adds one to the count on both its letters.
      *-----------------------------------------------------------------
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-FU-INDEX FROM 1 BY 1
                   UNTIL WS-FU-INDEX > WS-FU-COUNT
               IF WS-FU-ANIMAL-ID(WS-FU-INDEX) = INP-ANIMAL-ID
                       AND WS-FU-ADOPT-DATE(WS-FU-INDEX) =
                           INP-ADOPTED-DATE
                   SET WS-FOUND TO TRUE
                   IF WS-FU-ADOPT-COUNT(WS-FU-INDEX) < 999
                       ADD 1 TO WS-FU-ADOPT-COUNT(WS-FU-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-FU-COUNT + 2 > WS-FU-MAX
               DISPLAY 'ZTPDOGFU - SCHEDULE FULL, NOT SCHEDULED: '
                   INP-ANIMAL-ID ' ' INP-ADOPTED-DATE
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE INP-ADOPTED-DATE TO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-NUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               + WS-FIRST-LETTER-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-NUM)
           MOVE WS-DATE-YYYYMMDD TO WS-FIRST-DUE-DATE

           MOVE INP-ADOPTED-DATE TO WS-DATE-YYYYMMDD
           PERFORM ADD-LETTER-MONTHS
           MOVE WS-DATE-YYYYMMDD TO WS-SECOND-DUE-DATE

           ADD 1 TO WS-FU-COUNT
           MOVE '1' TO WS-FU-LETTER-NO(WS-FU-COUNT)
           MOVE WS-FIRST-DUE-DATE TO WS-FU-DUE-DATE(WS-FU-COUNT)
           PERFORM FILL-NEW-LETTER

           ADD 1 TO WS-FU-COUNT
           MOVE '2' TO WS-FU-LETTER-NO(WS-FU-COUNT)
           MOVE WS-SECOND-DUE-DATE TO WS-FU-DUE-DATE(WS-FU-COUNT)
           PERFORM FILL-NEW-LETTER

           EXIT.

       FILL-NEW-LETTER.
           MOVE INP-ANIMAL-ID TO WS-FU-ANIMAL-ID(WS-FU-COUNT)
           MOVE INP-ADOPTED-DATE TO WS-FU-ADOPT-DATE(WS-FU-COUNT)
           MOVE 'P' TO WS-FU-STATUS(WS-FU-COUNT)
           MOVE WS-TODAY TO WS-FU-STATUS-DATE(WS-FU-COUNT)
           IF INP-SPECIES = SPACE
               MOVE 'D' TO WS-FU-SPECIES(WS-FU-COUNT)
           ELSE
               MOVE INP-SPECIES TO WS-FU-SPECIES(WS-FU-COUNT)
           END-IF
           MOVE INP-SHELTER-LOCATION TO WS-FU-SHELTER(WS-FU-COUNT)
           MOVE SPACES TO WS-FU-ADOPTER-NAME(WS-FU-COUNT)
           MOVE SPACES TO WS-FU-ADOPTER-ADDR(WS-FU-COUNT)
           MOVE 1 TO WS-FU-ADOPT-COUNT(WS-FU-COUNT)
           ADD 1 TO WS-TOTAL-SCHEDULED

           EXIT.

      *-----------------------------------------------------------------
      * WS-DATE-YYYYMMDD plus the second letter's months, the day held
      * to the end of a shorter month (31 Aug + 6 months = 28/29 Feb).
      *-----------------------------------------------------------------
       ADD-LETTER-MONTHS.
           ADD WS-SECOND-LETTER-MONTHS TO WS-DATE-MONTH
           PERFORM UNTIL WS-DATE-MONTH NOT > 12
               SUBTRACT 12 FROM WS-DATE-MONTH
               ADD 1 TO WS-DATE-YEAR
           END-PERFORM

           MOVE WS-DAYS-IN-MONTH(WS-DATE-MONTH) TO WS-MONTH-LAST-DAY
           IF WS-DATE-MONTH = 2
               DIVIDE WS-DATE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE 29 TO WS-MONTH-LAST-DAY
                   DIVIDE WS-DATE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       DIVIDE WS-DATE-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = 0
                           MOVE 28 TO WS-MONTH-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-DATE-DAY > WS-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-DATE-DAY
           END-IF

           EXIT.

      ******************************************************************
      * A correction takes one from the adoption's count. When that    *
      * leaves it at zero the adoption is backed out: both letters, if *
      * still pending, are cancelled. A letter already mailed cannot   *
      * be recalled and is listed so the office can follow up by       *
      * phone. A count still above zero means the correction backed    *
      * out a duplicate adoption record, and the letters stand.        *
      ******************************************************************
       CANCEL-ONE-ADOPTION.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-FU-INDEX FROM 1 BY 1
                   UNTIL WS-FU-INDEX > WS-FU-COUNT
               IF WS-FU-ANIMAL-ID(WS-FU-INDEX) = INP-ANIMAL-ID
                       AND WS-FU-ADOPT-DATE(WS-FU-INDEX) =
                           INP-ADOPTED-DATE
                   IF WS-FU-ADOPT-COUNT(WS-FU-INDEX) > 0
                       SUBTRACT 1 FROM WS-FU-ADOPT-COUNT(WS-FU-INDEX)
                   END-IF
                   IF WS-FU-ADOPT-COUNT(WS-FU-INDEX) > 0
                       SET WS-FOUND TO TRUE
                   ELSE
                       PERFORM CANCEL-ONE-LETTER
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND
               DISPLAY 'ZTPDOGFU - DUPLICATE ADOPTION CORRECTED, '
                   'LETTERS KEPT: ' INP-ANIMAL-ID ' ' INP-ADOPTED-DATE
           END-IF

           EXIT.

       CANCEL-ONE-LETTER.
           EVALUATE TRUE
               WHEN WS-FU-PENDING(WS-FU-INDEX)
                   MOVE 'X' TO WS-FU-STATUS(WS-FU-INDEX)
                   MOVE WS-TODAY
                       TO WS-FU-STATUS-DATE(WS-FU-INDEX)
                   ADD 1 TO WS-TOTAL-CANCELLED
                   MOVE 'CANCELLED' TO FUR-ACTION
                   PERFORM WRITE-LETTER-LINE
               WHEN WS-FU-SENT(WS-FU-INDEX)
                   MOVE 'NO RECALL' TO FUR-ACTION
                   PERFORM WRITE-LETTER-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      ******************************************************************
      * The adopter contact feed: the name and address go on every     *
      * letter of the adoption not yet sent.                           *
      ******************************************************************
       APPLY-CONTACT-RECORDS.
           OPEN INPUT CONTACT-INPUT
           IF CONTACT-FS NOT = 0
               DISPLAY 'ZTPDOGFU - NO ADOPTER CONTACT FILE: '
                   CONTACT-FS
               EXIT PARAGRAPH
           END-IF

           READ CONTACT-INPUT
           PERFORM UNTIL CONTACT-FS > 04
               IF ACT-ANIMAL-ID NOT = SPACES
                   ADD 1 TO WS-TOTAL-CONTACTS
                   PERFORM APPLY-ONE-CONTACT
               END-IF
               READ CONTACT-INPUT
           END-PERFORM

           CLOSE CONTACT-INPUT

           EXIT.

       APPLY-ONE-CONTACT.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-FU-INDEX FROM 1 BY 1
                   UNTIL WS-FU-INDEX > WS-FU-COUNT
               IF WS-FU-ANIMAL-ID(WS-FU-INDEX) = ACT-ANIMAL-ID
                       AND WS-FU-ADOPT-DATE(WS-FU-INDEX) =
                           ACT-ADOPT-DATE
                       AND WS-FU-PENDING(WS-FU-INDEX)
                   SET WS-FOUND TO TRUE
                   MOVE ACT-ADOPTER-NAME
                       TO WS-FU-ADOPTER-NAME(WS-FU-INDEX)
                   MOVE ACT-ADOPTER-ADDR
                       TO WS-FU-ADOPTER-ADDR(WS-FU-INDEX)
               END-IF
           END-PERFORM
           IF WS-NOT-FOUND
               ADD 1 TO WS-TOTAL-NO-MATCH
               DISPLAY 'ZTPDOGFU - CONTACT FOR NO PENDING LETTER: '
                   ACT-ANIMAL-ID ' ' ACT-ADOPT-DATE
           END-IF

           EXIT.

      ******************************************************************
      * Every pending letter due tonight or earlier goes out if its    *
      * adopter is known; otherwise it is reported overdue.            *
      ******************************************************************
       SEND-DUE-LETTERS.
           PERFORM VARYING WS-FU-INDEX FROM 1 BY 1
                   UNTIL WS-FU-INDEX > WS-FU-COUNT
               IF WS-FU-PENDING(WS-FU-INDEX)
                       AND WS-FU-DUE-DATE(WS-FU-INDEX) NOT > WS-TODAY
                   IF WS-FU-ADOPTER-NAME(WS-FU-INDEX) = SPACES
                       ADD 1 TO WS-TOTAL-OVERDUE
                       IF RETURN-CODE < RC-WARNING
                           MOVE RC-WARNING TO RETURN-CODE
                       END-IF
                       MOVE 'OVERDUE' TO FUR-ACTION
                       PERFORM WRITE-LETTER-LINE
                   ELSE
                       PERFORM SEND-ONE-LETTER
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO MAIL-EXTRACT-RECORD
           SET MXR-TRAILER TO TRUE
           MOVE WS-TOTAL-SENT TO MXT-RECORD-COUNT
           PERFORM WRITE-MAIL-EXTRACT

           EXIT.

       SEND-ONE-LETTER.
           MOVE SPACES TO MAIL-EXTRACT-RECORD
           SET MXR-SUPPLEMENT TO TRUE
           MOVE WS-FU-SHELTER(WS-FU-INDEX) TO FUR-SHELTER
           PERFORM FIND-SHELTER-NAME
           MOVE WS-SHELTER-NAME TO MXS-SHELTER-NAME
           EVALUATE WS-FU-SPECIES(WS-FU-INDEX)
               WHEN 'D'
                   MOVE 'dog' TO MXS-SPECIES-NAME
               WHEN 'C'
                   MOVE 'cat' TO MXS-SPECIES-NAME
               WHEN 'R'
                   MOVE 'rabbit' TO MXS-SPECIES-NAME
               WHEN OTHER
                   MOVE 'pet' TO MXS-SPECIES-NAME
           END-EVALUATE
           PERFORM WRITE-MAIL-EXTRACT

           MOVE SPACES TO MAIL-EXTRACT-RECORD
           SET MXR-DETAIL TO TRUE
           MOVE WS-FU-ADOPTER-NAME(WS-FU-INDEX) TO MXR-CUST-NAME
           MOVE WS-FU-ADOPTER-ADDR(WS-FU-INDEX) TO MXR-CUST-ADDR
           MOVE WS-FU-ANIMAL-ID(WS-FU-INDEX) TO MXR-ACCOUNT-NUMBER
           MOVE WS-FU-SPECIES(WS-FU-INDEX) TO MXR-PRODUCT-TYPE
           MOVE WS-LETTER-DATE TO MXR-NOTIF-DATE
           IF WS-FU-THIRTY-DAY(WS-FU-INDEX)
               MOVE 'FIRST' TO MXR-NOTICE-FLAG
           ELSE
               MOVE 'SECOND' TO MXR-NOTICE-FLAG
           END-IF
           PERFORM WRITE-MAIL-EXTRACT

           MOVE 'S' TO WS-FU-STATUS(WS-FU-INDEX)
           MOVE WS-TODAY TO WS-FU-STATUS-DATE(WS-FU-INDEX)
           ADD 1 TO WS-TOTAL-SENT
           MOVE 'SENT' TO FUR-ACTION
           PERFORM WRITE-LETTER-LINE

           EXIT.

       WRITE-MAIL-EXTRACT.
           WRITE MAIL-EXTRACT-RECORD
           IF MAIL-EXTRACT-FS NOT = 0
               DISPLAY 'ZTPDOGFU - CANNOT WRITE MAILEXTR: '
                   MAIL-EXTRACT-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           END-IF

           EXIT.

      *-----------------------------------------------------------------
      * One report line for letter WS-FU-INDEX, FUR-ACTION already set.
      *-----------------------------------------------------------------
       WRITE-LETTER-LINE.
           MOVE WS-FU-ANIMAL-ID(WS-FU-INDEX) TO FUR-ANIMAL-ID
           MOVE WS-FU-ADOPT-DATE(WS-FU-INDEX) TO FUR-ADOPT-DATE
           IF WS-FU-THIRTY-DAY(WS-FU-INDEX)
               MOVE '30-DAY' TO FUR-LETTER
           ELSE
               MOVE '6-MONTH' TO FUR-LETTER
           END-IF
           MOVE WS-FU-DUE-DATE(WS-FU-INDEX) TO FUR-DUE-DATE
           MOVE WS-FU-SHELTER(WS-FU-INDEX) TO FUR-SHELTER
           MOVE WS-FU-SPECIES(WS-FU-INDEX) TO FUR-SPECIES
           MOVE WS-FU-ADOPTER-NAME(WS-FU-INDEX) TO FUR-ADOPTER-NAME
           MOVE FUR-DETAIL-LINE TO FOLLOW-UP-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE.
           WRITE FOLLOW-UP-REPORT-REC
           IF FOLLOW-UP-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGFU - CANNOT WRITE FURPT: '
                   FOLLOW-UP-REPORT-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           END-IF

           DISPLAY 'ZTPDOGFU ' FOLLOW-UP-REPORT-REC(1:90)

           EXIT.

      ******************************************************************
      * Roll the schedule forward. Pending letters always roll; sent   *
      * and cancelled ones until their adoption is a year old.         *
      ******************************************************************
       WRITE-NEW-SCHEDULE.
           PERFORM VARYING WS-FU-INDEX FROM 1 BY 1
                   UNTIL WS-FU-INDEX > WS-FU-COUNT
               SET WS-FOUND TO TRUE
               IF NOT WS-FU-PENDING(WS-FU-INDEX)
                       AND WS-FU-ADOPT-DATE(WS-FU-INDEX) IS NUMERIC
                   MOVE WS-FU-ADOPT-DATE(WS-FU-INDEX)
                       TO WS-DATE-YYYYMMDD
                   COMPUTE WS-DATE-NUM =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   IF WS-DATE-NUM + WS-KEEP-DAYS < WS-TODAY-NUM
                       SET WS-NOT-FOUND TO TRUE
                       ADD 1 TO WS-TOTAL-AGED-OFF
                   END-IF
               END-IF
               IF WS-FOUND
                   PERFORM WRITE-ONE-SCHEDULE-REC
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-SCHEDULED TO FUR-SCHEDULED
           MOVE WS-TOTAL-SENT TO FUR-SENT
           MOVE WS-TOTAL-CANCELLED TO FUR-CANCELLED
           MOVE WS-TOTAL-OVERDUE TO FUR-OVERDUE
           MOVE WS-TOTAL-CONTACTS TO FUR-CONTACTS
           MOVE WS-TOTAL-NO-MATCH TO FUR-NO-MATCH
           MOVE SPACES TO FOLLOW-UP-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE FUR-TOTAL-LINE TO FOLLOW-UP-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-ONE-SCHEDULE-REC.
           MOVE SPACES TO FSO-SCHEDULE-RECORD
           MOVE WS-FU-ANIMAL-ID(WS-FU-INDEX) TO FSO-ANIMAL-ID
           MOVE WS-FU-ADOPT-DATE(WS-FU-INDEX) TO FSO-ADOPT-DATE
           MOVE WS-FU-LETTER-NO(WS-FU-INDEX) TO FSO-LETTER-NO
           MOVE WS-FU-DUE-DATE(WS-FU-INDEX) TO FSO-DUE-DATE
           MOVE WS-FU-STATUS(WS-FU-INDEX) TO FSO-STATUS
           MOVE WS-FU-STATUS-DATE(WS-FU-INDEX) TO FSO-STATUS-DATE
           MOVE WS-FU-SPECIES(WS-FU-INDEX) TO FSO-SPECIES
           MOVE WS-FU-SHELTER(WS-FU-INDEX) TO FSO-SHELTER
           MOVE WS-FU-ADOPTER-NAME(WS-FU-INDEX) TO FSO-ADOPTER-NAME
           MOVE WS-FU-ADOPTER-ADDR(WS-FU-INDEX) TO FSO-ADOPTER-ADDR
           MOVE WS-FU-ADOPT-COUNT(WS-FU-INDEX) TO FSO-ADOPT-COUNT
           WRITE FSO-SCHEDULE-RECORD
           IF SCHEDULE-OUT-FS NOT = 0
               DISPLAY 'ZTPDOGFU - CANNOT WRITE FUSCHEDO: '
                   SCHEDULE-OUT-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           END-IF

           EXIT.

       CLOSE-FOLLOW-UP-FILES.
           CLOSE SCHEDULE-OUT
           CLOSE MAIL-EXTRACT-FILE
           CLOSE FOLLOW-UP-REPORT

           EXIT.
