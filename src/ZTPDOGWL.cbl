      *                                                                *
      * A waitlist entry with a blank desired breed matches any        *
      * arrival of its species.                                        *
      *                                                                *
      * Animals out in volunteer foster homes (open placements on      *
      * FOSTPLC, kept by ZTPDOGFS) are still up for adoption. After    *
      * the intakes, each animal in foster is offered to the earliest  *
      * waiting adopter for its species and breed, one family per      *
      * animal per run, and the contact list carries a second line     *
      * with the foster home to call. An intake record for an animal   *
      * that is already in foster is left to that pass. A placement is *
      * offered once: the offered placements are flagged on FOSTPLC    *
      * (FPL-OFFERED-FLAG) so later runs pass them by.                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL INTAKES-INPUT ASSIGN INTAKES
           FILE STATUS IS INTAKES-FS.

           SELECT OPTIONAL FOSTER-PLACEMENTS ASSIGN FOSTPLC
           FILE STATUS IS FOSTER-PLACEMENTS-FS.

           SELECT CONTACT-LIST ASSIGN WTLCALL
           FILE STATUS IS CONTACT-LIST-FS.

           05 INT-SHELTER-LOCATION    PIC X(20).
           05 FILLER                  PIC X(9).
           05 INT-SPECIES             PIC X(1).
           05 FILLER                  PIC X(1).
           05 INT-ANIMAL-ID           PIC X(8).

       FD FOSTER-PLACEMENTS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS FPL-PLACEMENT-RECORD.
           COPY ZTPDGFPL REPLACING ==:FPL:== BY ==FPL==.

       FD CONTACT-LIST
           LABEL RECORDS ARE STANDARD
       01  WAITLIST-REQUEST-FS PIC 9(2).
       01  INTAKES-FS          PIC 9(2).
       01  CONTACT-LIST-FS     PIC 9(2).
       01  FOSTER-PLACEMENTS-FS PIC 9(2).

      *-----------------------------------------------------------------
      * The in-storage waitlist: carried entries plus tonight's adds,
       01  WS-EARLIEST-DATE    PIC X(8).
       01  WS-SLOTS-LEFT       PIC 9(3).
       01  WS-MATCH-SPECIES    PIC X(1).
       01  WS-MATCH-BREED      PIC X(30).

      *-----------------------------------------------------------------
      * Animals in foster tonight: the open placements from FOSTPLC.
      *-----------------------------------------------------------------
       01  WS-FOSTER-TABLE.
           05 WS-FO-ENTRY OCCURS 3000 TIMES.
               10 WS-FO-ANIMAL-ID     PIC X(8).
               10 WS-FO-SPECIES       PIC X(1).
               10 WS-FO-BREED         PIC X(30).
               10 WS-FO-HOME-NAME     PIC X(25).
               10 WS-FO-HOME-CONTACT  PIC X(20).
               10 WS-FO-OFFER-STATE   PIC X(1).
                   88 WS-FO-NOT-OFFERED    VALUE SPACE.
                   88 WS-FO-OFFERED-BEFORE VALUE 'Y'.
                   88 WS-FO-OFFERED-NOW    VALUE 'N'.
       01  WS-FO-COUNT         PIC 9(4) VALUE 0.
       01  WS-FO-INDEX         PIC 9(4).
       01  WS-FO-MAX           PIC 9(4) VALUE 3000.
       01  WS-IN-FOSTER-FLAG   PIC 9(1).
           88 WS-IN-FOSTER     VALUE 1.
           88 WS-NOT-IN-FOSTER VALUE 0.

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 WS-TOTAL-NOTIFIED  PIC 9(4) VALUE 0.
           05 WS-TOTAL-WAITING   PIC 9(4) VALUE 0.
           05 WS-TOTAL-REJECTED  PIC 9(4) VALUE 0.
           05 WS-TOTAL-IN-FOSTER PIC 9(4) VALUE 0.
           05 WS-TOTAL-FOSTER-OFFERED PIC 9(4) VALUE 0.

       01  CTL-DETAIL-LINE.
           05 FILLER             PIC X(5) VALUE 'CALL '.
           05 FILLER             PIC X(9) VALUE ' WAITING='.
           05 CTL-DATE-ADDED     PIC X(8).

       01  CTL-FOSTER-LINE.
           05 FILLER             PIC X(5) VALUE SPACES.
           05 FILLER             PIC X(19) VALUE 'IN FOSTER - CALL: '.
           05 CTL-FOSTER-HOME    PIC X(25).
           05 FILLER             PIC X VALUE SPACE.
           05 CTL-FOSTER-CONTACT PIC X(20).
           05 FILLER             PIC X(8) VALUE ' ANIMAL '.
           05 CTL-ANIMAL-ID      PIC X(8).
           05 FILLER             PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPDOGWL - ADOPTER WAITLIST RUN'
           PERFORM OPEN-WAITLIST-FILES
           PERFORM LOAD-CARRIED-WAITLIST
           PERFORM APPLY-WAITLIST-REQUESTS
           PERFORM LOAD-FOSTER-PLACEMENTS
           PERFORM MATCH-INTAKE-ARRIVALS
           PERFORM OFFER-FOSTER-ANIMALS
           PERFORM FLAG-OFFERED-PLACEMENTS
           PERFORM WRITE-NEW-WAITLIST
           PERFORM CLOSE-WAITLIST-FILES

               ' DROPPED=' WS-TOTAL-DROPPED
               ' NOTIFIED=' WS-TOTAL-NOTIFIED
               ' STILL WAITING=' WS-TOTAL-WAITING
           DISPLAY 'ZTPDOGWL - IN FOSTER=' WS-TOTAL-IN-FOSTER
               ' OFFERED FROM FOSTER=' WS-TOTAL-FOSTER-OFFERED
           DISPLAY 'ZTPDOGWL - END WITH RETURN-CODE=' RETURN-CODE

           GOBACK.

           READ INTAKES-INPUT
           PERFORM UNTIL INTAKES-FS > 04
               PERFORM CHECK-INTAKE-IN-FOSTER
               IF INT-DOG-BREED NOT = SPACES
                       AND INT-INTAKE-AMOUNT IS NUMERIC
                       AND WS-NOT-IN-FOSTER
                   PERFORM MATCH-ONE-ARRIVAL
               END-IF
               READ INTAKES-INPUT
               MOVE INT-SPECIES TO WS-MATCH-SPECIES
           END-IF

           MOVE INT-DOG-BREED TO WS-MATCH-BREED
           MOVE INT-INTAKE-AMOUNT TO WS-SLOTS-LEFT

           PERFORM UNTIL WS-SLOTS-LEFT = 0
                           WS-MATCH-SPECIES
                       AND (WS-WL-BREED(WS-WL-INDEX) = SPACES
                           OR WS-WL-BREED(WS-WL-INDEX) =
                               WS-MATCH-BREED)
                       AND WS-WL-DATE-ADDED(WS-WL-INDEX) <
                           WS-EARLIEST-DATE
                   MOVE WS-WL-DATE-ADDED(WS-WL-INDEX)
           MOVE WS-WL-ADOPTER(WS-WL-PICK) TO CTL-ADOPTER
           MOVE WS-WL-CONTACT(WS-WL-PICK) TO CTL-CONTACT
           MOVE WS-MATCH-SPECIES TO CTL-SPECIES
           MOVE WS-MATCH-BREED TO CTL-BREED
           MOVE WS-WL-DATE-ADDED(WS-WL-PICK) TO CTL-DATE-ADDED

           MOVE CTL-DETAIL-LINE TO CONTACT-LIST-REC

           EXIT.

      ******************************************************************
      * The open foster placements. A placement with no species is a   *
      * dog, as everywhere else; closed placements are not wanted.     *
      ******************************************************************
       LOAD-FOSTER-PLACEMENTS.
           OPEN INPUT FOSTER-PLACEMENTS
           IF FOSTER-PLACEMENTS-FS NOT = 0
               DISPLAY 'ZTPDOGWL - NO FOSTER PLACEMENTS: '
                   FOSTER-PLACEMENTS-FS
               EXIT PARAGRAPH
           END-IF

           READ FOSTER-PLACEMENTS
           PERFORM UNTIL FOSTER-PLACEMENTS-FS > 04
               IF FPL-IN-FOSTER AND FPL-ANIMAL-ID NOT = SPACES
                   IF WS-FO-COUNT < WS-FO-MAX
                       ADD 1 TO WS-FO-COUNT
                       ADD 1 TO WS-TOTAL-IN-FOSTER
                       MOVE FPL-ANIMAL-ID
                           TO WS-FO-ANIMAL-ID(WS-FO-COUNT)
                       IF FPL-SPECIES = SPACE
                           MOVE 'D' TO WS-FO-SPECIES(WS-FO-COUNT)
                       ELSE
                           MOVE FPL-SPECIES
                               TO WS-FO-SPECIES(WS-FO-COUNT)
                       END-IF
                       MOVE FPL-BREED TO WS-FO-BREED(WS-FO-COUNT)
                       MOVE FPL-HOME-NAME
                           TO WS-FO-HOME-NAME(WS-FO-COUNT)
                       MOVE FPL-HOME-CONTACT
                           TO WS-FO-HOME-CONTACT(WS-FO-COUNT)
                       IF FPL-OFFERED
                           SET WS-FO-OFFERED-BEFORE(WS-FO-COUNT)
                               TO TRUE
                       ELSE
                           SET WS-FO-NOT-OFFERED(WS-FO-COUNT) TO TRUE
                       END-IF
                   ELSE
                       DISPLAY 'ZTPDOGWL - FOSTER TABLE FULL, SKIPPED '
                           FPL-ANIMAL-ID
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ FOSTER-PLACEMENTS
           END-PERFORM

           CLOSE FOSTER-PLACEMENTS

           EXIT.

       CHECK-INTAKE-IN-FOSTER.
           SET WS-NOT-IN-FOSTER TO TRUE
           IF INT-ANIMAL-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-FO-INDEX FROM 1 BY 1
                   UNTIL WS-FO-INDEX > WS-FO-COUNT
                      OR WS-IN-FOSTER
               IF WS-FO-ANIMAL-ID(WS-FO-INDEX) = INT-ANIMAL-ID
                   SET WS-IN-FOSTER TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Each animal in foster goes to the earliest waiting adopter for *
      * its species and breed, the same pick the intakes use. The      *
      * family gets the usual CALL line and then the foster home, who  *
      * has the animal and arranges the meeting. A placement already   *
      * offered on an earlier run is not offered again.                *
      ******************************************************************
       OFFER-FOSTER-ANIMALS.
           PERFORM VARYING WS-FO-INDEX FROM 1 BY 1
                   UNTIL WS-FO-INDEX > WS-FO-COUNT
               MOVE 0 TO WS-WL-PICK
               IF WS-FO-NOT-OFFERED(WS-FO-INDEX)
                   MOVE WS-FO-SPECIES(WS-FO-INDEX) TO WS-MATCH-SPECIES
                   MOVE WS-FO-BREED(WS-FO-INDEX) TO WS-MATCH-BREED
                   PERFORM PICK-EARLIEST-WAITER
               END-IF
               IF WS-WL-PICK NOT = 0
                   SET WS-FO-OFFERED-NOW(WS-FO-INDEX) TO TRUE
                   MOVE 1 TO WS-WL-STATE(WS-WL-PICK)
                   ADD 1 TO WS-TOTAL-NOTIFIED
                   ADD 1 TO WS-TOTAL-FOSTER-OFFERED
                   PERFORM WRITE-CONTACT-LINE
                   PERFORM WRITE-FOSTER-CONTACT-LINE
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Flag tonight's offered placements on FOSTPLC in place. The     *
      * file is read in the order LOAD-FOSTER-PLACEMENTS read it, so   *
      * the n-th open placement is entry n of the foster table.        *
      ******************************************************************
       FLAG-OFFERED-PLACEMENTS.
           IF WS-TOTAL-FOSTER-OFFERED = 0
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FOSTER-PLACEMENTS
           IF FOSTER-PLACEMENTS-FS NOT = 0
               DISPLAY 'ZTPDOGWL - CANNOT UPDATE FOSTPLC: '
                   FOSTER-PLACEMENTS-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FO-INDEX
           READ FOSTER-PLACEMENTS
           PERFORM UNTIL FOSTER-PLACEMENTS-FS > 04
                   OR WS-FO-INDEX >= WS-FO-COUNT
               IF FPL-IN-FOSTER AND FPL-ANIMAL-ID NOT = SPACES
                   ADD 1 TO WS-FO-INDEX
                   IF WS-FO-OFFERED-NOW(WS-FO-INDEX)
                       MOVE 'Y' TO FPL-OFFERED-FLAG
                       REWRITE FPL-PLACEMENT-RECORD
                       IF FOSTER-PLACEMENTS-FS NOT = 0
                           DISPLAY 'ZTPDOGWL - CANNOT UPDATE FOSTPLC: '
                               FOSTER-PLACEMENTS-FS
                           COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
                       END-IF
                   END-IF
               END-IF
               READ FOSTER-PLACEMENTS
           END-PERFORM

           CLOSE FOSTER-PLACEMENTS

           EXIT.

       WRITE-FOSTER-CONTACT-LINE.
           MOVE WS-FO-HOME-NAME(WS-FO-INDEX) TO CTL-FOSTER-HOME
           MOVE WS-FO-HOME-CONTACT(WS-FO-INDEX) TO CTL-FOSTER-CONTACT
           MOVE WS-FO-ANIMAL-ID(WS-FO-INDEX) TO CTL-ANIMAL-ID

           MOVE CTL-FOSTER-LINE TO CONTACT-LIST-REC
           WRITE CONTACT-LIST-REC
           IF CONTACT-LIST-FS NOT = 0
               DISPLAY 'ZTPDOGWL - CANNOT WRITE WTLCALL: '
                   CONTACT-LIST-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           END-IF

           DISPLAY 'ZTPDOGWL ' CTL-FOSTER-LINE(1:90)

           EXIT.

      ******************************************************************
      * Roll the still-waiting entries forward; notified and dropped   *
      * entries age off the list.                                      *
