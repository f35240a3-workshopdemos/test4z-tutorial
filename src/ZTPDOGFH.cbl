       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDOGFH.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Foster home registry maintenance for the FOSTHOME file (see    *
      * ZTPDGFHM) that the foster placement run ZTPDOGFS places        *
      * animals against, maintained the same way ZTPRBKMT maintains    *
      * RUNBKREF. Requests in FHMREQS are applied with validation and  *
      * a change report (FHMCHGRP):                                    *
      *   A home-id name contact species capacity - add                *
      *   U home-id name contact species capacity - change             *
      *   D home-id                               - remove             *
      * Species accepted is up to three of D, C and R; capacity is the *
      * number of animals the home can hold at once, 01 to 99. The     *
      * current placements (FOSTPLC, optional) are read so that a home *
      * is not removed, or its capacity cut, below the animals it has  *
      * in foster today. The current registry (FOSTHMI, optional on    *
      * the very first run) plus the applied requests are written to   *
      * FOSTHMO; the JCL rolls it over to the FOSTHOME dataset.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOME-IN ASSIGN FOSTHMI
           FILE STATUS IS HOME-IN-FS.

           SELECT HOME-OUT ASSIGN FOSTHMO
           FILE STATUS IS HOME-OUT-FS.

           SELECT HOME-REQUEST-FILE ASSIGN FHMREQS
           FILE STATUS IS HOME-REQUEST-FS.

           SELECT OPTIONAL PLACEMENT-FILE ASSIGN FOSTPLC
           FILE STATUS IS PLACEMENT-FS.

           SELECT CHANGE-REPORT ASSIGN FHMCHGRP
           FILE STATUS IS CHANGE-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HOME-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FHI-FOSTER-HOME-RECORD.
           COPY ZTPDGFHM REPLACING ==:FHM:== BY ==FHI==.

       FD HOME-OUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FHO-FOSTER-HOME-RECORD.
           COPY ZTPDGFHM REPLACING ==:FHM:== BY ==FHO==.

       FD HOME-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HOME-REQUEST-RECORD.
       01  HOME-REQUEST-RECORD.
           05 FHQ-ACTION              PIC X(1).
               88 FHQ-ADD             VALUE 'A'.
               88 FHQ-UPDATE          VALUE 'U'.
               88 FHQ-DELETE          VALUE 'D'.
           05 FILLER                  PIC X.
           05 FHQ-HOME-ID             PIC X(8).
           05 FILLER                  PIC X.
           05 FHQ-HOME-NAME           PIC X(25).
           05 FILLER                  PIC X.
           05 FHQ-CONTACT             PIC X(20).
           05 FILLER                  PIC X.
           05 FHQ-SPECIES-ACCEPTED.
               10 FHQ-SPECIES-OK      PIC X(1) OCCURS 3 TIMES.
           05 FILLER                  PIC X.
           05 FHQ-CAPACITY            PIC 9(2).
           05 FILLER                  PIC X(36).

       FD PLACEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS FPL-PLACEMENT-RECORD.
           COPY ZTPDGFPL REPLACING ==:FPL:== BY ==FPL==.

       FD CHANGE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHANGE-REPORT-RECORD.
       01  CHANGE-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  HOME-IN-FS          PIC 9(2).
       01  HOME-OUT-FS         PIC 9(2).
       01  HOME-REQUEST-FS     PIC 9(2).
       01  PLACEMENT-FS        PIC 9(2).
       01  CHANGE-REPORT-FS    PIC 9(2).

      *-----------------------------------------------------------------
      * The working copy of the foster home registry, with the animals
      * each home has in foster today.
      *-----------------------------------------------------------------
       01  WS-HOME-TABLE.
           05 WS-FH-ENTRY OCCURS 500 TIMES.
               10 WS-FH-IN-USE        PIC 9 VALUE 0.
                   88 WS-FH-ACTIVE    VALUE 1.
               10 WS-FH-HOME-ID       PIC X(8).
               10 WS-FH-HOME-NAME     PIC X(25).
               10 WS-FH-CONTACT       PIC X(20).
               10 WS-FH-SPECIES       PIC X(3).
               10 WS-FH-CAPACITY      PIC 9(2).
               10 WS-FH-PLACED        PIC 9(3).
       01  WS-FH-INDEX         PIC 9(3).
       01  WS-FH-MAX           PIC 9(3) VALUE 500.
       01  WS-FH-FOUND-FLAG    PIC 9.
           88 WS-FH-FOUND      VALUE 1.
           88 WS-FH-NOT-FOUND  VALUE 0.
       01  WS-SEARCH-HOME-ID   PIC X(8).

       01  WS-SPECIES-INDEX    PIC 9.
       01  WS-SPECIES-NAMED    PIC 9.
       01  WS-SPECIES-BAD      PIC 9.
       01  WS-REJECT-REASON    PIC X(30).

       01  WS-CHANGE-TOTALS.
           05 WS-TOTAL-ADDED       PIC 9(4) VALUE 0.
           05 WS-TOTAL-UPDATED     PIC 9(4) VALUE 0.
           05 WS-TOTAL-DELETED     PIC 9(4) VALUE 0.
           05 WS-TOTAL-REJECTED    PIC 9(4) VALUE 0.
           05 WS-TOTAL-REMAINING   PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPDOGFH - FOSTER HOME REGISTRY MAINTENANCE'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM LOAD-HOME-IN
           PERFORM COUNT-OPEN-PLACEMENTS
           PERFORM OPEN-MAINT-OUTPUTS
           PERFORM APPLY-HOME-REQUESTS
           PERFORM WRITE-NEW-HOME-FILE

           CLOSE HOME-OUT
           CLOSE CHANGE-REPORT

           DISPLAY 'ZTPDOGFH - ADDED=' WS-TOTAL-ADDED
               ' UPDATED=' WS-TOTAL-UPDATED
               ' DELETED=' WS-TOTAL-DELETED
               ' REJECTED=' WS-TOTAL-REJECTED
               ' REMAINING=' WS-TOTAL-REMAINING
           DISPLAY 'ZTPDOGFH - END WITH RETURN-CODE=' RETURN-CODE

           GOBACK.

       LOAD-HOME-IN.
           OPEN INPUT HOME-IN
           IF HOME-IN-FS NOT = 0
               DISPLAY 'ZTPDOGFH - NO EXISTING HOME REGISTRY: '
                   HOME-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ HOME-IN
           PERFORM UNTIL HOME-IN-FS > 04
               IF FHI-HOME-ID NOT = SPACES
                   PERFORM CLAIM-FREE-HOME-SLOT
                   IF WS-FH-FOUND
                       MOVE FHI-HOME-ID TO WS-FH-HOME-ID(WS-FH-INDEX)
                       MOVE FHI-HOME-NAME
                           TO WS-FH-HOME-NAME(WS-FH-INDEX)
                       MOVE FHI-CONTACT TO WS-FH-CONTACT(WS-FH-INDEX)
                       MOVE FHI-SPECIES-ACCEPTED
                           TO WS-FH-SPECIES(WS-FH-INDEX)
                       IF FHI-CAPACITY IS NUMERIC
                           MOVE FHI-CAPACITY
                               TO WS-FH-CAPACITY(WS-FH-INDEX)
                       ELSE
                           MOVE 0 TO WS-FH-CAPACITY(WS-FH-INDEX)
                       END-IF
                       MOVE 0 TO WS-FH-PLACED(WS-FH-INDEX)
                   END-IF
               END-IF
               READ HOME-IN
           END-PERFORM

           CLOSE HOME-IN

           EXIT.

      *-----------------------------------------------------------------
      * Animals in foster today, by home. A placement for a home that
      * is not on the registry is ZTPDOGFS's to report, not ours.
      *-----------------------------------------------------------------
       COUNT-OPEN-PLACEMENTS.
           OPEN INPUT PLACEMENT-FILE
           IF PLACEMENT-FS NOT = 0
               DISPLAY 'ZTPDOGFH - NO PLACEMENT FILE: ' PLACEMENT-FS
               EXIT PARAGRAPH
           END-IF

           READ PLACEMENT-FILE
           PERFORM UNTIL PLACEMENT-FS > 04
               IF FPL-IN-FOSTER
                   MOVE FPL-HOME-ID TO WS-SEARCH-HOME-ID
                   PERFORM FIND-HOME-ENTRY
                   IF WS-FH-FOUND
                       ADD 1 TO WS-FH-PLACED(WS-FH-INDEX)
                   END-IF
               END-IF
               READ PLACEMENT-FILE
           END-PERFORM

           CLOSE PLACEMENT-FILE

           EXIT.

       OPEN-MAINT-OUTPUTS.
           OPEN OUTPUT HOME-OUT
           OPEN OUTPUT CHANGE-REPORT
           IF HOME-OUT-FS NOT = 0 OR CHANGE-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGFH - CANNOT OPEN OUTPUTS: '
                   HOME-OUT-FS ' ' CHANGE-REPORT-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           EXIT.

       APPLY-HOME-REQUESTS.
           OPEN INPUT HOME-REQUEST-FILE
           IF HOME-REQUEST-FS NOT = 0
               DISPLAY 'ZTPDOGFH - CANNOT OPEN FHMREQS: '
                   HOME-REQUEST-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           READ HOME-REQUEST-FILE
           PERFORM UNTIL HOME-REQUEST-FS > 04
               PERFORM APPLY-ONE-HOME-REQUEST
               READ HOME-REQUEST-FILE
           END-PERFORM

           CLOSE HOME-REQUEST-FILE

           EXIT.

      ******************************************************************
      * Validate and apply one request. An add must be new, an update  *
      * or delete must exist; adds and updates need a name, a contact, *
      * at least one valid species and a capacity of at least one. A   *
      * home keeps its registry entry, and enough capacity, for the    *
      * animals it has in foster.                                      *
      ******************************************************************
       APPLY-ONE-HOME-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           IF FHQ-HOME-ID = SPACES
                   OR NOT (FHQ-ADD OR FHQ-UPDATE OR FHQ-DELETE)
               MOVE 'BAD ACTION OR HOME ID' TO WS-REJECT-REASON
               PERFORM REPORT-HOME-REJECT
               EXIT PARAGRAPH
           END-IF

           IF FHQ-ADD OR FHQ-UPDATE
               PERFORM CHECK-REQUEST-FIELDS
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REPORT-HOME-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE FHQ-HOME-ID TO WS-SEARCH-HOME-ID
           PERFORM FIND-HOME-ENTRY

           EVALUATE TRUE
               WHEN FHQ-ADD AND WS-FH-FOUND
                   MOVE 'HOME ALREADY ON REGISTRY' TO WS-REJECT-REASON
                   PERFORM REPORT-HOME-REJECT

               WHEN FHQ-ADD
                   PERFORM CLAIM-FREE-HOME-SLOT
                   IF WS-FH-FOUND
                       MOVE FHQ-HOME-ID TO WS-FH-HOME-ID(WS-FH-INDEX)
                       MOVE 0 TO WS-FH-PLACED(WS-FH-INDEX)
                       PERFORM MOVE-REQUEST-DETAILS
                       ADD 1 TO WS-TOTAL-ADDED
                       PERFORM REPORT-HOME-APPLIED
                   ELSE
                       MOVE 'HOME REGISTRY FULL' TO WS-REJECT-REASON
                       PERFORM REPORT-HOME-REJECT
                   END-IF

               WHEN WS-FH-NOT-FOUND
                   MOVE 'HOME NOT ON REGISTRY' TO WS-REJECT-REASON
                   PERFORM REPORT-HOME-REJECT

               WHEN FHQ-UPDATE
                       AND FHQ-CAPACITY < WS-FH-PLACED(WS-FH-INDEX)
                   MOVE 'CAPACITY BELOW ANIMALS PLACED'
                       TO WS-REJECT-REASON
                   PERFORM REPORT-HOME-REJECT

               WHEN FHQ-UPDATE
                   PERFORM MOVE-REQUEST-DETAILS
                   ADD 1 TO WS-TOTAL-UPDATED
                   PERFORM REPORT-HOME-APPLIED

               WHEN WS-FH-PLACED(WS-FH-INDEX) > 0
                   MOVE 'HOME HAS ANIMALS IN FOSTER' TO WS-REJECT-REASON
                   PERFORM REPORT-HOME-REJECT

               WHEN OTHER
                   MOVE 0 TO WS-FH-IN-USE(WS-FH-INDEX)
                   ADD 1 TO WS-TOTAL-DELETED
                   PERFORM REPORT-HOME-APPLIED
           END-EVALUATE

           EXIT.

       CHECK-REQUEST-FIELDS.
           IF FHQ-HOME-NAME = SPACES OR FHQ-CONTACT = SPACES
               MOVE 'NAME AND CONTACT REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SPECIES-NAMED
           MOVE 0 TO WS-SPECIES-BAD
           PERFORM VARYING WS-SPECIES-INDEX FROM 1 BY 1
                   UNTIL WS-SPECIES-INDEX > 3
               EVALUATE FHQ-SPECIES-OK(WS-SPECIES-INDEX)
                   WHEN 'D'
                   WHEN 'C'
                   WHEN 'R'
                       ADD 1 TO WS-SPECIES-NAMED
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-SPECIES-BAD
               END-EVALUATE
           END-PERFORM
           IF WS-SPECIES-NAMED = 0 OR WS-SPECIES-BAD > 0
               MOVE 'SPECIES MUST BE D, C OR R' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF FHQ-CAPACITY IS NOT NUMERIC OR FHQ-CAPACITY = 0
               MOVE 'CAPACITY MUST BE 01 TO 99' TO WS-REJECT-REASON
           END-IF

           EXIT.

       MOVE-REQUEST-DETAILS.
           MOVE FHQ-HOME-NAME TO WS-FH-HOME-NAME(WS-FH-INDEX)
           MOVE FHQ-CONTACT TO WS-FH-CONTACT(WS-FH-INDEX)
           MOVE FHQ-SPECIES-ACCEPTED TO WS-FH-SPECIES(WS-FH-INDEX)
           MOVE FHQ-CAPACITY TO WS-FH-CAPACITY(WS-FH-INDEX)

           EXIT.

       FIND-HOME-ENTRY.
           SET WS-FH-NOT-FOUND TO TRUE
           PERFORM VARYING WS-FH-INDEX FROM 1 BY 1
                   UNTIL WS-FH-INDEX > WS-FH-MAX OR WS-FH-FOUND
               IF WS-FH-ACTIVE(WS-FH-INDEX)
                       AND WS-FH-HOME-ID(WS-FH-INDEX) =
                           WS-SEARCH-HOME-ID
                   SET WS-FH-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FH-FOUND
               SUBTRACT 1 FROM WS-FH-INDEX
           END-IF

           EXIT.

       CLAIM-FREE-HOME-SLOT.
           SET WS-FH-NOT-FOUND TO TRUE
           PERFORM VARYING WS-FH-INDEX FROM 1 BY 1
                   UNTIL WS-FH-INDEX > WS-FH-MAX
                       OR NOT WS-FH-ACTIVE(WS-FH-INDEX)
               CONTINUE
           END-PERFORM

           IF WS-FH-INDEX > WS-FH-MAX
               DISPLAY 'ZTPDOGFH - HOME REGISTRY TABLE FULL'
               COMPUTE RETURN-CODE = RC-ERROR
               EXIT PARAGRAPH
           END-IF

           SET WS-FH-ACTIVE(WS-FH-INDEX) TO TRUE
           SET WS-FH-FOUND TO TRUE

           EXIT.

       REPORT-HOME-APPLIED.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'APPLIED ' FHQ-ACTION ' ' FHQ-HOME-ID
               ' ' FHQ-HOME-NAME ' ' FHQ-SPECIES-ACCEPTED
               ' ' FHQ-CAPACITY
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE

           EXIT.

       REPORT-HOME-REJECT.
           ADD 1 TO WS-TOTAL-REJECTED
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'REJECTED ' FHQ-ACTION ' ' FHQ-HOME-ID
               ' ' FHQ-HOME-NAME ' ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE
           IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-NEW-HOME-FILE.
           PERFORM VARYING WS-FH-INDEX FROM 1 BY 1
                   UNTIL WS-FH-INDEX > WS-FH-MAX
               IF WS-FH-ACTIVE(WS-FH-INDEX)
                   ADD 1 TO WS-TOTAL-REMAINING
                   MOVE SPACES TO FHO-FOSTER-HOME-RECORD
                   MOVE WS-FH-HOME-ID(WS-FH-INDEX) TO FHO-HOME-ID
                   MOVE WS-FH-HOME-NAME(WS-FH-INDEX) TO FHO-HOME-NAME
                   MOVE WS-FH-CONTACT(WS-FH-INDEX) TO FHO-CONTACT
                   MOVE WS-FH-SPECIES(WS-FH-INDEX)
                       TO FHO-SPECIES-ACCEPTED
                   MOVE WS-FH-CAPACITY(WS-FH-INDEX) TO FHO-CAPACITY
                   WRITE FHO-FOSTER-HOME-RECORD
                   IF HOME-OUT-FS NOT = 0
                       DISPLAY 'ZTPDOGFH - CANNOT WRITE FOSTHMO: '
                           HOME-OUT-FS
                       COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       WRITE-CHANGE-LINE.
           WRITE CHANGE-REPORT-RECORD
           IF CHANGE-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGFH - CANNOT WRITE FHMCHGRP: '
                   CHANGE-REPORT-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           ELSE
               DISPLAY 'ZTPDOGFH ' CHANGE-REPORT-RECORD(1:70)
           END-IF

           EXIT.
