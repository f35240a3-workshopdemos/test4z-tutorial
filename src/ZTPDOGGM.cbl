       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDOGGM.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Adoption-fee GL account map maintenance for the GLACCTS file   *
      * (see ZTPDGGLM) that the fee posting run ZTPDOGGL maps each     *
      * shelter location and species to its accounts from, maintained  *
      * the same way ZTPRBKMT maintains RUNBKREF. Requests in GLMREQS  *
      * are applied with validation and a change report (GLMCHGRP):    *
      *   A location species revenue clearing cost-center - add        *
      *   U location species revenue clearing cost-center - change     *
      *   D location species                              - remove     *
      * Location and species both accept '*' as the catch-all the      *
      * posting run falls back to. Species is D, C, R or '*'. Adds and *
      * updates need both accounts, and they must differ - a fee       *
      * posted to and from the same account never reaches revenue.     *
      * The current map (GLMAPI, optional on the very first run) plus  *
      * the applied requests are written to GLMAPO; the JCL rolls it   *
      * over to the GLACCTS dataset the posting run reads.             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MAP-IN ASSIGN GLMAPI
           FILE STATUS IS MAP-IN-FS.

           SELECT MAP-OUT ASSIGN GLMAPO
           FILE STATUS IS MAP-OUT-FS.

           SELECT MAP-REQUEST-FILE ASSIGN GLMREQS
           FILE STATUS IS MAP-REQUEST-FS.

           SELECT CHANGE-REPORT ASSIGN GLMCHGRP
           FILE STATUS IS CHANGE-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MAP-IN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GMI-ACCOUNT-MAP-RECORD.
           COPY ZTPDGGLM REPLACING ==:GLM:== BY ==GMI==.

       FD MAP-OUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GMO-ACCOUNT-MAP-RECORD.
           COPY ZTPDGGLM REPLACING ==:GLM:== BY ==GMO==.

       FD MAP-REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAP-REQUEST-RECORD.
       01  MAP-REQUEST-RECORD.
           05 GMQ-ACTION              PIC X(1).
               88 GMQ-ADD             VALUE 'A'.
               88 GMQ-UPDATE          VALUE 'U'.
               88 GMQ-DELETE          VALUE 'D'.
           05 FILLER                  PIC X.
           05 GMQ-LOCATION            PIC X(20).
           05 FILLER                  PIC X.
           05 GMQ-SPECIES             PIC X(1).
               88 GMQ-SPECIES-VALID   VALUE 'D' 'C' 'R' '*'.
           05 FILLER                  PIC X.
           05 GMQ-REVENUE-ACCOUNT     PIC X(10).
           05 FILLER                  PIC X.
           05 GMQ-CLEARING-ACCOUNT    PIC X(10).
           05 FILLER                  PIC X.
           05 GMQ-COST-CENTER         PIC X(8).
           05 FILLER                  PIC X(25).

       FD CHANGE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHANGE-REPORT-RECORD.
       01  CHANGE-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  MAP-IN-FS           PIC 9(2).
       01  MAP-OUT-FS          PIC 9(2).
       01  MAP-REQUEST-FS      PIC 9(2).
       01  CHANGE-REPORT-FS    PIC 9(2).

      *-----------------------------------------------------------------
      * The working copy of the account map.
      *-----------------------------------------------------------------
       01  WS-MAP-TABLE.
           05 WS-GM-ENTRY OCCURS 300 TIMES.
               10 WS-GM-IN-USE        PIC 9 VALUE 0.
                   88 WS-GM-ACTIVE    VALUE 1.
               10 WS-GM-LOCATION      PIC X(20).
               10 WS-GM-SPECIES       PIC X(1).
               10 WS-GM-REVENUE       PIC X(10).
               10 WS-GM-CLEARING      PIC X(10).
               10 WS-GM-COST-CENTER   PIC X(8).
       01  WS-GM-INDEX         PIC 9(3).
       01  WS-GM-MAX           PIC 9(3) VALUE 300.
       01  WS-GM-FOUND-FLAG    PIC 9.
           88 WS-GM-FOUND      VALUE 1.
           88 WS-GM-NOT-FOUND  VALUE 0.

       01  WS-CHANGE-TOTALS.
           05 WS-TOTAL-ADDED       PIC 9(4) VALUE 0.
           05 WS-TOTAL-UPDATED     PIC 9(4) VALUE 0.
           05 WS-TOTAL-DELETED     PIC 9(4) VALUE 0.
           05 WS-TOTAL-REJECTED    PIC 9(4) VALUE 0.
           05 WS-TOTAL-REMAINING   PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPDOGGM - GL ACCOUNT MAP MAINTENANCE'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM LOAD-MAP-IN
           PERFORM OPEN-MAINT-OUTPUTS
           PERFORM APPLY-MAP-REQUESTS
           PERFORM WRITE-NEW-MAP-FILE

           CLOSE MAP-OUT
           CLOSE CHANGE-REPORT

           DISPLAY 'ZTPDOGGM - ADDED=' WS-TOTAL-ADDED
               ' UPDATED=' WS-TOTAL-UPDATED
               ' DELETED=' WS-TOTAL-DELETED
               ' REJECTED=' WS-TOTAL-REJECTED
               ' REMAINING=' WS-TOTAL-REMAINING
           DISPLAY 'ZTPDOGGM - END WITH RETURN-CODE=' RETURN-CODE

           GOBACK.

       LOAD-MAP-IN.
           OPEN INPUT MAP-IN
           IF MAP-IN-FS NOT = 0
               DISPLAY 'ZTPDOGGM - NO EXISTING ACCOUNT MAP: ' MAP-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ MAP-IN
           PERFORM UNTIL MAP-IN-FS > 04
               IF GMI-LOCATION NOT = SPACES
                       AND GMI-REVENUE-ACCOUNT NOT = SPACES
                   PERFORM CLAIM-FREE-MAP-SLOT
                   IF WS-GM-FOUND
                       MOVE GMI-LOCATION TO WS-GM-LOCATION(WS-GM-INDEX)
                       MOVE GMI-SPECIES TO WS-GM-SPECIES(WS-GM-INDEX)
                       MOVE GMI-REVENUE-ACCOUNT
                           TO WS-GM-REVENUE(WS-GM-INDEX)
                       MOVE GMI-CLEARING-ACCOUNT
                           TO WS-GM-CLEARING(WS-GM-INDEX)
                       MOVE GMI-COST-CENTER
                           TO WS-GM-COST-CENTER(WS-GM-INDEX)
                   END-IF
               END-IF
               READ MAP-IN
           END-PERFORM

           CLOSE MAP-IN

           EXIT.

       OPEN-MAINT-OUTPUTS.
           OPEN OUTPUT MAP-OUT
           OPEN OUTPUT CHANGE-REPORT
           IF MAP-OUT-FS NOT = 0 OR CHANGE-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGGM - CANNOT OPEN OUTPUTS: '
                   MAP-OUT-FS ' ' CHANGE-REPORT-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           EXIT.

       APPLY-MAP-REQUESTS.
           OPEN INPUT MAP-REQUEST-FILE
           IF MAP-REQUEST-FS NOT = 0
               DISPLAY 'ZTPDOGGM - CANNOT OPEN GLMREQS: '
                   MAP-REQUEST-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF

           READ MAP-REQUEST-FILE
           PERFORM UNTIL MAP-REQUEST-FS > 04
               PERFORM APPLY-ONE-MAP-REQUEST
               READ MAP-REQUEST-FILE
           END-PERFORM

           CLOSE MAP-REQUEST-FILE

           EXIT.

      ******************************************************************
      * Validate and apply one request. An add must be new, an update  *
      * or delete must exist, and every request needs a location and a *
      * valid species; adds and updates need two different accounts.   *
      ******************************************************************
       APPLY-ONE-MAP-REQUEST.
           IF GMQ-LOCATION = SPACES OR NOT GMQ-SPECIES-VALID
               PERFORM REPORT-MAP-REJECT
               EXIT PARAGRAPH
           END-IF

           IF (GMQ-ADD OR GMQ-UPDATE)
                   AND (GMQ-REVENUE-ACCOUNT = SPACES
                        OR GMQ-CLEARING-ACCOUNT = SPACES
                        OR GMQ-REVENUE-ACCOUNT = GMQ-CLEARING-ACCOUNT)
               PERFORM REPORT-MAP-REJECT
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MAP-ENTRY

           EVALUATE TRUE
               WHEN GMQ-ADD AND WS-GM-FOUND
                   PERFORM REPORT-MAP-REJECT

               WHEN GMQ-ADD
                   PERFORM CLAIM-FREE-MAP-SLOT
                   IF WS-GM-FOUND
                       MOVE GMQ-LOCATION TO WS-GM-LOCATION(WS-GM-INDEX)
                       MOVE GMQ-SPECIES TO WS-GM-SPECIES(WS-GM-INDEX)
                       PERFORM MOVE-REQUEST-ACCOUNTS
                       ADD 1 TO WS-TOTAL-ADDED
                       PERFORM REPORT-MAP-APPLIED
                   ELSE
                       PERFORM REPORT-MAP-REJECT
                   END-IF

               WHEN GMQ-UPDATE AND WS-GM-FOUND
                   PERFORM MOVE-REQUEST-ACCOUNTS
                   ADD 1 TO WS-TOTAL-UPDATED
                   PERFORM REPORT-MAP-APPLIED

               WHEN GMQ-DELETE AND WS-GM-FOUND
                   MOVE 0 TO WS-GM-IN-USE(WS-GM-INDEX)
                   ADD 1 TO WS-TOTAL-DELETED
                   PERFORM REPORT-MAP-APPLIED

               WHEN OTHER
                   PERFORM REPORT-MAP-REJECT
           END-EVALUATE

           EXIT.

       MOVE-REQUEST-ACCOUNTS.
           MOVE GMQ-REVENUE-ACCOUNT TO WS-GM-REVENUE(WS-GM-INDEX)
           MOVE GMQ-CLEARING-ACCOUNT TO WS-GM-CLEARING(WS-GM-INDEX)
           MOVE GMQ-COST-CENTER TO WS-GM-COST-CENTER(WS-GM-INDEX)

           EXIT.

       FIND-MAP-ENTRY.
           SET WS-GM-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GM-INDEX FROM 1 BY 1
                   UNTIL WS-GM-INDEX > WS-GM-MAX OR WS-GM-FOUND
               IF WS-GM-ACTIVE(WS-GM-INDEX)
                       AND WS-GM-LOCATION(WS-GM-INDEX) = GMQ-LOCATION
                       AND WS-GM-SPECIES(WS-GM-INDEX) = GMQ-SPECIES
                   SET WS-GM-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-GM-FOUND
               SUBTRACT 1 FROM WS-GM-INDEX
           END-IF

           EXIT.

       CLAIM-FREE-MAP-SLOT.
           SET WS-GM-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GM-INDEX FROM 1 BY 1
                   UNTIL WS-GM-INDEX > WS-GM-MAX
                       OR NOT WS-GM-ACTIVE(WS-GM-INDEX)
               CONTINUE
           END-PERFORM

           IF WS-GM-INDEX > WS-GM-MAX
               DISPLAY 'ZTPDOGGM - ACCOUNT MAP TABLE FULL'
               COMPUTE RETURN-CODE = RC-ERROR
               EXIT PARAGRAPH
           END-IF

           SET WS-GM-ACTIVE(WS-GM-INDEX) TO TRUE
           SET WS-GM-FOUND TO TRUE

           EXIT.

       REPORT-MAP-APPLIED.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'APPLIED ' GMQ-ACTION ' ' GMQ-LOCATION
               ' ' GMQ-SPECIES ' ' GMQ-REVENUE-ACCOUNT
               ' ' GMQ-CLEARING-ACCOUNT ' ' GMQ-COST-CENTER
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE

           EXIT.

       REPORT-MAP-REJECT.
           ADD 1 TO WS-TOTAL-REJECTED
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'REJECTED ' GMQ-ACTION ' ' GMQ-LOCATION
               ' ' GMQ-SPECIES
               ' (BAD ACTION, FIELD OR TARGET)'
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE
           IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-NEW-MAP-FILE.
           PERFORM VARYING WS-GM-INDEX FROM 1 BY 1
                   UNTIL WS-GM-INDEX > WS-GM-MAX
               IF WS-GM-ACTIVE(WS-GM-INDEX)
                   ADD 1 TO WS-TOTAL-REMAINING
                   MOVE SPACES TO GMO-ACCOUNT-MAP-RECORD
                   MOVE WS-GM-LOCATION(WS-GM-INDEX) TO GMO-LOCATION
                   MOVE WS-GM-SPECIES(WS-GM-INDEX) TO GMO-SPECIES
                   MOVE WS-GM-REVENUE(WS-GM-INDEX)
                       TO GMO-REVENUE-ACCOUNT
                   MOVE WS-GM-CLEARING(WS-GM-INDEX)
                       TO GMO-CLEARING-ACCOUNT
                   MOVE WS-GM-COST-CENTER(WS-GM-INDEX)
                       TO GMO-COST-CENTER
                   WRITE GMO-ACCOUNT-MAP-RECORD
                   IF MAP-OUT-FS NOT = 0
                       DISPLAY 'ZTPDOGGM - CANNOT WRITE GLMAPO: '
                           MAP-OUT-FS
                       COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       WRITE-CHANGE-LINE.
           WRITE CHANGE-REPORT-RECORD
           IF CHANGE-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGGM - CANNOT WRITE GLMCHGRP: '
                   CHANGE-REPORT-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           ELSE
               DISPLAY 'ZTPDOGGM ' CHANGE-REPORT-RECORD(1:70)
           END-IF

           EXIT.
