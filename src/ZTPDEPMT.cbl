       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDEPMT.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * System dependency maintenance for the DEPEND file that         *
      * ZTPTRBLR groups alerts by (see ZTPTRDEP), maintained the same  *
      * way ZTPRBKMT maintains RUNBKREF. Requests in DEPREQS are       *
      * applied with validation and a change report:                   *
      *                                                                *
      *   A system upstream description - system depends on upstream   *
      *   U system upstream description - change the description       *
      *   D system upstream             - remove the dependency        *
      *                                                                *
      * Both ids of an add must be in the SYSTEM-REGISTRY (SYSREGY),   *
      * so a typo'd id is rejected here instead of silently never      *
      * matching an alert. A system may not depend on itself, and an   *
      * add that would close a loop (the upstream already depends,     *
      * directly or through others, on the system) is rejected too -   *
      * the blast-radius walk needs a most-upstream system to stop at. *
      * Existing entries whose ids have since left the registry are    *
      * kept but reported, so the file can be tidied deliberately.     *
      *                                                                *
      * The current file (DEPENDI, optional on the very first run)     *
      * plus the applied requests are written to DEPENDO; the JCL      *
      * rolls it over to the DEPEND dataset the blast-radius run       *
      * reads.                                                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPEND-IN ASSIGN DEPENDI
           FILE STATUS IS DEPEND-IN-FS.

           SELECT DEPEND-OUT ASSIGN DEPENDO
           FILE STATUS IS DEPEND-OUT-FS.

           SELECT DEP-REQUEST-FILE ASSIGN DEPREQS
           FILE STATUS IS DEP-REQUEST-FS.

           SELECT SYSTEM-REGISTRY ASSIGN SYSREGY
           FILE STATUS IS SYSTEM-REGISTRY-FS.

           SELECT CHANGE-REPORT ASSIGN DEPCHGRP
           FILE STATUS IS CHANGE-REPORT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  DEPEND-IN RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DPI-DEPENDENCY-RECORD.
           COPY ZTPTRDEP REPLACING ==:DEP:== BY ==DPI==.

       FD  DEPEND-OUT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DPO-DEPENDENCY-RECORD.
           COPY ZTPTRDEP REPLACING ==:DEP:== BY ==DPO==.

       FD  DEP-REQUEST-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DEP-REQUEST-RECORD.
       01  DEP-REQUEST-RECORD.
           05 DPQ-ACTION           PIC X(1).
               88 DPQ-ADD          VALUE 'A'.
               88 DPQ-UPDATE       VALUE 'U'.
               88 DPQ-DELETE       VALUE 'D'.
           05 FILLER               PIC X.
           05 DPQ-SYSTEM-ID        PIC X(3).
           05 FILLER               PIC X.
           05 DPQ-UPSTREAM-ID      PIC X(3).
           05 FILLER               PIC X.
           05 DPQ-DESCRIPTION      PIC X(30).
           05 FILLER               PIC X(40).

       FD  SYSTEM-REGISTRY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SYSTEM-REGISTRY-RECORD.
       01  SYSTEM-REGISTRY-RECORD.
           05 SRG-SYSTEM-ID         PIC X(3).
           05 FILLER                PIC X.
           05 SRG-DESCRIPTION       PIC X(30).
           05 FILLER                PIC X.
           05 SRG-EXPECTED-FROM-HH  PIC 9(2).
           05 FILLER                PIC X.
           05 SRG-EXPECTED-TO-HH    PIC 9(2).
           05 FILLER                PIC X(40).

       FD  CHANGE-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-REPORT-RECORD.
       01  CHANGE-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  DEPEND-IN-FS        PIC X(2).
       01  DEPEND-OUT-FS       PIC X(2).
       01  DEP-REQUEST-FS      PIC X(2).
       01  SYSTEM-REGISTRY-FS  PIC X(2).
       01  CHANGE-REPORT-FS    PIC X(2).

      *-----------------------------------------------------------------
      * The registered system ids every dependency is checked against.
      *-----------------------------------------------------------------
       01  WS-REGISTRY-TABLE.
           05 WS-RG-SYSTEM-ID OCCURS 20 TIMES PIC X(3).
       77  WS-RG-COUNT         PIC 9(3) VALUE 0.
       77  WS-RG-INDEX         PIC 9(3).
       77  WS-RG-WANT-ID       PIC X(3).
       77  WS-RG-FOUND-FLAG    PIC 9.
           88 WS-RG-FOUND      VALUE 1.
           88 WS-RG-NOT-FOUND  VALUE 0.

      *-----------------------------------------------------------------
      * The working copy of the dependency file.
      *-----------------------------------------------------------------
       01  WS-DEP-TABLE.
           05 WS-DP-ENTRY OCCURS 60 TIMES.
               10 WS-DP-IN-USE      PIC 9 VALUE 0.
                   88 WS-DP-ACTIVE  VALUE 1.
               10 WS-DP-SYSTEM-ID   PIC X(3).
               10 WS-DP-UPSTREAM-ID PIC X(3).
               10 WS-DP-DESCRIPTION PIC X(30).
       77  WS-DP-INDEX         PIC 9(3).
       77  WS-DP-FOUND-FLAG    PIC 9.
           88 WS-DP-FOUND      VALUE 1.
           88 WS-DP-NOT-FOUND  VALUE 0.

      *-----------------------------------------------------------------
      * Loop check: every system reachable upstream of the requested
      * upstream. If the requested system is among them, the add
      * would make the two depend on each other.
      *-----------------------------------------------------------------
       01  WS-WALK-TABLE.
           05 WS-WK-SYSTEM-ID OCCURS 60 TIMES PIC X(3).
       77  WS-WK-COUNT         PIC 9(3).
       77  WS-WK-INDEX         PIC 9(3).
       77  WS-WK-SCAN          PIC 9(3).
       77  WS-WK-SEEN-FLAG     PIC 9.
           88 WS-WK-SEEN       VALUE 1.
           88 WS-WK-NOT-SEEN   VALUE 0.
       77  WS-LOOP-FLAG        PIC 9.
           88 WS-LOOP-FOUND    VALUE 1.
           88 WS-LOOP-NOT-FOUND VALUE 0.

       77  WS-REJECT-REASON    PIC X(30).

       01  WS-CHANGE-TOTALS.
           05 WS-TOTAL-ADDED       PIC 9(4) VALUE 0.
           05 WS-TOTAL-UPDATED     PIC 9(4) VALUE 0.
           05 WS-TOTAL-DELETED     PIC 9(4) VALUE 0.
           05 WS-TOTAL-REJECTED    PIC 9(4) VALUE 0.
           05 WS-TOTAL-UNREGISTERED PIC 9(4) VALUE 0.
           05 WS-TOTAL-REMAINING   PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPDEPMT start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM LOAD-SYSTEM-REGISTRY
           PERFORM LOAD-DEPEND-IN
           PERFORM OPEN-MAINT-OUTPUTS
           PERFORM CHECK-EXISTING-DEPENDENCIES
           PERFORM APPLY-DEP-REQUESTS
           PERFORM WRITE-NEW-DEPEND-FILE

           CLOSE DEPEND-OUT
           CLOSE CHANGE-REPORT

           DISPLAY 'ZTPDEPMT added=' WS-TOTAL-ADDED
               ' updated=' WS-TOTAL-UPDATED
               ' deleted=' WS-TOTAL-DELETED
               ' rejected=' WS-TOTAL-REJECTED
               ' unregistered=' WS-TOTAL-UNREGISTERED
               ' remaining=' WS-TOTAL-REMAINING
           DISPLAY 'ZTPDEPMT end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * The registry is required: without it nothing can be validated  *
      * and an unchecked dependency file is what this program exists   *
      * to prevent.                                                    *
      ******************************************************************
       LOAD-SYSTEM-REGISTRY.

           OPEN INPUT SYSTEM-REGISTRY
           IF SYSTEM-REGISTRY-FS NOT = '00'
               DISPLAY 'ZTPDEPMT error opening SYSREGY: '
                   SYSTEM-REGISTRY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ SYSTEM-REGISTRY
           PERFORM UNTIL SYSTEM-REGISTRY-FS > '04'
               IF SRG-SYSTEM-ID NOT = SPACES
                   IF WS-RG-COUNT < 20
                       ADD 1 TO WS-RG-COUNT
                       MOVE SRG-SYSTEM-ID
                           TO WS-RG-SYSTEM-ID(WS-RG-COUNT)
                   ELSE
                       DISPLAY 'ZTPDEPMT registry table full'
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ SYSTEM-REGISTRY
           END-PERFORM

           CLOSE SYSTEM-REGISTRY

           EXIT.

       LOAD-DEPEND-IN.

           OPEN INPUT DEPEND-IN
           IF DEPEND-IN-FS NOT = '00'
               DISPLAY 'ZTPDEPMT no existing dependency file: '
                   DEPEND-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ DEPEND-IN
           PERFORM UNTIL DEPEND-IN-FS > '04'
               IF DPI-SYSTEM-ID NOT = SPACES
                       AND DPI-UPSTREAM-ID NOT = SPACES
                   PERFORM CLAIM-FREE-DEP-SLOT
                   IF WS-DP-FOUND
                       MOVE DPI-SYSTEM-ID
                           TO WS-DP-SYSTEM-ID(WS-DP-INDEX)
                       MOVE DPI-UPSTREAM-ID
                           TO WS-DP-UPSTREAM-ID(WS-DP-INDEX)
                       MOVE DPI-DESCRIPTION
                           TO WS-DP-DESCRIPTION(WS-DP-INDEX)
                   END-IF
               END-IF
               READ DEPEND-IN
           END-PERFORM

           CLOSE DEPEND-IN

           EXIT.

       OPEN-MAINT-OUTPUTS.

           OPEN OUTPUT DEPEND-OUT
           OPEN OUTPUT CHANGE-REPORT
           IF DEPEND-OUT-FS NOT = '00'
                   OR CHANGE-REPORT-FS NOT = '00'
               DISPLAY 'ZTPDEPMT error opening outputs: '
                   DEPEND-OUT-FS ' ' CHANGE-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      ******************************************************************
      * Systems get retired from the registry; dependencies on them    *
      * then never match again. Report each one so it is removed on    *
      * purpose rather than discovered during an outage.               *
      ******************************************************************
       CHECK-EXISTING-DEPENDENCIES.

           PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
                   UNTIL WS-DP-INDEX > 60
               IF WS-DP-ACTIVE(WS-DP-INDEX)
                   MOVE WS-DP-SYSTEM-ID(WS-DP-INDEX) TO WS-RG-WANT-ID
                   PERFORM FIND-REGISTERED-SYSTEM
                   IF WS-RG-FOUND
                       MOVE WS-DP-UPSTREAM-ID(WS-DP-INDEX)
                           TO WS-RG-WANT-ID
                       PERFORM FIND-REGISTERED-SYSTEM
                   END-IF
                   IF WS-RG-NOT-FOUND
                       ADD 1 TO WS-TOTAL-UNREGISTERED
                       MOVE SPACES TO CHANGE-REPORT-RECORD
                       STRING 'UNREGISTERED '
                           WS-DP-SYSTEM-ID(WS-DP-INDEX)
                           ' ' WS-DP-UPSTREAM-ID(WS-DP-INDEX)
                           ' (' WS-RG-WANT-ID
                           ' NOT IN SYSREGY - KEPT)'
                           DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
                       PERFORM WRITE-CHANGE-LINE
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       APPLY-DEP-REQUESTS.

           OPEN INPUT DEP-REQUEST-FILE
           IF DEP-REQUEST-FS NOT = '00'
               DISPLAY 'ZTPDEPMT error opening DEPREQS: '
                   DEP-REQUEST-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ DEP-REQUEST-FILE
           PERFORM UNTIL DEP-REQUEST-FS > '04'
               PERFORM APPLY-ONE-DEP-REQUEST
               READ DEP-REQUEST-FILE
           END-PERFORM

           CLOSE DEP-REQUEST-FILE

           EXIT.

      ******************************************************************
      * Validate and apply one request. Every request needs both ids;  *
      * an add must be new, use registered ids, not point at itself    *
      * and not close a loop; an update or delete must exist.          *
      ******************************************************************
       APPLY-ONE-DEP-REQUEST.

           IF DPQ-SYSTEM-ID = SPACES OR DPQ-UPSTREAM-ID = SPACES
               MOVE 'MISSING SYSTEM OR UPSTREAM' TO WS-REJECT-REASON
               PERFORM REPORT-DEP-REJECT
               EXIT PARAGRAPH
           END-IF

           IF DPQ-ADD
               MOVE DPQ-SYSTEM-ID TO WS-RG-WANT-ID
               PERFORM FIND-REGISTERED-SYSTEM
               IF WS-RG-FOUND
                   MOVE DPQ-UPSTREAM-ID TO WS-RG-WANT-ID
                   PERFORM FIND-REGISTERED-SYSTEM
               END-IF
               IF WS-RG-NOT-FOUND
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING WS-RG-WANT-ID ' NOT IN SYSREGY'
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   PERFORM REPORT-DEP-REJECT
                   EXIT PARAGRAPH
               END-IF

               IF DPQ-SYSTEM-ID = DPQ-UPSTREAM-ID
                   MOVE 'DEPENDS ON ITSELF' TO WS-REJECT-REASON
                   PERFORM REPORT-DEP-REJECT
                   EXIT PARAGRAPH
               END-IF

               PERFORM CHECK-DEPENDENCY-LOOP
               IF WS-LOOP-FOUND
                   MOVE 'WOULD CREATE A LOOP' TO WS-REJECT-REASON
                   PERFORM REPORT-DEP-REJECT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-DEP-ENTRY

           EVALUATE TRUE
               WHEN DPQ-ADD AND WS-DP-FOUND
                   MOVE 'ALREADY DEFINED' TO WS-REJECT-REASON
                   PERFORM REPORT-DEP-REJECT

               WHEN DPQ-ADD
                   PERFORM CLAIM-FREE-DEP-SLOT
                   IF WS-DP-FOUND
                       MOVE DPQ-SYSTEM-ID
                           TO WS-DP-SYSTEM-ID(WS-DP-INDEX)
                       MOVE DPQ-UPSTREAM-ID
                           TO WS-DP-UPSTREAM-ID(WS-DP-INDEX)
                       MOVE DPQ-DESCRIPTION
                           TO WS-DP-DESCRIPTION(WS-DP-INDEX)
                       ADD 1 TO WS-TOTAL-ADDED
                       PERFORM REPORT-DEP-APPLIED
                   ELSE
                       MOVE 'DEPENDENCY TABLE FULL' TO WS-REJECT-REASON
                       PERFORM REPORT-DEP-REJECT
                   END-IF

               WHEN DPQ-UPDATE AND WS-DP-FOUND
                   MOVE DPQ-DESCRIPTION
                       TO WS-DP-DESCRIPTION(WS-DP-INDEX)
                   ADD 1 TO WS-TOTAL-UPDATED
                   PERFORM REPORT-DEP-APPLIED

               WHEN DPQ-DELETE AND WS-DP-FOUND
                   MOVE 0 TO WS-DP-IN-USE(WS-DP-INDEX)
                   ADD 1 TO WS-TOTAL-DELETED
                   PERFORM REPORT-DEP-APPLIED

               WHEN DPQ-UPDATE OR DPQ-DELETE
                   MOVE 'NO SUCH DEPENDENCY' TO WS-REJECT-REASON
                   PERFORM REPORT-DEP-REJECT

               WHEN OTHER
                   MOVE 'INVALID ACTION' TO WS-REJECT-REASON
                   PERFORM REPORT-DEP-REJECT
           END-EVALUATE

           EXIT.

       FIND-REGISTERED-SYSTEM.

           SET WS-RG-NOT-FOUND TO TRUE
           PERFORM VARYING WS-RG-INDEX FROM 1 BY 1
                   UNTIL WS-RG-INDEX > WS-RG-COUNT
                       OR WS-RG-FOUND
               IF WS-RG-SYSTEM-ID(WS-RG-INDEX) = WS-RG-WANT-ID
                   SET WS-RG-FOUND TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Collect everything upstream of DPQ-UPSTREAM-ID, breadth        *
      * first; finding DPQ-SYSTEM-ID there means the add would loop.   *
      *                                                                *
      * Output: WS-LOOP-FLAG                                           *
      ******************************************************************
       CHECK-DEPENDENCY-LOOP.

           SET WS-LOOP-NOT-FOUND TO TRUE
           MOVE 1 TO WS-WK-COUNT
           MOVE DPQ-UPSTREAM-ID TO WS-WK-SYSTEM-ID(1)

           PERFORM VARYING WS-WK-INDEX FROM 1 BY 1
                   UNTIL WS-WK-INDEX > WS-WK-COUNT
                       OR WS-LOOP-FOUND
               PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
                       UNTIL WS-DP-INDEX > 60
                           OR WS-LOOP-FOUND
                   IF WS-DP-ACTIVE(WS-DP-INDEX)
                           AND WS-DP-SYSTEM-ID(WS-DP-INDEX) =
                               WS-WK-SYSTEM-ID(WS-WK-INDEX)
                       IF WS-DP-UPSTREAM-ID(WS-DP-INDEX) =
                               DPQ-SYSTEM-ID
                           SET WS-LOOP-FOUND TO TRUE
                       ELSE
                           PERFORM ADD-WALK-SYSTEM
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           EXIT.

       ADD-WALK-SYSTEM.

           SET WS-WK-NOT-SEEN TO TRUE
           PERFORM VARYING WS-WK-SCAN FROM 1 BY 1
                   UNTIL WS-WK-SCAN > WS-WK-COUNT
                       OR WS-WK-SEEN
               IF WS-WK-SYSTEM-ID(WS-WK-SCAN) =
                       WS-DP-UPSTREAM-ID(WS-DP-INDEX)
                   SET WS-WK-SEEN TO TRUE
               END-IF
           END-PERFORM

           IF WS-WK-NOT-SEEN AND WS-WK-COUNT < 60
               ADD 1 TO WS-WK-COUNT
               MOVE WS-DP-UPSTREAM-ID(WS-DP-INDEX)
                   TO WS-WK-SYSTEM-ID(WS-WK-COUNT)
           END-IF

           EXIT.

       FIND-DEP-ENTRY.

           SET WS-DP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
                   UNTIL WS-DP-INDEX > 60
                       OR WS-DP-FOUND
               IF WS-DP-ACTIVE(WS-DP-INDEX)
                       AND WS-DP-SYSTEM-ID(WS-DP-INDEX) =
                           DPQ-SYSTEM-ID
                       AND WS-DP-UPSTREAM-ID(WS-DP-INDEX) =
                           DPQ-UPSTREAM-ID
                   SET WS-DP-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-DP-FOUND
               SUBTRACT 1 FROM WS-DP-INDEX
           END-IF

           EXIT.

       CLAIM-FREE-DEP-SLOT.

           SET WS-DP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
                   UNTIL WS-DP-INDEX > 60
                       OR NOT WS-DP-ACTIVE(WS-DP-INDEX)
               CONTINUE
           END-PERFORM

           IF WS-DP-INDEX > 60
               DISPLAY 'ZTPDEPMT dependency table full'
               MOVE RC-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SET WS-DP-ACTIVE(WS-DP-INDEX) TO TRUE
           SET WS-DP-FOUND TO TRUE

           EXIT.

       REPORT-DEP-APPLIED.

           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'APPLIED ' DPQ-ACTION ' ' DPQ-SYSTEM-ID
               ' ' DPQ-UPSTREAM-ID ' ' DPQ-DESCRIPTION
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE

           EXIT.

       REPORT-DEP-REJECT.

           ADD 1 TO WS-TOTAL-REJECTED
           MOVE SPACES TO CHANGE-REPORT-RECORD
           STRING 'REJECTED ' DPQ-ACTION ' ' DPQ-SYSTEM-ID
               ' ' DPQ-UPSTREAM-ID ' (' WS-REJECT-REASON ')'
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE
           MOVE RC-WARNING TO RETURN-CODE

           EXIT.

       WRITE-NEW-DEPEND-FILE.

           PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
                   UNTIL WS-DP-INDEX > 60
               IF WS-DP-ACTIVE(WS-DP-INDEX)
                   ADD 1 TO WS-TOTAL-REMAINING
                   MOVE SPACES TO DPO-DEPENDENCY-RECORD
                   MOVE WS-DP-SYSTEM-ID(WS-DP-INDEX)
                       TO DPO-SYSTEM-ID
                   MOVE WS-DP-UPSTREAM-ID(WS-DP-INDEX)
                       TO DPO-UPSTREAM-ID
                   MOVE WS-DP-DESCRIPTION(WS-DP-INDEX)
                       TO DPO-DESCRIPTION
                   WRITE DPO-DEPENDENCY-RECORD
                   IF DEPEND-OUT-FS NOT = '00'
                       DISPLAY 'ZTPDEPMT error writing DEPENDO: '
                           DEPEND-OUT-FS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       WRITE-CHANGE-LINE.

           WRITE CHANGE-REPORT-RECORD
           IF CHANGE-REPORT-FS NOT = '00'
               DISPLAY 'ZTPDEPMT error writing DEPCHGRP: '
                   CHANGE-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY 'ZTPDEPMT ' CHANGE-REPORT-RECORD(1:60)
           END-IF

           EXIT.
