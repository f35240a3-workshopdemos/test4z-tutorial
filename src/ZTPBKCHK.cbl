       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPBKCHK.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Nightly backup currency check. For every store in the backup   *
      * registry (BKREG, layout in ZTPBKREG) this program finds the    *
      * newest backup of the store's backup dataset in the catalog     *
      * inventory (BKINV) and reports it as:                           *
      *                                                                *
      *  MISSING         no backup of the dataset is on the catalog    *
      *  STALE           the newest backup is older than the store's   *
      *                  recovery point allows                         *
      *  COUNT MISMATCH  the backup's record count is outside the      *
      *                  tolerance of the store's live count, taken    *
      *                  from its most recent ZTPMANIF entry           *
      *  NO MANIFEST     a KSDS with no ZTPMANIF entry to check the    *
      *                  count against (a warning)                     *
      *  OK                                                            *
      *                                                                *
      * DB2 tables are not measured by ZTPMANIF, so their backups are  *
      * checked for presence and age only. Any MISSING, STALE or COUNT *
      * MISMATCH ends the run with RC-ERROR; a NO MANIFEST alone with  *
      * RC-WARNING. The report is BKRPT.                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-REGISTRY ASSIGN BKREG
           FILE STATUS IS BACKUP-REGISTRY-FS.

           SELECT OPTIONAL BACKUP-INVENTORY ASSIGN BKINV
           FILE STATUS IS BACKUP-INVENTORY-FS.

           SELECT OPTIONAL MANIFEST-FILE ASSIGN MANIFEST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MFR-KEY
           FILE STATUS IS MANIFEST-FS.

           SELECT BACKUP-REPORT ASSIGN BKRPT
           FILE STATUS IS BACKUP-REPORT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  BACKUP-REGISTRY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BACKUP-REGISTRY-RECORD.
       01  BACKUP-REGISTRY-RECORD PIC X(80).

       FD  BACKUP-INVENTORY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BACKUP-INVENTORY-RECORD.
       01  BACKUP-INVENTORY-RECORD PIC X(80).

      ******************************************************************
      * ZTPMANIF's manifest, read only.                                *
      ******************************************************************
       FD  MANIFEST-FILE RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MANIFEST-RECORD.
       01  MANIFEST-RECORD.
           05 MFR-KEY.
               10 MFR-DDNAME       PIC X(8).
               10 MFR-PHASE        PIC X(1).
               10 MFR-RUN-DATE     PIC X(8).
           05 FILLER               PIC X.
           05 MFR-RECORD-COUNT     PIC 9(8).
           05 FILLER               PIC X.
           05 MFR-BYTE-TOTAL       PIC 9(10).
           05 FILLER               PIC X.
           05 MFR-CHECKSUM         PIC 9(9).
           05 FILLER               PIC X(33).

       FD  BACKUP-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BACKUP-REPORT-RECORD.
       01  BACKUP-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  BACKUP-REGISTRY-FS  PIC X(2).
       77  BACKUP-INVENTORY-FS PIC X(2).
       77  MANIFEST-FS         PIC X(2).
           88 MANIFEST-FS-OK   VALUE '00'.
       77  BACKUP-REPORT-FS    PIC X(2).

           COPY ZTPBKREG.

      ******************************************************************
      * Configuration parameters.                                      *
      * NB: These are hardcoded defaults; a registry entry's own       *
      * tolerance, when not zero, overrides the default.               *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-BKCHK.
           05 CFG-DEFAULT-TOLERANCE-PCT PIC 9(3) VALUE 5.

      *-----------------------------------------------------------------
      * The registry, with the newest backup found for each store.
      *-----------------------------------------------------------------
       01  WS-STORE-TABLE.
           05 WS-ST-ENTRY OCCURS 30 TIMES.
               10 WS-ST-STORE      PIC X(8).
               10 WS-ST-TYPE       PIC X(4).
               10 WS-ST-RPO-HOURS  PIC 9(3).
               10 WS-ST-DSN        PIC X(44).
               10 WS-ST-TOLERANCE  PIC 9(3).
               10 WS-ST-BACKUP-FOUND PIC 9.
               10 WS-ST-TAKEN-STAMP PIC X(14).
               10 WS-ST-BACKUP-COUNT PIC 9(10).
       77  WS-ST-COUNT         PIC 9(2) VALUE 0.
       77  WS-ST-INDEX         PIC 9(2).

      *-----------------------------------------------------------------
      * Checking state for the store currently being reported.
      *-----------------------------------------------------------------
       77  WS-TAKEN-STAMP      PIC X(14).
       77  WS-STORE-STATUS     PIC X(14).
       77  WS-STORE-NOTE       PIC X(30).
       77  WS-LIVE-FOUND-FLAG  PIC 9.
           88 WS-LIVE-FOUND    VALUE 1.
       77  WS-LIVE-COUNT       PIC 9(8).
       77  WS-LIVE-DATE        PIC X(8).
       77  WS-LIVE-PHASE       PIC X(1).
       77  WS-MANIFEST-OPEN-FLAG PIC 9 VALUE 0.
           88 WS-MANIFEST-OPEN VALUE 1.
       77  WS-MANIFEST-EOF-FLAG PIC 9.
           88 WS-MANIFEST-EOF  VALUE 1.
       77  WS-SWING-PCT        PIC 9(5).
       77  WS-EFFECTIVE-TOLERANCE PIC 9(3).
       77  WS-AGE-HOURS        PIC 9(5).
       77  WS-RPO-MINUTES      PIC 9(7).

      ******************************************************************
      * Minutes-since conversion work fields (same INTEGER-OF-DATE     *
      * approach as ZTPCHKWD).                                         *
      ******************************************************************
       01  DAI-DATE-AS-INTEGER PIC 9(8).
       77  WS-NOW-MINUTES      PIC 9(9).
       77  WS-STAMP-MINUTES    PIC 9(9).
       77  WS-AGE-MINUTES      PIC S9(9).
       77  WS-STAMP-HH         PIC 9(2).
       77  WS-STAMP-MM         PIC 9(2).
       77  WS-NOW-STAMP        PIC X(14).
       77  WS-CONVERT-STAMP    PIC X(14).

       77  WS-MISSING-COUNT    PIC 9(3) VALUE 0.
       77  WS-STALE-COUNT      PIC 9(3) VALUE 0.
       77  WS-MISMATCH-COUNT   PIC 9(3) VALUE 0.
       77  WS-NO-MANIFEST-COUNT PIC 9(3) VALUE 0.
       77  WS-OK-COUNT         PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPBKCHK start'
           MOVE RC-SUCCESS TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-CONVERT-STAMP
           PERFORM CONVERT-STAMP-TO-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES

           PERFORM LOAD-BACKUP-REGISTRY
           PERFORM LOAD-BACKUP-INVENTORY

           OPEN OUTPUT BACKUP-REPORT
           IF BACKUP-REPORT-FS NOT = '00'
               DISPLAY 'ZTPBKCHK error opening BKRPT: '
                   BACKUP-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-FS-OK
               SET WS-MANIFEST-OPEN TO TRUE
           ELSE
               DISPLAY 'ZTPBKCHK no MANIFEST to check counts '
                   'against: ' MANIFEST-FS
           END-IF

           MOVE SPACES TO BACKUP-REPORT-RECORD
           STRING 'BACKUP CURRENCY CHECK ' WS-NOW-STAMP(1:8) ' '
               WS-NOW-STAMP(9:6) ' STORES=' WS-ST-COUNT
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD
           PERFORM WRITE-BACKUP-LINE

           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               PERFORM CHECK-ONE-STORE
           END-PERFORM

           PERFORM WRITE-BACKUP-SUMMARY

           IF WS-MANIFEST-OPEN
               CLOSE MANIFEST-FILE
           END-IF
           CLOSE BACKUP-REPORT

           DISPLAY 'ZTPBKCHK end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * The registry is required: without it there is nothing to       *
      * check and the run fails rather than passing silently.          *
      ******************************************************************
       LOAD-BACKUP-REGISTRY.

           MOVE 0 TO WS-ST-COUNT

           OPEN INPUT BACKUP-REGISTRY
           IF BACKUP-REGISTRY-FS NOT = '00'
               DISPLAY 'ZTPBKCHK error opening BKREG: '
                   BACKUP-REGISTRY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ BACKUP-REGISTRY INTO BKR-REGISTRY-RECORD
           PERFORM UNTIL BACKUP-REGISTRY-FS > '04'
               IF BKR-STORE = SPACES OR BKR-BACKUP-DSN = SPACES
                       OR BKR-RPO-HOURS IS NOT NUMERIC
                       OR NOT (BKR-KSDS OR BKR-DB2-TABLE)
                   DISPLAY 'ZTPBKCHK BKREG entry ignored: '
                       BACKUP-REGISTRY-RECORD(1:60)
               ELSE
                   IF WS-ST-COUNT < 30
                       ADD 1 TO WS-ST-COUNT
                       PERFORM ADD-REGISTRY-ENTRY
                   ELSE
                       DISPLAY 'ZTPBKCHK registry table full, '
                           BKR-STORE ' not checked'
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ BACKUP-REGISTRY INTO BKR-REGISTRY-RECORD
           END-PERFORM

           CLOSE BACKUP-REGISTRY

           IF WS-ST-COUNT = 0
               DISPLAY 'ZTPBKCHK BKREG registers no stores'
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       ADD-REGISTRY-ENTRY.

           MOVE BKR-STORE TO WS-ST-STORE(WS-ST-COUNT)
           MOVE BKR-STORE-TYPE TO WS-ST-TYPE(WS-ST-COUNT)
           MOVE BKR-RPO-HOURS TO WS-ST-RPO-HOURS(WS-ST-COUNT)
           MOVE BKR-BACKUP-DSN TO WS-ST-DSN(WS-ST-COUNT)
           IF BKR-COUNT-TOLERANCE IS NUMERIC
                   AND BKR-COUNT-TOLERANCE > 0
               MOVE BKR-COUNT-TOLERANCE
                   TO WS-ST-TOLERANCE(WS-ST-COUNT)
           ELSE
               MOVE CFG-DEFAULT-TOLERANCE-PCT
                   TO WS-ST-TOLERANCE(WS-ST-COUNT)
           END-IF
           MOVE 0 TO WS-ST-BACKUP-FOUND(WS-ST-COUNT)
           MOVE SPACES TO WS-ST-TAKEN-STAMP(WS-ST-COUNT)
           MOVE 0 TO WS-ST-BACKUP-COUNT(WS-ST-COUNT)

           EXIT.

      ******************************************************************
      * Keep the newest inventory entry for each registered dataset.   *
      * No inventory at all leaves every store MISSING, which is what  *
      * it means.                                                      *
      ******************************************************************
       LOAD-BACKUP-INVENTORY.

           OPEN INPUT BACKUP-INVENTORY
           IF BACKUP-INVENTORY-FS NOT = '00'
               DISPLAY 'ZTPBKCHK no BKINV inventory: '
                   BACKUP-INVENTORY-FS
               EXIT PARAGRAPH
           END-IF

           READ BACKUP-INVENTORY INTO BKI-INVENTORY-RECORD
           PERFORM UNTIL BACKUP-INVENTORY-FS > '04'
               MOVE BKI-TAKEN-DATE TO WS-TAKEN-STAMP(1:8)
               MOVE BKI-TAKEN-TIME TO WS-TAKEN-STAMP(9:6)
               IF WS-TAKEN-STAMP IS NUMERIC
                   PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                           UNTIL WS-ST-INDEX > WS-ST-COUNT
                       PERFORM NOTE-INVENTORY-ENTRY
                   END-PERFORM
               END-IF
               READ BACKUP-INVENTORY INTO BKI-INVENTORY-RECORD
           END-PERFORM

           CLOSE BACKUP-INVENTORY

           EXIT.

       NOTE-INVENTORY-ENTRY.

           IF BKI-BACKUP-DSN NOT = WS-ST-DSN(WS-ST-INDEX)
               EXIT PARAGRAPH
           END-IF

           IF WS-ST-BACKUP-FOUND(WS-ST-INDEX) = 1
                   AND WS-TAKEN-STAMP
                       NOT > WS-ST-TAKEN-STAMP(WS-ST-INDEX)
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-ST-BACKUP-FOUND(WS-ST-INDEX)
           MOVE WS-TAKEN-STAMP TO WS-ST-TAKEN-STAMP(WS-ST-INDEX)
           IF BKI-RECORD-COUNT IS NUMERIC
               MOVE BKI-RECORD-COUNT
                   TO WS-ST-BACKUP-COUNT(WS-ST-INDEX)
           ELSE
               MOVE 0 TO WS-ST-BACKUP-COUNT(WS-ST-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * Report one store: presence, then age, then count - the first   *
      * failure found is the store's status.                           *
      ******************************************************************
       CHECK-ONE-STORE.

           MOVE SPACES TO WS-STORE-NOTE
           MOVE 0 TO WS-AGE-HOURS

           MOVE SPACES TO BACKUP-REPORT-RECORD
           STRING WS-ST-STORE(WS-ST-INDEX) ' '
               WS-ST-TYPE(WS-ST-INDEX)
               ' RPO=' WS-ST-RPO-HOURS(WS-ST-INDEX) 'H'
               ' BACKUP=' WS-ST-DSN(WS-ST-INDEX)
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD
           PERFORM WRITE-BACKUP-LINE

           IF WS-ST-BACKUP-FOUND(WS-ST-INDEX) = 0
               MOVE 'MISSING' TO WS-STORE-STATUS
               MOVE 'NOT ON THE CATALOG' TO WS-STORE-NOTE
               ADD 1 TO WS-MISSING-COUNT
               PERFORM WRITE-STORE-STATUS
               EXIT PARAGRAPH
           END-IF

      *-----------------------------------------------------------------
      * Age of the newest backup; one stamped ahead of the clock
      * counts as just taken.
      *-----------------------------------------------------------------
           MOVE WS-ST-TAKEN-STAMP(WS-ST-INDEX) TO WS-CONVERT-STAMP
           PERFORM CONVERT-STAMP-TO-MINUTES
           COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTES - WS-STAMP-MINUTES
           IF WS-AGE-MINUTES < 0
               MOVE 0 TO WS-AGE-MINUTES
           END-IF
           COMPUTE WS-AGE-HOURS = WS-AGE-MINUTES / 60
           COMPUTE WS-RPO-MINUTES = WS-ST-RPO-HOURS(WS-ST-INDEX) * 60

           MOVE SPACES TO BACKUP-REPORT-RECORD
           STRING '         TAKEN='
               WS-ST-TAKEN-STAMP(WS-ST-INDEX)(1:8) ' '
               WS-ST-TAKEN-STAMP(WS-ST-INDEX)(9:6)
               ' AGE=' WS-AGE-HOURS 'H'
               ' RECORDS=' WS-ST-BACKUP-COUNT(WS-ST-INDEX)
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD
           PERFORM WRITE-BACKUP-LINE

           IF WS-AGE-MINUTES > WS-RPO-MINUTES
               MOVE 'STALE' TO WS-STORE-STATUS
               MOVE 'OLDER THAN THE RECOVERY POINT' TO WS-STORE-NOTE
               ADD 1 TO WS-STALE-COUNT
               PERFORM WRITE-STORE-STATUS
               EXIT PARAGRAPH
           END-IF

           IF WS-ST-TYPE(WS-ST-INDEX) = 'DB2 '
               MOVE 'OK' TO WS-STORE-STATUS
               MOVE 'COUNT NOT MEASURED (DB2)' TO WS-STORE-NOTE
               ADD 1 TO WS-OK-COUNT
               PERFORM WRITE-STORE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LIVE-COUNT
           IF NOT WS-LIVE-FOUND
               MOVE 'NO MANIFEST' TO WS-STORE-STATUS
               MOVE 'COUNT NOT CHECKED' TO WS-STORE-NOTE
               ADD 1 TO WS-NO-MANIFEST-COUNT
               PERFORM WRITE-STORE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO BACKUP-REPORT-RECORD
           STRING '         LIVE RECORDS=' WS-LIVE-COUNT
               ' PER MANIFEST ' WS-LIVE-DATE ' PHASE ' WS-LIVE-PHASE
               ' TOLERANCE ' WS-ST-TOLERANCE(WS-ST-INDEX) '%'
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD
           PERFORM WRITE-BACKUP-LINE

           MOVE WS-ST-TOLERANCE(WS-ST-INDEX) TO WS-EFFECTIVE-TOLERANCE
           IF WS-LIVE-COUNT = 0
               IF WS-ST-BACKUP-COUNT(WS-ST-INDEX) = 0
                   MOVE 0 TO WS-SWING-PCT
               ELSE
                   MOVE 99999 TO WS-SWING-PCT
               END-IF
           ELSE
               IF WS-ST-BACKUP-COUNT(WS-ST-INDEX) >= WS-LIVE-COUNT
                   COMPUTE WS-SWING-PCT =
                       ((WS-ST-BACKUP-COUNT(WS-ST-INDEX)
                           - WS-LIVE-COUNT) * 100) / WS-LIVE-COUNT
                       ON SIZE ERROR
                           MOVE 99999 TO WS-SWING-PCT
                   END-COMPUTE
               ELSE
                   COMPUTE WS-SWING-PCT =
                       ((WS-LIVE-COUNT
                           - WS-ST-BACKUP-COUNT(WS-ST-INDEX)) * 100)
                       / WS-LIVE-COUNT
               END-IF
           END-IF

           IF WS-SWING-PCT > WS-EFFECTIVE-TOLERANCE
               MOVE 'COUNT MISMATCH' TO WS-STORE-STATUS
               STRING WS-SWING-PCT '% FROM THE LIVE COUNT'
                   DELIMITED BY SIZE INTO WS-STORE-NOTE
               ADD 1 TO WS-MISMATCH-COUNT
           ELSE
               MOVE 'OK' TO WS-STORE-STATUS
               ADD 1 TO WS-OK-COUNT
           END-IF
           PERFORM WRITE-STORE-STATUS

           EXIT.

      ******************************************************************
      * The store's live count is its most recent ZTPMANIF entry of    *
      * either phase (the tail entry when both ran the same night).    *
      * The key groups a DD name's tail entries, then its top entries, *
      * each in date order.                                            *
      ******************************************************************
       FIND-LIVE-COUNT.

           MOVE 0 TO WS-LIVE-FOUND-FLAG
           MOVE SPACES TO WS-LIVE-DATE
           IF NOT WS-MANIFEST-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MANIFEST-EOF-FLAG
           MOVE WS-ST-STORE(WS-ST-INDEX) TO MFR-DDNAME
           MOVE LOW-VALUES TO MFR-PHASE
           MOVE LOW-VALUES TO MFR-RUN-DATE

           START MANIFEST-FILE KEY IS GREATER OR EQUAL TO MFR-KEY
               INVALID KEY
                   SET WS-MANIFEST-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-MANIFEST-EOF
               READ MANIFEST-FILE NEXT RECORD
                   AT END
                       SET WS-MANIFEST-EOF TO TRUE
                   NOT AT END
                       IF MFR-DDNAME NOT = WS-ST-STORE(WS-ST-INDEX)
                           SET WS-MANIFEST-EOF TO TRUE
                       ELSE
                           IF MFR-RUN-DATE > WS-LIVE-DATE
                               SET WS-LIVE-FOUND TO TRUE
                               MOVE MFR-RECORD-COUNT TO WS-LIVE-COUNT
                               MOVE MFR-RUN-DATE TO WS-LIVE-DATE
                               MOVE MFR-PHASE TO WS-LIVE-PHASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

       WRITE-STORE-STATUS.

           MOVE SPACES TO BACKUP-REPORT-RECORD
           STRING '         STATUS=' WS-STORE-STATUS ' '
               WS-STORE-NOTE
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD
           PERFORM WRITE-BACKUP-LINE

           EXIT.

       WRITE-BACKUP-SUMMARY.

           MOVE SPACES TO BACKUP-REPORT-RECORD
           STRING 'OK=' WS-OK-COUNT
               ' MISSING=' WS-MISSING-COUNT
               ' STALE=' WS-STALE-COUNT
               ' COUNT MISMATCH=' WS-MISMATCH-COUNT
               ' NO MANIFEST=' WS-NO-MANIFEST-COUNT
               DELIMITED BY SIZE INTO BACKUP-REPORT-RECORD
           PERFORM WRITE-BACKUP-LINE

           IF WS-MISSING-COUNT > 0 OR WS-STALE-COUNT > 0
                   OR WS-MISMATCH-COUNT > 0
               IF RETURN-CODE < RC-ERROR
                   MOVE RC-ERROR TO RETURN-CODE
               END-IF
           ELSE
               IF WS-NO-MANIFEST-COUNT > 0
                       AND RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * Convert WS-CONVERT-STAMP (YYYYMMDDHHMMSS) to minutes-since,    *
      * the same way ZTPCHKWD does.                                    *
      ******************************************************************
       CONVERT-STAMP-TO-MINUTES.

           MOVE WS-CONVERT-STAMP(1:8) TO DAI-DATE-AS-INTEGER
           MOVE WS-CONVERT-STAMP(9:2) TO WS-STAMP-HH
           MOVE WS-CONVERT-STAMP(11:2) TO WS-STAMP-MM

           COMPUTE WS-STAMP-MINUTES =
               (FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER) * 1440)
               + (WS-STAMP-HH * 60) + WS-STAMP-MM

           EXIT.

       WRITE-BACKUP-LINE.

           WRITE BACKUP-REPORT-RECORD
           IF BACKUP-REPORT-FS NOT = '00'
               DISPLAY 'ZTPBKCHK error writing BKRPT: '
                   BACKUP-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY 'ZTPBKCHK ' BACKUP-REPORT-RECORD(1:80)
           END-IF

           EXIT.
