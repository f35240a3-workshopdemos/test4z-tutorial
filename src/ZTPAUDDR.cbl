      * date + time + a sequence number that keeps same-second         *
      * entries distinct. ZTPAUDQR extracts from the KSDS by date      *
      * range, key, or system id for investigations.                   *
      *                                                                *
      * ZTPCBAT's CBAUDIT file, the batch half of the CUSTFILE trail,  *
      * is drained the same way, so the KSDS holds every CUSTFILE      *
      * change - online or batch - that ZTPAUDVF counts and ZTPCFRCV   *
      * replays.                                                       *
      *                                                                *
      * ZTPPATCH's PTAUDIT file, the before and after images of every  *
      * controlled record patch, is drained the same way.              *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL PHONE-AUDIT-FILE ASSIGN PHAUDIT
           FILE STATUS IS PHONE-AUDIT-FS.

           SELECT OPTIONAL BATCH-AUDIT-FILE ASSIGN CBAUDIT
           FILE STATUS IS BATCH-AUDIT-FS.

           SELECT OPTIONAL PATCH-AUDIT-FILE ASSIGN PTAUDIT
           FILE STATUS IS PATCH-AUDIT-FS.

           SELECT AUDIT-MASTER ASSIGN AUDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           DATA RECORD IS PHONE-AUDIT-RECORD.
       01  PHONE-AUDIT-RECORD PIC X(120).

       FD  BATCH-AUDIT-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BATCH-AUDIT-RECORD.
       01  BATCH-AUDIT-RECORD PIC X(120).

       FD  PATCH-AUDIT-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PATCH-AUDIT-RECORD.
       01  PATCH-AUDIT-RECORD PIC X(120).

       FD  AUDIT-MASTER RECORD CONTAINS 141 CHARACTERS
           DATA RECORD IS AUDIT-MASTER-RECORD.
       01  AUDIT-MASTER-RECORD.

       77  CUSTAUDT-UNLOAD-FS  PIC X(2).
       77  PHONE-AUDIT-FS      PIC X(2).
       77  BATCH-AUDIT-FS      PIC X(2).
       77  PATCH-AUDIT-FS      PIC X(2).
       77  AUDIT-MASTER-FS     PIC X(2).
           88 AUDIT-MASTER-FS-OK        VALUE '00'.
           88 AUDIT-MASTER-FS-DUPLICATE VALUE '22'.
       01  WS-DRAIN-TOTALS.
           05 WS-TOTAL-CUSTAUDT    PIC 9(6) VALUE 0.
           05 WS-TOTAL-PHAUDIT     PIC 9(6) VALUE 0.
           05 WS-TOTAL-CBAUDIT     PIC 9(6) VALUE 0.
           05 WS-TOTAL-PTAUDIT     PIC 9(6) VALUE 0.
           05 WS-TOTAL-DROPPED     PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
                   PHONE-AUDIT-FS
           END-IF

           OPEN INPUT BATCH-AUDIT-FILE
           IF BATCH-AUDIT-FS = '00'
               READ BATCH-AUDIT-FILE
               PERFORM UNTIL BATCH-AUDIT-FS > '04'
                   MOVE BATCH-AUDIT-RECORD TO AUD-TRAIL-RECORD
                   PERFORM STORE-AUDIT-ENTRY
                   IF AUDIT-MASTER-FS-OK
                       ADD 1 TO WS-TOTAL-CBAUDIT
                   END-IF
                   READ BATCH-AUDIT-FILE
               END-PERFORM
               CLOSE BATCH-AUDIT-FILE
           ELSE
               DISPLAY 'ZTPAUDDR no CBAUDIT available: '
                   BATCH-AUDIT-FS
           END-IF

           OPEN INPUT PATCH-AUDIT-FILE
           IF PATCH-AUDIT-FS = '00'
               READ PATCH-AUDIT-FILE
               PERFORM UNTIL PATCH-AUDIT-FS > '04'
                   MOVE PATCH-AUDIT-RECORD TO AUD-TRAIL-RECORD
                   PERFORM STORE-AUDIT-ENTRY
                   IF AUDIT-MASTER-FS-OK
                       ADD 1 TO WS-TOTAL-PTAUDIT
                   END-IF
                   READ PATCH-AUDIT-FILE
               END-PERFORM
               CLOSE PATCH-AUDIT-FILE
           ELSE
               DISPLAY 'ZTPAUDDR no PTAUDIT available: '
                   PATCH-AUDIT-FS
           END-IF

           CLOSE AUDIT-MASTER

           DISPLAY 'ZTPAUDDR CUSTAUDT entries : ' WS-TOTAL-CUSTAUDT
           DISPLAY 'ZTPAUDDR PHAUDIT entries  : ' WS-TOTAL-PHAUDIT
           DISPLAY 'ZTPAUDDR CBAUDIT entries  : ' WS-TOTAL-CBAUDIT
           DISPLAY 'ZTPAUDDR PTAUDIT entries  : ' WS-TOTAL-PTAUDIT
           DISPLAY 'ZTPAUDDR dropped          : ' WS-TOTAL-DROPPED
           DISPLAY 'ZTPAUDDR end with RETURN-CODE=' RETURN-CODE

