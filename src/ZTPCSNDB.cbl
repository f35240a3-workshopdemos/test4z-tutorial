       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCSNDB.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Build the CUSTNDX sound-alike name index from CUSTFILE.        *
      * ZTPCICST's last-name search ('S' with L=) only finds the exact *
      * spelling, so a caller asking for SMYTH never sees SMITH. The   *
      * sound-alike search ('S' with N=) browses CUSTNDX instead: one  *
      * entry per live CUSTFILE record, keyed by the phonetic code of  *
      * its last name (see ZTPCSNDX and ZTPCSNDR).                     *
      *                                                                *
      * This job loads the index from scratch - the first time, and    *
      * any time it is suspected of drifting (a restore of CUSTFILE,   *
      * a batch run with the index unavailable). Between builds        *
      * ZTPCICST and ZTPCBAT keep it current as they create, rename,   *
      * merge, tombstone and revive records.                           *
      *                                                                *
      * Skipped, with no entry:                                        *
      *  - the 000000 control record                                   *
      *  - tombstones (FILE-DEL-FLAG 'X'); a revive re-indexes them    *
      *  - records with no letters in the last name                    *
      *                                                                *
      * CUSTFILE is read in key order and the entries are sorted into  *
      * phonetic-code order on the way into CUSTNDX, which is loaded   *
      * empty (REUSE, or delete/define in the job).                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTFILE ASSIGN TO CUSTFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FILE-KEY
           FILE STATUS IS CUSTFILE-FS.

           SELECT CUSTNDX ASSIGN TO CUSTNDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SNX-KEY
           FILE STATUS IS CUSTNDX-FS.

           SELECT NDX-SORT-WORK ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTFILE RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS FILE-RECORD.
       01  FILE-RECORD.
           03  FILE-KEY         PIC X(6).
           03  FILE-KEEP        PIC X(1).
               88  KEEP-YES     VALUE 'K'.
           03  FILE-LASTNAME    PIC X(40).
           03  FILE-FIRSTNAME   PIC X(40).
           03  FILE-PHONE       PIC X(10).
           03  FILE-VERSION     PIC 9(8).
           03  FILE-DEL-FLAG    PIC X(1).
               88  DELETED-YES  VALUE 'X'.
           03  FILE-DEL-DATE    PIC X(8).
           03  FILLER           PIC X(6).

       FD  CUSTNDX RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SNX-NAME-INDEX-RECORD.
           COPY ZTPCSNDR.

       SD  NDX-SORT-WORK
           DATA RECORD IS NDX-SORT-RECORD.
       01  NDX-SORT-RECORD.
           05 NSR-KEY              PIC X(10).
           05 FILLER               PIC X(70).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  CUSTFILE-FS         PIC X(2).
           88 CUSTFILE-FS-OK   VALUE '00'.
           88 CUSTFILE-FS-EOF  VALUE '10'.
       77  CUSTNDX-FS          PIC X(2).
           88 CUSTNDX-FS-OK    VALUE '00'.

       77  CUSTFILE-IO-FLAG    PIC 9.
           88 CUSTFILE-DONE        VALUE 1.
           88 CUSTFILE-HAS-MORE    VALUE 0.

       01  WS-INDEX-ENTRY.
           05 WS-NDX-PHONETIC-CODE PIC X(4).
           05 WS-NDX-FILE-KEY      PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-NDX-LASTNAME      PIC X(40).
           05 FILLER               PIC X(29) VALUE SPACES.

       01  WS-BUILD-TOTALS.
           05 WS-TOTAL-EXAMINED    PIC 9(7) VALUE 0.
           05 WS-TOTAL-TOMBSTONES  PIC 9(7) VALUE 0.
           05 WS-TOTAL-NO-NAME     PIC 9(7) VALUE 0.
           05 WS-TOTAL-INDEXED     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY '==> ZTPCSNDB start'
           MOVE RC-SUCCESS TO RETURN-CODE

           OPEN INPUT CUSTFILE
           IF NOT CUSTFILE-FS-OK
               DISPLAY '1: Error opening CUSTFILE: ' CUSTFILE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           SORT NDX-SORT-WORK
               ON ASCENDING KEY NSR-KEY
               INPUT PROCEDURE IS SELECT-INDEX-ENTRIES
               GIVING CUSTNDX
           IF SORT-RETURN NOT = 0
               DISPLAY '2: Error loading CUSTNDX: SORT-RETURN='
                   SORT-RETURN ' CUSTNDX status ' CUSTNDX-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
           END-IF

           CLOSE CUSTFILE

           DISPLAY '==> ZTPCSNDB examined      : ' WS-TOTAL-EXAMINED
           DISPLAY '==> ZTPCSNDB tombstones    : ' WS-TOTAL-TOMBSTONES
           DISPLAY '==> ZTPCSNDB no last name  : ' WS-TOTAL-NO-NAME
           DISPLAY '==> ZTPCSNDB indexed       : ' WS-TOTAL-INDEXED
           DISPLAY '==> ZTPCSNDB end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Sort input: one entry for every live, named CUSTFILE record.   *
      ******************************************************************
       SELECT-INDEX-ENTRIES.

           SET CUSTFILE-HAS-MORE TO TRUE
           PERFORM UNTIL CUSTFILE-DONE
               READ CUSTFILE NEXT RECORD
                   AT END
                       SET CUSTFILE-DONE TO TRUE
                   NOT AT END
                       PERFORM SELECT-ONE-RECORD
               END-READ

               IF NOT CUSTFILE-FS-OK AND NOT CUSTFILE-FS-EOF
                   DISPLAY '3: Error reading CUSTFILE: ' CUSTFILE-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET CUSTFILE-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

       SELECT-ONE-RECORD.

           IF FILE-KEY = '000000'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-EXAMINED

           IF DELETED-YES
               ADD 1 TO WS-TOTAL-TOMBSTONES
               EXIT PARAGRAPH
           END-IF

           CALL 'ZTPCSNDX' USING FILE-LASTNAME, WS-NDX-PHONETIC-CODE
           IF WS-NDX-PHONETIC-CODE = SPACES
               ADD 1 TO WS-TOTAL-NO-NAME
               DISPLAY '==> ZTPCSNDB no last name to index ['
                   FILE-KEY ']'
               EXIT PARAGRAPH
           END-IF

           MOVE FILE-KEY TO WS-NDX-FILE-KEY
           MOVE FILE-LASTNAME TO WS-NDX-LASTNAME
           RELEASE NDX-SORT-RECORD FROM WS-INDEX-ENTRY
           ADD 1 TO WS-TOTAL-INDEXED

           EXIT.
