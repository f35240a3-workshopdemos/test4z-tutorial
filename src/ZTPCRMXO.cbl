       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCRMXO.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Nightly CRM extract, the outbound half of the CRM interface    *
      * (ZTPCRMIN is the inbound half). The sales CRM keeps its own    *
      * copy of the customer contact list; this program sends it       *
      * every CUSTFILE customer changed on one day, online or batch,   *
      * in the CRM's delimited format (see ZTPCRMRC).                  *
      *                                                                *
      * The day's changes come from the permanent audit KSDS (AUDKSDS, *
      * see ZTPAUDDR): every successful 'CUSTFILE' entry that changed  *
      * a record. Each changed key is sent once, however often it      *
      * changed, with the record as it stands now rather than as the   *
      * audit entry left it, so a rerun or a late extract never sends  *
      * the CRM a stale image. A live customer goes out as 'U' (add or *
      * replace), a deleted one (tombstone) as 'D'. Keeps and releases *
      * go out too: they change FILE-VERSION, and the CRM must hold    *
      * the current version for its own changes to come back clean.    *
      *                                                                *
      * Run it after ZTPAUDDR has drained the day's audit queues.      *
      *                                                                *
      * Runtime PARM: 'DATE=YYYYMMDD' (default: yesterday).            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AUDIT-MASTER ASSIGN AUDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMR-KEY
           FILE STATUS IS AUDIT-MASTER-FS.

           SELECT CUSTFILE ASSIGN TO CUSTFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FILE-KEY
           FILE STATUS IS CUSTFILE-FS.

           SELECT CRM-EXTRACT ASSIGN CRMOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CRM-EXTRACT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-MASTER RECORD CONTAINS 141 CHARACTERS
           DATA RECORD IS AUDIT-MASTER-RECORD.
       01  AUDIT-MASTER-RECORD.
           05 AMR-KEY.
               10 AMR-DATE         PIC X(8).
               10 AMR-TIME         PIC X(8).
               10 AMR-SEQUENCE     PIC 9(4).
           05 FILLER               PIC X.
           05 AMR-AUDIT-DATA       PIC X(120).

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

       FD  CRM-EXTRACT RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CRM-EXTRACT-RECORD.
       01  CRM-EXTRACT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  AUDIT-MASTER-FS     PIC X(2).
           88 AUDIT-MASTER-FS-OK  VALUE '00'.
           88 AUDIT-MASTER-FS-EOF VALUE '10'.
       77  CUSTFILE-FS         PIC X(2).
           88 CUSTFILE-FS-OK        VALUE '00'.
           88 CUSTFILE-FS-NOT-FOUND VALUE '23'.
       77  CRM-EXTRACT-FS      PIC X(2).
           88 CRM-EXTRACT-FS-OK   VALUE '00'.

       77  AUDIT-IO-FLAG       PIC 9.
           88 AUDIT-DONE           VALUE 1.
           88 AUDIT-HAS-MORE       VALUE 0.

           COPY ZTAUDREC.

           COPY ZTPCRMRC.

       77  WS-EXTRACT-DATE     PIC X(8) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05 CURR-YEAR            PIC 9(4).
           05 CURR-MONTH           PIC 9(2).
           05 CURR-DAY             PIC 9(2).
           05 FILLER               PIC X(13).
       01  DAI-DATE-AS-INTEGER     PIC 9(8).
       01  DAI-DATE-AS-INTEGER-REDEF REDEFINES DAI-DATE-AS-INTEGER.
           05 DAI-YEAR             PIC 9(4).
           05 DAI-MONTH            PIC 9(2).
           05 DAI-DAY              PIC 9(2).
       77  WS-DAY-NUMBER           PIC 9(7).

      ******************************************************************
      * The keys changed on the extract date, in order of first change.*
      ******************************************************************
       01  WS-KEY-TABLE.
           05 WS-KT-KEY OCCURS 5000 TIMES PIC X(6).
       77  WS-KT-USED          PIC 9(4) VALUE 0.
       77  WS-KT-INDEX         PIC 9(4).
       77  WS-KT-FOUND-FLAG    PIC 9.
           88 WS-KT-FOUND      VALUE 1.
           88 WS-KT-NOT-FOUND  VALUE 0.
       77  WS-KT-FULL-FLAG     PIC 9 VALUE 0.
           88 WS-KT-FULL       VALUE 1.

      *-----------------------------------------------------------------
      * Building one delimited line: each value is appended without
      * its trailing spaces, '|' inside a value becoming a space.
      *-----------------------------------------------------------------
       77  WS-LINE-POINTER     PIC 9(3).
       77  WS-FIELD-VALUE      PIC X(40).
       77  WS-FIELD-LENGTH     PIC 9(2).
       77  WS-COUNT-EDIT       PIC 9(7).

       01  WS-EXTRACT-TOTALS.
           05 WS-TOTAL-READ        PIC 9(7) VALUE 0.
           05 WS-TOTAL-CHANGES     PIC 9(7) VALUE 0.
           05 WS-TOTAL-DETAILS     PIC 9(7) VALUE 0.
           05 WS-TOTAL-UPSERTS     PIC 9(7) VALUE 0.
           05 WS-TOTAL-DELETES     PIC 9(7) VALUE 0.
           05 WS-TOTAL-GONE        PIC 9(7) VALUE 0.

      *-----------------------------------------------------------------
      * Variables for CHECK-PARM.
      *-----------------------------------------------------------------
       77  WS-PARM             PIC X(100) VALUE SPACES.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPCRMXO start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM
           PERFORM OPEN-EXTRACT-FILES
           PERFORM COLLECT-CHANGED-KEYS
           PERFORM WRITE-CRM-EXTRACT
           PERFORM CLOSE-EXTRACT-FILES

           DISPLAY '==> ZTPCRMXO end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * 'DATE=YYYYMMDD' picks the day to extract; the nightly run      *
      * after midnight takes yesterday.                                *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM(1:5) = 'DATE=' AND WS-PARM(6:8) IS NUMERIC
               MOVE WS-PARM(6:8) TO WS-EXTRACT-DATE
           ELSE
               IF WS-PARM NOT = SPACES
                   DISPLAY '==> ZTPCRMXO ignoring PARM ' WS-PARM
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE CURR-YEAR  TO DAI-YEAR
               MOVE CURR-MONTH TO DAI-MONTH
               MOVE CURR-DAY   TO DAI-DAY
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER) - 1
               COMPUTE DAI-DATE-AS-INTEGER =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               MOVE DAI-DATE-AS-INTEGER-REDEF TO WS-EXTRACT-DATE
           END-IF

           DISPLAY '==> ZTPCRMXO extracting changes of '
               WS-EXTRACT-DATE

           EXIT.

       OPEN-EXTRACT-FILES.

           OPEN INPUT AUDIT-MASTER
           IF NOT AUDIT-MASTER-FS-OK
               DISPLAY '1: Error opening audit master: '
                   AUDIT-MASTER-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTFILE
           IF NOT CUSTFILE-FS-OK
               DISPLAY '2: Error opening CUSTFILE: ' CUSTFILE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CRM-EXTRACT
           IF NOT CRM-EXTRACT-FS-OK
               DISPLAY '3: Error opening CRM extract: ' CRM-EXTRACT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      ******************************************************************
      * Browse the extract date's slice of the audit KSDS and note     *
      * each CUSTFILE key a successful change touched.                 *
      ******************************************************************
       COLLECT-CHANGED-KEYS.

           MOVE WS-EXTRACT-DATE TO AMR-DATE
           MOVE LOW-VALUES TO AMR-TIME
           MOVE 0 TO AMR-SEQUENCE

           SET AUDIT-HAS-MORE TO TRUE
           START AUDIT-MASTER KEY IS GREATER OR EQUAL TO AMR-KEY
               INVALID KEY
                   SET AUDIT-DONE TO TRUE
           END-START

           PERFORM UNTIL AUDIT-DONE
               READ AUDIT-MASTER NEXT RECORD
                   AT END
                       SET AUDIT-DONE TO TRUE
                   NOT AT END
                       IF AMR-DATE NOT = WS-EXTRACT-DATE
                           SET AUDIT-DONE TO TRUE
                       ELSE
                           PERFORM NOTE-CHANGED-KEY
                       END-IF
               END-READ

               IF NOT AUDIT-MASTER-FS-OK
                       AND NOT AUDIT-MASTER-FS-EOF
                   DISPLAY '4: Error reading audit master: '
                       AUDIT-MASTER-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET AUDIT-DONE TO TRUE
               END-IF
           END-PERFORM

           DISPLAY '==> ZTPCRMXO read ' WS-TOTAL-READ
               ' audit entr(ies), ' WS-TOTAL-CHANGES
               ' CUSTFILE change(s) to ' WS-KT-USED ' customer(s)'

           EXIT.

      ******************************************************************
      * Searches, browses, counts and failures changed nothing. An     *
      * online 'R' is a record count with no key, so the key test      *
      * passes it over along with the 000000 control record.           *
      ******************************************************************
       NOTE-CHANGED-KEY.

           ADD 1 TO WS-TOTAL-READ
           MOVE AMR-AUDIT-DATA TO AUD-TRAIL-RECORD

           IF AUD-SYSTEM-ID NOT = 'CUSTFILE' OR AUD-STATUS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF AUD-KEY = SPACES OR AUD-KEY = '000000'
               EXIT PARAGRAPH
           END-IF
           EVALUATE AUD-REQUEST-TYPE
               WHEN 'C'
               WHEN 'U'
               WHEN 'D'
               WHEN 'K'
               WHEN 'R'
               WHEN 'G'
               WHEN 'V'
               WHEN '+'
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-TOTAL-CHANGES

           SET WS-KT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-KT-INDEX FROM 1 BY 1
                   UNTIL WS-KT-INDEX > WS-KT-USED OR WS-KT-FOUND
               IF WS-KT-KEY(WS-KT-INDEX) = AUD-KEY
                   SET WS-KT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-KT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-KT-USED >= 5000
               IF NOT WS-KT-FULL
                   DISPLAY '5: Changed-key table full at [' AUD-KEY
                       '], extract incomplete'
                   MOVE RC-ERROR TO RETURN-CODE
                   SET WS-KT-FULL TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-KT-USED
           MOVE AUD-KEY TO WS-KT-KEY(WS-KT-USED)

           EXIT.

      ******************************************************************
      * Header, one detail line per changed customer as it stands now, *
      * trailer. A key no longer on file was a tombstone purged since  *
      * (ZTPCSTPG); its deletion went out on an earlier night.         *
      ******************************************************************
       WRITE-CRM-EXTRACT.

           MOVE SPACES TO CRM-EXTRACT-RECORD
           STRING 'H|CUSTFILE|' WS-EXTRACT-DATE DELIMITED BY SIZE
               INTO CRM-EXTRACT-RECORD
           PERFORM WRITE-EXTRACT-LINE

           PERFORM VARYING WS-KT-INDEX FROM 1 BY 1
                   UNTIL WS-KT-INDEX > WS-KT-USED
               MOVE WS-KT-KEY(WS-KT-INDEX) TO FILE-KEY
               READ CUSTFILE
               EVALUATE TRUE
                   WHEN CUSTFILE-FS-OK
                       PERFORM WRITE-DETAIL-LINE
                   WHEN CUSTFILE-FS-NOT-FOUND
                       ADD 1 TO WS-TOTAL-GONE
                   WHEN OTHER
                       DISPLAY '6: Error reading CUSTFILE [' FILE-KEY
                           ']: ' CUSTFILE-FS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               END-EVALUATE
           END-PERFORM

           MOVE WS-TOTAL-DETAILS TO WS-COUNT-EDIT
           MOVE SPACES TO CRM-EXTRACT-RECORD
           STRING 'T|' WS-COUNT-EDIT DELIMITED BY SIZE
               INTO CRM-EXTRACT-RECORD
           PERFORM WRITE-EXTRACT-LINE

           DISPLAY '==> ZTPCRMXO sent ' WS-TOTAL-UPSERTS
               ' add/replace and ' WS-TOTAL-DELETES
               ' delete line(s); ' WS-TOTAL-GONE
               ' key(s) no longer on file'

           EXIT.

       WRITE-DETAIL-LINE.

           MOVE SPACES TO CRM-CONTACT-FIELDS
           SET CRM-DETAIL TO TRUE
           IF DELETED-YES
               SET CRM-REMOVE TO TRUE
               ADD 1 TO WS-TOTAL-DELETES
           ELSE
               SET CRM-CHANGE TO TRUE
               ADD 1 TO WS-TOTAL-UPSERTS
           END-IF
           MOVE FILE-KEY TO CRM-CUSTOMER-ID
           MOVE FILE-LASTNAME TO CRM-LASTNAME
           MOVE FILE-FIRSTNAME TO CRM-FIRSTNAME
           MOVE FILE-PHONE TO CRM-PHONE
           MOVE FILE-VERSION TO CRM-VERSION
           MOVE WS-EXTRACT-DATE TO CRM-CHANGE-DATE

           MOVE SPACES TO CRM-EXTRACT-RECORD
           MOVE 1 TO WS-LINE-POINTER
           STRING CRM-RECORD-TYPE '|' CRM-ACTION '|'
                   CRM-CUSTOMER-ID '|'
               DELIMITED BY SIZE
               INTO CRM-EXTRACT-RECORD WITH POINTER WS-LINE-POINTER
           MOVE CRM-LASTNAME TO WS-FIELD-VALUE
           PERFORM APPEND-FIELD
           MOVE CRM-FIRSTNAME TO WS-FIELD-VALUE
           PERFORM APPEND-FIELD
           MOVE CRM-PHONE TO WS-FIELD-VALUE
           PERFORM APPEND-FIELD
           STRING CRM-VERSION '|' CRM-CHANGE-DATE
               DELIMITED BY SIZE
               INTO CRM-EXTRACT-RECORD WITH POINTER WS-LINE-POINTER

           PERFORM WRITE-EXTRACT-LINE
           ADD 1 TO WS-TOTAL-DETAILS

           EXIT.

       APPEND-FIELD.

           INSPECT WS-FIELD-VALUE REPLACING ALL '|' BY SPACE

           PERFORM VARYING WS-FIELD-LENGTH FROM 40 BY -1
                   UNTIL WS-FIELD-LENGTH = 0
                   OR WS-FIELD-VALUE(WS-FIELD-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           IF WS-FIELD-LENGTH > 0
               STRING WS-FIELD-VALUE(1:WS-FIELD-LENGTH)
                   DELIMITED BY SIZE
                   INTO CRM-EXTRACT-RECORD WITH POINTER WS-LINE-POINTER
           END-IF
           STRING '|' DELIMITED BY SIZE
               INTO CRM-EXTRACT-RECORD WITH POINTER WS-LINE-POINTER

           EXIT.

       WRITE-EXTRACT-LINE.

           WRITE CRM-EXTRACT-RECORD
           IF NOT CRM-EXTRACT-FS-OK
               DISPLAY '7: Error writing CRM extract: ' CRM-EXTRACT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       CLOSE-EXTRACT-FILES.

           CLOSE AUDIT-MASTER
           CLOSE CUSTFILE
           CLOSE CRM-EXTRACT

           EXIT.
