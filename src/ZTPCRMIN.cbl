       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCRMIN.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * CRM change intake, the inbound half of the CRM interface       *
      * (ZTPCRMXO is the outbound half). The sales CRM sends the       *
      * contact changes its users made (CRMIN, see ZTPCRMRC); this     *
      * program turns them into CUSTREQS requests (ZTDB2PHR layout)    *
      * for ZTPCBAT to apply to CUSTFILE:                              *
      *                                                                *
      *  - 'A' new contact becomes a create; last name, first name and *
      *    phone are all required                                      *
      *  - 'U' change becomes an update of the fields that differ from *
      *    CUSTFILE; a change that differs in nothing is dropped       *
      *  - 'D' removal becomes a delete                                *
      *                                                                *
      * Each 'U' and 'D' carries the FILE-VERSION the CRM last         *
      * received. If CUSTFILE has moved on since - someone here        *
      * changed or deleted the customer - the CRM's change would       *
      * overwrite ours, so it is not passed on but listed on the       *
      * conflict report (CRMCONF) with both sides' values for a data   *
      * steward to settle. The requests that are passed on carry the   *
      * same version as 'VER=nnnnnnnn', so a change made here between  *
      * this run and ZTPCBAT's is still caught, on CBREJECT.           *
      *                                                                *
      * Lines that cannot be used (unknown action, bad id or version,  *
      * missing or invalid fields, unknown customer) are listed on the *
      * same report as rejects. So is a second change to a customer    *
      * already changed earlier in the same file: it was made against  *
      * the same version, and only the first can apply.                *
      *                                                                *
      * The file must start with its header and end with its trailer,  *
      * whose count must match the detail lines. A file that fails     *
      * those checks has been cut short or mixed up in transfer: the   *
      * run ends with RC 12 and the CUSTREQS it wrote must not be      *
      * applied. Conflicts and rejects end it with RC 4.               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CRM-CHANGES ASSIGN CRMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CRM-CHANGES-FS.

           SELECT CUSTFILE ASSIGN TO CUSTFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FILE-KEY
           FILE STATUS IS CUSTFILE-FS.

           SELECT CUST-REQUEST-FILE ASSIGN CUSTREQS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CUST-REQUEST-FS.

           SELECT CONFLICT-REPORT ASSIGN CRMCONF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONFLICT-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  CRM-CHANGES RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CRM-CHANGES-RECORD.
       01  CRM-CHANGES-RECORD PIC X(200).

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

       FD  CUST-REQUEST-FILE RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CUST-REQUEST-RECORD.
       01  CUST-REQUEST-RECORD PIC X(200).

       FD  CONFLICT-REPORT RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CONFLICT-REPORT-RECORD.
       01  CONFLICT-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  CRM-CHANGES-FS      PIC X(2).
           88 CRM-CHANGES-FS-OK   VALUE '00'.
           88 CRM-CHANGES-FS-EOF  VALUE '10'.
       77  CUSTFILE-FS         PIC X(2).
           88 CUSTFILE-FS-OK        VALUE '00'.
           88 CUSTFILE-FS-NOT-FOUND VALUE '23'.
       77  CUST-REQUEST-FS     PIC X(2).
           88 CUST-REQUEST-FS-OK  VALUE '00'.
       77  CONFLICT-REPORT-FS  PIC X(2).
           88 CONFLICT-REPORT-FS-OK VALUE '00'.

       77  CRM-IO-FLAG         PIC 9.
           88 CRM-DONE             VALUE 1.
           88 CRM-HAS-MORE         VALUE 0.

      *-----------------------------------------------------------------
      * The request record, shared with ZTDB2PHN's PHUPDATE layout.
      *-----------------------------------------------------------------
           COPY ZTDB2PHR.

           COPY ZTPCRMRC.

      *-----------------------------------------------------------------
      * One line split at its '|' delimiters. The receiving fields are
      * wider than any value so an over-long value shows up as text
      * past its maximum width; a ninth field means too many.
      *-----------------------------------------------------------------
       01  WS-LINE-FIELDS.
           05 WS-LINE-FIELD OCCURS 9 TIMES PIC X(60).
       77  WS-FIELD-INDEX      PIC 9.
       77  WS-FIELD-LENGTH     PIC 9(2).
       01  WS-FIELD-MAXIMUMS.
           05 FILLER               PIC 9(2) VALUE 01.
           05 FILLER               PIC 9(2) VALUE 01.
           05 FILLER               PIC 9(2) VALUE 06.
           05 FILLER               PIC 9(2) VALUE 40.
           05 FILLER               PIC 9(2) VALUE 40.
           05 FILLER               PIC 9(2) VALUE 10.
           05 FILLER               PIC 9(2) VALUE 08.
           05 FILLER               PIC 9(2) VALUE 08.
       01  WS-FIELD-MAXIMUM-TABLE REDEFINES WS-FIELD-MAXIMUMS.
           05 WS-FIELD-MAXIMUM OCCURS 8 TIMES PIC 9(2).

      *-----------------------------------------------------------------
      * Where the file stands: header seen, trailer seen.
      *-----------------------------------------------------------------
       77  WS-HEADER-FLAG      PIC 9 VALUE 0.
           88 WS-HEADER-SEEN       VALUE 1.
       77  WS-TRAILER-FLAG     PIC 9 VALUE 0.
           88 WS-TRAILER-SEEN      VALUE 1.
       77  WS-FILE-ERROR-FLAG  PIC 9 VALUE 0.
           88 WS-FILE-IN-ERROR     VALUE 1.
       77  WS-TRAILER-COUNT    PIC 9(7).

      *-----------------------------------------------------------------
      * The disposition of the line in hand.
      *-----------------------------------------------------------------
       77  WS-LINE-FLAG        PIC 9.
           88 WS-LINE-OK           VALUE 0.
           88 WS-LINE-CONFLICT     VALUE 1.
           88 WS-LINE-REJECTED     VALUE 2.
           88 WS-LINE-DROPPED      VALUE 3.
       77  WS-LINE-REASON      PIC X(30).
       77  WS-RECORD-FLAG      PIC 9.
           88 WS-RECORD-READ       VALUE 1.
           88 WS-RECORD-NOT-READ   VALUE 0.
       77  WS-CRM-VERSION      PIC 9(8).
       77  WS-FIELD-CHANGES    PIC 9.

      ******************************************************************
      * Customers already changed by an earlier line of this file.     *
      ******************************************************************
       01  WS-ID-TABLE.
           05 WS-IT-ID OCCURS 5000 TIMES PIC X(6).
       77  WS-IT-USED          PIC 9(4) VALUE 0.
       77  WS-IT-INDEX         PIC 9(4).
       77  WS-IT-FOUND-FLAG    PIC 9.
           88 WS-IT-FOUND      VALUE 1.
           88 WS-IT-NOT-FOUND  VALUE 0.

       01  WS-INTAKE-TOTALS.
           05 WS-TOTAL-LINES       PIC 9(7) VALUE 0.
           05 WS-TOTAL-DETAILS     PIC 9(7) VALUE 0.
           05 WS-TOTAL-CREATES     PIC 9(7) VALUE 0.
           05 WS-TOTAL-UPDATES     PIC 9(7) VALUE 0.
           05 WS-TOTAL-DELETES     PIC 9(7) VALUE 0.
           05 WS-TOTAL-UNCHANGED   PIC 9(7) VALUE 0.
           05 WS-TOTAL-CONFLICTS   PIC 9(7) VALUE 0.
           05 WS-TOTAL-REJECTS     PIC 9(7) VALUE 0.

      ******************************************************************
      * Report lines.                                                  *
      ******************************************************************
       01  CRC-TITLE-LINE.
           05 FILLER               PIC X(40)
               VALUE 'CRM INBOUND CONFLICTS AND REJECTS - CRM '.
           05 FILLER               PIC X(13) VALUE 'FILE OF DATE '.
           05 CRC-TITLE-DATE       PIC X(8).
           05 FILLER               PIC X(71) VALUE SPACES.

       01  CRC-ENTRY-LINE.
           05 CRC-ENTRY-KIND       PIC X(10).
           05 FILLER               PIC X(5) VALUE 'LINE '.
           05 CRC-ENTRY-LINE-NO    PIC Z(6)9.
           05 FILLER               PIC X(8) VALUE '  ACTION'.
           05 FILLER               PIC X VALUE SPACE.
           05 CRC-ENTRY-ACTION     PIC X.
           05 FILLER               PIC X(5) VALUE '  ID '.
           05 CRC-ENTRY-ID         PIC X(6).
           05 FILLER               PIC X(10) VALUE '  REASON: '.
           05 CRC-ENTRY-REASON     PIC X(30).
           05 FILLER               PIC X(49) VALUE SPACES.

       01  CRC-VALUES-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CRC-VALUES-SIDE      PIC X(8).
           05 FILLER               PIC X(5) VALUE ' VER '.
           05 CRC-VALUES-VERSION   PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 CRC-VALUES-LASTNAME  PIC X(40).
           05 FILLER               PIC X VALUE SPACE.
           05 CRC-VALUES-FIRSTNAME PIC X(40).
           05 FILLER               PIC X VALUE SPACE.
           05 CRC-VALUES-PHONE     PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 CRC-VALUES-STATE     PIC X(9).
           05 FILLER               PIC X(6) VALUE SPACES.

       01  CRC-TOTAL-LINE.
           05 CRC-TOTAL-LABEL      PIC X(30).
           05 CRC-TOTAL-VALUE      PIC Z(6)9.
           05 FILLER               PIC X(95) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY '==> ZTPCRMIN start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM OPEN-INTAKE-FILES
           PERFORM READ-CRM-CHANGES
           PERFORM CHECK-FILE-COMPLETE
           PERFORM WRITE-INTAKE-SUMMARY
           PERFORM CLOSE-INTAKE-FILES

           DISPLAY '==> ZTPCRMIN end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * CUSTFILE is only read here: ZTPCBAT makes the changes.         *
      ******************************************************************
       OPEN-INTAKE-FILES.

           OPEN INPUT CRM-CHANGES
           IF NOT CRM-CHANGES-FS-OK
               DISPLAY '1: Error opening CRM change file: '
                   CRM-CHANGES-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTFILE
           IF NOT CUSTFILE-FS-OK
               DISPLAY '2: Error opening CUSTFILE: ' CUSTFILE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CUST-REQUEST-FILE
           IF NOT CUST-REQUEST-FS-OK
               DISPLAY '3: Error opening CUSTREQS: ' CUST-REQUEST-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CONFLICT-REPORT
           IF NOT CONFLICT-REPORT-FS-OK
               DISPLAY '4: Error opening conflict report: '
                   CONFLICT-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       READ-CRM-CHANGES.

           SET CRM-HAS-MORE TO TRUE
           PERFORM UNTIL CRM-DONE
               READ CRM-CHANGES
                   AT END
                       SET CRM-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LINES
                       IF CRM-CHANGES-RECORD NOT = SPACES
                           PERFORM PROCESS-CRM-LINE
                       END-IF
               END-READ

               IF NOT CRM-CHANGES-FS-OK AND NOT CRM-CHANGES-FS-EOF
                   DISPLAY '5: Error reading CRM change file: '
                       CRM-CHANGES-FS
                   MOVE RC-SEVERE-ERROR TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Split the line and route it by record type. The header must    *
      * come first and nothing may follow the trailer.                 *
      ******************************************************************
       PROCESS-CRM-LINE.

           MOVE SPACES TO WS-LINE-FIELDS
           UNSTRING CRM-CHANGES-RECORD DELIMITED BY '|'
               INTO WS-LINE-FIELD(1) WS-LINE-FIELD(2)
                    WS-LINE-FIELD(3) WS-LINE-FIELD(4)
                    WS-LINE-FIELD(5) WS-LINE-FIELD(6)
                    WS-LINE-FIELD(7) WS-LINE-FIELD(8)
                    WS-LINE-FIELD(9)
           END-UNSTRING

           IF WS-TRAILER-SEEN
               DISPLAY '6: CRM change file has data after its '
                   'trailer, line ' WS-TOTAL-LINES
               SET WS-FILE-IN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-HEADER-SEEN
               PERFORM CHECK-HEADER-LINE
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-LINE-FIELD(1)
               WHEN 'D'
                   ADD 1 TO WS-TOTAL-DETAILS
                   PERFORM PROCESS-DETAIL-LINE
               WHEN 'T'
                   PERFORM CHECK-TRAILER-LINE
               WHEN OTHER
                   MOVE SPACES TO CRM-CONTACT-FIELDS
                   SET WS-RECORD-NOT-READ TO TRUE
                   SET WS-LINE-REJECTED TO TRUE
                   MOVE 'Unknown record type' TO WS-LINE-REASON
                   PERFORM REPORT-CRM-LINE
           END-EVALUATE

           EXIT.

      ******************************************************************
      * 'H|CUSTFILE|yyyymmdd'. Anything else is not our file, and      *
      * nothing in it can be trusted.                                  *
      ******************************************************************
       CHECK-HEADER-LINE.

           MOVE SPACES TO CRM-CONTROL-FIELDS
           IF WS-LINE-FIELD(1) NOT = 'H'
                   OR WS-LINE-FIELD(2) NOT = 'CUSTFILE'
                   OR WS-LINE-FIELD(3)(1:8) IS NOT NUMERIC
                   OR WS-LINE-FIELD(3)(9:) NOT = SPACES
               DISPLAY '7: CRM change file does not start with a '
                   'CUSTFILE header'
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               PERFORM CLOSE-INTAKE-FILES
               GOBACK
           END-IF

           MOVE WS-LINE-FIELD(2) TO CRM-FILE-SYSTEM
           MOVE WS-LINE-FIELD(3) TO CRM-FILE-DATE
           SET WS-HEADER-SEEN TO TRUE

           MOVE CRM-FILE-DATE TO CRC-TITLE-DATE
           MOVE CRC-TITLE-LINE TO CONFLICT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO CONFLICT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           DISPLAY '==> ZTPCRMIN CRM change file of ' CRM-FILE-DATE

           EXIT.

      ******************************************************************
      * 'T|nnnnnnn': the count of detail lines the CRM sent.           *
      ******************************************************************
       CHECK-TRAILER-LINE.

           SET WS-TRAILER-SEEN TO TRUE

           PERFORM VARYING WS-FIELD-LENGTH FROM 60 BY -1
                   UNTIL WS-FIELD-LENGTH = 0
                   OR WS-LINE-FIELD(2)(WS-FIELD-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           IF WS-FIELD-LENGTH = 0 OR WS-FIELD-LENGTH > 7
               DISPLAY '8: CRM change file trailer has no valid count'
               SET WS-FILE-IN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-FIELD(2)(1:WS-FIELD-LENGTH) IS NOT NUMERIC
               DISPLAY '8: CRM change file trailer has no valid count'
               SET WS-FILE-IN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LINE-FIELD(2)(1:WS-FIELD-LENGTH) TO WS-TRAILER-COUNT
           MOVE WS-TRAILER-COUNT TO CRM-DETAIL-COUNT
           IF WS-TRAILER-COUNT NOT = WS-TOTAL-DETAILS
               DISPLAY '9: CRM change file trailer counts '
                   WS-TRAILER-COUNT ' detail line(s), file has '
                   WS-TOTAL-DETAILS
               SET WS-FILE-IN-ERROR TO TRUE
           END-IF

           EXIT.

      ******************************************************************
      * One contact change. Edit it, check it against CUSTFILE, and    *
      * either write its request or report why not.                    *
      ******************************************************************
       PROCESS-DETAIL-LINE.

           MOVE SPACES TO CRM-CONTACT-FIELDS
           MOVE WS-LINE-FIELD(1) TO CRM-RECORD-TYPE
           MOVE WS-LINE-FIELD(2) TO CRM-ACTION
           MOVE WS-LINE-FIELD(3) TO CRM-CUSTOMER-ID
           MOVE WS-LINE-FIELD(4) TO CRM-LASTNAME
           MOVE WS-LINE-FIELD(5) TO CRM-FIRSTNAME
           MOVE WS-LINE-FIELD(6) TO CRM-PHONE
           MOVE WS-LINE-FIELD(7) TO CRM-VERSION
           MOVE WS-LINE-FIELD(8) TO CRM-CHANGE-DATE
           IF CRM-CHANGE-DATE = SPACES
               MOVE CRM-FILE-DATE TO CRM-CHANGE-DATE
           END-IF

           SET WS-LINE-OK TO TRUE
           SET WS-RECORD-NOT-READ TO TRUE
           MOVE SPACES TO WS-LINE-REASON

           PERFORM EDIT-DETAIL-LINE
           IF WS-LINE-OK
               EVALUATE TRUE
                   WHEN CRM-ADD
                       PERFORM BUILD-CREATE-REQUEST
                   WHEN CRM-CHANGE
                       PERFORM BUILD-UPDATE-REQUEST
                   WHEN CRM-REMOVE
                       PERFORM BUILD-DELETE-REQUEST
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN WS-LINE-OK
                   PERFORM WRITE-CUST-REQUEST
               WHEN WS-LINE-DROPPED
                   ADD 1 TO WS-TOTAL-UNCHANGED
               WHEN OTHER
                   PERFORM REPORT-CRM-LINE
           END-EVALUATE

           EXIT.

      ******************************************************************
      * Checks that need only the line itself.                         *
      ******************************************************************
       EDIT-DETAIL-LINE.

           IF WS-LINE-FIELD(9) NOT = SPACES
               SET WS-LINE-REJECTED TO TRUE
               MOVE 'Too many fields' TO WS-LINE-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
                   UNTIL WS-FIELD-INDEX > 8 OR NOT WS-LINE-OK
               IF WS-LINE-FIELD(WS-FIELD-INDEX)
                       (WS-FIELD-MAXIMUM(WS-FIELD-INDEX) + 1:)
                       NOT = SPACES
                   SET WS-LINE-REJECTED TO TRUE
                   MOVE 'Field too long' TO WS-LINE-REASON
               END-IF
           END-PERFORM
           IF NOT WS-LINE-OK
               EXIT PARAGRAPH
           END-IF

           IF NOT CRM-ADD AND NOT CRM-CHANGE AND NOT CRM-REMOVE
               SET WS-LINE-REJECTED TO TRUE
               MOVE 'Unknown action' TO WS-LINE-REASON
               EXIT PARAGRAPH
           END-IF

           IF CRM-ADD
               IF CRM-CUSTOMER-ID NOT = SPACES
                   SET WS-LINE-REJECTED TO TRUE
                   MOVE 'New contact carries an id' TO WS-LINE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF CRM-LASTNAME = SPACES OR CRM-FIRSTNAME = SPACES
                       OR CRM-PHONE = SPACES
                   SET WS-LINE-REJECTED TO TRUE
                   MOVE 'Missing field(s)' TO WS-LINE-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CRM-CUSTOMER-ID IS NOT NUMERIC
                       OR CRM-CUSTOMER-ID = '000000'
                   SET WS-LINE-REJECTED TO TRUE
                   MOVE 'Invalid customer id' TO WS-LINE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF CRM-VERSION IS NOT NUMERIC
                   SET WS-LINE-REJECTED TO TRUE
                   MOVE 'Invalid version' TO WS-LINE-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE CRM-VERSION TO WS-CRM-VERSION
           END-IF

      *-----------------------------------------------------------------
      * The same phone edit ZTPCICST and ZTPCBAT apply: ten digits, no
      * leading 0 or 1 in the area code.
      *-----------------------------------------------------------------
           IF CRM-PHONE NOT = SPACES
               IF CRM-PHONE IS NOT NUMERIC
                   SET WS-LINE-REJECTED TO TRUE
                   MOVE 'Invalid phone format' TO WS-LINE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF CRM-PHONE(1:1) = '0' OR CRM-PHONE(1:1) = '1'
                   SET WS-LINE-REJECTED TO TRUE
                   MOVE 'Invalid area code' TO WS-LINE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CRM-ADD
               EXIT PARAGRAPH
           END-IF

           SET WS-IT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-IT-INDEX FROM 1 BY 1
                   UNTIL WS-IT-INDEX > WS-IT-USED OR WS-IT-FOUND
               IF WS-IT-ID(WS-IT-INDEX) = CRM-CUSTOMER-ID
                   SET WS-IT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-IT-FOUND
               SET WS-LINE-CONFLICT TO TRUE
               MOVE 'Changed twice in CRM file' TO WS-LINE-REASON
               EXIT PARAGRAPH
           END-IF

           EXIT.

       BUILD-CREATE-REQUEST.

           MOVE SPACES TO UPD-PHONE-UPDATE-FILE-RECORD
           SET UPD-CREATE TO TRUE
           STRING 'CRM ' CRM-CHANGE-DATE DELIMITED BY SIZE
               INTO UPD-MESSAGE
           MOVE CRM-LASTNAME TO UPD-LASTNAME
           MOVE CRM-FIRSTNAME TO UPD-FIRSTNAME
           MOVE CRM-PHONE TO UPD-PHONE
           ADD 1 TO WS-TOTAL-CREATES

           EXIT.

      ******************************************************************
      * Only the fields the CRM changed are sent: ZTPCBAT leaves a     *
      * blank field alone, and a blank from the CRM never clears ours. *
      ******************************************************************
       BUILD-UPDATE-REQUEST.

           PERFORM READ-CUST-RECORD
           IF NOT WS-LINE-OK
               EXIT PARAGRAPH
           END-IF

           IF DELETED-YES
               SET WS-LINE-CONFLICT TO TRUE
               MOVE 'Deleted here since' TO WS-LINE-REASON
               EXIT PARAGRAPH
           END-IF
           IF FILE-VERSION NOT = WS-CRM-VERSION
               SET WS-LINE-CONFLICT TO TRUE
               MOVE 'Changed here since' TO WS-LINE-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO UPD-PHONE-UPDATE-FILE-RECORD
           SET UPD-UPDATE TO TRUE
           MOVE CRM-CUSTOMER-ID TO UPD-KEY
           PERFORM SET-VERSION-TAG
           MOVE 0 TO WS-FIELD-CHANGES
           IF CRM-LASTNAME NOT = SPACES
                   AND CRM-LASTNAME NOT = FILE-LASTNAME
               MOVE CRM-LASTNAME TO UPD-LASTNAME
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           IF CRM-FIRSTNAME NOT = SPACES
                   AND CRM-FIRSTNAME NOT = FILE-FIRSTNAME
               MOVE CRM-FIRSTNAME TO UPD-FIRSTNAME
               ADD 1 TO WS-FIELD-CHANGES
           END-IF
           IF CRM-PHONE NOT = SPACES
                   AND CRM-PHONE NOT = FILE-PHONE
               MOVE CRM-PHONE TO UPD-PHONE
               ADD 1 TO WS-FIELD-CHANGES
           END-IF

           IF WS-FIELD-CHANGES = 0
               SET WS-LINE-DROPPED TO TRUE
           ELSE
               ADD 1 TO WS-TOTAL-UPDATES
           END-IF

           EXIT.

      ******************************************************************
      * A customer already deleted here needs nothing more. A kept     *
      * customer cannot be deleted at all (ZTPCBAT would refuse it).   *
      ******************************************************************
       BUILD-DELETE-REQUEST.

           PERFORM READ-CUST-RECORD
           IF NOT WS-LINE-OK
               EXIT PARAGRAPH
           END-IF

           IF DELETED-YES
               SET WS-LINE-DROPPED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF FILE-VERSION NOT = WS-CRM-VERSION
               SET WS-LINE-CONFLICT TO TRUE
               MOVE 'Changed here since' TO WS-LINE-REASON
               EXIT PARAGRAPH
           END-IF
           IF KEEP-YES
               SET WS-LINE-REJECTED TO TRUE
               MOVE 'Customer is kept' TO WS-LINE-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO UPD-PHONE-UPDATE-FILE-RECORD
           SET UPD-DELETE TO TRUE
           MOVE CRM-CUSTOMER-ID TO UPD-KEY
           PERFORM SET-VERSION-TAG
           ADD 1 TO WS-TOTAL-DELETES

           EXIT.

      ******************************************************************
      * 'VER=nnnnnnnn CRM yyyymmdd': ZTPCBAT's optimistic-lock tag,    *
      * then where the change came from.                               *
      ******************************************************************
       SET-VERSION-TAG.

           STRING 'VER=' CRM-VERSION ' CRM ' CRM-CHANGE-DATE
               DELIMITED BY SIZE INTO UPD-MESSAGE

           EXIT.

       READ-CUST-RECORD.

           MOVE CRM-CUSTOMER-ID TO FILE-KEY
           READ CUSTFILE
           EVALUATE TRUE
               WHEN CUSTFILE-FS-OK
                   SET WS-RECORD-READ TO TRUE
               WHEN CUSTFILE-FS-NOT-FOUND
                   SET WS-LINE-REJECTED TO TRUE
                   MOVE 'Unknown customer' TO WS-LINE-REASON
               WHEN OTHER
                   DISPLAY '10: Error reading CUSTFILE [' FILE-KEY
                       ']: ' CUSTFILE-FS
                   MOVE RC-SEVERE-ERROR TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           EXIT.

       WRITE-CUST-REQUEST.

           MOVE UPD-PHONE-UPDATE-FILE-RECORD TO CUST-REQUEST-RECORD
           WRITE CUST-REQUEST-RECORD
           IF NOT CUST-REQUEST-FS-OK
               DISPLAY '11: Error writing CUSTREQS: ' CUST-REQUEST-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT CRM-ADD
               IF WS-IT-USED < 5000
                   ADD 1 TO WS-IT-USED
                   MOVE CRM-CUSTOMER-ID TO WS-IT-ID(WS-IT-USED)
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * A conflict or reject: the line as the CRM sent it and, when    *
      * the customer was read, CUSTFILE's side for comparison.         *
      ******************************************************************
       REPORT-CRM-LINE.

           IF WS-LINE-CONFLICT
               MOVE 'CONFLICT' TO CRC-ENTRY-KIND
               ADD 1 TO WS-TOTAL-CONFLICTS
           ELSE
               MOVE 'REJECTED' TO CRC-ENTRY-KIND
               ADD 1 TO WS-TOTAL-REJECTS
           END-IF
           MOVE WS-TOTAL-LINES TO CRC-ENTRY-LINE-NO
           MOVE CRM-ACTION TO CRC-ENTRY-ACTION
           MOVE CRM-CUSTOMER-ID TO CRC-ENTRY-ID
           MOVE WS-LINE-REASON TO CRC-ENTRY-REASON
           MOVE CRC-ENTRY-LINE TO CONFLICT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE 'CRM' TO CRC-VALUES-SIDE
           MOVE CRM-VERSION TO CRC-VALUES-VERSION
           MOVE CRM-LASTNAME TO CRC-VALUES-LASTNAME
           MOVE CRM-FIRSTNAME TO CRC-VALUES-FIRSTNAME
           MOVE CRM-PHONE TO CRC-VALUES-PHONE
           MOVE SPACES TO CRC-VALUES-STATE
           MOVE CRC-VALUES-LINE TO CONFLICT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           IF WS-RECORD-READ
               MOVE 'CUSTFILE' TO CRC-VALUES-SIDE
               MOVE FILE-VERSION TO CRC-VALUES-VERSION
               MOVE FILE-LASTNAME TO CRC-VALUES-LASTNAME
               MOVE FILE-FIRSTNAME TO CRC-VALUES-FIRSTNAME
               MOVE FILE-PHONE TO CRC-VALUES-PHONE
               EVALUATE TRUE
                   WHEN DELETED-YES
                       MOVE 'DELETED' TO CRC-VALUES-STATE
                   WHEN KEEP-YES
                       MOVE 'KEPT' TO CRC-VALUES-STATE
                   WHEN OTHER
                       MOVE SPACES TO CRC-VALUES-STATE
               END-EVALUATE
               MOVE CRC-VALUES-LINE TO CONFLICT-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF

           EXIT.

      ******************************************************************
      * A file with no header never got this far. One with no trailer, *
      * a wrong count or data past the trailer has lost or gained      *
      * lines on the way: its requests must not be applied.            *
      ******************************************************************
       CHECK-FILE-COMPLETE.

           IF NOT WS-HEADER-SEEN
               DISPLAY '7: CRM change file does not start with a '
                   'CUSTFILE header'
               SET WS-FILE-IN-ERROR TO TRUE
           END-IF
           IF WS-HEADER-SEEN AND NOT WS-TRAILER-SEEN
               DISPLAY '12: CRM change file has no trailer'
               SET WS-FILE-IN-ERROR TO TRUE
           END-IF

           IF WS-FILE-IN-ERROR
               DISPLAY '==> ZTPCRMIN CRM change file incomplete, do '
                   'not apply CUSTREQS'
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               IF WS-TOTAL-CONFLICTS > 0 OR WS-TOTAL-REJECTS > 0
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF

           EXIT.

       WRITE-INTAKE-SUMMARY.

           MOVE SPACES TO CONFLICT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE 'DETAIL LINES READ' TO CRC-TOTAL-LABEL
           MOVE WS-TOTAL-DETAILS TO CRC-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CREATE REQUESTS WRITTEN' TO CRC-TOTAL-LABEL
           MOVE WS-TOTAL-CREATES TO CRC-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'UPDATE REQUESTS WRITTEN' TO CRC-TOTAL-LABEL
           MOVE WS-TOTAL-UPDATES TO CRC-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'DELETE REQUESTS WRITTEN' TO CRC-TOTAL-LABEL
           MOVE WS-TOTAL-DELETES TO CRC-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ALREADY IN STEP' TO CRC-TOTAL-LABEL
           MOVE WS-TOTAL-UNCHANGED TO CRC-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CONFLICTS' TO CRC-TOTAL-LABEL
           MOVE WS-TOTAL-CONFLICTS TO CRC-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'REJECTS' TO CRC-TOTAL-LABEL
           MOVE WS-TOTAL-REJECTS TO CRC-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE

           DISPLAY '==> ZTPCRMIN ' WS-TOTAL-DETAILS ' change(s): '
               WS-TOTAL-CREATES ' create, ' WS-TOTAL-UPDATES
               ' update, ' WS-TOTAL-DELETES ' delete, '
               WS-TOTAL-UNCHANGED ' in step, ' WS-TOTAL-CONFLICTS
               ' conflict, ' WS-TOTAL-REJECTS ' reject'

           EXIT.

       WRITE-TOTAL-LINE.

           MOVE CRC-TOTAL-LINE TO CONFLICT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE.

           WRITE CONFLICT-REPORT-RECORD
           IF NOT CONFLICT-REPORT-FS-OK
               DISPLAY '13: Error writing conflict report: '
                   CONFLICT-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       CLOSE-INTAKE-FILES.

           CLOSE CRM-CHANGES
           CLOSE CUSTFILE
           CLOSE CUST-REQUEST-FILE
           CLOSE CONFLICT-REPORT

           EXIT.
