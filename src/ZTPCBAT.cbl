      * Every request's disposition is written to CBAUDIT in the       *
      * shared AUD-TRAIL-RECORD layout with AUD-SYSTEM-ID 'CUSTFILE',  *
      * so the audit trail stays continuous across online and batch    *
      * changes. An applied change is audited with the same replay     *
      * image ZTPCICST writes (see ZTAUDRPL) - the version it produced *
      * and the values it set - so ZTPCFRCV can roll a restored        *
      * CUSTFILE forward through batch work as well as online work.    *
      *                                                                *
      * The CUSTNDX sound-alike name index (see ZTPCSNDR) is kept in   *
      * step the way ZTPCICST keeps it online: creates, last-name      *
      * updates, merges, deletes and revives add, move or remove the   *
      * record's entry. If CUSTNDX cannot be opened the requests are   *
      * still applied, the run ends with a warning, and the index      *
      * must be rebuilt with ZTPCSNDB before it is trusted again.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
           RECORD KEY IS FILE-KEY
           FILE STATUS IS CUSTFILE-FS.

           SELECT CUSTNDX ASSIGN TO CUSTNDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNX-KEY
           FILE STATUS IS CUSTNDX-FS.

           SELECT CUST-REQUEST-FILE ASSIGN CUSTREQS
           FILE STATUS IS CUST-REQUEST-FS.

           03  FILE-DEL-DATE    PIC X(8).
           03  FILLER           PIC X(6).

       FD  CUSTNDX RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SNX-NAME-INDEX-RECORD.
           COPY ZTPCSNDR.

       FD  CUST-REQUEST-FILE RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CUST-REQUEST-RECORD.
       01  CUSTFILE-FS         PIC X(2).
           88 CUSTFILE-FS-OK           VALUE '00'.
           88 CUSTFILE-FS-NOT-FOUND    VALUE '23'.
       01  CUSTNDX-FS          PIC X(2).
           88 CUSTNDX-FS-OK            VALUE '00'.
           88 CUSTNDX-FS-DUPLICATE     VALUE '22'.
           88 CUSTNDX-FS-NOT-FOUND     VALUE '23'.
       01  CUST-REQUEST-FS     PIC X(2).
       01  CUST-AUDIT-FS       PIC X(2).
       01  CUST-REJECT-FS      PIC X(2).

           COPY ZTAUDREC.

           COPY ZTAUDRPL.

       01  WS-AUDIT-STAMP.
           05 AUD-STAMP-DATE        PIC X(8).
           05 AUD-STAMP-TIME        PIC X(6).
       77  WS-MERGE-OVERRIDE-FLAG  PIC 9 VALUE 0.
           88 WS-MERGE-OVERRIDE    VALUE 1.
       77  WS-TOTAL-MERGED     PIC 9(6) VALUE 0.
       77  WS-MERGE-SURV-VERSION PIC 9(8).

       01  WS-BATCH-TOTALS.
           05 WS-TOTAL-APPLIED     PIC 9(6) VALUE 0.
           05 WS-TOTAL-REJECTED    PIC 9(6) VALUE 0.
           05 WS-TOTAL-NDX-ERRORS  PIC 9(6) VALUE 0.

      *-----------------------------------------------------------------
      * CUSTNDX upkeep: the entry for WS-NDX-LASTNAME/WS-NDX-FILE-KEY
      * is added or removed; WS-NDX-OLD-LASTNAME holds a record's name
      * as read, before an update or merge changes it.
      *-----------------------------------------------------------------
       77  WS-NDX-OPEN-FLAG    PIC 9 VALUE 0.
           88 WS-NDX-OPEN          VALUE 1.
       77  WS-NDX-LASTNAME     PIC X(40).
       77  WS-NDX-FILE-KEY     PIC X(6).
       77  WS-NDX-OLD-LASTNAME PIC X(40).
       77  WS-NDX-CODE         PIC X(4).

       PROCEDURE DIVISION.

               GOBACK
           END-IF

           OPEN I-O CUSTNDX
           IF CUSTNDX-FS-OK
               SET WS-NDX-OPEN TO TRUE
           ELSE
               DISPLAY 'ZTPCBAT CUSTNDX not available ('
                   CUSTNDX-FS '), name index not maintained'
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           OPEN INPUT CUST-REQUEST-FILE
           IF CUST-REQUEST-FS NOT = '00'
               DISPLAY 'ZTPCBAT error opening CUSTREQS: '
           CLOSE CUSTFILE
           CLOSE CUST-AUDIT-FILE
           CLOSE CUST-REJECT-FILE
           IF WS-NDX-OPEN
               CLOSE CUSTNDX
           END-IF

           DISPLAY 'ZTPCBAT applied  : ' WS-TOTAL-APPLIED
           DISPLAY 'ZTPCBAT merged   : ' WS-TOTAL-MERGED
           DISPLAY 'ZTPCBAT rejected : ' WS-TOTAL-REJECTED
           IF WS-TOTAL-NDX-ERRORS > 0
               DISPLAY 'ZTPCBAT CUSTNDX errors: ' WS-TOTAL-NDX-ERRORS
                   ', rebuild the name index with ZTPCSNDB'
           END-IF
           DISPLAY 'ZTPCBAT end with RETURN-CODE=' RETURN-CODE

           GOBACK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FILE-DEL-DATE
           PERFORM REWRITE-CUST-RECORD

           IF WS-REQUEST-OK
               MOVE FILE-KEY TO WS-NDX-FILE-KEY
               MOVE FILE-LASTNAME TO WS-NDX-LASTNAME
               PERFORM REMOVE-NAME-INDEX-ENTRY
           END-IF

           EXIT.

       UPDATE-CUST-REQUEST.
               MOVE UPD-PHONE TO FILE-PHONE
           END-IF

           MOVE FILE-LASTNAME TO WS-NDX-OLD-LASTNAME
           IF UPD-LASTNAME NOT = SPACES
               MOVE UPD-LASTNAME TO FILE-LASTNAME
           END-IF

           PERFORM REWRITE-CUST-RECORD

           IF WS-REQUEST-OK
               PERFORM RENAME-NAME-INDEX-ENTRY
           END-IF

           EXIT.

      ******************************************************************
               SET WS-REQUEST-OK TO TRUE
               MOVE FILE-KEY TO UPD-KEY
               DISPLAY 'ZTPCBAT created [' FILE-KEY ']'
               MOVE FILE-KEY TO WS-NDX-FILE-KEY
               MOVE FILE-LASTNAME TO WS-NDX-LASTNAME
               PERFORM ADD-NAME-INDEX-ENTRY
           ELSE
               SET WS-REQUEST-FAILED TO TRUE
               MOVE 'Write error' TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE FILE-LASTNAME TO WS-NDX-OLD-LASTNAME
           IF FILE-LASTNAME = SPACES
                   AND WS-DUP-LASTNAME NOT = SPACES
               MOVE WS-DUP-LASTNAME TO FILE-LASTNAME
           IF WS-REQUEST-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE FILE-VERSION TO WS-MERGE-SURV-VERSION
           PERFORM RENAME-NAME-INDEX-ENTRY

      *-----------------------------------------------------------------
      * Retire the duplicate and give it its own audit entry naming
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DUP-KEY TO WS-NDX-FILE-KEY
           MOVE FILE-LASTNAME TO WS-NDX-LASTNAME
           PERFORM REMOVE-NAME-INDEX-ENTRY

           ADD 1 TO WS-TOTAL-MERGED
           PERFORM WRITE-MERGE-DUP-AUDIT

           MOVE 'G' TO AUD-REQUEST-TYPE
           MOVE WS-DUP-KEY TO AUD-KEY
           MOVE 'Y' TO AUD-STATUS
           MOVE SPACES TO ARP-REPLAY-IMAGE
           MOVE 'VER=' TO ARP-VERSION-TAG
           MOVE FILE-VERSION TO ARP-VERSION
           MOVE 'SRV=' TO ARP-LINK-TAG
           MOVE UPD-KEY TO ARP-LINK-KEY
           MOVE ARP-REPLAY-IMAGE TO AUD-MESSAGE

           WRITE CUST-AUDIT-RECORD FROM AUD-TRAIL-RECORD
           IF CUST-AUDIT-FS NOT = '00'

           IF WS-REQUEST-OK
               DISPLAY 'ZTPCBAT revived [' UPD-KEY ']'
               MOVE FILE-KEY TO WS-NDX-FILE-KEY
               MOVE FILE-LASTNAME TO WS-NDX-LASTNAME
               PERFORM ADD-NAME-INDEX-ENTRY
           END-IF

           EXIT.

           EXIT.

      ******************************************************************
      * Keep the record's CUSTNDX entry in step with a last-name       *
      * change: the entry under the old name's code goes and one under *
      * the new name's code takes its place, as ZTPCICST does online.  *
      ******************************************************************
       RENAME-NAME-INDEX-ENTRY.

           IF WS-NDX-OLD-LASTNAME = FILE-LASTNAME
               EXIT PARAGRAPH
           END-IF

           MOVE FILE-KEY TO WS-NDX-FILE-KEY
           MOVE WS-NDX-OLD-LASTNAME TO WS-NDX-LASTNAME
           PERFORM REMOVE-NAME-INDEX-ENTRY
           MOVE FILE-LASTNAME TO WS-NDX-LASTNAME
           PERFORM ADD-NAME-INDEX-ENTRY

           EXIT.

      ******************************************************************
      * Add the CUSTNDX entry for WS-NDX-LASTNAME/WS-NDX-FILE-KEY. A   *
      * name with no letters has no code and no entry; an entry        *
      * already there is left alone.                                   *
      ******************************************************************
       ADD-NAME-INDEX-ENTRY.

           IF NOT WS-NDX-OPEN
               EXIT PARAGRAPH
           END-IF

           CALL 'ZTPCSNDX' USING WS-NDX-LASTNAME, WS-NDX-CODE
           IF WS-NDX-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SNX-NAME-INDEX-RECORD
           MOVE WS-NDX-CODE TO SNX-PHONETIC-CODE
           MOVE WS-NDX-FILE-KEY TO SNX-FILE-KEY
           MOVE WS-NDX-LASTNAME TO SNX-LASTNAME
           WRITE SNX-NAME-INDEX-RECORD
           IF NOT CUSTNDX-FS-OK AND NOT CUSTNDX-FS-DUPLICATE
               ADD 1 TO WS-TOTAL-NDX-ERRORS
               DISPLAY 'ZTPCBAT error adding CUSTNDX entry ['
                   SNX-KEY ']: ' CUSTNDX-FS
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * Remove the CUSTNDX entry for WS-NDX-LASTNAME/WS-NDX-FILE-KEY;  *
      * an entry already gone is fine.                                 *
      ******************************************************************
       REMOVE-NAME-INDEX-ENTRY.

           IF NOT WS-NDX-OPEN
               EXIT PARAGRAPH
           END-IF

           CALL 'ZTPCSNDX' USING WS-NDX-LASTNAME, WS-NDX-CODE
           IF WS-NDX-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NDX-CODE TO SNX-PHONETIC-CODE
           MOVE WS-NDX-FILE-KEY TO SNX-FILE-KEY
           DELETE CUSTNDX
           IF NOT CUSTNDX-FS-OK AND NOT CUSTNDX-FS-NOT-FOUND
               ADD 1 TO WS-TOTAL-NDX-ERRORS
               DISPLAY 'ZTPCBAT error removing CUSTNDX entry ['
                   SNX-KEY ']: ' CUSTNDX-FS
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * One AUD-TRAIL-RECORD entry per request, same encoding as the  *
      * online CUSTAUDT entries so the merged trail reads as one.      *
           MOVE UPD-KEY TO AUD-KEY
           IF WS-REQUEST-OK
               MOVE 'Y' TO AUD-STATUS
               PERFORM BUILD-REPLAY-IMAGE
               MOVE ARP-REPLAY-IMAGE TO AUD-MESSAGE
           ELSE
               MOVE 'N' TO AUD-STATUS
               MOVE WS-FAIL-REASON TO AUD-MESSAGE(1:20)
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

      *-----------------------------------------------------------------
      * A create or update that set both names carries the first name
      * in a '+' continuation entry right behind, same key and version.
      *-----------------------------------------------------------------
           IF WS-REQUEST-OK AND (UPD-CREATE OR UPD-UPDATE)
                   AND UPD-LASTNAME NOT = SPACES
                   AND UPD-FIRSTNAME NOT = SPACES
               MOVE '+' TO AUD-REQUEST-TYPE
               MOVE SPACES TO ARP-NAME-TAG ARP-NAME
                   ARP-PHONE-TAG ARP-PHONE
               MOVE 'F=' TO ARP-NAME-TAG
               MOVE FILE-FIRSTNAME TO ARP-NAME
               MOVE ARP-REPLAY-IMAGE TO AUD-MESSAGE
               WRITE CUST-AUDIT-RECORD FROM AUD-TRAIL-RECORD
               IF CUST-AUDIT-FS NOT = '00'
                   DISPLAY 'ZTPCBAT error writing CBAUDIT: '
                       CUST-AUDIT-FS
                   MOVE RC-ERROR TO RETURN-CODE
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * The replay image of an applied request (see ZTAUDRPL): the     *
      * version it produced and the values it set, as rewritten. A     *
      * merge survivor's record is no longer in FILE-RECORD by now, so *
      * its version comes from WS-MERGE-SURV-VERSION.                  *
      ******************************************************************
       BUILD-REPLAY-IMAGE.

           MOVE SPACES TO ARP-REPLAY-IMAGE
           MOVE 'VER=' TO ARP-VERSION-TAG
           MOVE FILE-VERSION TO ARP-VERSION

           IF UPD-MERGE
               MOVE WS-MERGE-SURV-VERSION TO ARP-VERSION
               MOVE 'DUP=' TO ARP-LINK-TAG
               MOVE WS-DUP-KEY TO ARP-LINK-KEY
               EXIT PARAGRAPH
           END-IF

           IF NOT UPD-CREATE AND NOT UPD-UPDATE
               EXIT PARAGRAPH
           END-IF

           IF UPD-LASTNAME NOT = SPACES
               MOVE 'L=' TO ARP-NAME-TAG
               MOVE FILE-LASTNAME TO ARP-NAME
           ELSE
               IF UPD-FIRSTNAME NOT = SPACES
                   MOVE 'F=' TO ARP-NAME-TAG
                   MOVE FILE-FIRSTNAME TO ARP-NAME
               END-IF
           END-IF
           IF UPD-PHONE NOT = SPACES
               MOVE 'P=' TO ARP-PHONE-TAG
               MOVE FILE-PHONE TO ARP-PHONE
           END-IF

           EXIT.

      ******************************************************************
