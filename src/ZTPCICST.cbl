      * This is a CICS sample program that will perform web-style      *
      * transaction processing. This program will:                     *
      * (1) accept input from a channel's container                    *
      * (2) verify the input is in the proper format, and that the     *
      *     caller is authorized for the request type and within its   *
      *     hourly quota for it                                        *
      * (3) perform file I/O operations based on the request type      *
      *     (a) request D will perform a delete on a record            *
      *     (b) request U will perform an update on a field            *
      *     (c) request C will perform create a new record             *
      *     (d) request K will set a record to be permanently kept     *
      *     (e) request S will search for ID based on criteria; the    *
      *         N= criterion searches by sound-alike last name through *
      *         the CUSTNDX phonetic index, exact spellings first      *
      *     (f) request B will browse a page of records from a         *
      *         starting key, with a continuation key for the next     *
      *         page returned in its own container                     *
           03  FILLER           PIC X(56).
       01  WS-AUTH-MATCH-COUNT  PIC 9(2).

      *-----------------------------------------------------------------
      * Caller quotas and usage. AUTHQUOT, alongside AUTHFILE, holds
      * the most requests of each type a caller may issue per clock
      * hour; CALLUSE counts each caller's requests by date, hour and
      * type, accepted and refused (see ZTPCQUOR). A request over the
      * caller's limit is refused with RETURN-STATUS 'Q' and audited
      * like any failure. No quota record means no limit; a region
      * without CALLUSE installed neither counts nor limits. CALLUSE
      * is defined non-recoverable, so a rolled-back request still
      * counts and the counter record is not held to end of task.
      * ZTPCUSRP reports the day's usage.
      *-----------------------------------------------------------------
       01  QUOTA-FILE-ID        PIC X(8) VALUE 'AUTHQUOT'.
       01  USAGE-FILE-ID        PIC X(8) VALUE 'CALLUSE'.
       COPY ZTPCQUOR.
       01  WS-QUOTA-LIMIT       PIC 9(7).
       01  WS-QUOTA-EDIT        PIC Z(6)9.
       01  WS-USAGE-FLAG        PIC X(1).
           88  WS-USAGE-HELD    VALUE 'H'.
           88  WS-USAGE-NEW     VALUE 'N'.
           88  WS-USAGE-NONE    VALUE ' '.

       01  CONTAINER-DATA.
           03  REQUEST-TYPE     PIC X(1).
           03  REQUEST-AREA.
       01  WS-AUD-TIME-6    PIC X(6).
       01  WS-AUD-TIME      PIC X(8).

      *-----------------------------------------------------------------
      * A successful state-changing request audits a replay image (see
      * ZTAUDRPL) instead of its RETURN-MESSAGE: the version the change
      * produced and the values it applied, which is what ZTPCFRCV
      * needs to roll a restored CUSTFILE forward. Built just before
      * WRITE-AUDIT-RECORD, which clears it once used.
      *
      * Inside a multi-op batch the operations' success entries are
      * held back until the SYNCPOINT commits them, and discarded if
      * the batch rolls back, so the trail never shows a change that
      * was undone.
      *-----------------------------------------------------------------
       COPY ZTAUDRPL.
       01  WS-HELD-AUDIT-TABLE.
           03  WS-HELD-AUDIT    PIC X(120) OCCURS 5 TIMES.
       01  WS-HELD-AUDIT-COUNT  PIC 9(2) VALUE 0.
       01  WS-HELD-AUDIT-INDEX  PIC 9(2).

      *-----------------------------------------------------------------
      * Record-count ('R') request totals CUSTFILE entries, skipping
      * the 000000 control record used to hand out the next key.
       01  WS-MERGE-OVERRIDE-COUNT PIC 9(2).
       01  WS-MERGE-SAVED-ID    PIC X(6).
       01  WS-MERGE-SURV-VERSION PIC 9(8).

      *-----------------------------------------------------------------
      * Sound-alike name index (CUSTNDX, see ZTPCSNDR): one entry per
      * live record with a last name, keyed by the phonetic code of
      * that name (ZTPCSNDX). Every request that changes a last name
      * or a record's tombstone state keeps its entry current in the
      * same unit of work. A region without CUSTNDX installed skips
      * the upkeep; ZTPCSNDB rebuilds the index from CUSTFILE.
      *-----------------------------------------------------------------
       01  NDX-FILE-ID          PIC X(8) VALUE 'CUSTNDX'.
       COPY ZTPCSNDR.
       01  WS-NDX-LASTNAME      PIC X(40).
       01  WS-NDX-FILE-KEY      PIC X(6).
       01  WS-NDX-OLD-LASTNAME  PIC X(40).
       01  WS-NDX-CODE          PIC X(4).

      *-----------------------------------------------------------------
      * Sound-alike search ('S' with N=name). The ten best matches go
      * back in RETURN-MATCHES as for any search; the full ranked list
      * (exact spellings first, SA-EXACT 'Y') goes back in the
      * MYSOUNDALIKE container, up to 200 records. The candidates are
      * gathered in WS-SA-TABLE in index order and ranked from there.
      *-----------------------------------------------------------------
       01  CONTAINER-ID-SOUNDALIKE PIC X(16) VALUE 'MYSOUNDALIKE'.
       01  SOUND-ALIKE-DATA.
           03  SA-MATCH-COUNT   PIC 9(3).
           03  SA-MATCHES OCCURS 200 TIMES.
               05  SA-KEY           PIC X(6).
               05  SA-EXACT         PIC X(1).
               05  SA-LASTNAME      PIC X(20).
               05  SA-FIRSTNAME     PIC X(20).
               05  SA-PHONE         PIC X(10).
       01  SOUND-ALIKE-LENGTH   PIC S9(9) COMP-4.
       01  WS-SA-TABLE.
           03  WS-SA-COUNT      PIC 9(3).
           03  WS-SA-ENTRY OCCURS 200 TIMES.
               05  WS-SA-KEY        PIC X(6).
               05  WS-SA-EXACT      PIC X(1).
               05  WS-SA-LASTNAME   PIC X(20).
               05  WS-SA-FIRSTNAME  PIC X(20).
               05  WS-SA-PHONE      PIC X(10).
       01  WS-SA-INDEX          PIC 9(3).
       01  WS-SA-SCAN           PIC 9(3).
       01  WS-SA-FOUND-TOTAL    PIC 9(5).
       01  WS-SA-EXACT-TOTAL    PIC 9(5).
       01  WS-SA-NAME           PIC X(40).
       01  WS-SA-CODE           PIC X(4).
       01  WS-SA-FILE-LASTNAME  PIC X(40).
       01  WS-SA-BROWSE-KEY     PIC X(10).
       01  WS-SA-READ-RESP      PIC S9(9) COMP-4.
       01  WS-SA-BROWSE-FLAG    PIC X(1).
           88  WS-SA-BROWSE-DONE VALUE 'Y'.
       PROCEDURE DIVISION.
      ******************************************************************
      * We are about to read a record from the channel/container. Set  *
      ******************************************************************
           PERFORM CHECK-CALLER-AUTHORITY
      ******************************************************************
      * The caller may issue this type: is it within its hourly quota? *
      ******************************************************************
           PERFORM CHECK-CALLER-QUOTA
      ******************************************************************
      * We have a record. Verify that the request type is valid.       *
      ******************************************************************
           EVALUATE REQUEST-TYPE
              END-IF
              IF REQUEST-AREA (1: 2) NOT = 'L=' AND
                 REQUEST-AREA (1: 2) NOT = 'F=' AND
                 REQUEST-AREA (1: 2) NOT = 'P=' AND
                 REQUEST-AREA (1: 2) NOT = 'N='
                 MOVE SPACES TO LOG-MSG
                 STRING 'SEARCH REQUEST MESSAGE HAS INVALID TAG '
                        DELIMITED BY SIZE
                        INTO LOG-MSG
                 PERFORM PROGRAM-FAILURE
              END-IF
              IF REQUEST-AREA (1: 2) = 'N=' AND
                 REQUEST-AREA (3:) = SPACES
                 MOVE 'SOUND-ALIKE SEARCH NAME WAS NOT SPECIFIED' TO
                      LOG-MSG
                 PERFORM PROGRAM-FAILURE
              END-IF
           END-IF
      ******************************************************************
      * We have a browse request. Verify the request fields: the       *
              WHEN 'K'
                   PERFORM KEEP-REQUEST
              WHEN 'S'
                   IF REQUEST-AREA (1: 2) = 'N='
                      PERFORM SOUND-ALIKE-REQUEST
                   ELSE
                      PERFORM SEARCH-REQUEST
                   END-IF
              WHEN 'R'
                   PERFORM RECORD-COUNT-REQUEST
              WHEN 'B'
           MOVE 'X' TO FILE-DEL-FLAG
           MOVE WS-AUD-DATE TO FILE-DEL-DATE
           PERFORM FILE-UPDATE
           MOVE FILE-KEY TO WS-NDX-FILE-KEY
           MOVE FILE-LASTNAME TO WS-NDX-LASTNAME
           PERFORM NAME-INDEX-REMOVE

           MOVE REQUEST-TYPE TO RETURN-TYPE
           MOVE 'S' TO RETURN-STATUS
           MOVE REQUEST-ID TO RETURN-ID
           MOVE 'DELETE SUCCESSFUL' TO RETURN-MESSAGE
           PERFORM START-REPLAY-IMAGE
           PERFORM WRITE-AUDIT-RECORD
           EXEC CICS PUT CONTAINER(CONTAINER-ID)
                FROM(CONTAINER-RETURN)
              PERFORM PROGRAM-FAILURE
           END-IF
           PERFORM CHECK-VERSION-TOKEN
           MOVE FILE-LASTNAME TO WS-NDX-OLD-LASTNAME
           IF REQUEST-MESSAGE (1: 2) = 'L='
              IF REQUEST-MESSAGE (3:) = SPACES
                 MOVE 'UPDATE ON LAST NAME CANNOT BE SPACES' TO LOG-MSG
              MOVE REQUEST-MESSAGE (3:) TO FILE-PHONE
           END-IF
           PERFORM FILE-UPDATE
           PERFORM NAME-INDEX-RENAME

           MOVE REQUEST-TYPE TO RETURN-TYPE
           MOVE 'S' TO RETURN-STATUS
           MOVE REQUEST-ID TO RETURN-ID
           MOVE 'UPDATE SUCCESSFUL' TO RETURN-MESSAGE
           PERFORM START-REPLAY-IMAGE
           EVALUATE REQUEST-MESSAGE (1: 2)
              WHEN 'L='
                   MOVE 'L=' TO ARP-NAME-TAG
                   MOVE FILE-LASTNAME TO ARP-NAME
              WHEN 'F='
                   MOVE 'F=' TO ARP-NAME-TAG
                   MOVE FILE-FIRSTNAME TO ARP-NAME
              WHEN 'P='
                   MOVE 'P=' TO ARP-PHONE-TAG
                   MOVE FILE-PHONE TO ARP-PHONE
           END-EVALUATE
           PERFORM WRITE-AUDIT-RECORD
           EXEC CICS PUT CONTAINER(CONTAINER-ID)
                FROM(CONTAINER-RETURN)
                     INTO LOG-MSG
              PERFORM PROGRAM-FAILURE
           END-IF
      *-----------------------------------------------------------------
      * The new record has no last name yet, so nothing to index; the
      * caller's follow-up 'L=' update indexes it.
      *-----------------------------------------------------------------
           PERFORM FILE-CREATE

           MOVE REQUEST-TYPE TO RETURN-TYPE
           MOVE FILE-KEY TO RETURN-ID
           MOVE 'CREATE SUCCESSFUL' TO RETURN-MESSAGE
           MOVE FILE-KEY TO REQUEST-ID
           PERFORM START-REPLAY-IMAGE
           PERFORM WRITE-AUDIT-RECORD
           EXEC CICS PUT CONTAINER(CONTAINER-ID)
                FROM(CONTAINER-RETURN)
           MOVE 'S' TO RETURN-STATUS
           MOVE REQUEST-ID TO RETURN-ID
           MOVE 'KEEP SUCCESSFUL' TO RETURN-MESSAGE
           PERFORM START-REPLAY-IMAGE
           PERFORM WRITE-AUDIT-RECORD
           EXEC CICS PUT CONTAINER(CONTAINER-ID)
                FROM(CONTAINER-RETURN)
                FROM(CONTAINER-RETURN)
           END-EXEC.

      ******************************************************************
      * Process the sound-alike search request ('S' with N=name):      *
      * browse the CUSTNDX entries carrying the name's phonetic code   *
      * and return every live record among them, exact spellings of    *
      * the name (case aside) ranked ahead of the other sound-alikes.  *
      * Each candidate is re-read from CUSTFILE, so a tombstone or a   *
      * renamed record is never returned off a stale index entry.      *
      ******************************************************************
       SOUND-ALIKE-REQUEST.
           MOVE REQUEST-AREA (3:) TO WS-SA-NAME
           INSPECT WS-SA-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           CALL 'ZTPCSNDX' USING WS-SA-NAME, WS-SA-CODE
           IF WS-SA-CODE = SPACES
              MOVE 'SOUND-ALIKE SEARCH NAME HAS NO LETTERS' TO LOG-MSG
              PERFORM PROGRAM-FAILURE
           END-IF

           MOVE 0 TO WS-SA-COUNT
           MOVE 0 TO WS-SA-FOUND-TOTAL
           MOVE 0 TO WS-SA-EXACT-TOTAL
           MOVE SPACE TO WS-SA-BROWSE-FLAG
           MOVE WS-SA-CODE TO WS-SA-BROWSE-KEY (1: 4)
           MOVE LOW-VALUES TO WS-SA-BROWSE-KEY (5: 6)
           EXEC CICS STARTBR FILE(NDX-FILE-ID)
                RIDFLD(WS-SA-BROWSE-KEY)
                GTEQ
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
           EVALUATE RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                   CONTINUE
              WHEN DFHRESP(NOTFND)
                   SET WS-SA-BROWSE-DONE TO TRUE
              WHEN OTHER
                   MOVE SPACES TO LOG-MSG
                   STRING 'SOUND-ALIKE INDEX ' DELIMITED BY SIZE
                          NDX-FILE-ID DELIMITED BY SPACE
                          ' IS NOT AVAILABLE' DELIMITED BY SIZE
                          INTO LOG-MSG
                   PERFORM PROGRAM-FAILURE
           END-EVALUATE
           PERFORM WITH TEST BEFORE
              UNTIL WS-SA-BROWSE-DONE
              EXEC CICS READNEXT FILE(NDX-FILE-ID)
                   INTO(SNX-NAME-INDEX-RECORD)
                   RIDFLD(WS-SA-BROWSE-KEY)
                   NOHANDLE RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 OR SNX-PHONETIC-CODE NOT = WS-SA-CODE
                 SET WS-SA-BROWSE-DONE TO TRUE
              ELSE
                 PERFORM SOUND-ALIKE-CANDIDATE
              END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE(NDX-FILE-ID)
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
           IF WS-SA-FOUND-TOTAL = 0
              MOVE SPACES TO LOG-MSG
              STRING 'SOUND-ALIKE SEARCH FOR ' DELIMITED BY SIZE
                     WS-SA-NAME DELIMITED BY '  '
                     ' DID NOT FIND RECORD' DELIMITED BY SIZE
                     INTO LOG-MSG
              PERFORM PROGRAM-FAILURE
           END-IF

      *-----------------------------------------------------------------
      * Rank: exact spellings first, then the other sound-alikes, each
      * group in index (key) order. The first ten also fill the usual
      * RETURN-MATCHES.
      *-----------------------------------------------------------------
           MOVE 0 TO SA-MATCH-COUNT
           PERFORM VARYING WS-SA-INDEX FROM 1 BY 1
                 UNTIL WS-SA-INDEX > WS-SA-COUNT
              IF WS-SA-EXACT (WS-SA-INDEX) = 'Y'
                 ADD 1 TO SA-MATCH-COUNT
                 MOVE WS-SA-ENTRY (WS-SA-INDEX)
                     TO SA-MATCHES (SA-MATCH-COUNT)
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SA-INDEX FROM 1 BY 1
                 UNTIL WS-SA-INDEX > WS-SA-COUNT
              IF WS-SA-EXACT (WS-SA-INDEX) NOT = 'Y'
                 ADD 1 TO SA-MATCH-COUNT
                 MOVE WS-SA-ENTRY (WS-SA-INDEX)
                     TO SA-MATCHES (SA-MATCH-COUNT)
              END-IF
           END-PERFORM

           MOVE 0 TO RETURN-MATCH-COUNT
           PERFORM VARYING WS-SA-INDEX FROM 1 BY 1
                 UNTIL WS-SA-INDEX > SA-MATCH-COUNT
                    OR RETURN-MATCH-COUNT = 10
              ADD 1 TO RETURN-MATCH-COUNT
              MOVE SA-KEY (WS-SA-INDEX)
                  TO RM-KEY (RETURN-MATCH-COUNT)
              MOVE SA-LASTNAME (WS-SA-INDEX)
                  TO RM-LASTNAME (RETURN-MATCH-COUNT)
              MOVE SA-FIRSTNAME (WS-SA-INDEX)
                  TO RM-FIRSTNAME (RETURN-MATCH-COUNT)
              MOVE SA-PHONE (WS-SA-INDEX)
                  TO RM-PHONE (RETURN-MATCH-COUNT)
           END-PERFORM

           MOVE REQUEST-TYPE TO RETURN-TYPE
           MOVE 'S' TO RETURN-STATUS
           MOVE RM-KEY (1) TO RETURN-ID
           MOVE RM-KEY (1) TO REQUEST-ID
           MOVE SPACES TO RETURN-MESSAGE
           IF WS-SA-FOUND-TOTAL > SA-MATCH-COUNT
              STRING WS-SA-FOUND-TOTAL DELIMITED BY SIZE
                     ' SOUND-ALIKE RECORD(S) FOUND, ' DELIMITED BY SIZE
                     WS-SA-EXACT-TOTAL DELIMITED BY SIZE
                     ' EXACT, FIRST ' DELIMITED BY SIZE
                     SA-MATCH-COUNT DELIMITED BY SIZE
                     ' LISTED' DELIMITED BY SIZE
                     INTO RETURN-MESSAGE
           ELSE
              STRING WS-SA-FOUND-TOTAL DELIMITED BY SIZE
                     ' SOUND-ALIKE RECORD(S) FOUND, ' DELIMITED BY SIZE
                     WS-SA-EXACT-TOTAL DELIMITED BY SIZE
                     ' EXACT' DELIMITED BY SIZE
                     INTO RETURN-MESSAGE
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           COMPUTE SOUND-ALIKE-LENGTH =
               LENGTH OF SA-MATCH-COUNT
               + SA-MATCH-COUNT * LENGTH OF SA-MATCHES (1)
           EXEC CICS PUT CONTAINER(CONTAINER-ID)
                FROM(CONTAINER-RETURN)
           END-EXEC
           EXEC CICS PUT CONTAINER(CONTAINER-ID-SOUNDALIKE)
                FROM(SOUND-ALIKE-DATA)
                FLENGTH(SOUND-ALIKE-LENGTH)
           END-EXEC.

      ******************************************************************
      * One CUSTNDX entry from the sound-alike browse: re-read the     *
      * record it points at and keep it if it is live and its current  *
      * last name still carries the code searched for. When more than  *
      * the table holds sound alike, an exact spelling displaces the   *
      * last inexact one gathered, so exact matches are never lost.    *
      ******************************************************************
       SOUND-ALIKE-CANDIDATE.
           EXEC CICS READ FILE(FILE-ID)
                INTO(FILE-RECORD)
                RIDFLD(SNX-FILE-KEY)
                NOHANDLE RESP(WS-SA-READ-RESP)
           END-EXEC
           IF WS-SA-READ-RESP = DFHRESP(NORMAL)
                 AND FILE-DEL-FLAG NOT = 'X'
              CALL 'ZTPCSNDX' USING FILE-LASTNAME, WS-NDX-CODE
              IF WS-NDX-CODE = WS-SA-CODE
                 ADD 1 TO WS-SA-FOUND-TOTAL
                 MOVE FILE-LASTNAME TO WS-SA-FILE-LASTNAME
                 INSPECT WS-SA-FILE-LASTNAME CONVERTING
                     'abcdefghijklmnopqrstuvwxyz'
                     TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 IF WS-SA-FILE-LASTNAME = WS-SA-NAME
                    ADD 1 TO WS-SA-EXACT-TOTAL
                 END-IF
                 IF WS-SA-COUNT < 200
                    ADD 1 TO WS-SA-COUNT
                    MOVE WS-SA-COUNT TO WS-SA-INDEX
                 ELSE
                    MOVE 0 TO WS-SA-INDEX
                    IF WS-SA-FILE-LASTNAME = WS-SA-NAME
                       PERFORM VARYING WS-SA-SCAN FROM 200 BY -1
                             UNTIL WS-SA-SCAN = 0
                          IF WS-SA-INDEX = 0 AND
                             WS-SA-EXACT (WS-SA-SCAN) NOT = 'Y'
                             MOVE WS-SA-SCAN TO WS-SA-INDEX
                          END-IF
                       END-PERFORM
                    END-IF
                 END-IF
                 IF WS-SA-INDEX > 0
                    MOVE FILE-KEY TO WS-SA-KEY (WS-SA-INDEX)
                    IF WS-SA-FILE-LASTNAME = WS-SA-NAME
                       MOVE 'Y' TO WS-SA-EXACT (WS-SA-INDEX)
                    ELSE
                       MOVE 'N' TO WS-SA-EXACT (WS-SA-INDEX)
                    END-IF
                    MOVE FILE-LASTNAME (1: 20)
                        TO WS-SA-LASTNAME (WS-SA-INDEX)
                    MOVE FILE-FIRSTNAME (1: 20)
                        TO WS-SA-FIRSTNAME (WS-SA-INDEX)
                    MOVE FILE-PHONE TO WS-SA-PHONE (WS-SA-INDEX)
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * Process the browse request: return the next page (up to 10    *
      * records) starting at the caller's FILE-KEY, skipping the      *
           MOVE SPACE TO FILE-DEL-FLAG
           MOVE SPACES TO FILE-DEL-DATE
           PERFORM FILE-UPDATE
           MOVE FILE-KEY TO WS-NDX-FILE-KEY
           MOVE FILE-LASTNAME TO WS-NDX-LASTNAME
           PERFORM NAME-INDEX-ADD

           MOVE REQUEST-TYPE TO RETURN-TYPE
           MOVE 'S' TO RETURN-STATUS
           MOVE REQUEST-ID TO RETURN-ID
           MOVE 'REVIVE SUCCESSFUL' TO RETURN-MESSAGE
           PERFORM START-REPLAY-IMAGE
           PERFORM WRITE-AUDIT-RECORD
           EXEC CICS PUT CONTAINER(CONTAINER-ID)
                FROM(CONTAINER-RETURN)
              PERFORM PROGRAM-FAILURE
           END-IF
           PERFORM CHECK-VERSION-TOKEN
           MOVE FILE-LASTNAME TO WS-NDX-OLD-LASTNAME

           IF FILE-LASTNAME = SPACES
                 AND WS-DUP-LASTNAME NOT = SPACES
           END-IF
           PERFORM FILE-UPDATE
           MOVE FILE-VERSION TO WS-MERGE-SURV-VERSION
           PERFORM NAME-INDEX-RENAME

      *-----------------------------------------------------------------
      * Retire the duplicate under its own update lock.
           MOVE 'X' TO FILE-DEL-FLAG
           MOVE WS-AUD-DATE TO FILE-DEL-DATE
           PERFORM FILE-UPDATE
           MOVE FILE-KEY TO WS-NDX-FILE-KEY
           MOVE FILE-LASTNAME TO WS-NDX-LASTNAME
           PERFORM NAME-INDEX-REMOVE

      *-----------------------------------------------------------------
      * The duplicate's own audit entry, then the survivor's.
           STRING 'RETIRED BY MERGE INTO ' DELIMITED BY SIZE
                  WS-MERGE-SAVED-ID DELIMITED BY SIZE
                  INTO RETURN-MESSAGE
           PERFORM START-REPLAY-IMAGE
           MOVE 'SRV=' TO ARP-LINK-TAG
           MOVE WS-MERGE-SAVED-ID TO ARP-LINK-KEY
           PERFORM WRITE-AUDIT-RECORD

           MOVE WS-MERGE-SAVED-ID TO REQUEST-ID
                  WS-DUP-KEY DELIMITED BY SIZE
                  ' SUCCESSFUL' DELIMITED BY SIZE
                  INTO RETURN-MESSAGE
           PERFORM START-REPLAY-IMAGE
           MOVE WS-MERGE-SURV-VERSION TO ARP-VERSION
           MOVE 'DUP=' TO ARP-LINK-TAG
           MOVE WS-DUP-KEY TO ARP-LINK-KEY
           PERFORM WRITE-AUDIT-RECORD
           EXEC CICS PUT CONTAINER(CONTAINER-ID)
                FROM(CONTAINER-RETURN)
                   PERFORM PROGRAM-FAILURE
           END-EVALUATE.

      ******************************************************************
      * Count this request against the caller's hourly usage for its   *
      * type in CALLUSE, refusing it if the caller has already used up *
      * its AUTHQUOT limit for the hour. The refusal is counted too,   *
      * so the usage report shows how hard a caller pushed past it.    *
      * A quota file that cannot be read limits nothing: throttling    *
      * that shuts every caller out when its file breaks would do more *
      * harm than the runaway caller it exists to stop.                *
      ******************************************************************
       CHECK-CALLER-QUOTA.
           MOVE 0 TO WS-QUOTA-LIMIT
           MOVE SPACES TO QTA-QUOTA-RECORD
           MOVE WS-CALLER-ID TO QTA-CALLER-ID
           MOVE REQUEST-TYPE TO QTA-REQUEST-TYPE
           EXEC CICS READ FILE(QUOTA-FILE-ID)
                INTO(QTA-QUOTA-RECORD)
                RIDFLD(QTA-KEY)
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
                 AND QTA-HOURLY-LIMIT NUMERIC
              MOVE QTA-HOURLY-LIMIT TO WS-QUOTA-LIMIT
           END-IF

           MOVE SPACES TO USG-USAGE-RECORD
           MOVE WS-CALLER-ID TO USG-CALLER-ID
           MOVE WS-AUD-DATE TO USG-DATE
           MOVE WS-AUD-TIME-6 (1: 2) TO USG-HOUR
           MOVE REQUEST-TYPE TO USG-REQUEST-TYPE
           EXEC CICS READ FILE(USAGE-FILE-ID) UPDATE
                INTO(USG-USAGE-RECORD)
                RIDFLD(USG-KEY)
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
           EVALUATE RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                   SET WS-USAGE-HELD TO TRUE
              WHEN DFHRESP(NOTFND)
                   SET WS-USAGE-NEW TO TRUE
                   MOVE 0 TO USG-ACCEPTED
                   MOVE 0 TO USG-REFUSED
              WHEN OTHER
                   SET WS-USAGE-NONE TO TRUE
           END-EVALUATE

           IF NOT WS-USAGE-NONE
              MOVE WS-QUOTA-LIMIT TO USG-HOURLY-LIMIT
              IF WS-QUOTA-LIMIT > 0
                    AND USG-ACCEPTED NOT < WS-QUOTA-LIMIT
                 ADD 1 TO USG-REFUSED
                 PERFORM SAVE-CALLER-USAGE
                 PERFORM QUOTA-REFUSAL
              ELSE
                 ADD 1 TO USG-ACCEPTED
                 PERFORM SAVE-CALLER-USAGE
              END-IF
           END-IF.

      ******************************************************************
      * Write back the caller's usage counters. A lost count (another  *
      * task created the same hour's record first) is not worth        *
      * failing the caller's request over.                             *
      ******************************************************************
       SAVE-CALLER-USAGE.
           IF WS-USAGE-NEW
              EXEC CICS WRITE FILE(USAGE-FILE-ID)
                   FROM(USG-USAGE-RECORD)
                   RIDFLD(USG-KEY)
                   NOHANDLE RESP(RESPONSE-CODE)
              END-EXEC
           ELSE
              EXEC CICS REWRITE FILE(USAGE-FILE-ID)
                   FROM(USG-USAGE-RECORD)
                   NOHANDLE RESP(RESPONSE-CODE)
              END-EXEC
           END-IF.

      ******************************************************************
      * Refuse a request over the caller's hourly quota: RETURN-STATUS *
      * 'Q' (not the 'F' of a failed request) tells the caller to back *
      * off rather than retry, and the refusal is audited.             *
      ******************************************************************
       QUOTA-REFUSAL.
           MOVE WS-QUOTA-LIMIT TO WS-QUOTA-EDIT
           MOVE SPACES TO LOG-MSG
           STRING 'CALLER ' DELIMITED BY SIZE
                  WS-CALLER-ID DELIMITED BY SIZE
                  ' OVER HOURLY LIMIT OF' DELIMITED BY SIZE
                  WS-QUOTA-EDIT DELIMITED BY SIZE
                  ' FOR REQUEST TYPE ' DELIMITED BY SIZE
                  REQUEST-TYPE DELIMITED BY SIZE
                  INTO LOG-MSG
           MOVE REQUEST-TYPE TO RETURN-TYPE
           MOVE 'Q' TO RETURN-STATUS
           PERFORM WRITE-AUDIT-RECORD
           MOVE LOG-MSG TO RETURN-AREA
           EXEC CICS PUT CONTAINER(CONTAINER-ID)
                FROM(CONTAINER-RETURN)
           END-EXEC
           PERFORM PROGRAM-RETURN.

      ******************************************************************
      * Process the atomic multi-operation request: apply the caller's *
      * list of operations (MYBATCHOPS) as one unit of work. Every     *

           MOVE 'N' TO WS-BATCH-MODE-FLAG
           EXEC CICS SYNCPOINT NOHANDLE RESP(RESPONSE-CODE) END-EXEC
           PERFORM WRITE-HELD-AUDIT-RECORDS

           MOVE 'M' TO RETURN-TYPE
           MOVE 'S' TO RETURN-STATUS
           END-EXEC

           MOVE 'N' TO WS-BATCH-MODE-FLAG
           MOVE 0 TO WS-HELD-AUDIT-COUNT
           MOVE 'M' TO RETURN-TYPE
           MOVE 'F' TO RETURN-STATUS
           MOVE SPACES TO RETURN-ID
              PERFORM PROGRAM-FAILURE
           END-IF.

      ******************************************************************
      * Keep the record's CUSTNDX entry in step with a last-name       *
      * change: the entry under the old name's code goes and one under *
      * the new name's code takes its place. WS-NDX-OLD-LASTNAME holds *
      * the name as read, FILE-RECORD the record as rewritten.         *
      ******************************************************************
       NAME-INDEX-RENAME.
           MOVE FILE-KEY TO WS-NDX-FILE-KEY
           IF WS-NDX-OLD-LASTNAME NOT = FILE-LASTNAME
              MOVE WS-NDX-OLD-LASTNAME TO WS-NDX-LASTNAME
              PERFORM NAME-INDEX-REMOVE
              MOVE FILE-LASTNAME TO WS-NDX-LASTNAME
              PERFORM NAME-INDEX-ADD
           END-IF.

      ******************************************************************
      * Add the CUSTNDX entry for WS-NDX-LASTNAME / WS-NDX-FILE-KEY.   *
      * A name with no letters has no code and no entry; an entry      *
      * already present is left as it is; a region without CUSTNDX     *
      * installed carries on without one.                              *
      ******************************************************************
       NAME-INDEX-ADD.
           CALL 'ZTPCSNDX' USING WS-NDX-LASTNAME, WS-NDX-CODE
           IF WS-NDX-CODE NOT = SPACES
              MOVE SPACES TO SNX-NAME-INDEX-RECORD
              MOVE WS-NDX-CODE TO SNX-PHONETIC-CODE
              MOVE WS-NDX-FILE-KEY TO SNX-FILE-KEY
              MOVE WS-NDX-LASTNAME TO SNX-LASTNAME
              EXEC CICS WRITE FILE(NDX-FILE-ID)
                   FROM(SNX-NAME-INDEX-RECORD)
                   RIDFLD(SNX-KEY)
                   NOHANDLE RESP(RESPONSE-CODE)
              END-EXEC
              EVALUATE RESPONSE-CODE
                 WHEN DFHRESP(NORMAL)
                 WHEN DFHRESP(DUPREC)
                 WHEN DFHRESP(FILENOTFOUND)
                      CONTINUE
                 WHEN OTHER
                      PERFORM NAME-INDEX-FAILURE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * Remove the CUSTNDX entry for WS-NDX-LASTNAME / WS-NDX-FILE-KEY.*
      * An entry already gone, or no CUSTNDX in the region, is fine.   *
      ******************************************************************
       NAME-INDEX-REMOVE.
           CALL 'ZTPCSNDX' USING WS-NDX-LASTNAME, WS-NDX-CODE
           IF WS-NDX-CODE NOT = SPACES
              MOVE WS-NDX-CODE TO SNX-PHONETIC-CODE
              MOVE WS-NDX-FILE-KEY TO SNX-FILE-KEY
              EXEC CICS DELETE FILE(NDX-FILE-ID)
                   RIDFLD(SNX-KEY)
                   NOHANDLE RESP(RESPONSE-CODE)
              END-EXEC
              EVALUATE RESPONSE-CODE
                 WHEN DFHRESP(NORMAL)
                 WHEN DFHRESP(NOTFND)
                 WHEN DFHRESP(FILENOTFOUND)
                      CONTINUE
                 WHEN OTHER
                      PERFORM NAME-INDEX-FAILURE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * CUSTNDX is installed but could not be updated. The CUSTFILE    *
      * change it belongs to is rolled back with it rather than left   *
      * to drift from the index (inside a multi-op batch, the batch    *
      * rollback does this).                                           *
      ******************************************************************
       NAME-INDEX-FAILURE.
           IF NOT WS-BATCH-MODE
              EXEC CICS SYNCPOINT ROLLBACK
                   NOHANDLE RESP(RESPONSE-CODE)
              END-EXEC
           END-IF
           MOVE SPACES TO LOG-MSG
           STRING 'UNABLE TO UPDATE ' DELIMITED BY SIZE
                  NDX-FILE-ID DELIMITED BY SPACE
                  ' FOR ID ' DELIMITED BY SIZE
                  WS-NDX-FILE-KEY DELIMITED BY SIZE
                  INTO LOG-MSG
           PERFORM PROGRAM-FAILURE.

      ******************************************************************
      * Return from the program.                                       *
      ******************************************************************
           ELSE
               MOVE 'N' TO AUD-STATUS
           END-IF
           IF RETURN-STATUS = 'F' OR RETURN-STATUS = 'Q'
              MOVE LOG-MSG (1: 82) TO AUD-MESSAGE
           ELSE
              IF ARP-REPLAY-IMAGE NOT = SPACES
                 MOVE ARP-REPLAY-IMAGE TO AUD-MESSAGE
              ELSE
                 MOVE RETURN-MESSAGE TO AUD-MESSAGE
              END-IF
           END-IF
           MOVE SPACES TO ARP-REPLAY-IMAGE
           IF WS-BATCH-MODE AND RETURN-STATUS = 'S'
              ADD 1 TO WS-HELD-AUDIT-COUNT
              MOVE AUDIT-RECORD TO WS-HELD-AUDIT (WS-HELD-AUDIT-COUNT)
           ELSE
              MOVE LENGTH OF AUDIT-RECORD TO WS-AUDIT-ITEM-LEN
              EXEC CICS WRITEQ TS QUEUE(AUDIT-QUEUE-NAME)
                   FROM(AUDIT-RECORD)
                   LENGTH(WS-AUDIT-ITEM-LEN)
                   NOHANDLE RESP(RESPONSE-CODE)
              END-EXEC
           END-IF.

      ******************************************************************
      * Start the replay image of a successful change from the record  *
      * as rewritten; the caller adds any field values it applied.     *
      ******************************************************************
       START-REPLAY-IMAGE.
           MOVE SPACES TO ARP-REPLAY-IMAGE
           MOVE 'VER=' TO ARP-VERSION-TAG
           MOVE FILE-VERSION TO ARP-VERSION.

      ******************************************************************
      * A multi-op batch has committed: its operations' held audit     *
      * entries go to the trail now, in the order they were applied.   *
      ******************************************************************
       WRITE-HELD-AUDIT-RECORDS.
           MOVE LENGTH OF AUDIT-RECORD TO WS-AUDIT-ITEM-LEN
           PERFORM VARYING WS-HELD-AUDIT-INDEX FROM 1 BY 1
                 UNTIL WS-HELD-AUDIT-INDEX > WS-HELD-AUDIT-COUNT
              MOVE WS-HELD-AUDIT (WS-HELD-AUDIT-INDEX) TO AUDIT-RECORD
              EXEC CICS WRITEQ TS QUEUE(AUDIT-QUEUE-NAME)
                   FROM(AUDIT-RECORD)
                   LENGTH(WS-AUDIT-ITEM-LEN)
                   NOHANDLE RESP(RESPONSE-CODE)
              END-EXEC
           END-PERFORM
           MOVE 0 TO WS-HELD-AUDIT-COUNT.

      ******************************************************************
      * For U/K requests, a caller may supply the change token it last  *
