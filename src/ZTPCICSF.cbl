CBL CICS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCICSF.
      ******************************************************************
      *                                                                *
      * CICS fleet-status inquiry over TRENDY's keyed files, so the    *
      * help desk and the shift lead can see how a region is doing     *
      * while the user is still on the phone instead of waiting for    *
      * ZTPTRSNP's printed snapshot or opening a KSDS browser.         *
      * Same channel/container conventions as ZTPCICSE:                *
      * (1) accept input from a channel's container                    *
      * (2) verify the input is in the proper format - request type    *
      *     'S' with a SYSTEM-ID in REQUEST-ID, or 'ALL' (or blanks)   *
      *     for every system                                           *
      * (3) service the request - read-only, per system:               *
      *     - the latest HEALTH-LOG intervals (newest first) with      *
      *       their FAST/OK/SLOW/BAD mix                               *
      *     - the latest HEALTH-TREND-HISTORY ratings                  *
      *     - whether ZTPALERT has an alert open or escalated for it   *
      * (4) respond in the channel's container with the results        *
      *                                                                *
      * HEALTH-LOG and HEALTH-TREND-HISTORY are keyed interval first,  *
      * so the newest records of every system sit at the end of the    *
      * file; both are browsed backwards from the end, for at most     *
      * SCAN-LIMIT records so a quiet system cannot turn a phone       *
      * inquiry into a full-file browse.                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  RESPONSE-CODE    PIC S9(9) COMP-4.
       01  LOG-MSG          PIC X(100).
       01  CHANNEL-ID       PIC X(16) VALUE 'DFHTRANSACTION'.
       01  CONTAINER-ID     PIC X(16) VALUE 'MYCONTAINER'.
       01  CONTAINER-LENGTH PIC S9(9) COMP-4 VALUE 100.

       01  CONTAINER-DATA.
           03  REQUEST-TYPE     PIC X(1).
           03  REQUEST-AREA.
               05  REQUEST-ID       PIC X(6).
               05  REQUEST-SYSTEM REDEFINES REQUEST-ID.
                   07  REQUEST-SYSTEM-ID PIC X(3).
                   07  FILLER            PIC X(3).
               05  REQUEST-MESSAGE  PIC X(93).
       01  CONTAINER-RETURN.
           03  RETURN-TYPE      PIC X(1).
           03  RETURN-STATUS    PIC X(1).
           03  RETURN-DATE      PIC X(8).
           03  RETURN-TIME      PIC X(8).
           03  RETURN-AREA.
               05  RETURN-ID        PIC X(6).
               05  RETURN-MESSAGE   PIC X(91).
      *-----------------------------------------------------------------
      * One entry per system answered, up to 20. RF-ALERT-STATUS is
      * ZTPALERT's AST-STATUS ('O' open, 'E' escalated) or blank when
      * no alert is open; RF-INTERVAL-COUNT says how many of the three
      * interval slots (newest first) were filled.
      *-----------------------------------------------------------------
           03  RETURN-FLEET.
               05  RF-SYSTEM-COUNT  PIC 9(2).
               05  RF-SYSTEM-ENTRY OCCURS 20 TIMES.
                   10  RF-SYSTEM-ID       PIC X(3).
                   10  RF-ALERT-STATUS    PIC X(1).
                   10  RF-ALERT-OPENED    PIC X(16).
                   10  RF-ALERT-BAD-INTERVALS PIC 9(4).
                   10  RF-TREND-INTERVAL  PIC X(16).
                   10  RF-RESPONSE-RATING PIC 9(2).
                   10  RF-WORKLOAD-RATING PIC 9(2).
                   10  RF-HAPPY-RATING    PIC 9(2).
                   10  RF-INTERVAL-COUNT  PIC 9(1).
                   10  RF-INTERVAL-ENTRY OCCURS 3 TIMES.
                       15  RF-INTERVAL    PIC X(16).
                       15  RF-REQUESTS    PIC 9(6).
                       15  RF-FAST        PIC 9(6).
                       15  RF-OK          PIC 9(6).
                       15  RF-SLOW        PIC 9(6).
                       15  RF-BAD         PIC 9(6).
       01  WS-ABSTIME       PIC X(8).

      *-----------------------------------------------------------------
      * TRENDY's keyed files, as defined to the region.
      *-----------------------------------------------------------------
       01  HEALTH-LOG-FILE-ID   PIC X(8) VALUE 'HLLOG'.
       01  TREND-HIST-FILE-ID   PIC X(8) VALUE 'HTHIST'.
       01  ALERT-STATE-FILE-ID  PIC X(8) VALUE 'ALERTSTA'.
       01  SCAN-LIMIT           PIC S9(4) COMP VALUE 480.
       01  SCAN-COUNT           PIC S9(4) COMP.
       01  WS-BROWSE-KEY        PIC X(19).
       01  WS-FLEET-INDEX       PIC 9(2).
       01  WS-SLOT-INDEX        PIC 9(1).
       01  WS-FILLED-COUNT      PIC 9(2).
       01  WS-ALL-SYSTEMS-FLAG  PIC X(1) VALUE 'N'.
           88  ALL-SYSTEMS      VALUE 'Y'.
       01  WS-SCAN-DONE-FLAG    PIC X(1).
           88  SCAN-DONE        VALUE 'Y'.

      *-----------------------------------------------------------------
      * HEALTH-LOG and trend history record layouts (see ZTPTRREC and
      * ZTPTRDWK); only the HLR and HTH prefixes are used here.
      *-----------------------------------------------------------------
           COPY ZTPTRREC REPLACING
                   ==:ELR:== BY ==ELR==
                   ==:HLR:== BY ==HLR==
                   ==:HTT:== BY ==HTT==
                   ==:HTR:== BY ==HTR==
                   ==:RPT:== BY ==RPT==.
           COPY ZTPTRDWK REPLACING ==:XTR:== BY ==HTH==.

      *-----------------------------------------------------------------
      * ZTPALERT's ALERT-STATE record: one per system with an alert
      * currently open.
      *-----------------------------------------------------------------
       01  ALERT-STATE-RECORD.
           05 AST-SYSTEM-ID        PIC X(3).
           05 FILLER               PIC X.
           05 AST-STATUS           PIC X(1).
               88 AST-OPEN         VALUE 'O'.
               88 AST-ESCALATED    VALUE 'E'.
           05 FILLER               PIC X.
           05 AST-BAD-INTERVALS    PIC 9(4).
           05 FILLER               PIC X.
           05 AST-OPENED-INTERVAL  PIC X(16).
           05 FILLER               PIC X.
           05 AST-LAST-INTERVAL    PIC X(16).
           05 FILLER               PIC X(36).

      *-----------------------------------------------------------------
      * Inquiries are appended to the shared CUSTAUDT audit TS queue
      * with AUD-SYSTEM-ID 'TRENDY' so a merged audit view can tell
      * them apart.
      *-----------------------------------------------------------------
       01  AUDIT-QUEUE-NAME PIC X(8) VALUE 'CUSTAUDT'.
       COPY ZTAUDREC REPLACING ==AUD-TRAIL-RECORD== BY ==AUDIT-RECORD==.
       01  WS-AUDIT-ITEM-LEN PIC S9(4) COMP.
       01  WS-AUD-DATE      PIC X(8).
       01  WS-AUD-TIME-6    PIC X(6).
       01  WS-AUD-TIME      PIC X(8).
       01  WS-REQUESTER-ID  PIC X(8) VALUE SPACES.
       01  WS-AUD-TEXT      PIC X(82).

       PROCEDURE DIVISION.
      ******************************************************************
      * We are about to read a record from the channel/container. Set  *
      * up error processing routines for the various types of errors.  *
      ******************************************************************
           EXEC CICS HANDLE CONDITION
                CHANNELERR(WRONG-CHANNEL)
                CONTAINERERR(WRONG-CONTAINER)
                LENGERR(WRONG-CONTAINER-LENGTH)
           END-EXEC
      ******************************************************************
      * Try to get a record from the channel/container.                *
      ******************************************************************
           MOVE SPACES TO CONTAINER-DATA
           EXEC CICS GET CONTAINER(CONTAINER-ID)
                CHANNEL(CHANNEL-ID)
                INTO(CONTAINER-DATA)
                FLENGTH(CONTAINER-LENGTH)
           END-EXEC
      ******************************************************************
      * Get the current date and time for return messages.             *
      ******************************************************************
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYMMDD(RETURN-DATE) TIME(RETURN-TIME)
               DATESEP('-') TIMESEP(':')
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-AUD-DATE) TIME(WS-AUD-TIME-6)
           END-EXEC
           STRING WS-AUD-TIME-6 '00' DELIMITED BY SIZE
               INTO WS-AUD-TIME
           EXEC CICS ASSIGN USERID(WS-REQUESTER-ID)
               NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
      ******************************************************************
      * Only read-only status inquiries are serviced here.             *
      ******************************************************************
           IF REQUEST-TYPE NOT = 'S'
              MOVE SPACES TO LOG-MSG
              STRING 'REQUEST TYPE ' DELIMITED BY SIZE
                     REQUEST-TYPE DELIMITED BY SIZE
                     ' NOT SUPPORTED, INQUIRY ONLY' DELIMITED BY SIZE
                     INTO LOG-MSG
              PERFORM PROGRAM-FAILURE
           END-IF
           IF REQUEST-ID = SPACES OR REQUEST-ID = 'ALL'
              SET ALL-SYSTEMS TO TRUE
              MOVE 'ALL' TO REQUEST-ID
           ELSE
              IF REQUEST-SYSTEM-ID = SPACES
                 OR REQUEST-ID (4: 3) NOT = SPACES
                 MOVE SPACES TO LOG-MSG
                 STRING 'SYSTEM ID ' DELIMITED BY SIZE
                        REQUEST-ID DELIMITED BY SIZE
                        ' IS NOT A 3-CHARACTER SYSTEM ID OR ALL'
                        DELIMITED BY SIZE
                        INTO LOG-MSG
                 PERFORM PROGRAM-FAILURE
              END-IF
           END-IF
           PERFORM FLEET-STATUS-INQUIRY
           PERFORM PROGRAM-RETURN.

      ******************************************************************
      * Gather the latest intervals, the latest ratings, and the alert *
      * state for the requested system(s), then answer.                *
      ******************************************************************
       FLEET-STATUS-INQUIRY.
           MOVE SPACES TO RETURN-FLEET
           MOVE 0 TO RF-SYSTEM-COUNT
           IF NOT ALL-SYSTEMS
              MOVE 1 TO RF-SYSTEM-COUNT
              INITIALIZE RF-SYSTEM-ENTRY (1)
              MOVE REQUEST-SYSTEM-ID TO RF-SYSTEM-ID (1)
           END-IF

           PERFORM BROWSE-LATEST-INTERVALS
           IF RF-SYSTEM-COUNT = 0
              OR RF-INTERVAL-COUNT (1) = 0
              MOVE SPACES TO LOG-MSG
              STRING 'NO HEALTH-LOG INTERVALS FOUND FOR '
                     DELIMITED BY SIZE
                     REQUEST-ID DELIMITED BY SPACE
                     INTO LOG-MSG
              PERFORM PROGRAM-FAILURE
           END-IF

           PERFORM BROWSE-LATEST-RATINGS
           PERFORM VARYING WS-FLEET-INDEX FROM 1 BY 1
                   UNTIL WS-FLEET-INDEX > RF-SYSTEM-COUNT
              PERFORM READ-ALERT-STATE
           END-PERFORM

           MOVE REQUEST-TYPE TO RETURN-TYPE
           MOVE 'S' TO RETURN-STATUS
           MOVE REQUEST-ID TO RETURN-ID
           MOVE SPACES TO RETURN-MESSAGE
           STRING RF-SYSTEM-COUNT DELIMITED BY SIZE
                  ' SYSTEM(S) REPORTED' DELIMITED BY SIZE
                  INTO RETURN-MESSAGE
           PERFORM WRITE-AUDIT-RECORD
           EXEC CICS PUT CONTAINER(CONTAINER-ID)
                FROM(CONTAINER-RETURN)
           END-EXEC.

      ******************************************************************
      * Browse HEALTH-LOG backwards from the end. Each record fills    *
      * the next free interval slot of its system (a new system gets   *
      * an entry when all systems were asked for). The browse stops    *
      * when every wanted slot is filled or after SCAN-LIMIT records.  *
      ******************************************************************
       BROWSE-LATEST-INTERVALS.
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE 0 TO SCAN-COUNT
           MOVE HIGH-VALUES TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE(HEALTH-LOG-FILE-ID)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              MOVE SPACES TO LOG-MSG
              STRING 'HEALTH-LOG FILE ' DELIMITED BY SIZE
                     HEALTH-LOG-FILE-ID DELIMITED BY SPACE
                     ' IS NOT AVAILABLE' DELIMITED BY SIZE
                     INTO LOG-MSG
              PERFORM PROGRAM-FAILURE
           END-IF
           PERFORM WITH TEST BEFORE
              UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 OR SCAN-DONE
                 OR SCAN-COUNT >= SCAN-LIMIT
              EXEC CICS READPREV FILE(HEALTH-LOG-FILE-ID)
                   INTO(HLR-HEALTH-LOG-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   NOHANDLE RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE = DFHRESP(NORMAL)
                 ADD 1 TO SCAN-COUNT
                 PERFORM FILE-HEALTH-LOG-INTERVAL
              END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE(HEALTH-LOG-FILE-ID)
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC.

       FILE-HEALTH-LOG-INTERVAL.
           PERFORM FIND-FLEET-ENTRY
           IF WS-FLEET-INDEX = 0
              EXIT PARAGRAPH
           END-IF
           IF RF-INTERVAL-COUNT (WS-FLEET-INDEX) < 3
              ADD 1 TO RF-INTERVAL-COUNT (WS-FLEET-INDEX)
              MOVE RF-INTERVAL-COUNT (WS-FLEET-INDEX) TO WS-SLOT-INDEX
              MOVE HLR-INTERVAL
                  TO RF-INTERVAL (WS-FLEET-INDEX, WS-SLOT-INDEX)
              MOVE HLR-REQUESTS
                  TO RF-REQUESTS (WS-FLEET-INDEX, WS-SLOT-INDEX)
              MOVE HLR-FAST
                  TO RF-FAST (WS-FLEET-INDEX, WS-SLOT-INDEX)
              MOVE HLR-OK
                  TO RF-OK (WS-FLEET-INDEX, WS-SLOT-INDEX)
              MOVE HLR-SLOW
                  TO RF-SLOW (WS-FLEET-INDEX, WS-SLOT-INDEX)
              MOVE HLR-BAD
                  TO RF-BAD (WS-FLEET-INDEX, WS-SLOT-INDEX)
           END-IF
      *-----------------------------------------------------------------
      * A single system is done once its three slots are filled; for
      * the whole fleet the scan limit decides, since a system that
      * has not reported yet may still be further back.
      *-----------------------------------------------------------------
           IF NOT ALL-SYSTEMS
              AND RF-INTERVAL-COUNT (1) = 3
              SET SCAN-DONE TO TRUE
           END-IF.

      ******************************************************************
      * Locate the RETURN-FLEET entry for HLR-SYSTEM-ID, adding one    *
      * for an all-systems inquiry. WS-FLEET-INDEX = 0 means skip.     *
      ******************************************************************
       FIND-FLEET-ENTRY.
           PERFORM VARYING WS-FLEET-INDEX FROM 1 BY 1
                   UNTIL WS-FLEET-INDEX > RF-SYSTEM-COUNT
              IF RF-SYSTEM-ID (WS-FLEET-INDEX) = HLR-SYSTEM-ID
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF ALL-SYSTEMS AND RF-SYSTEM-COUNT < 20
              ADD 1 TO RF-SYSTEM-COUNT
              MOVE RF-SYSTEM-COUNT TO WS-FLEET-INDEX
              INITIALIZE RF-SYSTEM-ENTRY (WS-FLEET-INDEX)
              MOVE HLR-SYSTEM-ID TO RF-SYSTEM-ID (WS-FLEET-INDEX)
           ELSE
              MOVE 0 TO WS-FLEET-INDEX
           END-IF.

      ******************************************************************
      * Browse the trend history backwards the same way and keep the   *
      * newest ratings of each system already in RETURN-FLEET.         *
      ******************************************************************
       BROWSE-LATEST-RATINGS.
           MOVE 'N' TO WS-SCAN-DONE-FLAG
           MOVE 0 TO SCAN-COUNT
           MOVE 0 TO WS-FILLED-COUNT
           MOVE HIGH-VALUES TO WS-BROWSE-KEY
           EXEC CICS STARTBR FILE(TREND-HIST-FILE-ID)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
      *-----------------------------------------------------------------
      * No trend history yet (or not defined to this region) leaves
      * the ratings blank; the intervals are still worth answering.
      *-----------------------------------------------------------------
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           PERFORM WITH TEST BEFORE
              UNTIL RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 OR SCAN-DONE
                 OR SCAN-COUNT >= SCAN-LIMIT
              EXEC CICS READPREV FILE(TREND-HIST-FILE-ID)
                   INTO(HTH-TREND-SUMMARY-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   NOHANDLE RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE = DFHRESP(NORMAL)
                 ADD 1 TO SCAN-COUNT
                 PERFORM FILE-TREND-RATINGS
              END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE(TREND-HIST-FILE-ID)
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC.

       FILE-TREND-RATINGS.
           PERFORM VARYING WS-FLEET-INDEX FROM 1 BY 1
                   UNTIL WS-FLEET-INDEX > RF-SYSTEM-COUNT
              IF RF-SYSTEM-ID (WS-FLEET-INDEX) = HTH-SYSTEM-ID
                 AND RF-TREND-INTERVAL (WS-FLEET-INDEX) = SPACES
                 MOVE HTH-INTERVAL
                     TO RF-TREND-INTERVAL (WS-FLEET-INDEX)
                 MOVE HTH-RESPONSE-RATING
                     TO RF-RESPONSE-RATING (WS-FLEET-INDEX)
                 MOVE HTH-WORKLOAD-RATING
                     TO RF-WORKLOAD-RATING (WS-FLEET-INDEX)
                 MOVE HTH-HAPPY-RATING
                     TO RF-HAPPY-RATING (WS-FLEET-INDEX)
                 ADD 1 TO WS-FILLED-COUNT
              END-IF
           END-PERFORM
           IF WS-FILLED-COUNT >= RF-SYSTEM-COUNT
              SET SCAN-DONE TO TRUE
           END-IF.

      ******************************************************************
      * ZTPALERT keeps a record only while an alert is open, so not    *
      * found simply means no alert.                                   *
      ******************************************************************
       READ-ALERT-STATE.
           MOVE SPACES TO ALERT-STATE-RECORD
           EXEC CICS READ FILE(ALERT-STATE-FILE-ID)
                INTO(ALERT-STATE-RECORD)
                RIDFLD(RF-SYSTEM-ID (WS-FLEET-INDEX))
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE = DFHRESP(NORMAL)
              MOVE AST-STATUS TO RF-ALERT-STATUS (WS-FLEET-INDEX)
              MOVE AST-OPENED-INTERVAL
                  TO RF-ALERT-OPENED (WS-FLEET-INDEX)
              MOVE AST-BAD-INTERVALS
                  TO RF-ALERT-BAD-INTERVALS (WS-FLEET-INDEX)
           END-IF.

      ******************************************************************
      * Return from the program.                                       *
      ******************************************************************
       PROGRAM-RETURN.
           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * We have an incorrect channel error.                            *
      ******************************************************************
       WRONG-CHANNEL.
           MOVE SPACES TO LOG-MSG
           STRING 'CHANNEL NAME ' DELIMITED BY SIZE
                  CHANNEL-ID DELIMITED BY SPACE
                  ' WAS INVALID' DELIMITED BY SIZE
                  INTO LOG-MSG
           PERFORM PROGRAM-FAILURE.

      ******************************************************************
      * We have an incorrect container error.                          *
      ******************************************************************
       WRONG-CONTAINER.
           MOVE SPACES TO LOG-MSG
           STRING 'CONTAINER NAME ' DELIMITED BY SIZE
                  CONTAINER-ID DELIMITED BY SPACE
                  ' WAS INVALID' DELIMITED BY SIZE
                  INTO LOG-MSG
           PERFORM PROGRAM-FAILURE.

      ******************************************************************
      * We have an incorrect container length error.                   *
      ******************************************************************
       WRONG-CONTAINER-LENGTH.
           MOVE 'CONTAINER MESSAGE LENGTH WAS TOO LONG' TO LOG-MSG
           PERFORM PROGRAM-FAILURE.

      ******************************************************************
      * Write a message to the log.                                    *
      ******************************************************************
       PROGRAM-FAILURE.
           MOVE REQUEST-TYPE TO RETURN-TYPE
           MOVE 'F' TO RETURN-STATUS
           PERFORM WRITE-AUDIT-RECORD
           MOVE LOG-MSG TO RETURN-AREA
           EXEC CICS PUT CONTAINER(CONTAINER-ID)
                FROM(CONTAINER-RETURN)
           END-EXEC
           PERFORM PROGRAM-RETURN.

      ******************************************************************
      * Append one entry to the audit trail TS queue for this          *
      * inquiry's disposition (success or failure).                    *
      ******************************************************************
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'TRENDY' TO AUD-SYSTEM-ID
           MOVE WS-AUD-DATE TO AUD-DATE
           MOVE WS-AUD-TIME TO AUD-TIME
           MOVE REQUEST-TYPE TO AUD-REQUEST-TYPE
           MOVE REQUEST-ID TO AUD-KEY
           IF RETURN-STATUS = 'S'
               MOVE 'Y' TO AUD-STATUS
           ELSE
               MOVE 'N' TO AUD-STATUS
           END-IF
           IF RETURN-STATUS = 'F'
              MOVE LOG-MSG (1: 82) TO WS-AUD-TEXT
           ELSE
              MOVE RETURN-MESSAGE (1: 82) TO WS-AUD-TEXT
           END-IF
           MOVE SPACES TO AUD-MESSAGE
           STRING 'BY=' WS-REQUESTER-ID ' ' WS-AUD-TEXT(1:70)
              DELIMITED BY SIZE INTO AUD-MESSAGE
           MOVE LENGTH OF AUDIT-RECORD TO WS-AUDIT-ITEM-LEN
           EXEC CICS WRITEQ TS QUEUE(AUDIT-QUEUE-NAME)
                FROM(AUDIT-RECORD)
                LENGTH(WS-AUDIT-ITEM-LEN)
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC.
