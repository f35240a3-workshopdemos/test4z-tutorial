CBL CICS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCICSZ.
      ******************************************************************
      *                                                                *
      * CICS reorder status inquiry over TBZELDA, for the call center: *
      * when a customer phones about a reorder notice the agent can    *
      * see what we sent them. Same channel/container conventions as   *
      * ZTPCICSE:                                                      *
      * (1) accept input from a channel's container                    *
      * (2) verify the input is in the proper format - request type    *
      *     'S' with either a CUSTFILE key in REQUEST-ID, or blanks    *
      *     there and a TBZELDA ACCOUNT_NUMBER at the front of         *
      *     REQUEST-MESSAGE                                            *
      * (3) service the request - read-only:                           *
      *     - a CUSTFILE key is resolved to its account through the    *
      *       ZTDB2XRF cross-reference (XREFKEY, re-keyed by ZTDB2RSX) *
      *       and any further accounts linked to it are listed so the  *
      *       agent can ask again by account                           *
      *     - the account's TBZELDA row: notification date, REORDERED, *
      *       REORDER_DATE, BAD_ADDRESS                                *
      *     - what only ZTDB2TE1's batch files know - second notice,   *
      *       letter variant, do-not-contact - from RSTATKS, rebuilt   *
      *       by ZTDB2RSX after each notification run                  *
      * (4) respond in the channel's container with the results        *
      *                                                                *
      * Every lookup, found or not, is access-logged to the CUSTAUDT   *
      * audit queue with the requester, exactly as ZTPCICSE does.      *
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
               05  REQUEST-MESSAGE  PIC X(93).
               05  REQUEST-BY-ACCOUNT REDEFINES REQUEST-MESSAGE.
                   07  REQUEST-ACCOUNT  PIC X(12).
                   07  FILLER           PIC X(81).
       01  CONTAINER-RETURN.
           03  RETURN-TYPE      PIC X(1).
           03  RETURN-STATUS    PIC X(1).
           03  RETURN-DATE      PIC X(8).
           03  RETURN-TIME      PIC X(8).
           03  RETURN-AREA.
               05  RETURN-ID        PIC X(6).
               05  RETURN-MESSAGE   PIC X(91).
      *-----------------------------------------------------------------
      * The customer's reorder state. RZ-NOTICE-STATUS summarizes it
      * for the agent:
      *   'NOT NOTIFIED' no notice has gone out
      *   'FIRST SENT'   notified on RZ-FIRST-NOTICE-DATE
      *   'SECOND SENT'  second notice went out RZ-SECOND-NOTICE-DATE
      *   'REORDERED'    confirmed on RZ-REORDER-DATE
      * RZ-STATE-AS-OF is the day ZTDB2RSX built the batch-side state
      * (variant, second notice, do-not-contact); blank when RSTATKS
      * has nothing on the account.
      *-----------------------------------------------------------------
           03  RETURN-REORDER.
               05  RZ-ACCOUNT-NUMBER     PIC X(12).
               05  RZ-FILE-KEY           PIC X(6).
               05  RZ-CUST-NAME          PIC X(20).
               05  RZ-CUST-ADDR          PIC X(20).
               05  RZ-PRODUCT-TYPE       PIC X(1).
               05  RZ-NOTICE-STATUS      PIC X(12).
               05  RZ-FIRST-NOTICE-DATE  PIC X(10).
               05  RZ-SECOND-NOTICE-DATE PIC X(10).
               05  RZ-LETTER-VARIANT     PIC X(1).
               05  RZ-REORDERED          PIC X(1).
               05  RZ-REORDER-DATE       PIC X(10).
               05  RZ-BAD-ADDRESS        PIC X(1).
               05  RZ-DNC-NO-MAIL        PIC X(1).
               05  RZ-DNC-NO-PHONE       PIC X(1).
               05  RZ-DNC-REASON         PIC X(20).
               05  RZ-STATE-AS-OF        PIC X(8).
      *-----------------------------------------------------------------
      * Other accounts linked to the same CUSTFILE key, up to four.
      *-----------------------------------------------------------------
               05  RZ-OTHER-COUNT        PIC 9(2).
               05  RZ-OTHER-ACCOUNT OCCURS 4 TIMES PIC X(12).
       01  WS-ABSTIME       PIC X(8).

      *-----------------------------------------------------------------
      * The keyed files ZTDB2RSX builds, as defined to the region.
      *-----------------------------------------------------------------
       01  XREF-KEY-FILE-ID     PIC X(8) VALUE 'XREFKEY'.
       01  REORDER-STATE-FILE-ID PIC X(8) VALUE 'RSTATKS'.
       01  WS-BROWSE-KEY        PIC X(18).
       01  WS-ACCOUNT-NUMBER    PIC X(12).
       01  WS-LINK-COUNT        PIC 9(2).
       01  WS-BROWSE-DONE-FLAG  PIC X(1).
           88  BROWSE-DONE      VALUE 'Y'.

           COPY ZTDB2RSR.

      *-----------------------------------------------------------------
      * Inquiries are appended to the shared CUSTAUDT audit TS queue
      * with AUD-SYSTEM-ID 'TBZELDA' so a merged audit view can tell
      * them apart. AUD-KEY holds the CUSTFILE key when there is one;
      * the account number always rides in the message ('ACCT=...').
      *-----------------------------------------------------------------
       01  AUDIT-QUEUE-NAME PIC X(8) VALUE 'CUSTAUDT'.
       COPY ZTAUDREC REPLACING ==AUD-TRAIL-RECORD== BY ==AUDIT-RECORD==.
       01  WS-AUDIT-ITEM-LEN PIC S9(4) COMP.
       01  WS-AUD-DATE      PIC X(8).
       01  WS-AUD-TIME-6    PIC X(6).
       01  WS-AUD-TIME      PIC X(8).
       01  WS-REQUESTER-ID  PIC X(8) VALUE SPACES.
       01  WS-AUD-TEXT      PIC X(82).
       01  WS-AUD-DETAIL    PIC X(100).

      ******************************************************************
      * Reorder customer row. The field names follow the table column  *
      * names (see ZTDB2TE1).                                          *
      ******************************************************************
       01  WS-TBZELDA.
           03  CUST_NAME          PIC X(20).
           03  CUST_ADDR          PIC X(20).
           03  ACCOUNT_NUMBER     PIC X(12).
           03  PRODUCT_TYPE       PIC X(1).
           03  NOTIFICATION_DATE  PIC X(10).
           03  REORDER_DATE       PIC X(10).
           03  REORDERED          PIC X(1).
           03  BAD_ADDRESS        PIC X(1).

      *-----------------------------------------------------------------
      * SQL INCLUDE FOR SQLCA
      *-----------------------------------------------------------------
           EXEC SQL INCLUDE SQLCA END-EXEC.

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
           MOVE SPACES TO WS-ACCOUNT-NUMBER
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
      ******************************************************************
      * The requester behind this inquiry, for the access audit.       *
      ******************************************************************
           EXEC CICS ASSIGN USERID(WS-REQUESTER-ID)
               NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
      ******************************************************************
      * Only read-only lookups are serviced here; the reorder state is *
      * maintained by the nightly batch.                               *
      ******************************************************************
           IF REQUEST-TYPE NOT = 'S'
              MOVE SPACES TO LOG-MSG
              STRING 'REQUEST TYPE ' DELIMITED BY SIZE
                     REQUEST-TYPE DELIMITED BY SIZE
                     ' NOT SUPPORTED, INQUIRY ONLY' DELIMITED BY SIZE
                     INTO LOG-MSG
              PERFORM PROGRAM-FAILURE
           END-IF
           MOVE SPACES TO RETURN-REORDER
           MOVE 0 TO RZ-OTHER-COUNT
           IF REQUEST-ID = SPACES
              IF REQUEST-ACCOUNT = SPACES
                 MOVE 'ACCOUNT NUMBER OR CUSTOMER KEY IS REQUIRED'
                     TO LOG-MSG
                 PERFORM PROGRAM-FAILURE
              END-IF
              MOVE REQUEST-ACCOUNT TO WS-ACCOUNT-NUMBER
           ELSE
              IF REQUEST-ID NOT NUMERIC
                 MOVE SPACES TO LOG-MSG
                 STRING 'SEARCH REQUEST ID ' DELIMITED BY SIZE
                        REQUEST-ID DELIMITED BY SIZE
                        ' IS NOT NUMERIC' DELIMITED BY SIZE
                        INTO LOG-MSG
                 PERFORM PROGRAM-FAILURE
              END-IF
              PERFORM RESOLVE-CUSTOMER-KEY
           END-IF
           PERFORM REORDER-LOOKUP
           PERFORM PROGRAM-RETURN.

      ******************************************************************
      * CUSTFILE key to account: browse XREFKEY generically on the key.*
      * The first linked account is answered; the rest are listed.     *
      ******************************************************************
       RESOLVE-CUSTOMER-KEY.
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE REQUEST-ID TO WS-BROWSE-KEY(1:6)
           MOVE 0 TO WS-LINK-COUNT
           MOVE 'N' TO WS-BROWSE-DONE-FLAG
           EXEC CICS STARTBR FILE(XREF-KEY-FILE-ID)
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
           IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
              AND RESPONSE-CODE NOT = DFHRESP(NOTFND)
              MOVE SPACES TO LOG-MSG
              STRING 'CROSS-REFERENCE ' DELIMITED BY SIZE
                     XREF-KEY-FILE-ID DELIMITED BY SPACE
                     ' IS NOT AVAILABLE' DELIMITED BY SIZE
                     INTO LOG-MSG
              PERFORM PROGRAM-FAILURE
           END-IF
           IF RESPONSE-CODE = DFHRESP(NOTFND)
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT FILE(XREF-KEY-FILE-ID)
                   INTO(XRK-KEYED-XREF-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   NOHANDLE RESP(RESPONSE-CODE)
              END-EXEC
              IF RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 OR XRK-FILE-KEY NOT = REQUEST-ID
                 SET BROWSE-DONE TO TRUE
              ELSE
                 ADD 1 TO WS-LINK-COUNT
                 IF WS-LINK-COUNT = 1
                    MOVE XRK-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
                 ELSE
                    IF RZ-OTHER-COUNT < 4
                       ADD 1 TO RZ-OTHER-COUNT
                       MOVE XRK-ACCOUNT-NUMBER
                         TO RZ-OTHER-ACCOUNT (RZ-OTHER-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE(XREF-KEY-FILE-ID)
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
           IF WS-LINK-COUNT = 0
              MOVE SPACES TO LOG-MSG
              STRING 'NO ACCOUNT LINKED TO CUSTOMER KEY '
                     DELIMITED BY SIZE
                     REQUEST-ID DELIMITED BY SIZE
                     INTO LOG-MSG
              PERFORM PROGRAM-FAILURE
           END-IF.

      ******************************************************************
      * Single-row lookup of the account in TBZELDA, completed with    *
      * the batch-side state from RSTATKS.                             *
      ******************************************************************
       REORDER-LOOKUP.
           INITIALIZE WS-TBZELDA
           EXEC SQL
               SELECT CUST_NAME, CUST_ADDR, ACCOUNT_NUMBER,
                      PRODUCT_TYPE, NOTIFICATION_DATE, REORDER_DATE,
                      REORDERED, BAD_ADDRESS
                   INTO :CUST_NAME, :CUST_ADDR, :ACCOUNT_NUMBER,
                        :PRODUCT_TYPE, :NOTIFICATION_DATE,
                        :REORDER_DATE, :REORDERED, :BAD_ADDRESS
                   FROM MYUSERID.TBZELDA
                   WHERE ACCOUNT_NUMBER = :WS-ACCOUNT-NUMBER
           END-EXEC
           IF SQLCODE = 100
              MOVE SPACES TO LOG-MSG
              STRING 'NO REORDER CUSTOMER FOUND FOR ACCOUNT '
                     DELIMITED BY SIZE
                     WS-ACCOUNT-NUMBER DELIMITED BY SIZE
                     INTO LOG-MSG
              PERFORM PROGRAM-FAILURE
           END-IF
      *-----------------------------------------------------------------
      * -811: the account is on more than one row; answer none rather
      * than pick one at random.
      *-----------------------------------------------------------------
           IF SQLCODE NOT = 0
              MOVE SPACES TO LOG-MSG
              STRING 'SQL ERROR ON REORDER LOOKUP FOR ACCOUNT '
                     DELIMITED BY SIZE
                     WS-ACCOUNT-NUMBER DELIMITED BY SIZE
                     INTO LOG-MSG
              PERFORM PROGRAM-FAILURE
           END-IF

           MOVE REQUEST-TYPE TO RETURN-TYPE
           MOVE 'S' TO RETURN-STATUS
           MOVE REQUEST-ID TO RETURN-ID
           MOVE 'REORDER CUSTOMER FOUND' TO RETURN-MESSAGE
           MOVE ACCOUNT_NUMBER TO RZ-ACCOUNT-NUMBER
           MOVE REQUEST-ID TO RZ-FILE-KEY
           MOVE CUST_NAME TO RZ-CUST-NAME
           MOVE CUST_ADDR TO RZ-CUST-ADDR
           MOVE PRODUCT_TYPE TO RZ-PRODUCT-TYPE
           MOVE NOTIFICATION_DATE TO RZ-FIRST-NOTICE-DATE
           MOVE REORDERED TO RZ-REORDERED
           MOVE REORDER_DATE TO RZ-REORDER-DATE
           MOVE BAD_ADDRESS TO RZ-BAD-ADDRESS
           PERFORM READ-CONTACT-STATE

           EVALUATE TRUE
              WHEN REORDERED = 'Y'
                 MOVE 'REORDERED' TO RZ-NOTICE-STATUS
              WHEN RZ-SECOND-NOTICE-DATE > SPACES
                 MOVE 'SECOND SENT' TO RZ-NOTICE-STATUS
              WHEN NOTIFICATION_DATE > SPACES
                 MOVE 'FIRST SENT' TO RZ-NOTICE-STATUS
              WHEN OTHER
                 MOVE 'NOT NOTIFIED' TO RZ-NOTICE-STATUS
           END-EVALUATE

           PERFORM WRITE-AUDIT-RECORD
           EXEC CICS PUT CONTAINER(CONTAINER-ID)
                FROM(CONTAINER-RETURN)
           END-EXEC.

      ******************************************************************
      * The second notice, letter variant and do-not-contact entry.    *
      * No RSTATKS record just means batch knows nothing more; a file  *
      * failure degrades to blanks with a note in the message - the    *
      * TBZELDA lookup already succeeded and should still be answered. *
      ******************************************************************
       READ-CONTACT-STATE.
           EXEC CICS READ FILE(REORDER-STATE-FILE-ID)
                INTO(RSK-STATE-RECORD)
                RIDFLD(WS-ACCOUNT-NUMBER)
                NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC
           EVALUATE RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 MOVE RSK-SECOND-NOTICE-DATE TO RZ-SECOND-NOTICE-DATE
                 MOVE RSK-LETTER-VARIANT TO RZ-LETTER-VARIANT
                 MOVE RSK-DNC-NO-MAIL TO RZ-DNC-NO-MAIL
                 MOVE RSK-DNC-NO-PHONE TO RZ-DNC-NO-PHONE
                 MOVE RSK-DNC-REASON TO RZ-DNC-REASON
                 MOVE RSK-BUILT-DATE TO RZ-STATE-AS-OF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 MOVE 'REORDER CUSTOMER FOUND, NOTICE STATE UNAVAILABLE'
                   TO RETURN-MESSAGE
           END-EVALUATE.

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
      * inquiry's disposition (success or failure), naming the account *
      * looked at when it is known.                                    *
      ******************************************************************
       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE 'TBZELDA' TO AUD-SYSTEM-ID
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
              MOVE LOG-MSG TO WS-AUD-DETAIL
           ELSE
              MOVE RETURN-MESSAGE TO WS-AUD-DETAIL
           END-IF
           MOVE SPACES TO WS-AUD-TEXT
           IF WS-ACCOUNT-NUMBER = SPACES
              MOVE WS-AUD-DETAIL (1: 82) TO WS-AUD-TEXT
           ELSE
              STRING 'ACCT=' WS-ACCOUNT-NUMBER ' ' WS-AUD-DETAIL
                 DELIMITED BY SIZE INTO WS-AUD-TEXT
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
