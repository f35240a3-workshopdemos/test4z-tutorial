       01  WS-AUD-DATE      PIC X(8).
       01  WS-AUD-TIME-6    PIC X(6).
       01  WS-AUD-TIME      PIC X(8).
       01  WS-REQUESTER-ID  PIC X(8) VALUE SPACES.
       01  WS-AUD-TEXT      PIC X(82).

       01  WS-KEY-COUNT     PIC S9(9) COMP VALUE 0.

           END-EXEC
           STRING WS-AUD-TIME-6 '00' DELIMITED BY SIZE
               INTO WS-AUD-TIME
      ******************************************************************
      * The requester behind this capture, for the segregation-of-     *
      * duties review (see ZTPSODRP).                                  *
      ******************************************************************
           EXEC CICS ASSIGN USERID(WS-REQUESTER-ID)
               NOHANDLE RESP(RESPONSE-CODE)
           END-EXEC

           IF NOT WS-TARGET-EMPPHONE AND NOT WS-TARGET-CUSTFILE
              MOVE 'TARGET MUST BE EMPPHONE OR CUSTFILE' TO LOG-MSG
           MOVE UPD-KEY TO AUD-KEY
           IF RETURN-STATUS = 'S'
               MOVE 'Y' TO AUD-STATUS
               MOVE RETURN-MESSAGE (1: 82) TO WS-AUD-TEXT
           ELSE
               MOVE 'N' TO AUD-STATUS
               MOVE LOG-MSG (1: 82) TO WS-AUD-TEXT
           END-IF
           MOVE SPACES TO AUD-MESSAGE
           STRING 'BY=' WS-REQUESTER-ID ' ' WS-AUD-TEXT(1:70)
              DELIMITED BY SIZE INTO AUD-MESSAGE
           MOVE LENGTH OF AUDIT-RECORD TO WS-AUDIT-ITEM-LEN
           EXEC CICS WRITEQ TS QUEUE(AUDIT-QUEUE-NAME)
                FROM(AUDIT-RECORD)
