           SELECT UNRESPONSIVE-REPORT ASSIGN TO UNRESP
           FILE STATUS IS UNRESPONSIVE-REPORT-FS.

      ******************************************************************
      * Every address on its way into MAILEXTR is standardized first   *
      * (ZTDB2ADS). One that cannot be mailed - no ZIP, no valid       *
      * state, too short to deliver - is held out of the extract onto  *
      * the address-correction worklist ADDRCORR instead of being      *
      * mailed and coming back on ZTDB2TE5's returned-mail file.       *
      * ADDRSTD shows each correction before and after, each hold,     *
      * and the corrected / held / unchanged counts.                   *
      ******************************************************************
           SELECT ADDRESS-CORRECTION-FILE ASSIGN TO ADDRCORR
           FILE STATUS IS ADDRESS-CORRECTION-FS.

           SELECT ADDRESS-STD-REPORT ASSIGN TO ADDRSTD
           FILE STATUS IS ADDRESS-STD-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS UNRESPONSIVE-RECORD.
       01  UNRESPONSIVE-RECORD PIC X(80).

       FD  ADDRESS-CORRECTION-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ADDRESS-CORRECTION-RECORD.
       01  ADDRESS-CORRECTION-RECORD PIC X(100).

       FD  ADDRESS-STD-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ADDRESS-STD-RECORD.
       01  ADDRESS-STD-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.
       77  WS-SECOND-SENT-COUNT        PIC 9(6) VALUE 0.
       77  WS-UNRESPONSIVE-COUNT       PIC 9(6) VALUE 0.

      *-----------------------------------------------------------------
      * Variables for the address standardization ahead of the
      * extract. WS-ADDR-NOTICE-FLAG is the notice (FIRST/SECOND) the
      * address is being standardized for.
      *-----------------------------------------------------------------
       77  ADDRESS-CORRECTION-FS       PIC 9(2).
       77  ADDRESS-STD-REPORT-FS       PIC 9(2).
           COPY ZTDB2ADR.
       77  WS-ADDR-NOTICE-FLAG         PIC X(6).
       77  WS-ADDR-CORRECTED           PIC 9(5) VALUE 0.
       77  WS-ADDR-HELD                PIC 9(5) VALUE 0.
       77  WS-ADDR-UNCHANGED           PIC 9(5) VALUE 0.
       77  WS-ADDR-HELD-FIRST          PIC 9(5) VALUE 0.

      *-----------------------------------------------------------------
      * CURSOR OVER UNCONFIRMED CUSTOMERS WHOSE NOTIFICATION HAS AGED
      * PAST THE SECOND-NOTICE CUTOFF. Customers ZTDB2TE5 flagged as
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           OPEN OUTPUT ADDRESS-CORRECTION-FILE
           OPEN OUTPUT ADDRESS-STD-REPORT
           IF ADDRESS-CORRECTION-FS NOT = 0
                   OR ADDRESS-STD-REPORT-FS NOT = 0
               DISPLAY 'ZTDB2TE1 error opening address outputs: '
                   ADDRESS-CORRECTION-FS ' ' ADDRESS-STD-REPORT-FS
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           OPEN OUTPUT MAIL-EXTRACT-FILE
           IF MAIL-EXTRACT-FS NOT = 0
               DISPLAY 'ZTDB2TE1 error opening MAILEXTR: '
           END-PERFORM
           EXEC SQL CLOSE NOTIFIED END-EXEC

      *-----------------------------------------------------------------
      * Held first notices had their notification undone; make it
      * stick now the cursor is closed.
      *-----------------------------------------------------------------
           IF WS-ADDR-HELD-FIRST > 0
               EXEC SQL COMMIT END-EXEC
           END-IF

      *-----------------------------------------------------------------
      * Second notices ride the same extract, flagged SECOND, before
      * the trailer closes out the control count.

           PERFORM WRITE-MAIL-TRAILER

           MOVE SPACES TO ADDRESS-STD-RECORD
           STRING 'ADDRESSES CORRECTED=' WS-ADDR-CORRECTED
               ' HELD=' WS-ADDR-HELD
               ' UNCHANGED=' WS-ADDR-UNCHANGED
               DELIMITED BY SIZE INTO ADDRESS-STD-RECORD
           PERFORM WRITE-ADDRESS-STD-LINE

           CLOSE MAIL-EXTRACT-FILE
           CLOSE MAIL-HISTORY-OUT
           CLOSE SUPPRESSION-REPORT
           CLOSE ADDRESS-CORRECTION-FILE
           CLOSE ADDRESS-STD-REPORT

           DISPLAY 'ZTDB2TE1 mail extract records: '
               WS-EXTRACT-COUNT
           DISPLAY 'ZTDB2TE1 do-not-contact suppressed: '
               WS-DNC-MAIL-SUPPRESSED
           DISPLAY 'ZTDB2TE1 addresses corrected: ' WS-ADDR-CORRECTED
               ' held: ' WS-ADDR-HELD
               ' unchanged: ' WS-ADDR-UNCHANGED

           EXIT.

               EXIT PARAGRAPH
           END-IF

           MOVE WS-NOTICE-FLAG TO WS-ADDR-NOTICE-FLAG
           PERFORM STANDARDIZE-MAIL-ADDRESS
           IF ADS-HELD
               PERFORM UNDO-HELD-NOTIFICATION
               EXIT PARAGRAPH
           END-IF

           PERFORM ASSIGN-LETTER-VARIANT

           ADD 1 TO WS-EXTRACT-COUNT
           MOVE SPACES TO MAIL-EXTRACT-RECORD
           SET MXR-DETAIL TO TRUE
           MOVE CUST-NAME TO MXR-CUST-NAME
           MOVE ADS-STD-ADDR TO MXR-CUST-ADDR
           MOVE ACCOUNT-NUMBER TO MXR-ACCOUNT-NUMBER
           MOVE PRODUCT-TYPE TO MXR-PRODUCT-TYPE
           MOVE WS-NOTIF-DATE-HOST TO MXR-NOTIF-DATE
               EXIT PARAGRAPH
           END-IF

      *-----------------------------------------------------------------
      * A held second notice is not recorded as sent, so it goes out
      * on the first run after the address is corrected.
      *-----------------------------------------------------------------
           MOVE 'SECOND' TO WS-ADDR-NOTICE-FLAG
           PERFORM STANDARDIZE-MAIL-ADDRESS
           IF ADS-HELD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SN-COUNT
           MOVE CUST-NAME TO WS-SN-CUST-NAME(WS-SN-COUNT)
           MOVE WS-CURREN-DATE TO WS-SN-NOTICE-DATE(WS-SN-COUNT)
           MOVE SPACES TO MAIL-EXTRACT-RECORD
           SET MXR-DETAIL TO TRUE
           MOVE CUST-NAME TO MXR-CUST-NAME
           MOVE ADS-STD-ADDR TO MXR-CUST-ADDR
           MOVE ACCOUNT-NUMBER TO MXR-ACCOUNT-NUMBER
           MOVE PRODUCT-TYPE TO MXR-PRODUCT-TYPE
           MOVE WS-NOTIF-DATE-HOST TO MXR-NOTIF-DATE

           EXIT.

      ******************************************************************
      * Standardize CUST-ADDR for the extract (ZTDB2ADS). A correction *
      * is reported before and after; an address that cannot be        *
      * mailed is reported and goes on the address-correction          *
      * worklist.                                                      *
      *                                                                *
      * Input:  CUST-NAME, CUST-ADDR, ACCOUNT-NUMBER,                  *
      *         WS-ADDR-NOTICE-FLAG                                    *
      * Output: ADS-ADDRESS-AREA (ADS-STD-ADDR to mail, or ADS-HELD)   *
      ******************************************************************
       STANDARDIZE-MAIL-ADDRESS.

           MOVE CUST-ADDR TO ADS-INPUT-ADDR
           CALL 'ZTDB2ADS' USING ADS-ADDRESS-AREA

           EVALUATE TRUE
               WHEN ADS-UNCHANGED
                   ADD 1 TO WS-ADDR-UNCHANGED
               WHEN ADS-CORRECTED
                   ADD 1 TO WS-ADDR-CORRECTED
                   MOVE SPACES TO ADDRESS-STD-RECORD
                   STRING 'CORRECTED ' CUST-NAME ' ' CUST-ADDR
                       ' -> ' ADS-STD-ADDR
                       DELIMITED BY SIZE INTO ADDRESS-STD-RECORD
                   PERFORM WRITE-ADDRESS-STD-LINE
               WHEN OTHER
                   ADD 1 TO WS-ADDR-HELD
                   MOVE SPACES TO ADDRESS-STD-RECORD
                   STRING 'HELD      ' CUST-NAME ' ' CUST-ADDR
                       ' ' ADS-HOLD-REASON
                       DELIMITED BY SIZE INTO ADDRESS-STD-RECORD
                   PERFORM WRITE-ADDRESS-STD-LINE

                   MOVE SPACES TO ACW-WORKLIST-RECORD
                   MOVE CUST-NAME TO ACW-CUST-NAME
                   MOVE ACCOUNT-NUMBER TO ACW-ACCOUNT-NUMBER
                   MOVE CUST-ADDR TO ACW-CUST-ADDR
                   MOVE ADS-HOLD-REASON TO ACW-HOLD-REASON
                   MOVE WS-ADDR-NOTICE-FLAG TO ACW-NOTICE-FLAG
                   MOVE WS-CURREN-DATE TO ACW-HELD-DATE
                   WRITE ADDRESS-CORRECTION-RECORD
                       FROM ACW-WORKLIST-RECORD
                   IF ADDRESS-CORRECTION-FS NOT = 0
                       DISPLAY 'ZTDB2TE1 error writing ADDRCORR: '
                           ADDRESS-CORRECTION-FS
                       MOVE RC-ERROR TO RETURN-CODE
                   END-IF
           END-EVALUATE

           EXIT.

       WRITE-ADDRESS-STD-LINE.

           WRITE ADDRESS-STD-RECORD
           IF ADDRESS-STD-REPORT-FS NOT = 0
               DISPLAY 'ZTDB2TE1 error writing ADDRSTD: '
                   ADDRESS-STD-REPORT-FS
               MOVE RC-ERROR TO RETURN-CODE
           END-IF
           DISPLAY 'ZTDB2TE1 ' ADDRESS-STD-RECORD(1:70)

           EXIT.

      ******************************************************************
      * A first notice held for its address was never mailed, so its   *
      * NOTIFICATION_DATE is cleared: the notification pass stamps the *
      * customer again next run, and the notice goes out once the      *
      * address has been corrected - with no aging clock running on a  *
      * letter nobody received.                                        *
      ******************************************************************
       UNDO-HELD-NOTIFICATION.

           EXEC SQL
               UPDATE MYUSERID.TBZELDA
               SET NOTIFICATION_DATE = ' '
               WHERE CUST_NAME = :CUST-NAME
                 AND NOTIFICATION_DATE = :WS-CURREN-DATE
           END-EXEC
           ADD 1 TO WS-ADDR-HELD-FIRST

           EXIT.

      ******************************************************************
      * The control total the mailing house reconciles against.        *
      ******************************************************************
