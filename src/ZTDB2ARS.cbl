       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2ARS.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Restore request for ZTDB2ARC's dormant-customer archive. When  *
      * an archived customer turns up again, run this with PARM        *
      * 'NAME=<CUST_NAME>': every archived row for that customer goes  *
      * back into TBZELDA exactly as it was archived, and its archive  *
      * record (ARCHIVI rolled to ARCHIVO, layout in ZTDB2ARR) turns   *
      * 'R' with today's date - which ZTDB2ARC counts as activity, so  *
      * the customer is not archived again on the next run.            *
      *                                                                *
      * An account that is already back in TBZELDA is not inserted a   *
      * second time; its record stays archived and the run ends with   *
      * RETURN-CODE 4, as it does when the name is not in the archive. *
      * The inserts are committed only once ARCHIVO is written whole.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-IN ASSIGN TO ARCHIVI
           FILE STATUS IS ARCHIVE-IN-FS.

           SELECT ARCHIVE-OUT ASSIGN TO ARCHIVO
           FILE STATUS IS ARCHIVE-OUT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  ARCHIVE-IN RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-IN-RECORD.
       01  ARCHIVE-IN-RECORD PIC X(140).

       FD  ARCHIVE-OUT RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-OUT-RECORD.
       01  ARCHIVE-OUT-RECORD PIC X(140).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  ARCHIVE-IN-FS          PIC X(2).
       01  ARCHIVE-OUT-FS         PIC X(2).

           COPY ZTDB2ARR.

       01  SQLRECORD1.
           02  CUST-NAME PIC X(20).
           02  CUST-ADDR PIC X(20).
           02  ACCOUNT-NUMBER PIC X(12).
           02  PRODUCT-TYPE PIC X(1).
           02  TOTAL-CHECKS PIC S9(9) COMP-4.
           02  ACTUAL-CHECKS PIC S9(9) COMP-4.
           02  NOTIF-DATE PIC X(10).
           02  REORDERED PIC X(1).
           02  REORDER-DATE PIC X(10).
           02  BAD-ADDRESS PIC X(1).
           02  EXISTING-ROWS PIC S9(9) COMP-4.
           EXEC SQL INCLUDE SQLCA    END-EXEC.

       01  WS-PARM             PIC X(100).
       01  WS-RESTORE-NAME     PIC X(20).

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).
       01  WS-TODAY-X          PIC X(10).

       01  WS-RESTORE-TOTALS.
           05 WS-TOTAL-READ        PIC 9(6) VALUE 0.
           05 WS-TOTAL-MATCHED     PIC 9(6) VALUE 0.
           05 WS-TOTAL-RESTORED    PIC 9(6) VALUE 0.
           05 WS-TOTAL-PRESENT     PIC 9(6) VALUE 0.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.
           EXEC SQL WHENEVER SQLERROR   GOTO DBERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING GOTO DBERROR END-EXEC.

           DISPLAY 'ZTDB2ARS start'
           MOVE RC-SUCCESS TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY-X
           STRING CURR-YEAR '-' CURR-MONTH '-' CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-X

           PERFORM CHECK-PARM
           IF WS-RESTORE-NAME = SPACES
               MOVE RC-ERROR TO RETURN-CODE
               DISPLAY 'ZTDB2ARS end with RETURN-CODE=' RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARCHIVE-IN
           IF ARCHIVE-IN-FS NOT = '00'
               DISPLAY 'ZTDB2ARS error opening ARCHIVI: '
                   ARCHIVE-IN-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVE-OUT
           IF ARCHIVE-OUT-FS NOT = '00'
               DISPLAY 'ZTDB2ARS error opening ARCHIVO: '
                   ARCHIVE-OUT-FS
               CLOSE ARCHIVE-IN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ ARCHIVE-IN INTO ARV-ARCHIVE-RECORD
           PERFORM UNTIL ARCHIVE-IN-FS > '04'
               ADD 1 TO WS-TOTAL-READ
               IF ARV-ARCHIVED AND ARV-CUST-NAME = WS-RESTORE-NAME
                   ADD 1 TO WS-TOTAL-MATCHED
                   PERFORM RESTORE-ONE-ROW
               END-IF
               WRITE ARCHIVE-OUT-RECORD FROM ARV-ARCHIVE-RECORD
               IF ARCHIVE-OUT-FS NOT = '00'
                   DISPLAY 'ZTDB2ARS error writing ARCHIVO: '
                       ARCHIVE-OUT-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               END-IF
               READ ARCHIVE-IN INTO ARV-ARCHIVE-RECORD
           END-PERFORM

           CLOSE ARCHIVE-IN
           CLOSE ARCHIVE-OUT

      *-----------------------------------------------------------------
      * The rows go back only with an archive that says so.
      *-----------------------------------------------------------------
           IF RETURN-CODE > RC-WARNING
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'ZTDB2ARS archive not written cleanly, '
                   'restore backed out'
           ELSE
               IF WS-TOTAL-RESTORED > 0
                   EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF

           IF WS-TOTAL-MATCHED = 0
               DISPLAY 'ZTDB2ARS ' WS-RESTORE-NAME
                   ' is not in the archive'
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'ZTDB2ARS archive records=' WS-TOTAL-READ
               ' restored=' WS-TOTAL-RESTORED
               ' already present=' WS-TOTAL-PRESENT
           DISPLAY 'ZTDB2ARS end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Parse 'NAME=<CUST_NAME>'; the name is required.                *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           MOVE SPACES TO WS-RESTORE-NAME
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM(1:5) = 'NAME='
               MOVE WS-PARM(6:20) TO WS-RESTORE-NAME
           END-IF

           IF WS-RESTORE-NAME = SPACES
               DISPLAY 'ZTDB2ARS PARM must name the customer, '
                   'NAME=<CUST_NAME>: ' WS-PARM(1:30)
           ELSE
               DISPLAY 'ZTDB2ARS restoring ' WS-RESTORE-NAME
           END-IF

           EXIT.

      ******************************************************************
      * Put one archived row back into TBZELDA unless its account is   *
      * already there.                                                 *
      ******************************************************************
       RESTORE-ONE-ROW.

           MOVE ARV-CUST-NAME TO CUST-NAME
           MOVE ARV-CUST-ADDR TO CUST-ADDR
           MOVE ARV-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           MOVE ARV-PRODUCT-TYPE TO PRODUCT-TYPE
           MOVE ARV-TOTAL-CHECKS TO TOTAL-CHECKS
           MOVE ARV-ACTUAL-CHECKS TO ACTUAL-CHECKS
           MOVE ARV-NOTIF-DATE TO NOTIF-DATE
           MOVE ARV-REORDERED TO REORDERED
           MOVE ARV-REORDER-DATE TO REORDER-DATE
           MOVE ARV-BAD-ADDRESS TO BAD-ADDRESS

           MOVE 0 TO EXISTING-ROWS
           EXEC SQL
               SELECT COUNT(*)
                   INTO :EXISTING-ROWS
                   FROM MYUSERID.TBZELDA
                   WHERE ACCOUNT_NUMBER = :ACCOUNT-NUMBER
           END-EXEC

           IF EXISTING-ROWS > 0
               ADD 1 TO WS-TOTAL-PRESENT
               DISPLAY 'ZTDB2ARS account ' ACCOUNT-NUMBER
                   ' is already in TBZELDA, left archived'
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO MYUSERID.TBZELDA
                   (CUST_NAME, CUST_ADDR, ACCOUNT_NUMBER,
                    PRODUCT_TYPE, TOTAL_CHECKS, ACTUAL_CHECKS,
                    NOTIFICATION_DATE, REORDERED, REORDER_DATE,
                    BAD_ADDRESS)
                   VALUES
                   (:CUST-NAME, :CUST-ADDR, :ACCOUNT-NUMBER,
                    :PRODUCT-TYPE, :TOTAL-CHECKS, :ACTUAL-CHECKS,
                    :NOTIF-DATE, :REORDERED, :REORDER-DATE,
                    :BAD-ADDRESS)
           END-EXEC

           SET ARV-RESTORED TO TRUE
           MOVE WS-TODAY-X TO ARV-RESTORED-DATE
           ADD 1 TO WS-TOTAL-RESTORED
           DISPLAY 'ZTDB2ARS restored ' ACCOUNT-NUMBER ' '
               CUST-NAME ' archived ' ARV-ARCHIVED-DATE

           EXIT.

       DBERROR.
           DISPLAY 'ZTDB2ARS SQL error, SQLCODE=' SQLCODE
           MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           GOBACK.
