       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2PHY.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Nightly HR synchronization for EMPPHONE. ZTDB2PHN's MODE=LOAD  *
      * applies the initial HR extract; after that, leavers stay in    *
      * the directory until someone files a 'D' request by hand.       *
      *                                                                *
      * This program compares the nightly HR extract (HREXTRCT, the    *
      * same UPD-PHONE-UPDATE-FILE-RECORD shape MODE=LOAD reads, with  *
      * the request-type byte carrying the HR status: 'D' for a        *
      * terminated employee, anything else active) against EMPPHONE,   *
      * key by key, and writes reviewable PHUPDATE requests (PHSYNC):  *
      *                                                                *
      *  D - HR says terminated, the employee is still in EMPPHONE     *
      *  U - last and/or first name differs (only the changed names    *
      *      are filled in, so the 'U' leaves the rest alone)          *
      *  T - HR supplies a department that differs from EMP_DEPT       *
      *                                                                *
      * The generated file is fed to ZTDB2PHN like any other PHUPDATE  *
      * batch, so the requests get its normal validation, the mass-    *
      * change guardrail, and - for the deletes - the two-person       *
      * approval queue. Nothing is changed here.                       *
      *                                                                *
      * What the sync cannot decide is listed for HR on the exception  *
      * report (SYNCEXC), and ends the run with RC-WARNING:            *
      *                                                                *
      *  KEPT      - a do-not-delete ('K') record HR would terminate   *
      *              or change; no request is generated for it         *
      *  DIR-ONLY  - in EMPPHONE, not in the HR extract at all         *
      *  HR-ONLY   - active in HR, not in EMPPHONE                     *
      *  DUP-KEY   - the same key more than once in the HR extract     *
      *                                                                *
      * HR terminations for keys already gone from EMPPHONE are only   *
      * counted.                                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-EXTRACT-FILE ASSIGN HREXTRCT
           FILE STATUS IS HR-EXTRACT-STATUS.

           SELECT HR-SORTED-FILE ASSIGN HRSORTED
           FILE STATUS IS HR-SORTED-STATUS.

           SELECT HR-SORT-WORK ASSIGN TO SORTWK1.

           SELECT SYNC-REQUEST-FILE ASSIGN PHSYNC
           FILE STATUS IS SYNC-REQUEST-STATUS.

           SELECT SYNC-EXCEPTION-REPORT ASSIGN SYNCEXC
           FILE STATUS IS SYNC-EXCEPTION-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  HR-EXTRACT-FILE RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HR-EXTRACT-RECORD.
       01  HR-EXTRACT-RECORD PIC X(200).

      ******************************************************************
      * The HR extract in key order. Same positions as                 *
      * UPD-PHONE-UPDATE-FILE-RECORD (ZTDB2PHR).                       *
      ******************************************************************
       FD  HR-SORTED-FILE RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HRX-EXTRACT-RECORD.
       01  HRX-EXTRACT-RECORD.
           05 HRX-STATUS           PIC X.
              88 HRX-TERMINATED    VALUE 'D'.
           05 HRX-KEY              PIC X(6).
           05 HRX-MESSAGE          PIC X(40).
           05 HRX-LASTNAME         PIC X(40).
           05 HRX-FIRSTNAME        PIC X(40).
           05 HRX-PHONE            PIC X(10).
           05 HRX-DEPT-CODE        PIC X(4).
           05 FILLER               PIC X(59).

       SD  HR-SORT-WORK
           DATA RECORD IS HR-SORT-RECORD.
       01  HR-SORT-RECORD.
           05 FILLER               PIC X.
           05 HSW-KEY              PIC X(6).
           05 FILLER               PIC X(193).

       FD  SYNC-REQUEST-FILE RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SYNC-REQUEST-RECORD.
       01  SYNC-REQUEST-RECORD PIC X(200).

       FD  SYNC-EXCEPTION-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SYNC-EXCEPTION-RECORD.
       01  SYNC-EXCEPTION-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  HR-EXTRACT-STATUS       PIC X(2).
       01  HR-SORTED-STATUS        PIC X(2).
       01  SYNC-REQUEST-STATUS     PIC X(2).
       01  SYNC-EXCEPTION-STATUS   PIC X(2).

      *-----------------------------------------------------------------
      * The request record generated for ZTDB2PHN (see ZTDB2PHR).
      *-----------------------------------------------------------------
           COPY ZTDB2PHR.

      *-----------------------------------------------------------------
      * Match keys for the two key-ordered inputs; HIGH-VALUES marks
      * a side that has run out.
      *-----------------------------------------------------------------
       77  WS-HR-KEY           PIC X(6).
       77  WS-DIR-KEY          PIC X(6).
       77  WS-PREV-HR-KEY      PIC X(6) VALUE LOW-VALUES.
       77  WS-NAME-CHANGE-FLAG PIC 9 VALUE 0.
           88 WS-NAME-CHANGED      VALUE 1.
       77  WS-DEPT-CHANGE-FLAG PIC 9 VALUE 0.
           88 WS-DEPT-CHANGED      VALUE 1.

       01  WS-SYNC-TOTALS.
           05 WS-TOTAL-HR-RECORDS      PIC 9(6) VALUE 0.
           05 WS-TOTAL-DIR-ROWS        PIC 9(6) VALUE 0.
           05 WS-TOTAL-MATCHED         PIC 9(6) VALUE 0.
           05 WS-TOTAL-TERMINATIONS    PIC 9(6) VALUE 0.
           05 WS-TOTAL-NAME-CHANGES    PIC 9(6) VALUE 0.
           05 WS-TOTAL-DEPT-MOVES      PIC 9(6) VALUE 0.
           05 WS-TOTAL-ALREADY-GONE    PIC 9(6) VALUE 0.
           05 WS-TOTAL-EXCEPTIONS      PIC 9(6) VALUE 0.

       01  SYX-HEADER-LINE.
           05 FILLER               PIC X(30)
               VALUE 'HR SYNC EXCEPTIONS    RUN-DATE'.
           05 FILLER               PIC X VALUE '='.
           05 SYX-RUN-DATE         PIC X(8).
           05 FILLER               PIC X(61) VALUE SPACES.

       01  SYX-DETAIL-LINE.
           05 SYX-KIND             PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 SYX-KEY              PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 SYX-LASTNAME         PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 SYX-FIRSTNAME        PIC X(15).
           05 FILLER               PIC X VALUE SPACE.
           05 SYX-DEPT             PIC X(4).
           05 FILLER               PIC X VALUE SPACE.
           05 SYX-DETAIL           PIC X(42).

       01  WS-CURRENT-DATE.
           05 CURR-YEAR            PIC 9(4).
           05 CURR-MONTH           PIC 9(2).
           05 CURR-DAY             PIC 9(2).
           05 FILLER               PIC X(13).

      ******************************************************************
      * Employee phone record host structure, as in ZTDB2PHN.          *
      ******************************************************************
       01  WS-EMPPHONE.
           03  EMP_KEY            PIC X(6).
           03  EMP_KEEP           PIC X(1).
           03  EMP_LASTNAME.
               49 EMP_LASTNAMEL   PIC S9(4) COMP.
               49 EMP_LASTNAMEC   PIC X(40) VALUE SPACES.
           03  EMP_FIRSTNAME.
               49 EMP_FIRSTNAMEL  PIC S9(4) COMP.
               49 EMP_FIRSTNAMEC  PIC X(40) VALUE SPACES.
           03  EMP_PHONE          PIC X(10).
           03  EMP_DEPT           PIC X(4).
           03  EMP_EXT            PIC X(5).
           03  EMP_EMAIL.
               49 EMP_EMAILL      PIC S9(4) COMP.
               49 EMP_EMAILC      PIC X(50) VALUE SPACES.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL DECLARE EMPPHONE TABLE
               (EMP_KEY      CHAR(06)    NOT NULL,
               EMP_KEEP      CHAR(01)    NOT NULL,
               EMP_LASTNAME  VARCHAR(40) NOT NULL,
               EMP_FIRSTNAME VARCHAR(40) NOT NULL,
               EMP_PHONE     CHAR(10)    NOT NULL,
               EMP_DEPT      CHAR(04)    NOT NULL,
               EMP_EXT       CHAR(05)    NOT NULL,
               EMP_EMAIL     VARCHAR(50) NOT NULL)
           END-EXEC.

      *-----------------------------------------------------------------
      * KEY-ORDERED CURSOR, MATCHED AGAINST THE SORTED HR EXTRACT.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE SYNCDIR CURSOR FOR
               SELECT * FROM EMPPHONE
                   ORDER BY EMP_KEY ASC
           END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY 'ZTDB2PHY start'
           MOVE RC-SUCCESS TO RETURN-CODE

      *-----------------------------------------------------------------
      * HR does not promise key order; sort the extract first.
      *-----------------------------------------------------------------
           SORT HR-SORT-WORK
               ON ASCENDING KEY HSW-KEY
               WITH DUPLICATES IN ORDER
               USING HR-EXTRACT-FILE
               GIVING HR-SORTED-FILE
           IF SORT-RETURN NOT = 0
               DISPLAY 'ZTDB2PHY error sorting HREXTRCT: SORT-RETURN='
                   SORT-RETURN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT HR-SORTED-FILE
           IF HR-SORTED-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHY error opening HRSORTED: '
                   HR-SORTED-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SYNC-REQUEST-FILE
           IF SYNC-REQUEST-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHY error opening PHSYNC: '
                   SYNC-REQUEST-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SYNC-EXCEPTION-REPORT
           IF SYNC-EXCEPTION-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHY error opening SYNCEXC: '
                   SYNC-EXCEPTION-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING CURR-YEAR CURR-MONTH CURR-DAY
               DELIMITED BY SIZE INTO SYX-RUN-DATE
           MOVE SYX-HEADER-LINE TO SYNC-EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-LINE

           EXEC SQL OPEN SYNCDIR END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY 'ZTDB2PHY error opening SYNCDIR: ' SQLCODE
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               PERFORM READ-HR-RECORD
               PERFORM FETCH-DIRECTORY-ROW
               PERFORM MATCH-HR-TO-DIRECTORY
                   UNTIL WS-HR-KEY = HIGH-VALUES
                     AND WS-DIR-KEY = HIGH-VALUES
               EXEC SQL CLOSE SYNCDIR END-EXEC
           END-IF

           CLOSE HR-SORTED-FILE
           CLOSE SYNC-REQUEST-FILE
           CLOSE SYNC-EXCEPTION-REPORT

           IF WS-TOTAL-EXCEPTIONS > 0 AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHY ===== HR sync summary ====='
           DISPLAY 'ZTDB2PHY HR records     : ' WS-TOTAL-HR-RECORDS
           DISPLAY 'ZTDB2PHY EMPPHONE rows  : ' WS-TOTAL-DIR-ROWS
           DISPLAY 'ZTDB2PHY matched        : ' WS-TOTAL-MATCHED
           DISPLAY 'ZTDB2PHY terminations   : ' WS-TOTAL-TERMINATIONS
           DISPLAY 'ZTDB2PHY name changes   : ' WS-TOTAL-NAME-CHANGES
           DISPLAY 'ZTDB2PHY dept moves     : ' WS-TOTAL-DEPT-MOVES
           DISPLAY 'ZTDB2PHY already gone   : ' WS-TOTAL-ALREADY-GONE
           DISPLAY 'ZTDB2PHY exceptions     : ' WS-TOTAL-EXCEPTIONS
           DISPLAY 'ZTDB2PHY end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * One step of the match: the lower key moves on; equal keys are  *
      * compared.                                                      *
      ******************************************************************
       MATCH-HR-TO-DIRECTORY.

           EVALUATE TRUE
               WHEN WS-HR-KEY = WS-DIR-KEY
                   ADD 1 TO WS-TOTAL-MATCHED
                   PERFORM COMPARE-MATCHED-EMPLOYEE
                   PERFORM READ-HR-RECORD
                   PERFORM FETCH-DIRECTORY-ROW

               WHEN WS-HR-KEY < WS-DIR-KEY
                   IF HRX-TERMINATED
                       ADD 1 TO WS-TOTAL-ALREADY-GONE
                   ELSE
                       PERFORM WRITE-HR-ONLY-EXCEPTION
                   END-IF
                   PERFORM READ-HR-RECORD

               WHEN OTHER
                   PERFORM WRITE-DIR-ONLY-EXCEPTION
                   PERFORM FETCH-DIRECTORY-ROW
           END-EVALUATE

           EXIT.

      ******************************************************************
      * Next HR record, skipping (and reporting) repeats of a key.     *
      ******************************************************************
       READ-HR-RECORD.

           READ HR-SORTED-FILE
           PERFORM UNTIL HR-SORTED-STATUS NOT = '00'
                   OR HRX-KEY NOT = WS-PREV-HR-KEY
               ADD 1 TO WS-TOTAL-HR-RECORDS
               PERFORM WRITE-DUP-KEY-EXCEPTION
               READ HR-SORTED-FILE
           END-PERFORM

           IF HR-SORTED-STATUS NOT = '00'
               MOVE HIGH-VALUES TO WS-HR-KEY
           ELSE
               ADD 1 TO WS-TOTAL-HR-RECORDS
               MOVE HRX-KEY TO WS-HR-KEY
               MOVE HRX-KEY TO WS-PREV-HR-KEY
           END-IF

           EXIT.

       FETCH-DIRECTORY-ROW.

           INITIALIZE WS-EMPPHONE
           EXEC SQL FETCH SYNCDIR INTO :WS-EMPPHONE END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-TOTAL-DIR-ROWS
               MOVE EMP_KEY TO WS-DIR-KEY
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'ZTDB2PHY error fetching SYNCDIR: ' SQLCODE
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               END-IF
               MOVE HIGH-VALUES TO WS-DIR-KEY
           END-IF

           EXIT.

      ******************************************************************
      * The same employee on both sides: terminated, renamed, moved?   *
      * A kept record is reported for HR instead of being changed.     *
      ******************************************************************
       COMPARE-MATCHED-EMPLOYEE.

           MOVE 0 TO WS-NAME-CHANGE-FLAG
           MOVE 0 TO WS-DEPT-CHANGE-FLAG
           IF HRX-LASTNAME NOT = EMP_LASTNAMEC
                   OR HRX-FIRSTNAME NOT = EMP_FIRSTNAMEC
               SET WS-NAME-CHANGED TO TRUE
           END-IF
           IF HRX-DEPT-CODE NOT = SPACES
                   AND HRX-DEPT-CODE NOT = EMP_DEPT
               SET WS-DEPT-CHANGED TO TRUE
           END-IF

           IF EMP_KEEP = 'K'
               IF HRX-TERMINATED
                   MOVE 'terminated by HR, record is kept'
                       TO SYX-DETAIL
                   PERFORM WRITE-KEPT-EXCEPTION
               ELSE
                   IF WS-NAME-CHANGED OR WS-DEPT-CHANGED
                       MOVE SPACES TO SYX-DETAIL
                       STRING 'HR change on kept record, HR dept='
                           HRX-DEPT-CODE
                           DELIMITED BY SIZE INTO SYX-DETAIL
                       PERFORM WRITE-KEPT-EXCEPTION
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF HRX-TERMINATED
               ADD 1 TO WS-TOTAL-TERMINATIONS
               PERFORM START-SYNC-REQUEST
               MOVE 'D' TO UPD-REQUEST-TYPE
               MOVE 'HRSYNC TERMINATED' TO UPD-MESSAGE
               PERFORM WRITE-SYNC-REQUEST
               EXIT PARAGRAPH
           END-IF

           IF WS-NAME-CHANGED
               ADD 1 TO WS-TOTAL-NAME-CHANGES
               PERFORM START-SYNC-REQUEST
               MOVE 'U' TO UPD-REQUEST-TYPE
               MOVE 'HRSYNC NAME CHANGE' TO UPD-MESSAGE
               IF HRX-LASTNAME NOT = EMP_LASTNAMEC
                   MOVE HRX-LASTNAME TO UPD-LASTNAME
               END-IF
               IF HRX-FIRSTNAME NOT = EMP_FIRSTNAMEC
                   MOVE HRX-FIRSTNAME TO UPD-FIRSTNAME
               END-IF
               PERFORM WRITE-SYNC-REQUEST
           END-IF

           IF WS-DEPT-CHANGED
               ADD 1 TO WS-TOTAL-DEPT-MOVES
               PERFORM START-SYNC-REQUEST
               MOVE 'T' TO UPD-REQUEST-TYPE
               MOVE 'HRSYNC DEPT MOVE' TO UPD-MESSAGE
               MOVE HRX-DEPT-CODE TO UPD-DEPT-CODE
               PERFORM WRITE-SYNC-REQUEST
           END-IF

           EXIT.

       START-SYNC-REQUEST.

           MOVE SPACES TO UPD-PHONE-UPDATE-FILE-RECORD
           MOVE EMP_KEY TO UPD-KEY

           EXIT.

       WRITE-SYNC-REQUEST.

           MOVE UPD-PHONE-UPDATE-FILE-RECORD TO SYNC-REQUEST-RECORD
           WRITE SYNC-REQUEST-RECORD
           IF SYNC-REQUEST-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHY error writing PHSYNC: '
                   SYNC-REQUEST-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY 'ZTDB2PHY generated ' UPD-REQUEST-TYPE
                   ' for [' UPD-KEY '] ' UPD-MESSAGE(1:20)
           END-IF

           EXIT.

      ******************************************************************
      * Exception lines for HR to resolve.                             *
      ******************************************************************
       WRITE-KEPT-EXCEPTION.

           MOVE 'KEPT' TO SYX-KIND
           MOVE EMP_KEY TO SYX-KEY
           MOVE EMP_LASTNAMEC(1:20) TO SYX-LASTNAME
           MOVE EMP_FIRSTNAMEC(1:15) TO SYX-FIRSTNAME
           MOVE EMP_DEPT TO SYX-DEPT
           PERFORM WRITE-EXCEPTION-DETAIL

           EXIT.

       WRITE-DIR-ONLY-EXCEPTION.

           MOVE 'DIR-ONLY' TO SYX-KIND
           MOVE EMP_KEY TO SYX-KEY
           MOVE EMP_LASTNAMEC(1:20) TO SYX-LASTNAME
           MOVE EMP_FIRSTNAMEC(1:15) TO SYX-FIRSTNAME
           MOVE EMP_DEPT TO SYX-DEPT
           MOVE 'in EMPPHONE, not in the HR extract' TO SYX-DETAIL
           PERFORM WRITE-EXCEPTION-DETAIL

           EXIT.

       WRITE-HR-ONLY-EXCEPTION.

           MOVE 'HR-ONLY' TO SYX-KIND
           MOVE HRX-KEY TO SYX-KEY
           MOVE HRX-LASTNAME(1:20) TO SYX-LASTNAME
           MOVE HRX-FIRSTNAME(1:15) TO SYX-FIRSTNAME
           MOVE HRX-DEPT-CODE TO SYX-DEPT
           MOVE 'active in HR, not in EMPPHONE' TO SYX-DETAIL
           PERFORM WRITE-EXCEPTION-DETAIL

           EXIT.

       WRITE-DUP-KEY-EXCEPTION.

           MOVE 'DUP-KEY' TO SYX-KIND
           MOVE HRX-KEY TO SYX-KEY
           MOVE HRX-LASTNAME(1:20) TO SYX-LASTNAME
           MOVE HRX-FIRSTNAME(1:15) TO SYX-FIRSTNAME
           MOVE HRX-DEPT-CODE TO SYX-DEPT
           MOVE 'repeated HR key, only the first was used'
               TO SYX-DETAIL
           PERFORM WRITE-EXCEPTION-DETAIL

           EXIT.

       WRITE-EXCEPTION-DETAIL.

           ADD 1 TO WS-TOTAL-EXCEPTIONS
           MOVE SYX-DETAIL-LINE TO SYNC-EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-LINE

           EXIT.

       WRITE-EXCEPTION-LINE.

           WRITE SYNC-EXCEPTION-RECORD
           IF SYNC-EXCEPTION-STATUS NOT = '00'
               DISPLAY 'ZTDB2PHY error writing SYNCEXC: '
                   SYNC-EXCEPTION-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2PHY ' SYNC-EXCEPTION-RECORD(1:80)

           EXIT.
