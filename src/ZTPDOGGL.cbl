       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPDOGGL.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Monthly general-ledger posting of adoption fees. Accounting    *
      * used to re-key the month's fee totals from the printed         *
      * adoption report; this run writes them as a journal in the      *
      * ledger's inbound format instead. It:                           *
      *                                                                *
      *  1. totals INP-FEE-AMOUNT for the month by shelter location    *
      *     and species from the adoption feed (ADOPTS, the month's    *
      *     files), organic adoptions and corrections ('C') apart      *
      *  2. maps each location and species to its revenue account,     *
      *     clearing account and cost center from the account map      *
      *     (GLACCTS, see ZTPDGGLM, maintained by ZTPDOGGM)            *
      *  3. builds the journal: fees debit the clearing account and    *
      *     credit revenue; corrections reverse against the same two   *
      *     accounts (debit revenue, credit clearing) on lines of      *
      *     their own, so the reversal is visible in the ledger        *
      *  4. proves the journal - debits equal credits, and both equal  *
      *     the fees and reversals read, and net revenue equals fees   *
      *     less reversals - and only then writes it to GLJRNL:        *
      *     header, lines, and a trailer with the line count and the   *
      *     debit and credit control totals                            *
      *  5. lists every line and the control totals on GLRPT           *
      *                                                                *
      * A location and species the map cannot resolve, or a journal    *
      * that does not prove, fails the run with RETURN-CODE 12 and no  *
      * journal is written. Fees on outcomes other than adoptions are  *
      * not adoption fees and are listed, not posted (RETURN-CODE 4).  *
      *                                                                *
      * Runtime PARM (optional):                                       *
      *   'MON=YYYYMM' the month to post (default: last month)         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADOPTS-INPUT ASSIGN ADOPTS
           FILE STATUS IS ADOPTS-FS.

           SELECT ACCOUNT-MAP ASSIGN GLACCTS
           FILE STATUS IS ACCOUNT-MAP-FS.

           SELECT GL-JOURNAL ASSIGN GLJRNL
           FILE STATUS IS GL-JOURNAL-FS.

           SELECT POSTING-REPORT ASSIGN GLRPT
           FILE STATUS IS POSTING-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ADOPTS-INPUT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ADOPTED-DOGS-REC.

           COPY ZTPDGADR.

       FD ACCOUNT-MAP
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GLM-ACCOUNT-MAP-RECORD.
           COPY ZTPDGGLM REPLACING ==:GLM:== BY ==GLM==.

      *-----------------------------------------------------------------
      * GLJRNL: the ledger's inbound journal - one header, the lines,
      * one trailer. Amounts are dollars and cents.
      *-----------------------------------------------------------------
       FD GL-JOURNAL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS GLJ-HEADER-REC.
       01  GLJ-HEADER-REC.
           05 GLJ-RECORD-TYPE         PIC X(1).
               88 GLJ-HEADER          VALUE 'H'.
               88 GLJ-LINE            VALUE 'L'.
               88 GLJ-TRAILER         VALUE 'T'.
           05 FILLER                  PIC X.
           05 GLJ-SOURCE              PIC X(8).
           05 FILLER                  PIC X.
           05 GLJ-JOURNAL-ID          PIC X(12).
           05 FILLER                  PIC X.
           05 GLJ-PERIOD              PIC X(6).
           05 FILLER                  PIC X.
           05 GLJ-RUN-DATE            PIC X(8).
           05 FILLER                  PIC X(61).
       01  GLJ-LINE-REC.
           05 FILLER                  PIC X(1).
           05 FILLER                  PIC X.
           05 GLJ-LINE-NO             PIC 9(5).
           05 FILLER                  PIC X.
           05 GLJ-ACCOUNT             PIC X(10).
           05 FILLER                  PIC X.
           05 GLJ-COST-CENTER         PIC X(8).
           05 FILLER                  PIC X.
           05 GLJ-DR-CR               PIC X(1).
               88 GLJ-DEBIT           VALUE 'D'.
               88 GLJ-CREDIT          VALUE 'C'.
           05 FILLER                  PIC X.
           05 GLJ-AMOUNT              PIC 9(9)V99.
           05 FILLER                  PIC X.
           05 GLJ-DESCRIPTION         PIC X(30).
           05 FILLER                  PIC X(28).
       01  GLJ-TRAILER-REC.
           05 FILLER                  PIC X(1).
           05 FILLER                  PIC X.
           05 GLJ-LINE-COUNT          PIC 9(5).
           05 FILLER                  PIC X.
           05 GLJ-TOTAL-DEBITS        PIC 9(11)V99.
           05 FILLER                  PIC X.
           05 GLJ-TOTAL-CREDITS       PIC 9(11)V99.
           05 FILLER                  PIC X(65).

       FD POSTING-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS POSTING-REPORT-REC.
       01  POSTING-REPORT-REC         PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  ADOPTS-FS           PIC 9(2).
       01  ACCOUNT-MAP-FS      PIC 9(2).
       01  GL-JOURNAL-FS       PIC 9(2).
       01  POSTING-REPORT-FS   PIC 9(2).

       01  CFG-JOURNAL-SOURCE  PIC X(8) VALUE 'ADOPTFEE'.

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).
       01  WS-TODAY            PIC X(8).
       01  WS-REPORT-MONTH.
           05 WS-REPORT-YEAR   PIC 9(4).
           05 WS-REPORT-MM     PIC 9(2).

      *-----------------------------------------------------------------
      * The account map, as read.
      *-----------------------------------------------------------------
       01  WS-MAP-TABLE.
           05 WS-GM-ENTRY OCCURS 300 TIMES.
               10 WS-GM-LOCATION      PIC X(20).
               10 WS-GM-SPECIES       PIC X(1).
               10 WS-GM-REVENUE       PIC X(10).
               10 WS-GM-CLEARING      PIC X(10).
               10 WS-GM-COST-CENTER   PIC X(8).
       01  WS-GM-COUNT         PIC 9(3) VALUE 0.
       01  WS-GM-INDEX         PIC 9(3).
       01  WS-GM-MAX           PIC 9(3) VALUE 300.
       01  WS-GM-MATCH         PIC 9(3).
       01  WS-SEARCH-LOCATION  PIC X(20).
       01  WS-SEARCH-SPECIES   PIC X(1).

      *-----------------------------------------------------------------
      * The month's fees by location and species, with the accounts
      * each resolves to.
      *-----------------------------------------------------------------
       01  WS-POSTING-TABLE.
           05 WS-PF-ENTRY OCCURS 500 TIMES.
               10 WS-PF-LOCATION      PIC X(20).
               10 WS-PF-SPECIES       PIC X(1).
               10 WS-PF-FEES          PIC 9(9).
               10 WS-PF-REVERSALS     PIC 9(9).
               10 WS-PF-REVENUE       PIC X(10).
               10 WS-PF-CLEARING      PIC X(10).
               10 WS-PF-COST-CENTER   PIC X(8).
       01  WS-PF-COUNT         PIC 9(3) VALUE 0.
       01  WS-PF-INDEX         PIC 9(3).
       01  WS-PF-MAX           PIC 9(3) VALUE 500.
       01  WS-FOUND-FLAG       PIC 9(1).
           88 WS-FOUND         VALUE 1.
           88 WS-NOT-FOUND     VALUE 0.

      *-----------------------------------------------------------------
      * The journal lines, built in full before anything is written.
      *-----------------------------------------------------------------
       01  WS-JOURNAL-TABLE.
           05 WS-JL-ENTRY OCCURS 2000 TIMES.
               10 WS-JL-ACCOUNT       PIC X(10).
               10 WS-JL-COST-CENTER   PIC X(8).
               10 WS-JL-DR-CR         PIC X(1).
               10 WS-JL-AMOUNT        PIC 9(9)V99.
               10 WS-JL-DESCRIPTION.
                   15 WS-JL-DESC-TYPE PIC X(8).
                   15 FILLER          PIC X.
                   15 WS-JL-DESC-LOC  PIC X(20).
                   15 WS-JL-DESC-SPEC PIC X(1).
       01  WS-JL-COUNT         PIC 9(5) VALUE 0.
       01  WS-JL-INDEX         PIC 9(5).
       01  WS-JL-MAX           PIC 9(5) VALUE 2000.
       01  WS-JL-ADDED-FLAG    PIC 9(1).
           88 WS-JL-ADDED      VALUE 1.
           88 WS-JL-NOT-ADDED  VALUE 0.

       01  WS-RECORD-FEE       PIC 9(5).
       01  WS-POST-AMOUNT      PIC 9(9)V99.

       01  WS-POSTING-TOTALS.
           05 WS-TOTAL-READ          PIC 9(7) VALUE 0.
           05 WS-TOTAL-OTHER-MONTH   PIC 9(7) VALUE 0.
           05 WS-TOTAL-NOT-ADOPTION  PIC 9(7) VALUE 0.
           05 WS-TOTAL-UNMAPPED      PIC 9(5) VALUE 0.
           05 WS-INPUT-FEES          PIC 9(11)V99 VALUE 0.
           05 WS-INPUT-REVERSALS     PIC 9(11)V99 VALUE 0.
           05 WS-JOURNAL-DEBITS      PIC 9(11)V99 VALUE 0.
           05 WS-JOURNAL-CREDITS     PIC 9(11)V99 VALUE 0.
           05 WS-REVENUE-CREDITS     PIC 9(11)V99 VALUE 0.
           05 WS-REVENUE-DEBITS      PIC 9(11)V99 VALUE 0.
           05 WS-EXPECTED-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-PROOF-FLAG       PIC 9(1) VALUE 1.
           88 WS-JOURNAL-PROVES VALUE 1.
           88 WS-JOURNAL-FAILS  VALUE 0.

       01  GLR-TITLE-LINE.
           05 FILLER             PIC X(36)
               VALUE 'ZTPDOGGL - ADOPTION FEE GL POSTING  '.
           05 FILLER             PIC X(7) VALUE 'PERIOD '.
           05 GLR-PERIOD         PIC X(6).
           05 FILLER             PIC X(10) VALUE '  RUN DATE'.
           05 FILLER             PIC X VALUE SPACE.
           05 GLR-RUN-DATE       PIC X(8).
           05 FILLER             PIC X(32) VALUE SPACES.

       01  GLR-HEADING-LINE.
           05 FILLER             PIC X(7)  VALUE ' LINE'.
           05 FILLER             PIC X(11) VALUE 'ACCOUNT'.
           05 FILLER             PIC X(9)  VALUE 'COST CTR'.
           05 FILLER             PIC X(4)  VALUE 'D/C'.
           05 FILLER             PIC X(16) VALUE '         AMOUNT'.
           05 FILLER             PIC X(53) VALUE 'DESCRIPTION'.

       01  GLR-DETAIL-LINE.
           05 GLR-LINE-NO        PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 GLR-ACCOUNT        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 GLR-COST-CENTER    PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 GLR-DR-CR          PIC X(1).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 GLR-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 GLR-DESCRIPTION    PIC X(30).
           05 FILLER             PIC X(23) VALUE SPACES.

       01  GLR-MESSAGE-LINE.
           05 GLR-MSG-TEXT       PIC X(30).
           05 GLR-MSG-LOCATION   PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 GLR-MSG-SPECIES    PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 GLR-MSG-DATE       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 GLR-MSG-AMOUNT     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(27) VALUE SPACES.

       01  GLR-TOTAL-LINE.
           05 GLR-TOT-LABEL      PIC X(30).
           05 GLR-TOT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(53) VALUE SPACES.

      *-----------------------------------------------------------------
      * Variables for CHECK-PARM-OVERRIDES ('MON=YYYYMM').
      *-----------------------------------------------------------------
       01  WS-PARM             PIC X(100).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH      PIC S9(4) COMP.
           05 LS-PARM-DATA        PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTPDOGGL - ADOPTION FEE GL POSTING'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM DERIVE-POSTING-MONTH
           PERFORM CHECK-PARM-OVERRIDES

           OPEN OUTPUT POSTING-REPORT
           IF POSTING-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGGL - CANNOT OPEN GLRPT: '
                   POSTING-REPORT-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               GOBACK
           END-IF
           MOVE WS-REPORT-MONTH TO GLR-PERIOD
           MOVE WS-TODAY TO GLR-RUN-DATE
           MOVE GLR-TITLE-LINE TO POSTING-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-ACCOUNT-MAP
           PERFORM TOTAL-MONTH-FEES
           PERFORM RESOLVE-ACCOUNTS
           PERFORM BUILD-JOURNAL-LINES
           PERFORM PROVE-JOURNAL

           IF WS-JOURNAL-PROVES
               PERFORM WRITE-GL-JOURNAL
           ELSE
               MOVE SPACES TO POSTING-REPORT-REC
               PERFORM WRITE-REPORT-LINE
               MOVE 'RUN FAILED - JOURNAL NOT WRITTEN'
                   TO POSTING-REPORT-REC
               PERFORM WRITE-REPORT-LINE
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           END-IF

           CLOSE POSTING-REPORT

           DISPLAY 'ZTPDOGGL - LINES=' WS-JL-COUNT
               ' DEBITS=' WS-JOURNAL-DEBITS
               ' CREDITS=' WS-JOURNAL-CREDITS
           DISPLAY 'ZTPDOGGL - END WITH RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * The posting runs after month end: by default it posts the      *
      * month before the current one.                                  *
      ******************************************************************
       DERIVE-POSTING-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TODAY
           STRING CURR-YEAR CURR-MONTH CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY

           IF CURR-MONTH = 1
               COMPUTE WS-REPORT-YEAR = CURR-YEAR - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE CURR-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MM = CURR-MONTH - 1
           END-IF

           EXIT.

       CHECK-PARM-OVERRIDES.
           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM(1:4) = 'MON=' AND WS-PARM(5:6) IS NUMERIC
               MOVE WS-PARM(5:6) TO WS-REPORT-MONTH
           END-IF

           DISPLAY 'ZTPDOGGL - PERIOD ' WS-REPORT-MONTH

           EXIT.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP
           IF ACCOUNT-MAP-FS NOT = 0
               DISPLAY 'ZTPDOGGL - CANNOT OPEN GLACCTS: '
                   ACCOUNT-MAP-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               CLOSE POSTING-REPORT
               GOBACK
           END-IF

           READ ACCOUNT-MAP
           PERFORM UNTIL ACCOUNT-MAP-FS > 04
               IF GLM-LOCATION NOT = SPACES
                   IF WS-GM-COUNT < WS-GM-MAX
                       ADD 1 TO WS-GM-COUNT
                       MOVE GLM-LOCATION TO WS-GM-LOCATION(WS-GM-COUNT)
                       MOVE GLM-SPECIES TO WS-GM-SPECIES(WS-GM-COUNT)
                       MOVE GLM-REVENUE-ACCOUNT
                           TO WS-GM-REVENUE(WS-GM-COUNT)
                       MOVE GLM-CLEARING-ACCOUNT
                           TO WS-GM-CLEARING(WS-GM-COUNT)
                       MOVE GLM-COST-CENTER
                           TO WS-GM-COST-CENTER(WS-GM-COUNT)
                   ELSE
                       DISPLAY 'ZTPDOGGL - ACCOUNT MAP TABLE FULL'
                       COMPUTE RETURN-CODE = RC-SEVERE-ERROR
                       CLOSE POSTING-REPORT
                       GOBACK
                   END-IF
               END-IF
               READ ACCOUNT-MAP
           END-PERFORM

           CLOSE ACCOUNT-MAP

           EXIT.

      ******************************************************************
      * The month's fees. Blank fees read as zero, as ZTPDOGOS reads   *
      * them, and post nothing.                                        *
      ******************************************************************
       TOTAL-MONTH-FEES.
           OPEN INPUT ADOPTS-INPUT
           IF ADOPTS-FS NOT = 0
               DISPLAY 'ZTPDOGGL - CANNOT OPEN ADOPTS: ' ADOPTS-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               CLOSE POSTING-REPORT
               GOBACK
           END-IF

           READ ADOPTS-INPUT
           PERFORM UNTIL ADOPTS-FS > 04
               ADD 1 TO WS-TOTAL-READ
               IF INP-ADOPTED-DATE(1:6) = WS-REPORT-MONTH
                   PERFORM TOTAL-ONE-FEE
               ELSE
                   ADD 1 TO WS-TOTAL-OTHER-MONTH
               END-IF
               READ ADOPTS-INPUT
           END-PERFORM

           CLOSE ADOPTS-INPUT

           EXIT.

       TOTAL-ONE-FEE.
           IF INP-FEE-AMOUNT IS NUMERIC
               MOVE INP-FEE-AMOUNT TO WS-RECORD-FEE
           ELSE
               MOVE 0 TO WS-RECORD-FEE
           END-IF
           IF WS-RECORD-FEE = 0
               EXIT PARAGRAPH
           END-IF

           IF NOT INP-OUTCOME-ADOPTED
               ADD 1 TO WS-TOTAL-NOT-ADOPTION
               MOVE 'NON-ADOPTION FEE - NOT POSTED' TO GLR-MSG-TEXT
               MOVE INP-SHELTER-LOCATION TO GLR-MSG-LOCATION
               MOVE INP-SPECIES TO GLR-MSG-SPECIES
               MOVE INP-ADOPTED-DATE TO GLR-MSG-DATE
               MOVE WS-RECORD-FEE TO GLR-MSG-AMOUNT
               MOVE GLR-MESSAGE-LINE TO POSTING-REPORT-REC
               PERFORM WRITE-REPORT-LINE
               IF RETURN-CODE < RC-WARNING
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE INP-SHELTER-LOCATION TO WS-SEARCH-LOCATION
           IF INP-SPECIES = SPACE
               MOVE 'D' TO WS-SEARCH-SPECIES
           ELSE
               MOVE INP-SPECIES TO WS-SEARCH-SPECIES
           END-IF
           PERFORM FIND-OR-ADD-POSTING
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF INP-CORRECTION
               ADD WS-RECORD-FEE TO WS-PF-REVERSALS(WS-PF-INDEX)
               ADD WS-RECORD-FEE TO WS-INPUT-REVERSALS
           ELSE
               ADD WS-RECORD-FEE TO WS-PF-FEES(WS-PF-INDEX)
               ADD WS-RECORD-FEE TO WS-INPUT-FEES
           END-IF

           EXIT.

      *-----------------------------------------------------------------
      * A fee that cannot be totalled must not quietly drop out of the
      * journal: a full table fails the run.
      *-----------------------------------------------------------------
       FIND-OR-ADD-POSTING.
           SET WS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PF-INDEX FROM 1 BY 1
                   UNTIL WS-PF-INDEX > WS-PF-COUNT OR WS-FOUND
               IF WS-PF-LOCATION(WS-PF-INDEX) = WS-SEARCH-LOCATION
                       AND WS-PF-SPECIES(WS-PF-INDEX) =
                           WS-SEARCH-SPECIES
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM WS-PF-INDEX
               EXIT PARAGRAPH
           END-IF

           IF WS-PF-COUNT >= WS-PF-MAX
               DISPLAY 'ZTPDOGGL - POSTING TABLE FULL: '
                   WS-SEARCH-LOCATION ' ' WS-SEARCH-SPECIES
               SET WS-JOURNAL-FAILS TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PF-COUNT
           MOVE WS-PF-COUNT TO WS-PF-INDEX
           INITIALIZE WS-PF-ENTRY(WS-PF-INDEX)
           MOVE WS-SEARCH-LOCATION TO WS-PF-LOCATION(WS-PF-INDEX)
           MOVE WS-SEARCH-SPECIES TO WS-PF-SPECIES(WS-PF-INDEX)
           SET WS-FOUND TO TRUE

           EXIT.

      ******************************************************************
      * Most specific map entry first: location and species, location  *
      * and '*', '*' and species, '*' and '*'.                         *
      ******************************************************************
       RESOLVE-ACCOUNTS.
           PERFORM VARYING WS-PF-INDEX FROM 1 BY 1
                   UNTIL WS-PF-INDEX > WS-PF-COUNT
               MOVE WS-PF-LOCATION(WS-PF-INDEX) TO WS-SEARCH-LOCATION
               MOVE WS-PF-SPECIES(WS-PF-INDEX) TO WS-SEARCH-SPECIES
               PERFORM FIND-MAP-ENTRY
               IF WS-GM-MATCH = 0
                   MOVE '*' TO WS-SEARCH-SPECIES
                   PERFORM FIND-MAP-ENTRY
               END-IF
               IF WS-GM-MATCH = 0
                   MOVE '*' TO WS-SEARCH-LOCATION
                   MOVE WS-PF-SPECIES(WS-PF-INDEX) TO WS-SEARCH-SPECIES
                   PERFORM FIND-MAP-ENTRY
               END-IF
               IF WS-GM-MATCH = 0
                   MOVE '*' TO WS-SEARCH-SPECIES
                   PERFORM FIND-MAP-ENTRY
               END-IF

               IF WS-GM-MATCH = 0
                   ADD 1 TO WS-TOTAL-UNMAPPED
                   SET WS-JOURNAL-FAILS TO TRUE
                   MOVE 'NO GL ACCOUNT MAPPED FOR' TO GLR-MSG-TEXT
                   MOVE WS-PF-LOCATION(WS-PF-INDEX) TO GLR-MSG-LOCATION
                   MOVE WS-PF-SPECIES(WS-PF-INDEX) TO GLR-MSG-SPECIES
                   MOVE SPACES TO GLR-MSG-DATE
                   COMPUTE GLR-MSG-AMOUNT = WS-PF-FEES(WS-PF-INDEX)
                       + WS-PF-REVERSALS(WS-PF-INDEX)
                   MOVE GLR-MESSAGE-LINE TO POSTING-REPORT-REC
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE WS-GM-REVENUE(WS-GM-MATCH)
                       TO WS-PF-REVENUE(WS-PF-INDEX)
                   MOVE WS-GM-CLEARING(WS-GM-MATCH)
                       TO WS-PF-CLEARING(WS-PF-INDEX)
                   MOVE WS-GM-COST-CENTER(WS-GM-MATCH)
                       TO WS-PF-COST-CENTER(WS-PF-INDEX)
               END-IF
           END-PERFORM

           EXIT.

       FIND-MAP-ENTRY.
           MOVE 0 TO WS-GM-MATCH
           PERFORM VARYING WS-GM-INDEX FROM 1 BY 1
                   UNTIL WS-GM-INDEX > WS-GM-COUNT OR WS-GM-MATCH > 0
               IF WS-GM-LOCATION(WS-GM-INDEX) = WS-SEARCH-LOCATION
                       AND WS-GM-SPECIES(WS-GM-INDEX) =
                           WS-SEARCH-SPECIES
                   MOVE WS-GM-INDEX TO WS-GM-MATCH
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Two lines per movement: fees debit clearing and credit         *
      * revenue, reversals debit revenue and credit clearing.          *
      ******************************************************************
       BUILD-JOURNAL-LINES.
           PERFORM VARYING WS-PF-INDEX FROM 1 BY 1
                   UNTIL WS-PF-INDEX > WS-PF-COUNT
               IF WS-PF-REVENUE(WS-PF-INDEX) NOT = SPACES
                   IF WS-PF-FEES(WS-PF-INDEX) > 0
                       MOVE WS-PF-FEES(WS-PF-INDEX) TO WS-POST-AMOUNT
                       PERFORM ADD-FEE-LINES
                   END-IF
                   IF WS-PF-REVERSALS(WS-PF-INDEX) > 0
                       MOVE WS-PF-REVERSALS(WS-PF-INDEX)
                           TO WS-POST-AMOUNT
                       PERFORM ADD-REVERSAL-LINES
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       ADD-FEE-LINES.
           PERFORM ADD-JOURNAL-LINE
           IF WS-JL-NOT-ADDED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PF-CLEARING(WS-PF-INDEX)
               TO WS-JL-ACCOUNT(WS-JL-COUNT)
           MOVE 'D' TO WS-JL-DR-CR(WS-JL-COUNT)
           MOVE 'ADPT FEE' TO WS-JL-DESC-TYPE(WS-JL-COUNT)

           PERFORM ADD-JOURNAL-LINE
           IF WS-JL-NOT-ADDED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PF-REVENUE(WS-PF-INDEX)
               TO WS-JL-ACCOUNT(WS-JL-COUNT)
           MOVE 'C' TO WS-JL-DR-CR(WS-JL-COUNT)
           MOVE 'ADPT FEE' TO WS-JL-DESC-TYPE(WS-JL-COUNT)

           EXIT.

       ADD-REVERSAL-LINES.
           PERFORM ADD-JOURNAL-LINE
           IF WS-JL-NOT-ADDED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PF-REVENUE(WS-PF-INDEX)
               TO WS-JL-ACCOUNT(WS-JL-COUNT)
           MOVE 'D' TO WS-JL-DR-CR(WS-JL-COUNT)
           MOVE 'FEE RVSL' TO WS-JL-DESC-TYPE(WS-JL-COUNT)

           PERFORM ADD-JOURNAL-LINE
           IF WS-JL-NOT-ADDED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PF-CLEARING(WS-PF-INDEX)
               TO WS-JL-ACCOUNT(WS-JL-COUNT)
           MOVE 'C' TO WS-JL-DR-CR(WS-JL-COUNT)
           MOVE 'FEE RVSL' TO WS-JL-DESC-TYPE(WS-JL-COUNT)

           EXIT.

      *-----------------------------------------------------------------
      * A new line for posting entry WS-PF-INDEX and WS-POST-AMOUNT;
      * the caller sets the account, side and description type.
      *-----------------------------------------------------------------
       ADD-JOURNAL-LINE.
           IF WS-JL-COUNT >= WS-JL-MAX
               DISPLAY 'ZTPDOGGL - JOURNAL LINE TABLE FULL'
               SET WS-JOURNAL-FAILS TO TRUE
               SET WS-JL-NOT-ADDED TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-JL-ADDED TO TRUE

           ADD 1 TO WS-JL-COUNT
           MOVE SPACES TO WS-JL-ENTRY(WS-JL-COUNT)
           MOVE WS-PF-COST-CENTER(WS-PF-INDEX)
               TO WS-JL-COST-CENTER(WS-JL-COUNT)
           MOVE WS-POST-AMOUNT TO WS-JL-AMOUNT(WS-JL-COUNT)
           MOVE WS-PF-LOCATION(WS-PF-INDEX)
               TO WS-JL-DESC-LOC(WS-JL-COUNT)
           MOVE WS-PF-SPECIES(WS-PF-INDEX)
               TO WS-JL-DESC-SPEC(WS-JL-COUNT)

           EXIT.

      ******************************************************************
      * The proof. Every line is listed; the journal is written only   *
      * when debits equal credits, both equal the fees and reversals   *
      * read, and revenue nets to fees less reversals.                 *
      ******************************************************************
       PROVE-JOURNAL.
           MOVE SPACES TO POSTING-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE GLR-HEADING-LINE TO POSTING-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-JL-INDEX FROM 1 BY 1
                   UNTIL WS-JL-INDEX > WS-JL-COUNT
               IF WS-JL-DR-CR(WS-JL-INDEX) = 'D'
                   ADD WS-JL-AMOUNT(WS-JL-INDEX) TO WS-JOURNAL-DEBITS
               ELSE
                   ADD WS-JL-AMOUNT(WS-JL-INDEX) TO WS-JOURNAL-CREDITS
               END-IF
               IF WS-JL-DESC-TYPE(WS-JL-INDEX) = 'ADPT FEE'
                       AND WS-JL-DR-CR(WS-JL-INDEX) = 'C'
                   ADD WS-JL-AMOUNT(WS-JL-INDEX) TO WS-REVENUE-CREDITS
               END-IF
               IF WS-JL-DESC-TYPE(WS-JL-INDEX) = 'FEE RVSL'
                       AND WS-JL-DR-CR(WS-JL-INDEX) = 'D'
                   ADD WS-JL-AMOUNT(WS-JL-INDEX) TO WS-REVENUE-DEBITS
               END-IF
               MOVE WS-JL-INDEX TO GLR-LINE-NO
               MOVE WS-JL-ACCOUNT(WS-JL-INDEX) TO GLR-ACCOUNT
               MOVE WS-JL-COST-CENTER(WS-JL-INDEX) TO GLR-COST-CENTER
               MOVE WS-JL-DR-CR(WS-JL-INDEX) TO GLR-DR-CR
               MOVE WS-JL-AMOUNT(WS-JL-INDEX) TO GLR-AMOUNT
               MOVE WS-JL-DESCRIPTION(WS-JL-INDEX) TO GLR-DESCRIPTION
               MOVE GLR-DETAIL-LINE TO POSTING-REPORT-REC
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           COMPUTE WS-EXPECTED-TOTAL =
               WS-INPUT-FEES + WS-INPUT-REVERSALS
           IF WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
                   OR WS-JOURNAL-DEBITS NOT = WS-EXPECTED-TOTAL
                   OR WS-REVENUE-CREDITS NOT = WS-INPUT-FEES
                   OR WS-REVENUE-DEBITS NOT = WS-INPUT-REVERSALS
               SET WS-JOURNAL-FAILS TO TRUE
               DISPLAY 'ZTPDOGGL - JOURNAL DOES NOT BALANCE'
           END-IF

           MOVE SPACES TO POSTING-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE 'FEES READ' TO GLR-TOT-LABEL
           MOVE WS-INPUT-FEES TO GLR-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'REVERSALS READ' TO GLR-TOT-LABEL
           MOVE WS-INPUT-REVERSALS TO GLR-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'JOURNAL DEBITS' TO GLR-TOT-LABEL
           MOVE WS-JOURNAL-DEBITS TO GLR-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'JOURNAL CREDITS' TO GLR-TOT-LABEL
           MOVE WS-JOURNAL-CREDITS TO GLR-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'NET REVENUE POSTED' TO GLR-TOT-LABEL
           COMPUTE GLR-TOT-AMOUNT =
               WS-REVENUE-CREDITS - WS-REVENUE-DEBITS
           PERFORM WRITE-TOTAL-LINE

           EXIT.

       WRITE-TOTAL-LINE.
           MOVE GLR-TOTAL-LINE TO POSTING-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL
           IF GL-JOURNAL-FS NOT = 0
               DISPLAY 'ZTPDOGGL - CANNOT OPEN GLJRNL: ' GL-JOURNAL-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO GLJ-HEADER-REC
           SET GLJ-HEADER TO TRUE
           MOVE CFG-JOURNAL-SOURCE TO GLJ-SOURCE
           MOVE SPACES TO GLJ-JOURNAL-ID
           STRING 'ADPFEE' WS-REPORT-MONTH
               DELIMITED BY SIZE INTO GLJ-JOURNAL-ID
           MOVE WS-REPORT-MONTH TO GLJ-PERIOD
           MOVE WS-TODAY TO GLJ-RUN-DATE
           PERFORM WRITE-JOURNAL-REC

           PERFORM VARYING WS-JL-INDEX FROM 1 BY 1
                   UNTIL WS-JL-INDEX > WS-JL-COUNT
               MOVE SPACES TO GLJ-LINE-REC
               SET GLJ-LINE TO TRUE
               MOVE WS-JL-INDEX TO GLJ-LINE-NO
               MOVE WS-JL-ACCOUNT(WS-JL-INDEX) TO GLJ-ACCOUNT
               MOVE WS-JL-COST-CENTER(WS-JL-INDEX) TO GLJ-COST-CENTER
               MOVE WS-JL-DR-CR(WS-JL-INDEX) TO GLJ-DR-CR
               MOVE WS-JL-AMOUNT(WS-JL-INDEX) TO GLJ-AMOUNT
               MOVE WS-JL-DESCRIPTION(WS-JL-INDEX) TO GLJ-DESCRIPTION
               PERFORM WRITE-JOURNAL-REC
           END-PERFORM

           MOVE SPACES TO GLJ-TRAILER-REC
           SET GLJ-TRAILER TO TRUE
           MOVE WS-JL-COUNT TO GLJ-LINE-COUNT
           MOVE WS-JOURNAL-DEBITS TO GLJ-TOTAL-DEBITS
           MOVE WS-JOURNAL-CREDITS TO GLJ-TOTAL-CREDITS
           PERFORM WRITE-JOURNAL-REC

           CLOSE GL-JOURNAL

           MOVE SPACES TO POSTING-REPORT-REC
           PERFORM WRITE-REPORT-LINE
           MOVE 'JOURNAL WRITTEN' TO POSTING-REPORT-REC
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-JOURNAL-REC.
           WRITE GLJ-HEADER-REC
           IF GL-JOURNAL-FS NOT = 0
               DISPLAY 'ZTPDOGGL - CANNOT WRITE GLJRNL: '
                   GL-JOURNAL-FS
               COMPUTE RETURN-CODE = RC-SEVERE-ERROR
           END-IF

           EXIT.

       WRITE-REPORT-LINE.
           WRITE POSTING-REPORT-REC
           IF POSTING-REPORT-FS NOT = 0
               DISPLAY 'ZTPDOGGL - CANNOT WRITE GLRPT: '
                   POSTING-REPORT-FS
               COMPUTE RETURN-CODE = RC-SERIOUS-ERROR
           END-IF

           DISPLAY 'ZTPDOGGL ' POSTING-REPORT-REC(1:90)

           EXIT.
