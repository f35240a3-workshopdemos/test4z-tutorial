       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2RPS.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Reorder propensity scoring for the call list. ZTDB2CL hands    *
      * sales every unconfirmed holdout in name order, and with only   *
      * a few callers the likely converters at the bottom never get a  *
      * call. Run after ZTDB2RCT and ahead of ZTDB2CL, this program    *
      * scores every notified, unconfirmed TBZELDA customer 0-100 on   *
      * how likely a call is to turn into a reorder, from five parts:  *
      *                                                                *
      *  timing   - days since notice against ZTDB2RCT's cycle-time    *
      *             curve (RCTCURV): the share of customers still out  *
      *             at that age who went on to confirm, relative to    *
      *             the best band - early in the curve scores high,    *
      *             long past it scores low                            *
      *  prior    - the account's earlier notices in the score         *
      *             history: the share that ended in a reorder         *
      *  product  - the conversion rate of the customer's              *
      *             PRODUCT_TYPE across everyone notified              *
      *  checks   - the same for the customer's TOTAL_CHECKS book size *
      *             (up to 30, 31-50, 51-80, over 80)                  *
      *  variant  - the same for the letter variant the customer was   *
      *             mailed (ZTDB2TE1's mail history, MAILHSTI)         *
      *                                                                *
      * Each rate part is scaled against the best group's rate, so     *
      * the best group earns the part's full weight. A part with       *
      * nothing to go on (no curve, no prior notice, no conversions    *
      * yet) earns half its weight for everyone, so it neither helps   *
      * nor hurts the ranking.                                         *
      *                                                                *
      * Outputs: SCORES, one record per scored customer (ZTDB2RPR),    *
      * which ZTDB2CL uses to order the call list; and the score       *
      * history rolled SCORHSTI -> SCORHSTO, one record per account    *
      * per notice carrying its latest score and, once TBZELDA shows   *
      * the reorder, the outcome. That history is both the prior       *
      * behavior above and what ZTDB2RPV's monthly check measures the  *
      * scores against. Notices older than CFG-HISTORY-KEEP-DAYS age   *
      * off the history.                                               *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CYCLE-CURVE-FILE ASSIGN RCTCURV
           FILE STATUS IS CYCLE-CURVE-FS.

           SELECT OPTIONAL MAIL-HISTORY-IN ASSIGN TO MAILHSTI
           FILE STATUS IS MAIL-HISTORY-IN-FS.

           SELECT OPTIONAL SCORE-HISTORY-IN ASSIGN SCORHSTI
           FILE STATUS IS SCORE-HISTORY-IN-FS.

           SELECT SCORE-HISTORY-OUT ASSIGN SCORHSTO
           FILE STATUS IS SCORE-HISTORY-OUT-FS.

           SELECT SCORE-FILE ASSIGN SCORES
           FILE STATUS IS SCORE-FILE-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  CYCLE-CURVE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CYCLE-CURVE-RECORD.
       01  CYCLE-CURVE-RECORD PIC X(80).

       FD  MAIL-HISTORY-IN RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS MAIL-HISTORY-IN-RECORD.
       01  MAIL-HISTORY-IN-RECORD.
           05 MHI-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 MHI-VARIANT              PIC X(1).
           05 FILLER                   PIC X(2).

       FD  SCORE-HISTORY-IN RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SCORE-HISTORY-IN-RECORD.
       01  SCORE-HISTORY-IN-RECORD PIC X(80).

       FD  SCORE-HISTORY-OUT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SCORE-HISTORY-OUT-RECORD.
       01  SCORE-HISTORY-OUT-RECORD PIC X(80).

       FD  SCORE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SCORE-FILE-RECORD.
       01  SCORE-FILE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  CYCLE-CURVE-FS      PIC X(2).
       01  MAIL-HISTORY-IN-FS  PIC X(2).
       01  SCORE-HISTORY-IN-FS PIC X(2).
       01  SCORE-HISTORY-OUT-FS PIC X(2).
       01  SCORE-FILE-FS       PIC X(2).

           COPY ZTDB2RPR.

       01  SQLRECORD1.
           02  CUST-NAME PIC X(20).
           02  ACCOUNT-NUMBER PIC X(12).
           02  PRODUCT-TYPE PIC X(1).
           02  TOTAL-CHECKS PIC S9(9) COMP-4.
           02  NOTIF-DATE PIC X(10).
           02  REORDER-DATE PIC X(10).
           02  REORDERED PIC X(1).
           EXEC SQL INCLUDE SQLCA    END-EXEC.

      *-----------------------------------------------------------------
      * EVERY NOTIFIED CUSTOMER: THE UNCONFIRMED ONES ARE SCORED, THE
      * CONFIRMED ONES GIVE THE CONVERSION RATES AND CLOSE OUT THEIR
      * SCORE HISTORY.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE NOTIFALL CURSOR FOR
               SELECT CUST_NAME, ACCOUNT_NUMBER, PRODUCT_TYPE,
                      TOTAL_CHECKS, NOTIFICATION_DATE, REORDER_DATE,
                      REORDERED
                   FROM MYUSERID.TBZELDA
                   WHERE NOTIFICATION_DATE > ' '
           END-EXEC.

       77  WS-NOTIF-EOF-FLAG   PIC 9 VALUE 0.
           88 WS-NOTIF-EOF     VALUE 1.

      ******************************************************************
      * Configuration parameters.                                      *
      *                                                                *
      * NB: These are hardcoded defaults in this example, but for a    *
      *     real implementation, they would be loaded externally or    *
      *     tuned from ZTDB2RPV's monthly results.                     *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-RPS.
           05 CFG-TIMING-WEIGHT        PIC 9(2) VALUE 30.
           05 CFG-PRIOR-WEIGHT         PIC 9(2) VALUE 25.
           05 CFG-PRODUCT-WEIGHT       PIC 9(2) VALUE 15.
           05 CFG-CHECKS-WEIGHT        PIC 9(2) VALUE 15.
           05 CFG-VARIANT-WEIGHT       PIC 9(2) VALUE 15.
           05 CFG-HISTORY-KEEP-DAYS    PIC 9(4) VALUE 730.

      *-----------------------------------------------------------------
      * The notified customers, fetched once: the conversion rates
      * need the whole population before anyone can be scored.
      *-----------------------------------------------------------------
       01  WS-CUSTOMER-TABLE.
           05 WS-CU-ENTRY OCCURS 3000 TIMES.
               10 WS-CU-CUST-NAME      PIC X(20).
               10 WS-CU-ACCOUNT        PIC X(12).
               10 WS-CU-PRODUCT        PIC X(1).
               10 WS-CU-CHECKS-TIER    PIC 9(1).
               10 WS-CU-VARIANT        PIC X(1).
               10 WS-CU-NOTIF-DATE     PIC X(10).
               10 WS-CU-REORDER-DATE   PIC X(10).
               10 WS-CU-REORDERED      PIC X(1).
                  88 WS-CU-CONFIRMED   VALUE 'Y'.
       77  WS-CU-COUNT         PIC 9(4) VALUE 0.
       77  WS-CU-INDEX         PIC 9(4).
       77  WS-CU-MAX           PIC 9(4) VALUE 3000.

      *-----------------------------------------------------------------
      * Conversion counts per group, for the product, book-size and
      * variant parts. Product types are collected as they appear.
      *-----------------------------------------------------------------
       01  WS-PRODUCT-TABLE.
           05 WS-PR-ENTRY OCCURS 20 TIMES.
               10 WS-PR-TYPE           PIC X(1).
               10 WS-PR-NOTIFIED       PIC 9(5).
               10 WS-PR-CONVERTED      PIC 9(5).
               10 WS-PR-RATE           PIC 9V9(4).
       77  WS-PR-COUNT         PIC 9(2) VALUE 0.
       77  WS-PR-INDEX         PIC 9(2).
       77  WS-PR-BEST-RATE     PIC 9V9(4).

       01  WS-CHECKS-TABLE.
           05 WS-CK-ENTRY OCCURS 4 TIMES.
               10 WS-CK-NOTIFIED       PIC 9(5) VALUE 0.
               10 WS-CK-CONVERTED      PIC 9(5) VALUE 0.
               10 WS-CK-RATE           PIC 9V9(4) VALUE 0.
       77  WS-CK-INDEX         PIC 9(1).
       77  WS-CK-BEST-RATE     PIC 9V9(4).

       01  WS-VARIANT-TABLE.
           05 WS-VA-ENTRY OCCURS 2 TIMES.
               10 WS-VA-NOTIFIED       PIC 9(5) VALUE 0.
               10 WS-VA-CONVERTED      PIC 9(5) VALUE 0.
               10 WS-VA-RATE           PIC 9V9(4) VALUE 0.
       77  WS-VA-INDEX         PIC 9(1).
       77  WS-VA-BEST-RATE     PIC 9V9(4).

      *-----------------------------------------------------------------
      * The cycle-time curve: per band, the chance a customer still
      * out at that age goes on to confirm (confirmed in this band or
      * later, over those plus the ones still out at this age or
      * later).
      *-----------------------------------------------------------------
       01  WS-CURVE-TABLE.
           05 WS-CV-ENTRY OCCURS 5 TIMES.
               10 WS-CV-TO-DAYS        PIC 9(3) VALUE 999.
               10 WS-CV-CONVERTED      PIC 9(5) VALUE 0.
               10 WS-CV-OUTSTANDING    PIC 9(5) VALUE 0.
               10 WS-CV-RATE           PIC 9V9(4).
       77  WS-CV-INDEX         PIC 9(1).
       77  WS-CV-LATER-INDEX   PIC 9(1).
       77  WS-CV-BEST-RATE     PIC 9V9(4).
       77  WS-CV-LATER-CONVERTED PIC 9(7).
       77  WS-CV-LATER-OUT     PIC 9(7).
       77  WS-CV-LOADED-FLAG   PIC 9 VALUE 0.
           88 WS-CV-LOADED     VALUE 1.

      *-----------------------------------------------------------------
      * Letter variants from the mail history, by CUST_NAME as
      * ZTDB2TE1 keys it.
      *-----------------------------------------------------------------
       01  WS-MAILED-TABLE.
           05 WS-MAILED-ENTRY OCCURS 500 TIMES.
               10 WS-MAILED-NAME       PIC X(20).
               10 WS-MAILED-VARIANT    PIC X(1).
       77  WS-MAILED-COUNT     PIC 9(3) VALUE 0.
       77  WS-MAILED-INDEX     PIC 9(3).

      *-----------------------------------------------------------------
      * The score history, carried entries plus tonight's new notices.
      *-----------------------------------------------------------------
       01  WS-HISTORY-TABLE.
           05 WS-SH-ENTRY OCCURS 5000 TIMES.
               10 WS-SH-ACCOUNT        PIC X(12).
               10 WS-SH-NOTIF-DATE     PIC X(10).
               10 WS-SH-PRODUCT        PIC X(1).
               10 WS-SH-VARIANT        PIC X(1).
               10 WS-SH-SCORE          PIC 9(3).
               10 WS-SH-FIRST-SCORED   PIC X(10).
               10 WS-SH-LAST-SCORED    PIC X(10).
               10 WS-SH-OUTCOME        PIC X(1).
                  88 WS-SH-CONVERTED   VALUE 'Y'.
               10 WS-SH-REORDER-DATE   PIC X(10).
       77  WS-SH-COUNT         PIC 9(4) VALUE 0.
       77  WS-SH-INDEX         PIC 9(4).
       77  WS-SH-MAX           PIC 9(4) VALUE 5000.
       77  WS-SH-FOUND-FLAG    PIC 9.
           88 WS-SH-FOUND      VALUE 1.
           88 WS-SH-NOT-FOUND  VALUE 0.
       77  WS-SH-FOUND-INDEX   PIC 9(4).
       77  WS-PRIOR-NOTICES    PIC 9(3).
       77  WS-PRIOR-CONVERTED  PIC 9(3).

      *-----------------------------------------------------------------
      * Date arithmetic work fields ('YYYY-MM-DD' to day numbers).
      *-----------------------------------------------------------------
       01  WS-DATE-X           PIC X(10).
       01  WS-DATE-X-PARTS REDEFINES WS-DATE-X.
           05 WS-DX-YEAR       PIC 9(4).
           05 FILLER           PIC X.
           05 WS-DX-MONTH      PIC 9(2).
           05 FILLER           PIC X.
           05 WS-DX-DAY        PIC 9(2).
       01  DAI-DATE-AS-INTEGER PIC 9(8).
       01  DAI-DATE-AS-INTEGER-REDEF REDEFINES DAI-DATE-AS-INTEGER.
           05 DAI-YEAR         PIC 9(4).
           05 DAI-MONTH        PIC 9(2).
           05 DAI-DAY          PIC 9(2).
       77  WS-DAY-NUMBER       PIC 9(7).
       77  WS-TODAY-DAY        PIC 9(7).
       77  WS-KEEP-FROM-DAY    PIC 9(7).
       77  WS-DAYS-OUT         PIC S9(5).
       77  WS-DATE-VALID-FLAG  PIC 9.
           88 WS-DATE-VALID    VALUE 1.
           88 WS-DATE-INVALID  VALUE 0.

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).
       01  WS-TODAY-X          PIC X(10).

      *-----------------------------------------------------------------
      * One customer's score and its parts.
      *-----------------------------------------------------------------
       77  WS-TIMING-POINTS    PIC 9(2).
       77  WS-PRIOR-POINTS     PIC 9(2).
       77  WS-PRODUCT-POINTS   PIC 9(2).
       77  WS-CHECKS-POINTS    PIC 9(2).
       77  WS-VARIANT-POINTS   PIC 9(2).
       77  WS-SCORE            PIC 9(3).

       01  WS-SCORE-TOTALS.
           05 WS-TOTAL-FETCHED     PIC 9(5) VALUE 0.
           05 WS-TOTAL-SKIPPED     PIC 9(5) VALUE 0.
           05 WS-TOTAL-SCORED      PIC 9(5) VALUE 0.
           05 WS-TOTAL-CONVERTED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-CARRIED     PIC 9(5) VALUE 0.
           05 WS-TOTAL-AGED-OFF    PIC 9(5) VALUE 0.
           05 WS-TOTAL-NEW-NOTICES PIC 9(5) VALUE 0.
           05 WS-TOTAL-HISTORY     PIC 9(5) VALUE 0.
       01  WS-SCORE-BANDS.
           05 WS-SCORE-BAND OCCURS 5 TIMES PIC 9(5) VALUE 0.
       77  WS-SCORE-BAND-INDEX PIC 9(1).

       PROCEDURE DIVISION.
           EXEC SQL WHENEVER SQLERROR   GOTO DBERROR END-EXEC.
           EXEC SQL WHENEVER SQLWARNING GOTO DBERROR END-EXEC.

           DISPLAY 'ZTDB2RPS start'
           MOVE RC-SUCCESS TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE CURR-YEAR  TO DAI-YEAR
           MOVE CURR-MONTH TO DAI-MONTH
           MOVE CURR-DAY   TO DAI-DAY
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
           COMPUTE WS-KEEP-FROM-DAY =
               WS-TODAY-DAY - CFG-HISTORY-KEEP-DAYS
           MOVE SPACES TO WS-TODAY-X
           STRING CURR-YEAR '-' CURR-MONTH '-' CURR-DAY
               DELIMITED BY SIZE INTO WS-TODAY-X

           PERFORM LOAD-CYCLE-CURVE
           PERFORM LOAD-MAIL-HISTORY
           PERFORM LOAD-SCORE-HISTORY

           EXEC SQL OPEN NOTIFALL END-EXEC
           MOVE 0 TO WS-NOTIF-EOF-FLAG
           PERFORM UNTIL WS-NOTIF-EOF
               EXEC SQL FETCH NOTIFALL
                   INTO :CUST-NAME, :ACCOUNT-NUMBER, :PRODUCT-TYPE,
                        :TOTAL-CHECKS, :NOTIF-DATE, :REORDER-DATE,
                        :REORDERED
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-NOTIF-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-TOTAL-FETCHED
                   PERFORM KEEP-ONE-CUSTOMER
               END-IF
           END-PERFORM
           EXEC SQL CLOSE NOTIFALL END-EXEC

           PERFORM COMPUTE-GROUP-RATES

           OPEN OUTPUT SCORE-FILE
           IF SCORE-FILE-FS NOT = '00'
               DISPLAY 'ZTDB2RPS error opening SCORES: ' SCORE-FILE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-CU-INDEX FROM 1 BY 1
                   UNTIL WS-CU-INDEX > WS-CU-COUNT
               IF WS-CU-CONFIRMED(WS-CU-INDEX)
                   PERFORM CLOSE-CONVERTED-NOTICE
               ELSE
                   PERFORM SCORE-ONE-CUSTOMER
               END-IF
           END-PERFORM

           CLOSE SCORE-FILE

           PERFORM WRITE-SCORE-HISTORY

           DISPLAY 'ZTDB2RPS notified customers : ' WS-TOTAL-FETCHED
           DISPLAY 'ZTDB2RPS scored             : ' WS-TOTAL-SCORED
           DISPLAY 'ZTDB2RPS   score 80-100     : ' WS-SCORE-BAND(5)
           DISPLAY 'ZTDB2RPS   score 60-79      : ' WS-SCORE-BAND(4)
           DISPLAY 'ZTDB2RPS   score 40-59      : ' WS-SCORE-BAND(3)
           DISPLAY 'ZTDB2RPS   score 20-39      : ' WS-SCORE-BAND(2)
           DISPLAY 'ZTDB2RPS   score 0-19       : ' WS-SCORE-BAND(1)
           DISPLAY 'ZTDB2RPS skipped            : ' WS-TOTAL-SKIPPED
           DISPLAY 'ZTDB2RPS conversions closed : ' WS-TOTAL-CONVERTED
           DISPLAY 'ZTDB2RPS history carried    : ' WS-TOTAL-CARRIED
               ' new ' WS-TOTAL-NEW-NOTICES
               ' aged off ' WS-TOTAL-AGED-OFF
               ' written ' WS-TOTAL-HISTORY
           DISPLAY 'ZTDB2RPS end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * The curve from tonight's ZTDB2RCT run. Without it the timing   *
      * part is half weight for everyone, and the run warns.           *
      ******************************************************************
       LOAD-CYCLE-CURVE.

           OPEN INPUT CYCLE-CURVE-FILE
           IF CYCLE-CURVE-FS NOT = '00'
               DISPLAY 'ZTDB2RPS no cycle-time curve, timing not '
                   'scored: ' CYCLE-CURVE-FS
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           READ CYCLE-CURVE-FILE INTO RCV-CURVE-RECORD
           PERFORM UNTIL CYCLE-CURVE-FS > '04'
               IF RCV-BAND >= 1 AND RCV-BAND <= 5
                       AND RCV-CONVERTED IS NUMERIC
                       AND RCV-OUTSTANDING IS NUMERIC
                   SET WS-CV-LOADED TO TRUE
                   MOVE RCV-TO-DAYS TO WS-CV-TO-DAYS(RCV-BAND)
                   MOVE RCV-CONVERTED TO WS-CV-CONVERTED(RCV-BAND)
                   MOVE RCV-OUTSTANDING
                       TO WS-CV-OUTSTANDING(RCV-BAND)
               END-IF
               READ CYCLE-CURVE-FILE INTO RCV-CURVE-RECORD
           END-PERFORM

           CLOSE CYCLE-CURVE-FILE

           IF NOT WS-CV-LOADED
               DISPLAY 'ZTDB2RPS cycle-time curve empty, timing not '
                   'scored'
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      *-----------------------------------------------------------------
      * Per band: confirmed at this age or later, over that plus
      * still out at this age or later.
      *-----------------------------------------------------------------
           MOVE 0 TO WS-CV-BEST-RATE
           PERFORM VARYING WS-CV-INDEX FROM 1 BY 1
                   UNTIL WS-CV-INDEX > 5
               MOVE 0 TO WS-CV-LATER-CONVERTED
               MOVE 0 TO WS-CV-LATER-OUT
               PERFORM VARYING WS-CV-LATER-INDEX FROM WS-CV-INDEX BY 1
                       UNTIL WS-CV-LATER-INDEX > 5
                   ADD WS-CV-CONVERTED(WS-CV-LATER-INDEX)
                       TO WS-CV-LATER-CONVERTED
                   ADD WS-CV-OUTSTANDING(WS-CV-LATER-INDEX)
                       TO WS-CV-LATER-OUT
               END-PERFORM
               IF WS-CV-LATER-CONVERTED + WS-CV-LATER-OUT > 0
                   COMPUTE WS-CV-RATE(WS-CV-INDEX) =
                       WS-CV-LATER-CONVERTED /
                       (WS-CV-LATER-CONVERTED + WS-CV-LATER-OUT)
               ELSE
                   MOVE 0 TO WS-CV-RATE(WS-CV-INDEX)
               END-IF
               IF WS-CV-RATE(WS-CV-INDEX) > WS-CV-BEST-RATE
                   MOVE WS-CV-RATE(WS-CV-INDEX) TO WS-CV-BEST-RATE
               END-IF
           END-PERFORM

           EXIT.

       LOAD-MAIL-HISTORY.

           MOVE 0 TO WS-MAILED-COUNT

           OPEN INPUT MAIL-HISTORY-IN
           IF MAIL-HISTORY-IN-FS NOT = '00'
               DISPLAY 'ZTDB2RPS no mail history: '
                   MAIL-HISTORY-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ MAIL-HISTORY-IN
           PERFORM UNTIL MAIL-HISTORY-IN-FS > '04'
               IF MHI-CUST-NAME NOT = SPACES AND WS-MAILED-COUNT < 500
                   ADD 1 TO WS-MAILED-COUNT
                   MOVE MHI-CUST-NAME
                       TO WS-MAILED-NAME(WS-MAILED-COUNT)
      *-----------------------------------------------------------------
      * A name mailed before the A/B experiment carries no variant;
      * ZTDB2TE1 reads that as 'A', and so does the scoring.
      *-----------------------------------------------------------------
                   IF MHI-VARIANT = 'B'
                       MOVE 'B' TO WS-MAILED-VARIANT(WS-MAILED-COUNT)
                   ELSE
                       MOVE 'A' TO WS-MAILED-VARIANT(WS-MAILED-COUNT)
                   END-IF
               END-IF
               READ MAIL-HISTORY-IN
           END-PERFORM

           CLOSE MAIL-HISTORY-IN

           EXIT.

      ******************************************************************
      * The score history from the previous run, less the notices      *
      * older than the keep period.                                    *
      ******************************************************************
       LOAD-SCORE-HISTORY.

           MOVE 0 TO WS-SH-COUNT

           OPEN INPUT SCORE-HISTORY-IN
           IF SCORE-HISTORY-IN-FS NOT = '00'
               DISPLAY 'ZTDB2RPS no score history: '
                   SCORE-HISTORY-IN-FS
               EXIT PARAGRAPH
           END-IF

           READ SCORE-HISTORY-IN INTO RSH-HISTORY-RECORD
           PERFORM UNTIL SCORE-HISTORY-IN-FS > '04'
               MOVE RSH-NOTIF-DATE TO WS-DATE-X
               PERFORM CONVERT-DATE-TO-DAYS
               EVALUATE TRUE
                   WHEN RSH-ACCOUNT-NUMBER = SPACES
                       CONTINUE
                   WHEN WS-DATE-VALID
                           AND WS-DAY-NUMBER < WS-KEEP-FROM-DAY
                       ADD 1 TO WS-TOTAL-AGED-OFF
                   WHEN WS-SH-COUNT >= WS-SH-MAX
                       DISPLAY 'ZTDB2RPS score history full, dropping '
                           RSH-ACCOUNT-NUMBER ' ' RSH-NOTIF-DATE
                       MOVE RC-WARNING TO RETURN-CODE
                   WHEN OTHER
                       ADD 1 TO WS-SH-COUNT
                       ADD 1 TO WS-TOTAL-CARRIED
                       MOVE RSH-ACCOUNT-NUMBER
                           TO WS-SH-ACCOUNT(WS-SH-COUNT)
                       MOVE RSH-NOTIF-DATE
                           TO WS-SH-NOTIF-DATE(WS-SH-COUNT)
                       MOVE RSH-PRODUCT-TYPE
                           TO WS-SH-PRODUCT(WS-SH-COUNT)
                       MOVE RSH-VARIANT TO WS-SH-VARIANT(WS-SH-COUNT)
                       IF RSH-SCORE IS NUMERIC
                           MOVE RSH-SCORE TO WS-SH-SCORE(WS-SH-COUNT)
                       ELSE
                           MOVE 0 TO WS-SH-SCORE(WS-SH-COUNT)
                       END-IF
                       MOVE RSH-FIRST-SCORED
                           TO WS-SH-FIRST-SCORED(WS-SH-COUNT)
                       MOVE RSH-LAST-SCORED
                           TO WS-SH-LAST-SCORED(WS-SH-COUNT)
                       MOVE RSH-OUTCOME TO WS-SH-OUTCOME(WS-SH-COUNT)
                       MOVE RSH-REORDER-DATE
                           TO WS-SH-REORDER-DATE(WS-SH-COUNT)
               END-EVALUATE
               READ SCORE-HISTORY-IN INTO RSH-HISTORY-RECORD
           END-PERFORM

           CLOSE SCORE-HISTORY-IN

           EXIT.

      ******************************************************************
      * Hold one fetched customer, with its book-size tier and mailed  *
      * variant, and count it toward its groups' rates.                *
      ******************************************************************
       KEEP-ONE-CUSTOMER.

           IF WS-CU-COUNT >= WS-CU-MAX
               ADD 1 TO WS-TOTAL-SKIPPED
               DISPLAY 'ZTDB2RPS customer table full, not scored: '
                   CUST-NAME
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CU-COUNT
           MOVE CUST-NAME TO WS-CU-CUST-NAME(WS-CU-COUNT)
           MOVE ACCOUNT-NUMBER TO WS-CU-ACCOUNT(WS-CU-COUNT)
           MOVE PRODUCT-TYPE TO WS-CU-PRODUCT(WS-CU-COUNT)
           MOVE NOTIF-DATE TO WS-CU-NOTIF-DATE(WS-CU-COUNT)
           MOVE REORDER-DATE TO WS-CU-REORDER-DATE(WS-CU-COUNT)
           IF REORDERED = 'Y' AND REORDER-DATE > SPACES
               MOVE 'Y' TO WS-CU-REORDERED(WS-CU-COUNT)
           ELSE
               MOVE 'N' TO WS-CU-REORDERED(WS-CU-COUNT)
           END-IF

      *-----------------------------------------------------------------
      * Book-size tiers follow ZTDB2TE1's notice thresholds (30, 50
      * and 80 checks).
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN TOTAL-CHECKS <= 30
                   MOVE 1 TO WS-CU-CHECKS-TIER(WS-CU-COUNT)
               WHEN TOTAL-CHECKS <= 50
                   MOVE 2 TO WS-CU-CHECKS-TIER(WS-CU-COUNT)
               WHEN TOTAL-CHECKS <= 80
                   MOVE 3 TO WS-CU-CHECKS-TIER(WS-CU-COUNT)
               WHEN OTHER
                   MOVE 4 TO WS-CU-CHECKS-TIER(WS-CU-COUNT)
           END-EVALUATE

           MOVE 'A' TO WS-CU-VARIANT(WS-CU-COUNT)
           PERFORM VARYING WS-MAILED-INDEX FROM 1 BY 1
                   UNTIL WS-MAILED-INDEX > WS-MAILED-COUNT
               IF WS-MAILED-NAME(WS-MAILED-INDEX) = CUST-NAME
                   MOVE WS-MAILED-VARIANT(WS-MAILED-INDEX)
                       TO WS-CU-VARIANT(WS-CU-COUNT)
               END-IF
           END-PERFORM

           PERFORM FIND-PRODUCT-GROUP
           IF WS-PR-INDEX > 0
               ADD 1 TO WS-PR-NOTIFIED(WS-PR-INDEX)
           END-IF
           MOVE WS-CU-CHECKS-TIER(WS-CU-COUNT) TO WS-CK-INDEX
           ADD 1 TO WS-CK-NOTIFIED(WS-CK-INDEX)
           IF WS-CU-VARIANT(WS-CU-COUNT) = 'B'
               MOVE 2 TO WS-VA-INDEX
           ELSE
               MOVE 1 TO WS-VA-INDEX
           END-IF
           ADD 1 TO WS-VA-NOTIFIED(WS-VA-INDEX)

           IF WS-CU-CONFIRMED(WS-CU-COUNT)
               IF WS-PR-INDEX > 0
                   ADD 1 TO WS-PR-CONVERTED(WS-PR-INDEX)
               END-IF
               ADD 1 TO WS-CK-CONVERTED(WS-CK-INDEX)
               ADD 1 TO WS-VA-CONVERTED(WS-VA-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * The product-type group for PRODUCT-TYPE, added on first sight. *
      * Zero when the group table is full.                             *
      ******************************************************************
       FIND-PRODUCT-GROUP.

           PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
                   UNTIL WS-PR-INDEX > WS-PR-COUNT
               IF WS-PR-TYPE(WS-PR-INDEX) = PRODUCT-TYPE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF WS-PR-COUNT >= 20
               MOVE 0 TO WS-PR-INDEX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PR-COUNT
           MOVE WS-PR-COUNT TO WS-PR-INDEX
           MOVE PRODUCT-TYPE TO WS-PR-TYPE(WS-PR-INDEX)
           MOVE 0 TO WS-PR-NOTIFIED(WS-PR-INDEX)
           MOVE 0 TO WS-PR-CONVERTED(WS-PR-INDEX)

           EXIT.

      ******************************************************************
      * Conversion rate per group, and the best rate of each part for  *
      * the scaling.                                                   *
      ******************************************************************
       COMPUTE-GROUP-RATES.

           MOVE 0 TO WS-PR-BEST-RATE
           PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
                   UNTIL WS-PR-INDEX > WS-PR-COUNT
               MOVE 0 TO WS-PR-RATE(WS-PR-INDEX)
               IF WS-PR-NOTIFIED(WS-PR-INDEX) > 0
                   COMPUTE WS-PR-RATE(WS-PR-INDEX) =
                       WS-PR-CONVERTED(WS-PR-INDEX) /
                       WS-PR-NOTIFIED(WS-PR-INDEX)
               END-IF
               IF WS-PR-RATE(WS-PR-INDEX) > WS-PR-BEST-RATE
                   MOVE WS-PR-RATE(WS-PR-INDEX) TO WS-PR-BEST-RATE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-CK-BEST-RATE
           PERFORM VARYING WS-CK-INDEX FROM 1 BY 1
                   UNTIL WS-CK-INDEX > 4
               MOVE 0 TO WS-CK-RATE(WS-CK-INDEX)
               IF WS-CK-NOTIFIED(WS-CK-INDEX) > 0
                   COMPUTE WS-CK-RATE(WS-CK-INDEX) =
                       WS-CK-CONVERTED(WS-CK-INDEX) /
                       WS-CK-NOTIFIED(WS-CK-INDEX)
               END-IF
               IF WS-CK-RATE(WS-CK-INDEX) > WS-CK-BEST-RATE
                   MOVE WS-CK-RATE(WS-CK-INDEX) TO WS-CK-BEST-RATE
               END-IF
           END-PERFORM

           MOVE 0 TO WS-VA-BEST-RATE
           PERFORM VARYING WS-VA-INDEX FROM 1 BY 1
                   UNTIL WS-VA-INDEX > 2
               MOVE 0 TO WS-VA-RATE(WS-VA-INDEX)
               IF WS-VA-NOTIFIED(WS-VA-INDEX) > 0
                   COMPUTE WS-VA-RATE(WS-VA-INDEX) =
                       WS-VA-CONVERTED(WS-VA-INDEX) /
                       WS-VA-NOTIFIED(WS-VA-INDEX)
               END-IF
               IF WS-VA-RATE(WS-VA-INDEX) > WS-VA-BEST-RATE
                   MOVE WS-VA-RATE(WS-VA-INDEX) TO WS-VA-BEST-RATE
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * A confirmed customer: its notice in the score history, if it   *
      * was ever scored, records the conversion.                       *
      ******************************************************************
       CLOSE-CONVERTED-NOTICE.

           PERFORM FIND-HISTORY-NOTICE
           IF WS-SH-NOT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF NOT WS-SH-CONVERTED(WS-SH-FOUND-INDEX)
               MOVE 'Y' TO WS-SH-OUTCOME(WS-SH-FOUND-INDEX)
               MOVE WS-CU-REORDER-DATE(WS-CU-INDEX)
                   TO WS-SH-REORDER-DATE(WS-SH-FOUND-INDEX)
               ADD 1 TO WS-TOTAL-CONVERTED
           END-IF

           EXIT.

      ******************************************************************
      * Score one unconfirmed customer, write its SCORES record and    *
      * carry the score onto its notice in the history.                *
      ******************************************************************
       SCORE-ONE-CUSTOMER.

           MOVE WS-CU-NOTIF-DATE(WS-CU-INDEX) TO WS-DATE-X
           PERFORM CONVERT-DATE-TO-DAYS
           IF WS-DATE-INVALID
               ADD 1 TO WS-TOTAL-SKIPPED
               DISPLAY 'ZTDB2RPS bad notification date, not scored: '
                   WS-CU-CUST-NAME(WS-CU-INDEX) ' '
                   WS-CU-NOTIF-DATE(WS-CU-INDEX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OUT = WS-TODAY-DAY - WS-DAY-NUMBER
           IF WS-DAYS-OUT < 0
               MOVE 0 TO WS-DAYS-OUT
           END-IF

           PERFORM SCORE-TIMING
           PERFORM SCORE-PRIOR-BEHAVIOR
           PERFORM SCORE-RATE-PARTS

           COMPUTE WS-SCORE = WS-TIMING-POINTS + WS-PRIOR-POINTS
               + WS-PRODUCT-POINTS + WS-CHECKS-POINTS
               + WS-VARIANT-POINTS
           IF WS-SCORE > 100
               MOVE 100 TO WS-SCORE
           END-IF

           ADD 1 TO WS-TOTAL-SCORED
           COMPUTE WS-SCORE-BAND-INDEX = (WS-SCORE / 20) + 1
           IF WS-SCORE-BAND-INDEX > 5
               MOVE 5 TO WS-SCORE-BAND-INDEX
           END-IF
           ADD 1 TO WS-SCORE-BAND(WS-SCORE-BAND-INDEX)

           MOVE SPACES TO RPS-SCORE-RECORD
           MOVE WS-CU-ACCOUNT(WS-CU-INDEX) TO RPS-ACCOUNT-NUMBER
           MOVE WS-CU-CUST-NAME(WS-CU-INDEX) TO RPS-CUST-NAME
           MOVE WS-SCORE TO RPS-SCORE
           IF WS-DAYS-OUT > 9999
               MOVE 9999 TO RPS-DAYS-OUT
           ELSE
               MOVE WS-DAYS-OUT TO RPS-DAYS-OUT
           END-IF
           MOVE WS-TIMING-POINTS TO RPS-TIMING-POINTS
           MOVE WS-PRIOR-POINTS TO RPS-PRIOR-POINTS
           MOVE WS-PRODUCT-POINTS TO RPS-PRODUCT-POINTS
           MOVE WS-CHECKS-POINTS TO RPS-CHECKS-POINTS
           MOVE WS-VARIANT-POINTS TO RPS-VARIANT-POINTS
           MOVE WS-TODAY-X TO RPS-SCORED-DATE
           WRITE SCORE-FILE-RECORD FROM RPS-SCORE-RECORD
           IF SCORE-FILE-FS NOT = '00'
               DISPLAY 'ZTDB2RPS error writing SCORES: '
                   SCORE-FILE-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           PERFORM RECORD-SCORED-NOTICE

           EXIT.

      ******************************************************************
      * Timing: the curve's chance for the customer's age band, scaled *
      * against the best band.                                         *
      ******************************************************************
       SCORE-TIMING.

           IF NOT WS-CV-LOADED OR WS-CV-BEST-RATE = 0
               COMPUTE WS-TIMING-POINTS = CFG-TIMING-WEIGHT / 2
               EXIT PARAGRAPH
           END-IF

           MOVE 5 TO WS-CV-INDEX
           PERFORM VARYING WS-CV-LATER-INDEX FROM 4 BY -1
                   UNTIL WS-CV-LATER-INDEX < 1
               IF WS-DAYS-OUT <= WS-CV-TO-DAYS(WS-CV-LATER-INDEX)
                   MOVE WS-CV-LATER-INDEX TO WS-CV-INDEX
               END-IF
           END-PERFORM

           COMPUTE WS-TIMING-POINTS ROUNDED =
               CFG-TIMING-WEIGHT * WS-CV-RATE(WS-CV-INDEX)
               / WS-CV-BEST-RATE

           EXIT.

      ******************************************************************
      * Prior behavior: of the account's earlier notices in the score  *
      * history, the share that ended in a reorder.                    *
      ******************************************************************
       SCORE-PRIOR-BEHAVIOR.

           MOVE 0 TO WS-PRIOR-NOTICES
           MOVE 0 TO WS-PRIOR-CONVERTED
           PERFORM VARYING WS-SH-INDEX FROM 1 BY 1
                   UNTIL WS-SH-INDEX > WS-SH-COUNT
               IF WS-SH-ACCOUNT(WS-SH-INDEX) =
                       WS-CU-ACCOUNT(WS-CU-INDEX)
                       AND WS-SH-NOTIF-DATE(WS-SH-INDEX) <
                           WS-CU-NOTIF-DATE(WS-CU-INDEX)
                   ADD 1 TO WS-PRIOR-NOTICES
                   IF WS-SH-CONVERTED(WS-SH-INDEX)
                       ADD 1 TO WS-PRIOR-CONVERTED
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PRIOR-NOTICES = 0
               COMPUTE WS-PRIOR-POINTS = CFG-PRIOR-WEIGHT / 2
           ELSE
               COMPUTE WS-PRIOR-POINTS ROUNDED =
                   CFG-PRIOR-WEIGHT * WS-PRIOR-CONVERTED
                   / WS-PRIOR-NOTICES
           END-IF

           EXIT.

      ******************************************************************
      * Product, book size and variant: the group's conversion rate    *
      * scaled against the best group's.                               *
      ******************************************************************
       SCORE-RATE-PARTS.

           MOVE WS-CU-PRODUCT(WS-CU-INDEX) TO PRODUCT-TYPE
           PERFORM VARYING WS-PR-INDEX FROM 1 BY 1
                   UNTIL WS-PR-INDEX > WS-PR-COUNT
                       OR WS-PR-TYPE(WS-PR-INDEX) = PRODUCT-TYPE
               CONTINUE
           END-PERFORM
           IF WS-PR-BEST-RATE = 0 OR WS-PR-INDEX > WS-PR-COUNT
               COMPUTE WS-PRODUCT-POINTS = CFG-PRODUCT-WEIGHT / 2
           ELSE
               COMPUTE WS-PRODUCT-POINTS ROUNDED =
                   CFG-PRODUCT-WEIGHT * WS-PR-RATE(WS-PR-INDEX)
                   / WS-PR-BEST-RATE
           END-IF

           MOVE WS-CU-CHECKS-TIER(WS-CU-INDEX) TO WS-CK-INDEX
           IF WS-CK-BEST-RATE = 0
               COMPUTE WS-CHECKS-POINTS = CFG-CHECKS-WEIGHT / 2
           ELSE
               COMPUTE WS-CHECKS-POINTS ROUNDED =
                   CFG-CHECKS-WEIGHT * WS-CK-RATE(WS-CK-INDEX)
                   / WS-CK-BEST-RATE
           END-IF

           IF WS-CU-VARIANT(WS-CU-INDEX) = 'B'
               MOVE 2 TO WS-VA-INDEX
           ELSE
               MOVE 1 TO WS-VA-INDEX
           END-IF
           IF WS-VA-BEST-RATE = 0
               COMPUTE WS-VARIANT-POINTS = CFG-VARIANT-WEIGHT / 2
           ELSE
               COMPUTE WS-VARIANT-POINTS ROUNDED =
                   CFG-VARIANT-WEIGHT * WS-VA-RATE(WS-VA-INDEX)
                   / WS-VA-BEST-RATE
           END-IF

           EXIT.

      ******************************************************************
      * Carry tonight's score onto the customer's notice in the        *
      * history, adding the notice the first time it is scored.        *
      ******************************************************************
       RECORD-SCORED-NOTICE.

           PERFORM FIND-HISTORY-NOTICE
           IF WS-SH-NOT-FOUND
               IF WS-SH-COUNT >= WS-SH-MAX
                   DISPLAY 'ZTDB2RPS score history full, not kept: '
                       WS-CU-ACCOUNT(WS-CU-INDEX)
                   MOVE RC-WARNING TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SH-COUNT
               ADD 1 TO WS-TOTAL-NEW-NOTICES
               MOVE WS-SH-COUNT TO WS-SH-FOUND-INDEX
               MOVE WS-CU-ACCOUNT(WS-CU-INDEX)
                   TO WS-SH-ACCOUNT(WS-SH-FOUND-INDEX)
               MOVE WS-CU-NOTIF-DATE(WS-CU-INDEX)
                   TO WS-SH-NOTIF-DATE(WS-SH-FOUND-INDEX)
               MOVE WS-TODAY-X TO WS-SH-FIRST-SCORED(WS-SH-FOUND-INDEX)
               MOVE SPACE TO WS-SH-OUTCOME(WS-SH-FOUND-INDEX)
               MOVE SPACES TO WS-SH-REORDER-DATE(WS-SH-FOUND-INDEX)
           END-IF

           MOVE WS-CU-PRODUCT(WS-CU-INDEX)
               TO WS-SH-PRODUCT(WS-SH-FOUND-INDEX)
           MOVE WS-CU-VARIANT(WS-CU-INDEX)
               TO WS-SH-VARIANT(WS-SH-FOUND-INDEX)
           MOVE WS-SCORE TO WS-SH-SCORE(WS-SH-FOUND-INDEX)
           MOVE WS-TODAY-X TO WS-SH-LAST-SCORED(WS-SH-FOUND-INDEX)

           EXIT.

      ******************************************************************
      * The history entry for this customer's current notice.          *
      *                                                                *
      * Output: WS-SH-FOUND-FLAG, WS-SH-FOUND-INDEX                    *
      ******************************************************************
       FIND-HISTORY-NOTICE.

           SET WS-SH-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SH-INDEX FROM 1 BY 1
                   UNTIL WS-SH-INDEX > WS-SH-COUNT
                       OR WS-SH-FOUND
               IF WS-SH-ACCOUNT(WS-SH-INDEX) =
                       WS-CU-ACCOUNT(WS-CU-INDEX)
                       AND WS-SH-NOTIF-DATE(WS-SH-INDEX) =
                           WS-CU-NOTIF-DATE(WS-CU-INDEX)
                   SET WS-SH-FOUND TO TRUE
                   MOVE WS-SH-INDEX TO WS-SH-FOUND-INDEX
               END-IF
           END-PERFORM

           EXIT.

       WRITE-SCORE-HISTORY.

           OPEN OUTPUT SCORE-HISTORY-OUT
           IF SCORE-HISTORY-OUT-FS NOT = '00'
               DISPLAY 'ZTDB2RPS error opening SCORHSTO: '
                   SCORE-HISTORY-OUT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SH-INDEX FROM 1 BY 1
                   UNTIL WS-SH-INDEX > WS-SH-COUNT
               MOVE SPACES TO RSH-HISTORY-RECORD
               MOVE WS-SH-ACCOUNT(WS-SH-INDEX) TO RSH-ACCOUNT-NUMBER
               MOVE WS-SH-NOTIF-DATE(WS-SH-INDEX) TO RSH-NOTIF-DATE
               MOVE WS-SH-PRODUCT(WS-SH-INDEX) TO RSH-PRODUCT-TYPE
               MOVE WS-SH-VARIANT(WS-SH-INDEX) TO RSH-VARIANT
               MOVE WS-SH-SCORE(WS-SH-INDEX) TO RSH-SCORE
               MOVE WS-SH-FIRST-SCORED(WS-SH-INDEX) TO RSH-FIRST-SCORED
               MOVE WS-SH-LAST-SCORED(WS-SH-INDEX) TO RSH-LAST-SCORED
               MOVE WS-SH-OUTCOME(WS-SH-INDEX) TO RSH-OUTCOME
               MOVE WS-SH-REORDER-DATE(WS-SH-INDEX) TO RSH-REORDER-DATE
               WRITE SCORE-HISTORY-OUT-RECORD FROM RSH-HISTORY-RECORD
               IF SCORE-HISTORY-OUT-FS NOT = '00'
                   DISPLAY 'ZTDB2RPS error writing SCORHSTO: '
                       SCORE-HISTORY-OUT-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-TOTAL-HISTORY
               END-IF
           END-PERFORM

           CLOSE SCORE-HISTORY-OUT

           EXIT.

      ******************************************************************
      * Convert 'YYYY-MM-DD' in WS-DATE-X to a day number, with a      *
      * validity flag for the blanks and oddities history carries.     *
      ******************************************************************
       CONVERT-DATE-TO-DAYS.

           SET WS-DATE-INVALID TO TRUE
           IF WS-DATE-X(1:4) IS NUMERIC
                   AND WS-DATE-X(6:2) IS NUMERIC
                   AND WS-DATE-X(9:2) IS NUMERIC
                   AND WS-DX-MONTH >= 01 AND WS-DX-MONTH <= 12
                   AND WS-DX-DAY >= 01 AND WS-DX-DAY <= 31
               MOVE WS-DX-YEAR TO DAI-YEAR
               MOVE WS-DX-MONTH TO DAI-MONTH
               MOVE WS-DX-DAY TO DAI-DAY
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
               SET WS-DATE-VALID TO TRUE
           END-IF

           EXIT.

       DBERROR.
           DISPLAY 'ZTDB2RPS SQL error, SQLCODE=' SQLCODE
           MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           GOBACK.
