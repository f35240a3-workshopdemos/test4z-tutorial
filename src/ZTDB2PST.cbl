       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2PST.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Postal presort for the reorder letters. ZTDB2LTR writes the    *
      * letters in cursor order and every piece paid the full          *
      * single-piece rate. This step runs between ZTDB2LTR and the     *
      * mailing-house transmission: it pairs each LETTERS letter with  *
      * the MAILEXTR detail it was merged from (one letter per detail, *
      * in extract order, each closed by its all-'-' separator line),  *
      * sorts the pieces into trays and writes                         *
      *                                                                *
      *   LTRSORT   the letters in tray order, ready to print          *
      *   MAILSORT  the extract in the same order, with its trailer -  *
      *             every detail (and its 'S' supplement) is carried   *
      *             unchanged, so FIRST and SECOND notices and the A/B *
      *             variants ride in one drop and the variant tracking *
      *             still sees each piece exactly as ZTDB2TE1 wrote it *
      *   TRAYMAN   the tray/bundle manifest, postage by rate tier and *
      *             the control total of pieces in versus pieces       *
      *             manifested                                         *
      *                                                                *
      * The ZIP is parsed from the mailing address by ZTDB2ADS, the    *
      * same routine that standardized it ahead of MAILEXTR. Trays     *
      * follow the postal piece-count rules:                           *
      *                                                                *
      *   5-DIGIT  a ZIP with enough pieces to fill its own tray       *
      *   3-DIGIT  the rest of a 3-digit ZIP prefix, when together     *
      *            they reach the 3-digit minimum                      *
      *   MIXED    everything left over                                *
      *   SINGLE   a drop under the presort minimum, or a piece whose  *
      *            address has no ZIP, pays the single-piece rate      *
      *                                                                *
      * A full tray is closed and the next one opened at the same      *
      * level. Within a tray the pieces are bundled by 5-digit ZIP.    *
      * RETURN-CODE 8 when the pieces manifested do not balance to the *
      * pieces in, 12 when LETTERS and MAILEXTR do not pair up.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-EXTRACT-FILE ASSIGN TO MAILEXTR
           FILE STATUS IS MAIL-EXTRACT-FS.

           SELECT LETTER-FILE ASSIGN LETTERS
           FILE STATUS IS LETTER-FILE-FS.

           SELECT SORTED-EXTRACT-FILE ASSIGN MAILSORT
           FILE STATUS IS SORTED-EXTRACT-FS.

           SELECT SORTED-LETTER-FILE ASSIGN LTRSORT
           FILE STATUS IS SORTED-LETTER-FS.

           SELECT TRAY-MANIFEST-REPORT ASSIGN TRAYMAN
           FILE STATUS IS TRAY-MANIFEST-FS.

           SELECT PRESORT-WORK ASSIGN TO SORTWK1.

       DATA DIVISION.

       FILE SECTION.
       FD  MAIL-EXTRACT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS MAIL-EXTRACT-RECORD.
       01  MAIL-EXTRACT-RECORD.
           05 MXR-RECORD-TYPE          PIC X(1).
               88 MXR-DETAIL           VALUE 'D'.
               88 MXR-TRAILER          VALUE 'T'.
               88 MXR-SUPPLEMENT       VALUE 'S'.
           05 FILLER                   PIC X.
           05 MXR-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 MXR-CUST-ADDR            PIC X(20).
           05 FILLER                   PIC X.
           05 MXR-ACCOUNT-NUMBER       PIC X(12).
           05 FILLER                   PIC X.
           05 MXR-PRODUCT-TYPE         PIC X(1).
           05 FILLER                   PIC X.
           05 MXR-NOTIF-DATE           PIC X(10).
           05 FILLER                   PIC X.
           05 MXR-NOTICE-FLAG          PIC X(6).
           05 FILLER                   PIC X.
           05 MXR-VARIANT              PIC X(1).
           05 FILLER                   PIC X(2).
       01  MAIL-EXTRACT-TRAILER REDEFINES MAIL-EXTRACT-RECORD.
           05 MXT-RECORD-TYPE          PIC X(1).
           05 FILLER                   PIC X.
           05 FILLER                   PIC X(8).
           05 MXT-RECORD-COUNT         PIC 9(6).
           05 FILLER                   PIC X(64).

       FD  LETTER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS LETTER-RECORD.
       01  LETTER-RECORD PIC X(80).

       FD  SORTED-EXTRACT-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SORTED-EXTRACT-RECORD.
       01  SORTED-EXTRACT-RECORD PIC X(80).

       FD  SORTED-LETTER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SORTED-LETTER-RECORD.
       01  SORTED-LETTER-RECORD PIC X(80).

       FD  TRAY-MANIFEST-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TRAY-MANIFEST-RECORD.
       01  TRAY-MANIFEST-RECORD PIC X(80).

       SD  PRESORT-WORK
           DATA RECORD IS PRESORT-WORK-RECORD.
       01  PRESORT-WORK-RECORD.
           05 PSW-TIER                 PIC 9(1).
           05 PSW-ZIP5                 PIC X(5).
           05 PSW-SEQUENCE             PIC 9(6).
           05 FILLER                   PIC X(2642).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  MAIL-EXTRACT-FS     PIC X(2).
       01  LETTER-FILE-FS      PIC X(2).
       01  SORTED-EXTRACT-FS   PIC X(2).
       01  SORTED-LETTER-FS    PIC X(2).
       01  TRAY-MANIFEST-FS    PIC X(2).

           COPY ZTDB2ADR.

      ******************************************************************
      * Configuration parameters.                                      *
      *                                                                *
      * NB: These are hardcoded defaults in this example, but for a    *
      *     real implementation, they would be loaded externally and   *
      *     the rates kept current with the postal price list.         *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-PST.
           05 CFG-MIN-PRESORT-PIECES   PIC 9(6) VALUE 500.
           05 CFG-5DIGIT-TRAY-MIN      PIC 9(4) VALUE 150.
           05 CFG-3DIGIT-TRAY-MIN      PIC 9(4) VALUE 150.
           05 CFG-TRAY-CAPACITY        PIC 9(4) VALUE 500.
           05 CFG-RATE-5DIGIT          PIC 9V999 VALUE 0.553.
           05 CFG-RATE-3DIGIT          PIC 9V999 VALUE 0.573.
           05 CFG-RATE-MIXED           PIC 9V999 VALUE 0.593.
           05 CFG-RATE-SINGLE          PIC 9V999 VALUE 0.730.

      *-----------------------------------------------------------------
      * One mail piece: its tray tier and ZIP (the sort key), the
      * extract detail and supplement it was merged from, and the
      * letter itself - at most 30 template lines and the separator.
      *-----------------------------------------------------------------
       01  WS-PIECE.
           05 PC-TIER                  PIC 9(1).
               88 PC-TIER-5DIGIT       VALUE 1.
               88 PC-TIER-3DIGIT       VALUE 2.
               88 PC-TIER-MIXED        VALUE 3.
               88 PC-TIER-SINGLE       VALUE 4.
           05 PC-ZIP5                  PIC X(5).
           05 PC-SEQUENCE              PIC 9(6).
           05 PC-DETAIL.
               10 FILLER               PIC X(2).
               10 PC-CUST-NAME         PIC X(20).
               10 FILLER               PIC X.
               10 PC-CUST-ADDR         PIC X(20).
               10 FILLER               PIC X.
               10 PC-ACCOUNT-NUMBER    PIC X(12).
               10 FILLER               PIC X(14).
               10 PC-NOTICE-FLAG       PIC X(6).
               10 FILLER               PIC X.
               10 PC-VARIANT           PIC X(1).
               10 FILLER               PIC X(2).
           05 PC-SUPPLEMENT            PIC X(80).
           05 PC-LINE-COUNT            PIC 9(2).
           05 PC-LINE OCCURS 31 TIMES  PIC X(80).
       77  WS-PC-INDEX                 PIC 9(2).

      *-----------------------------------------------------------------
      * Pieces per 5-digit ZIP and per 3-digit prefix, counted before
      * the sort so each piece knows its tray level as it is released.
      * Z3-RESIDUAL is what is left of a prefix once its own 5-digit
      * trays are taken out.
      *-----------------------------------------------------------------
       01  WS-ZIP5-TABLE.
           05 WS-Z5-ENTRY OCCURS 3000 TIMES.
               10 Z5-ZIP               PIC X(5).
               10 Z5-PIECES            PIC 9(6) VALUE 0.
               10 Z5-Z3-INDEX          PIC 9(4) VALUE 0.
       77  WS-Z5-COUNT                 PIC 9(4) VALUE 0.
       77  WS-Z5-INDEX                 PIC 9(4).

       01  WS-ZIP3-TABLE.
           05 WS-Z3-ENTRY OCCURS 1000 TIMES.
               10 Z3-ZIP               PIC X(3).
               10 Z3-PIECES            PIC 9(6) VALUE 0.
               10 Z3-RESIDUAL          PIC 9(6) VALUE 0.
       77  WS-Z3-COUNT                 PIC 9(4) VALUE 0.
       77  WS-Z3-INDEX                 PIC 9(4).

       77  WS-PIECE-ZIP                PIC X(5).
       77  WS-PRESORT-FLAG             PIC 9 VALUE 0.
           88 WS-PRESORT-QUALIFIED     VALUE 1.
       77  WS-PAIRING-FLAG             PIC 9 VALUE 0.
           88 WS-PAIRING-BROKEN        VALUE 1.
       77  WS-EXTRACT-EOF-FLAG         PIC 9 VALUE 0.
           88 WS-EXTRACT-EOF           VALUE 1.
       77  WS-SORT-EOF-FLAG            PIC 9 VALUE 0.
           88 WS-SORT-EOF              VALUE 1.
       77  WS-SUPPLEMENT-HOLD          PIC X(80) VALUE SPACES.

      *-----------------------------------------------------------------
      * The tray and bundle being filled in the output procedure.
      *-----------------------------------------------------------------
       77  WS-TRAY-OPEN-FLAG           PIC 9 VALUE 0.
           88 WS-TRAY-OPEN             VALUE 1.
       77  WS-TRAY-NUMBER              PIC 9(4) VALUE 0.
       77  WS-TRAY-TIER                PIC 9(1) VALUE 0.
       77  WS-TRAY-ZIP5                PIC X(5).
       77  WS-TRAY-PIECES              PIC 9(6) VALUE 0.
       77  WS-TRAY-RATE                PIC 9V999.
       77  WS-TRAY-POSTAGE             PIC 9(7)V99.
       77  WS-BUNDLE-ZIP5              PIC X(5).
       77  WS-BUNDLE-PIECES            PIC 9(6) VALUE 0.
       77  WS-TRAY-LEVEL-NAME          PIC X(7).
       77  WS-TRAY-DEST                PIC X(5).

      *-----------------------------------------------------------------
      * Totals by rate tier, 1 to 4 as PC-TIER.
      *-----------------------------------------------------------------
       01  WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 4 TIMES.
               10 TT-TRAYS             PIC 9(4) VALUE 0.
               10 TT-PIECES            PIC 9(6) VALUE 0.
               10 TT-POSTAGE           PIC 9(7)V99 VALUE 0.
       77  WS-TIER-INDEX               PIC 9(1).

       01  WS-PRESORT-TOTALS.
           05 WS-TOTAL-PIECES-IN       PIC 9(6) VALUE 0.
           05 WS-TOTAL-RELEASED        PIC 9(6) VALUE 0.
           05 WS-TOTAL-MANIFESTED      PIC 9(6) VALUE 0.
           05 WS-TOTAL-NO-ZIP          PIC 9(6) VALUE 0.
           05 WS-TOTAL-FIRST           PIC 9(6) VALUE 0.
           05 WS-TOTAL-SECOND          PIC 9(6) VALUE 0.
           05 WS-TOTAL-VARIANT-A       PIC 9(6) VALUE 0.
           05 WS-TOTAL-VARIANT-B       PIC 9(6) VALUE 0.
           05 WS-TOTAL-POSTAGE         PIC 9(7)V99 VALUE 0.
           05 WS-TOTAL-FULL-RATE       PIC 9(7)V99 VALUE 0.
           05 WS-TOTAL-SAVED           PIC 9(7)V99 VALUE 0.
           05 WS-TRAILER-COUNT         PIC 9(6) VALUE 0.
       77  WS-TRAILER-SEEN-FLAG        PIC 9 VALUE 0.
           88 WS-TRAILER-SEEN          VALUE 1.

       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).

      *-----------------------------------------------------------------
      * Manifest lines.
      *-----------------------------------------------------------------
       01  WS-TRAY-LINE.
           05 FILLER                   PIC X(5) VALUE 'TRAY '.
           05 TL-TRAY-NUMBER           PIC 9(4).
           05 FILLER                   PIC X(2) VALUE SPACES.
           05 TL-LEVEL                 PIC X(7).
           05 FILLER                   PIC X(6) VALUE ' DEST '.
           05 TL-DEST                  PIC X(5).
           05 FILLER                   PIC X(51) VALUE SPACES.

       01  WS-BUNDLE-LINE.
           05 FILLER                   PIC X(16)
                                       VALUE '    BUNDLE ZIP '.
           05 BL-ZIP5                  PIC X(5).
           05 FILLER                   PIC X(8) VALUE ' PIECES '.
           05 BL-PIECES                PIC ZZZZZ9.
           05 FILLER                   PIC X(45) VALUE SPACES.

       01  WS-TRAY-TOTAL-LINE.
           05 FILLER                   PIC X(5) VALUE 'TRAY '.
           05 TTL-TRAY-NUMBER          PIC 9(4).
           05 FILLER                   PIC X(8) VALUE ' PIECES '.
           05 TTL-PIECES               PIC ZZZZZ9.
           05 FILLER                   PIC X(6) VALUE ' RATE '.
           05 TTL-RATE                 PIC 9.999.
           05 FILLER                   PIC X(9) VALUE ' POSTAGE '.
           05 TTL-POSTAGE              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(25) VALUE SPACES.

       01  WS-TIER-LINE.
           05 FILLER                   PIC X(5) VALUE 'TIER '.
           05 TRL-LEVEL                PIC X(7).
           05 FILLER                   PIC X(7) VALUE ' TRAYS '.
           05 TRL-TRAYS                PIC ZZZ9.
           05 FILLER                   PIC X(8) VALUE ' PIECES '.
           05 TRL-PIECES               PIC ZZZZZ9.
           05 FILLER                   PIC X(6) VALUE ' RATE '.
           05 TRL-RATE                 PIC 9.999.
           05 FILLER                   PIC X(9) VALUE ' POSTAGE '.
           05 TRL-POSTAGE              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(11) VALUE SPACES.

       01  WS-EDIT-PIECES              PIC ZZZZZ9.
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-2            PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

           DISPLAY 'ZTDB2PST start'
           MOVE RC-SUCCESS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           PERFORM COUNT-PIECES-BY-ZIP
           IF RETURN-CODE > RC-WARNING
               GOBACK
           END-IF
           PERFORM ASSIGN-TRAY-LEVELS

           OPEN OUTPUT SORTED-EXTRACT-FILE
           IF SORTED-EXTRACT-FS NOT = '00'
               DISPLAY 'ZTDB2PST error opening MAILSORT: '
                   SORTED-EXTRACT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SORTED-LETTER-FILE
           IF SORTED-LETTER-FS NOT = '00'
               DISPLAY 'ZTDB2PST error opening LTRSORT: '
                   SORTED-LETTER-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TRAY-MANIFEST-REPORT
           IF TRAY-MANIFEST-FS NOT = '00'
               DISPLAY 'ZTDB2PST error opening TRAYMAN: '
                   TRAY-MANIFEST-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO TRAY-MANIFEST-RECORD
           STRING 'ZTDB2PST TRAY MANIFEST ' CURR-YEAR '-' CURR-MONTH
               '-' CURR-DAY DELIMITED BY SIZE INTO TRAY-MANIFEST-RECORD
           PERFORM WRITE-MANIFEST-LINE
           IF NOT WS-PRESORT-QUALIFIED
               MOVE SPACES TO TRAY-MANIFEST-RECORD
               MOVE WS-TOTAL-PIECES-IN TO WS-EDIT-PIECES
               STRING 'DROP OF ' WS-EDIT-PIECES
                   ' PIECES IS UNDER THE PRESORT MINIMUM -'
                   ' SINGLE-PIECE RATE'
                   DELIMITED BY SIZE INTO TRAY-MANIFEST-RECORD
               PERFORM WRITE-MANIFEST-LINE
           END-IF

           SORT PRESORT-WORK
               ON ASCENDING KEY PSW-TIER
               ON ASCENDING KEY PSW-ZIP5
               ON ASCENDING KEY PSW-SEQUENCE
               INPUT PROCEDURE IS RELEASE-MAIL-PIECES
               OUTPUT PROCEDURE IS WRITE-PRESORTED-MAIL
           IF SORT-RETURN NOT = 0
               DISPLAY 'ZTDB2PST error presorting the letters: '
                   'SORT-RETURN=' SORT-RETURN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
           END-IF

           PERFORM WRITE-MANIFEST-TOTALS

           CLOSE SORTED-EXTRACT-FILE
           CLOSE SORTED-LETTER-FILE
           CLOSE TRAY-MANIFEST-REPORT

           DISPLAY 'ZTDB2PST pieces in=' WS-TOTAL-PIECES-IN
               ' manifested=' WS-TOTAL-MANIFESTED
               ' trays=' WS-TRAY-NUMBER
           DISPLAY 'ZTDB2PST end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * First pass over MAILEXTR: count the pieces of each 5-digit ZIP *
      * and 3-digit prefix, and check the trailer the way ZTDB2LTR     *
      * does before anything is sorted.                                *
      ******************************************************************
       COUNT-PIECES-BY-ZIP.

           OPEN INPUT MAIL-EXTRACT-FILE
           IF MAIL-EXTRACT-FS NOT = '00'
               DISPLAY 'ZTDB2PST error opening MAILEXTR: '
                   MAIL-EXTRACT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           READ MAIL-EXTRACT-FILE
           PERFORM UNTIL MAIL-EXTRACT-FS > '04'
               EVALUATE TRUE
                   WHEN MXR-DETAIL
                       ADD 1 TO WS-TOTAL-PIECES-IN
                       PERFORM FIND-PIECE-ZIP
                       IF WS-PIECE-ZIP = SPACES
                           ADD 1 TO WS-TOTAL-NO-ZIP
                       ELSE
                           PERFORM COUNT-ONE-PIECE
                       END-IF
                   WHEN MXR-TRAILER
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE MXT-RECORD-COUNT TO WS-TRAILER-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ MAIL-EXTRACT-FILE
           END-PERFORM

           CLOSE MAIL-EXTRACT-FILE

           IF NOT WS-TRAILER-SEEN
               DISPLAY 'ZTDB2PST extract has no trailer; drop suspect'
               MOVE RC-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-TRAILER-COUNT NOT = WS-TOTAL-PIECES-IN
               DISPLAY 'ZTDB2PST trailer count ' WS-TRAILER-COUNT
                   ' does not match ' WS-TOTAL-PIECES-IN
                   ' detail record(s); drop suspect'
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * The 5-digit ZIP of the current extract detail, or spaces when  *
      * ZTDB2ADS cannot find one in the address.                       *
      ******************************************************************
       FIND-PIECE-ZIP.

           MOVE SPACES TO WS-PIECE-ZIP
           MOVE SPACES TO ADS-ADDRESS-AREA
           MOVE MXR-CUST-ADDR TO ADS-INPUT-ADDR
           CALL 'ZTDB2ADS' USING ADS-ADDRESS-AREA

           IF NOT ADS-NO-ZIP AND ADS-ZIP(1:5) IS NUMERIC
               MOVE ADS-ZIP(1:5) TO WS-PIECE-ZIP
           END-IF

           EXIT.

       COUNT-ONE-PIECE.

           PERFORM VARYING WS-Z5-INDEX FROM 1 BY 1
                   UNTIL WS-Z5-INDEX > WS-Z5-COUNT
                      OR Z5-ZIP(WS-Z5-INDEX) = WS-PIECE-ZIP
               CONTINUE
           END-PERFORM

           IF WS-Z5-INDEX > WS-Z5-COUNT
               IF WS-Z5-COUNT = 3000
                   ADD 1 TO WS-TOTAL-NO-ZIP
                   DISPLAY 'ZTDB2PST ZIP table full, ' WS-PIECE-ZIP
                       ' goes single-piece'
                   MOVE RC-WARNING TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-ZIP3-ENTRY
               IF WS-Z3-INDEX = 0
                   ADD 1 TO WS-TOTAL-NO-ZIP
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Z5-COUNT
               MOVE WS-Z5-COUNT TO WS-Z5-INDEX
               MOVE WS-PIECE-ZIP TO Z5-ZIP(WS-Z5-INDEX)
               MOVE WS-Z3-INDEX TO Z5-Z3-INDEX(WS-Z5-INDEX)
           END-IF

           ADD 1 TO Z5-PIECES(WS-Z5-INDEX)
           MOVE Z5-Z3-INDEX(WS-Z5-INDEX) TO WS-Z3-INDEX
           ADD 1 TO Z3-PIECES(WS-Z3-INDEX)

           EXIT.

       FIND-ZIP3-ENTRY.

           PERFORM VARYING WS-Z3-INDEX FROM 1 BY 1
                   UNTIL WS-Z3-INDEX > WS-Z3-COUNT
                      OR Z3-ZIP(WS-Z3-INDEX) = WS-PIECE-ZIP(1:3)
               CONTINUE
           END-PERFORM

           IF WS-Z3-INDEX > WS-Z3-COUNT
               IF WS-Z3-COUNT = 1000
                   DISPLAY 'ZTDB2PST ZIP prefix table full, '
                       WS-PIECE-ZIP ' goes single-piece'
                   MOVE RC-WARNING TO RETURN-CODE
                   MOVE 0 TO WS-Z3-INDEX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Z3-COUNT
               MOVE WS-Z3-COUNT TO WS-Z3-INDEX
               MOVE WS-PIECE-ZIP(1:3) TO Z3-ZIP(WS-Z3-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * A drop under the presort minimum goes out single-piece. Other- *
      * wise a ZIP under the 5-digit minimum leaves its pieces to its  *
      * 3-digit prefix; the prefix makes a 3-digit tray only if what   *
      * it is left with reaches the 3-digit minimum.                   *
      ******************************************************************
       ASSIGN-TRAY-LEVELS.

           IF WS-TOTAL-PIECES-IN - WS-TOTAL-NO-ZIP
                   < CFG-MIN-PRESORT-PIECES
               DISPLAY 'ZTDB2PST ' WS-TOTAL-PIECES-IN
                   ' piece(s), under the presort minimum'
               EXIT PARAGRAPH
           END-IF

           SET WS-PRESORT-QUALIFIED TO TRUE
           PERFORM VARYING WS-Z5-INDEX FROM 1 BY 1
                   UNTIL WS-Z5-INDEX > WS-Z5-COUNT
               IF Z5-PIECES(WS-Z5-INDEX) < CFG-5DIGIT-TRAY-MIN
                   MOVE Z5-Z3-INDEX(WS-Z5-INDEX) TO WS-Z3-INDEX
                   ADD Z5-PIECES(WS-Z5-INDEX)
                       TO Z3-RESIDUAL(WS-Z3-INDEX)
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * SORT input procedure: pair each extract detail with its letter *
      * and release the piece under its tray tier and ZIP. A letter    *
      * ends at its separator line; LETTERS running out early, a       *
      * letter with no separator, or letters left over all mean the    *
      * two files are out of step and nothing more is released.        *
      ******************************************************************
       RELEASE-MAIL-PIECES.

           OPEN INPUT MAIL-EXTRACT-FILE
           IF MAIL-EXTRACT-FS NOT = '00'
               DISPLAY 'ZTDB2PST error opening MAILEXTR: '
                   MAIL-EXTRACT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT LETTER-FILE
           IF LETTER-FILE-FS NOT = '00'
               DISPLAY 'ZTDB2PST error opening LETTERS: '
                   LETTER-FILE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               CLOSE MAIL-EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF

           READ MAIL-EXTRACT-FILE
           PERFORM UNTIL MAIL-EXTRACT-FS > '04'
                      OR WS-PAIRING-BROKEN
               EVALUATE TRUE
                   WHEN MXR-DETAIL
                       PERFORM RELEASE-ONE-PIECE
                       MOVE SPACES TO WS-SUPPLEMENT-HOLD
                   WHEN MXR-SUPPLEMENT
                       MOVE MAIL-EXTRACT-RECORD TO WS-SUPPLEMENT-HOLD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ MAIL-EXTRACT-FILE
           END-PERFORM

           IF NOT WS-PAIRING-BROKEN
               READ LETTER-FILE
               IF LETTER-FILE-FS = '00'
                   DISPLAY 'ZTDB2PST LETTERS has letters beyond the '
                       WS-TOTAL-RELEASED ' extract detail(s)'
                   SET WS-PAIRING-BROKEN TO TRUE
               END-IF
           END-IF

           IF WS-PAIRING-BROKEN
               DISPLAY 'ZTDB2PST LETTERS and MAILEXTR out of step; '
                   'presorted drop incomplete'
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           CLOSE MAIL-EXTRACT-FILE
           CLOSE LETTER-FILE

           EXIT.

       RELEASE-ONE-PIECE.

           MOVE SPACES TO WS-PIECE
           MOVE MAIL-EXTRACT-RECORD TO PC-DETAIL
           MOVE WS-SUPPLEMENT-HOLD TO PC-SUPPLEMENT
           MOVE 0 TO PC-LINE-COUNT

           READ LETTER-FILE
           PERFORM UNTIL LETTER-FILE-FS NOT = '00'
                      OR WS-PAIRING-BROKEN
               IF PC-LINE-COUNT = 31
                   DISPLAY 'ZTDB2PST letter for ' MXR-ACCOUNT-NUMBER
                       ' has no separator line'
                   SET WS-PAIRING-BROKEN TO TRUE
               ELSE
                   ADD 1 TO PC-LINE-COUNT
                   MOVE LETTER-RECORD TO PC-LINE(PC-LINE-COUNT)
                   IF LETTER-RECORD = ALL '-'
                       EXIT PERFORM
                   END-IF
                   READ LETTER-FILE
               END-IF
           END-PERFORM

           IF LETTER-FILE-FS NOT = '00' AND NOT WS-PAIRING-BROKEN
               DISPLAY 'ZTDB2PST LETTERS ends before the letter for '
                   MXR-ACCOUNT-NUMBER
               SET WS-PAIRING-BROKEN TO TRUE
           END-IF
           IF WS-PAIRING-BROKEN
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-PIECE-ZIP
           MOVE WS-PIECE-ZIP TO PC-ZIP5
           EVALUATE TRUE
               WHEN NOT WS-PRESORT-QUALIFIED
                   SET PC-TIER-SINGLE TO TRUE
               WHEN WS-PIECE-ZIP = SPACES
                   SET PC-TIER-SINGLE TO TRUE
               WHEN OTHER
                   PERFORM VARYING WS-Z5-INDEX FROM 1 BY 1
                           UNTIL WS-Z5-INDEX > WS-Z5-COUNT
                              OR Z5-ZIP(WS-Z5-INDEX) = WS-PIECE-ZIP
                       CONTINUE
                   END-PERFORM
                   IF WS-Z5-INDEX > WS-Z5-COUNT
                       SET PC-TIER-SINGLE TO TRUE
                   ELSE
                       MOVE Z5-Z3-INDEX(WS-Z5-INDEX) TO WS-Z3-INDEX
                       EVALUATE TRUE
                           WHEN Z5-PIECES(WS-Z5-INDEX)
                                   >= CFG-5DIGIT-TRAY-MIN
                               SET PC-TIER-5DIGIT TO TRUE
                           WHEN Z3-RESIDUAL(WS-Z3-INDEX)
                                   >= CFG-3DIGIT-TRAY-MIN
                               SET PC-TIER-3DIGIT TO TRUE
                           WHEN OTHER
                               SET PC-TIER-MIXED TO TRUE
                       END-EVALUATE
                   END-IF
           END-EVALUATE

           ADD 1 TO WS-TOTAL-RELEASED
           MOVE WS-TOTAL-RELEASED TO PC-SEQUENCE
           RELEASE PRESORT-WORK-RECORD FROM WS-PIECE

           EXIT.

      ******************************************************************
      * SORT output procedure: the pieces in tray order. Each piece    *
      * goes to MAILSORT (supplement first, as ZTDB2LTR expects) and   *
      * LTRSORT, and is counted into its bundle and tray.              *
      ******************************************************************
       WRITE-PRESORTED-MAIL.

           RETURN PRESORT-WORK INTO WS-PIECE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF
               PERFORM PLACE-PIECE-IN-TRAY

               IF PC-SUPPLEMENT NOT = SPACES
                   MOVE PC-SUPPLEMENT TO SORTED-EXTRACT-RECORD
                   PERFORM WRITE-SORTED-EXTRACT
               END-IF
               MOVE PC-DETAIL TO SORTED-EXTRACT-RECORD
               PERFORM WRITE-SORTED-EXTRACT

               PERFORM VARYING WS-PC-INDEX FROM 1 BY 1
                       UNTIL WS-PC-INDEX > PC-LINE-COUNT
                   MOVE PC-LINE(WS-PC-INDEX) TO SORTED-LETTER-RECORD
                   WRITE SORTED-LETTER-RECORD
                   IF SORTED-LETTER-FS NOT = '00'
                       DISPLAY 'ZTDB2PST error writing LTRSORT: '
                           SORTED-LETTER-FS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   END-IF
               END-PERFORM

               IF PC-NOTICE-FLAG = 'SECOND'
                   ADD 1 TO WS-TOTAL-SECOND
               ELSE
                   ADD 1 TO WS-TOTAL-FIRST
               END-IF
               IF PC-VARIANT = 'B'
                   ADD 1 TO WS-TOTAL-VARIANT-B
               ELSE
                   ADD 1 TO WS-TOTAL-VARIANT-A
               END-IF

               RETURN PRESORT-WORK INTO WS-PIECE
                   AT END SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM

           IF WS-TRAY-OPEN
               PERFORM CLOSE-BUNDLE
               PERFORM CLOSE-TRAY
           END-IF

           MOVE SPACES TO SORTED-EXTRACT-RECORD
           MOVE 'T' TO SORTED-EXTRACT-RECORD(1:1)
           MOVE WS-TOTAL-MANIFESTED TO SORTED-EXTRACT-RECORD(11:6)
           PERFORM WRITE-SORTED-EXTRACT

           EXIT.

      ******************************************************************
      * A new tray when the tier changes, when a 5-digit tray's ZIP or *
      * a 3-digit tray's prefix changes, or when the tray is full; a   *
      * new bundle with every tray and every 5-digit ZIP.              *
      ******************************************************************
       PLACE-PIECE-IN-TRAY.

           IF WS-TRAY-OPEN
               EVALUATE TRUE
                   WHEN PC-TIER NOT = WS-TRAY-TIER
                     OR WS-TRAY-PIECES = CFG-TRAY-CAPACITY
                     OR (PC-TIER-5DIGIT
                         AND PC-ZIP5 NOT = WS-TRAY-ZIP5)
                     OR (PC-TIER-3DIGIT
                         AND PC-ZIP5(1:3) NOT = WS-TRAY-ZIP5(1:3))
                       PERFORM CLOSE-BUNDLE
                       PERFORM CLOSE-TRAY
                   WHEN PC-ZIP5 NOT = WS-BUNDLE-ZIP5
                       PERFORM CLOSE-BUNDLE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF NOT WS-TRAY-OPEN
               PERFORM OPEN-TRAY
           END-IF

           IF WS-BUNDLE-PIECES = 0
               MOVE PC-ZIP5 TO WS-BUNDLE-ZIP5
           END-IF
           ADD 1 TO WS-BUNDLE-PIECES
           ADD 1 TO WS-TRAY-PIECES

           EXIT.

       OPEN-TRAY.

           SET WS-TRAY-OPEN TO TRUE
           ADD 1 TO WS-TRAY-NUMBER
           MOVE PC-TIER TO WS-TRAY-TIER
           MOVE PC-ZIP5 TO WS-TRAY-ZIP5
           MOVE 0 TO WS-TRAY-PIECES
           MOVE 0 TO WS-BUNDLE-PIECES
           MOVE WS-TRAY-TIER TO WS-TIER-INDEX
           PERFORM NAME-TRAY-LEVEL

           EVALUATE TRUE
               WHEN PC-TIER-5DIGIT
                   MOVE WS-TRAY-ZIP5 TO WS-TRAY-DEST
               WHEN PC-TIER-3DIGIT
                   MOVE SPACES TO WS-TRAY-DEST
                   STRING WS-TRAY-ZIP5(1:3) 'XX'
                       DELIMITED BY SIZE INTO WS-TRAY-DEST
               WHEN OTHER
                   MOVE 'MIXED' TO WS-TRAY-DEST
           END-EVALUATE

           MOVE WS-TRAY-NUMBER TO TL-TRAY-NUMBER
           MOVE WS-TRAY-LEVEL-NAME TO TL-LEVEL
           MOVE WS-TRAY-DEST TO TL-DEST
           MOVE WS-TRAY-LINE TO TRAY-MANIFEST-RECORD
           PERFORM WRITE-MANIFEST-LINE

           EXIT.

       CLOSE-BUNDLE.

           IF WS-BUNDLE-PIECES = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BUNDLE-ZIP5 TO BL-ZIP5
           IF WS-BUNDLE-ZIP5 = SPACES
               MOVE 'NOZIP' TO BL-ZIP5
           END-IF
           MOVE WS-BUNDLE-PIECES TO BL-PIECES
           MOVE WS-BUNDLE-LINE TO TRAY-MANIFEST-RECORD
           PERFORM WRITE-MANIFEST-LINE
           MOVE 0 TO WS-BUNDLE-PIECES

           EXIT.

       CLOSE-TRAY.

           MOVE WS-TRAY-TIER TO WS-TIER-INDEX
           PERFORM FIND-TIER-RATE
           COMPUTE WS-TRAY-POSTAGE ROUNDED =
               WS-TRAY-PIECES * WS-TRAY-RATE

           ADD 1 TO TT-TRAYS(WS-TIER-INDEX)
           ADD WS-TRAY-PIECES TO TT-PIECES(WS-TIER-INDEX)
           ADD WS-TRAY-POSTAGE TO TT-POSTAGE(WS-TIER-INDEX)
           ADD WS-TRAY-PIECES TO WS-TOTAL-MANIFESTED
           ADD WS-TRAY-POSTAGE TO WS-TOTAL-POSTAGE

           MOVE WS-TRAY-NUMBER TO TTL-TRAY-NUMBER
           MOVE WS-TRAY-PIECES TO TTL-PIECES
           MOVE WS-TRAY-RATE TO TTL-RATE
           MOVE WS-TRAY-POSTAGE TO TTL-POSTAGE
           MOVE WS-TRAY-TOTAL-LINE TO TRAY-MANIFEST-RECORD
           PERFORM WRITE-MANIFEST-LINE

           MOVE 0 TO WS-TRAY-OPEN-FLAG
           MOVE 0 TO WS-TRAY-PIECES

           EXIT.

       NAME-TRAY-LEVEL.

           EVALUATE WS-TIER-INDEX
               WHEN 1
                   MOVE '5-DIGIT' TO WS-TRAY-LEVEL-NAME
               WHEN 2
                   MOVE '3-DIGIT' TO WS-TRAY-LEVEL-NAME
               WHEN 3
                   MOVE 'MIXED' TO WS-TRAY-LEVEL-NAME
               WHEN OTHER
                   MOVE 'SINGLE' TO WS-TRAY-LEVEL-NAME
           END-EVALUATE

           EXIT.

       FIND-TIER-RATE.

           EVALUATE WS-TIER-INDEX
               WHEN 1
                   MOVE CFG-RATE-5DIGIT TO WS-TRAY-RATE
               WHEN 2
                   MOVE CFG-RATE-3DIGIT TO WS-TRAY-RATE
               WHEN 3
                   MOVE CFG-RATE-MIXED TO WS-TRAY-RATE
               WHEN OTHER
                   MOVE CFG-RATE-SINGLE TO WS-TRAY-RATE
           END-EVALUATE

           EXIT.

      ******************************************************************
      * Postage by rate tier, the notice and variant mix of the drop,  *
      * and the control total: every piece in must be manifested.      *
      ******************************************************************
       WRITE-MANIFEST-TOTALS.

           MOVE SPACES TO TRAY-MANIFEST-RECORD
           PERFORM WRITE-MANIFEST-LINE

           PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
                   UNTIL WS-TIER-INDEX > 4
               PERFORM NAME-TRAY-LEVEL
               PERFORM FIND-TIER-RATE
               MOVE WS-TRAY-LEVEL-NAME TO TRL-LEVEL
               MOVE TT-TRAYS(WS-TIER-INDEX) TO TRL-TRAYS
               MOVE TT-PIECES(WS-TIER-INDEX) TO TRL-PIECES
               MOVE WS-TRAY-RATE TO TRL-RATE
               MOVE TT-POSTAGE(WS-TIER-INDEX) TO TRL-POSTAGE
               MOVE WS-TIER-LINE TO TRAY-MANIFEST-RECORD
               PERFORM WRITE-MANIFEST-LINE
           END-PERFORM

           COMPUTE WS-TOTAL-FULL-RATE ROUNDED =
               WS-TOTAL-MANIFESTED * CFG-RATE-SINGLE
           COMPUTE WS-TOTAL-SAVED =
               WS-TOTAL-FULL-RATE - WS-TOTAL-POSTAGE
           MOVE SPACES TO TRAY-MANIFEST-RECORD
           MOVE WS-TOTAL-POSTAGE TO WS-EDIT-AMOUNT
           MOVE WS-TOTAL-SAVED TO WS-EDIT-AMOUNT-2
           STRING 'TOTAL POSTAGE ' WS-EDIT-AMOUNT
               '  SAVED OVER SINGLE-PIECE ' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO TRAY-MANIFEST-RECORD
           PERFORM WRITE-MANIFEST-LINE

           MOVE SPACES TO TRAY-MANIFEST-RECORD
           STRING 'NOTICES FIRST=' WS-TOTAL-FIRST
               ' SECOND=' WS-TOTAL-SECOND
               '  VARIANT A=' WS-TOTAL-VARIANT-A
               ' B=' WS-TOTAL-VARIANT-B
               DELIMITED BY SIZE INTO TRAY-MANIFEST-RECORD
           PERFORM WRITE-MANIFEST-LINE

           IF WS-TOTAL-NO-ZIP > 0
               MOVE SPACES TO TRAY-MANIFEST-RECORD
               STRING 'PIECES WITH NO ZIP (SINGLE-PIECE)='
                   WS-TOTAL-NO-ZIP
                   DELIMITED BY SIZE INTO TRAY-MANIFEST-RECORD
               PERFORM WRITE-MANIFEST-LINE
           END-IF

           MOVE SPACES TO TRAY-MANIFEST-RECORD
           IF WS-TOTAL-MANIFESTED = WS-TOTAL-PIECES-IN
               STRING 'CONTROL PIECES IN=' WS-TOTAL-PIECES-IN
                   ' MANIFESTED=' WS-TOTAL-MANIFESTED
                   ' BALANCED'
                   DELIMITED BY SIZE INTO TRAY-MANIFEST-RECORD
           ELSE
               STRING 'CONTROL PIECES IN=' WS-TOTAL-PIECES-IN
                   ' MANIFESTED=' WS-TOTAL-MANIFESTED
                   ' OUT OF BALANCE'
                   DELIMITED BY SIZE INTO TRAY-MANIFEST-RECORD
               DISPLAY 'ZTDB2PST pieces in ' WS-TOTAL-PIECES-IN
                   ' but ' WS-TOTAL-MANIFESTED ' manifested'
               IF RETURN-CODE < RC-ERROR
                   MOVE RC-ERROR TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-MANIFEST-LINE

           EXIT.

       WRITE-SORTED-EXTRACT.

           WRITE SORTED-EXTRACT-RECORD
           IF SORTED-EXTRACT-FS NOT = '00'
               DISPLAY 'ZTDB2PST error writing MAILSORT: '
                   SORTED-EXTRACT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-MANIFEST-LINE.

           WRITE TRAY-MANIFEST-RECORD
           IF TRAY-MANIFEST-FS NOT = '00'
               DISPLAY 'ZTDB2PST error writing TRAYMAN: '
                   TRAY-MANIFEST-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.
