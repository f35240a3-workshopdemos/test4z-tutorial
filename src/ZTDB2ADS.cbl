       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2ADS.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Address standardization for the reorder mail stream. Called by *
      * ZTDB2TE1 for each customer on its way into MAILEXTR, so a bad  *
      * address is caught before the postage is spent rather than      *
      * weeks later on ZTDB2TE5's returned-mail file.                  *
      *                                                                *
      * The TBZELDA CUST_ADDR (ADS-INPUT-ADDR, see ZTDB2ADR) is read   *
      * as words, from the back:                                       *
      *                                                                *
      *  ZIP     - the last word: five digits, or ZIP+4 (nnnnn-nnnn)   *
      *  state   - the word before it: a two-letter postal code        *
      *  street  - from the front, through the first street suffix     *
      *            (ST, AVE, RD ...) and any APT/STE unit after it, or *
      *            up to a comma                                       *
      *  city    - whatever lies between the street and the state      *
      *                                                                *
      * and rebuilt in upper case with single spaces, periods and      *
      * commas dropped, and the street's suffix, directional and unit  *
      * words abbreviated the postal way (STREET to ST, NORTH to N,    *
      * APARTMENT to APT). City names are never abbreviated.           *
      *                                                                *
      * An address is held, not mailed, when it has no ZIP, when the   *
      * state is missing or not a postal code, or when the street is   *
      * too short to deliver to - fewer than two words, or no house or *
      * box number in it.                                              *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      ******************************************************************
      * Postal state codes: the states, DC, the territories and the    *
      * military post offices.                                         *
      ******************************************************************
       01  ADS-STATE-CODE-VALUES.
           05 FILLER PIC X(40)
               VALUE 'ALAKAZARCACOCTDEFLGAHIIDILINIAKSKYLAMEMD'.
           05 FILLER PIC X(40)
               VALUE 'MAMIMNMSMOMTNENVNHNJNMNYNCNDOHOKORPARISC'.
           05 FILLER PIC X(40)
               VALUE 'SDTNTXUTVTVAWAWVWIWYDCPRVIGUASMPAAAEAP  '.
       01  ADS-STATE-CODES REDEFINES ADS-STATE-CODE-VALUES.
           05 ADS-STATE-CODE           PIC X(2) OCCURS 60 TIMES.
       77  ADS-STATE-COUNT             PIC 9(2) VALUE 59.

      ******************************************************************
      * Street words and their postal abbreviations. ADS-AB-KIND 'Y'   *
      * marks a street suffix, which ends the street; 'U' marks a unit *
      * word, which carries the next word with it; 'N' marks a         *
      * directional.                                                   *
      ******************************************************************
       01  ADS-ABBREVIATION-VALUES.
           05 FILLER PIC X(15) VALUE 'STREET    ST  Y'.
           05 FILLER PIC X(15) VALUE 'STR       ST  Y'.
           05 FILLER PIC X(15) VALUE 'ST        ST  Y'.
           05 FILLER PIC X(15) VALUE 'AVENUE    AVE Y'.
           05 FILLER PIC X(15) VALUE 'AVE       AVE Y'.
           05 FILLER PIC X(15) VALUE 'ROAD      RD  Y'.
           05 FILLER PIC X(15) VALUE 'RD        RD  Y'.
           05 FILLER PIC X(15) VALUE 'DRIVE     DR  Y'.
           05 FILLER PIC X(15) VALUE 'DR        DR  Y'.
           05 FILLER PIC X(15) VALUE 'LANE      LN  Y'.
           05 FILLER PIC X(15) VALUE 'LN        LN  Y'.
           05 FILLER PIC X(15) VALUE 'BOULEVARD BLVDY'.
           05 FILLER PIC X(15) VALUE 'BLVD      BLVDY'.
           05 FILLER PIC X(15) VALUE 'COURT     CT  Y'.
           05 FILLER PIC X(15) VALUE 'CT        CT  Y'.
           05 FILLER PIC X(15) VALUE 'PLACE     PL  Y'.
           05 FILLER PIC X(15) VALUE 'PL        PL  Y'.
           05 FILLER PIC X(15) VALUE 'CIRCLE    CIR Y'.
           05 FILLER PIC X(15) VALUE 'CIR       CIR Y'.
           05 FILLER PIC X(15) VALUE 'HIGHWAY   HWY Y'.
           05 FILLER PIC X(15) VALUE 'HWY       HWY Y'.
           05 FILLER PIC X(15) VALUE 'PARKWAY   PKWYY'.
           05 FILLER PIC X(15) VALUE 'PKWY      PKWYY'.
           05 FILLER PIC X(15) VALUE 'TERRACE   TER Y'.
           05 FILLER PIC X(15) VALUE 'TER       TER Y'.
           05 FILLER PIC X(15) VALUE 'TRAIL     TRL Y'.
           05 FILLER PIC X(15) VALUE 'TRL       TRL Y'.
           05 FILLER PIC X(15) VALUE 'WAY       WAY Y'.
           05 FILLER PIC X(15) VALUE 'APARTMENT APT U'.
           05 FILLER PIC X(15) VALUE 'APT       APT U'.
           05 FILLER PIC X(15) VALUE 'SUITE     STE U'.
           05 FILLER PIC X(15) VALUE 'STE       STE U'.
           05 FILLER PIC X(15) VALUE 'NORTH     N   N'.
           05 FILLER PIC X(15) VALUE 'SOUTH     S   N'.
           05 FILLER PIC X(15) VALUE 'EAST      E   N'.
           05 FILLER PIC X(15) VALUE 'WEST      W   N'.
       01  ADS-ABBREVIATIONS REDEFINES ADS-ABBREVIATION-VALUES.
           05 ADS-AB-ENTRY OCCURS 36 TIMES.
               10 ADS-AB-WORD          PIC X(10).
               10 ADS-AB-SHORT         PIC X(4).
               10 ADS-AB-KIND          PIC X(1).
       77  ADS-AB-COUNT                PIC 9(2) VALUE 36.
       77  ADS-AB-INDEX                PIC 9(2).

      *-----------------------------------------------------------------
      * The address as words. ADS-COMMA-AFTER is the word a comma
      * followed, if any.
      *-----------------------------------------------------------------
       01  ADS-WORK-ADDR               PIC X(20).
       01  ADS-WORD-TABLE.
           05 ADS-WORD                 PIC X(20) OCCURS 10 TIMES.
       77  ADS-WORD-COUNT              PIC 9(2).
       77  ADS-WORD-INDEX              PIC 9(2).
       77  ADS-CHAR-INDEX              PIC 9(2).
       77  ADS-WORD-LENGTH             PIC 9(2).
       77  ADS-COMMA-AFTER             PIC 9(2).
       77  ADS-ZIP-WORD                PIC 9(2).
       77  ADS-STATE-WORD              PIC 9(2).
       77  ADS-STREET-END              PIC 9(2).
       77  ADS-STATE-INDEX             PIC 9(2).
       77  ADS-STD-POINTER             PIC 9(2).
       77  ADS-DIGIT-COUNT             PIC 9(2).
       01  ADS-CHAR                    PIC X.
       01  ADS-IN-WORD-FLAG            PIC 9.
           88 ADS-IN-WORD              VALUE 1.
           88 ADS-BETWEEN-WORDS        VALUE 0.
       01  ADS-STATE-FOUND-FLAG        PIC 9.
           88 ADS-STATE-FOUND          VALUE 1.
           88 ADS-STATE-NOT-FOUND      VALUE 0.
       01  ADS-STD-WORK                PIC X(40).
       01  ADS-PART-WORK               PIC X(40).
       77  ADS-PART-POINTER            PIC 9(2).

       LINKAGE SECTION.

           COPY ZTDB2ADR.

       PROCEDURE DIVISION USING ADS-ADDRESS-AREA.

           MOVE SPACES TO ADS-STD-ADDR ADS-STREET ADS-CITY
               ADS-STATE ADS-ZIP ADS-HOLD-REASON
           SET ADS-HELD TO TRUE

           MOVE ADS-INPUT-ADDR TO ADS-WORK-ADDR
           INSPECT ADS-WORK-ADDR CONVERTING
               'abcdefghijklmnopqrstuvwxyz.'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ '

           PERFORM SPLIT-INTO-WORDS

      *-----------------------------------------------------------------
      * ZIP: the last word.
      *-----------------------------------------------------------------
           MOVE ADS-WORD-COUNT TO ADS-ZIP-WORD
           IF ADS-ZIP-WORD = 0
               SET ADS-NO-ZIP TO TRUE
               GOBACK
           END-IF
           PERFORM CHECK-ZIP-WORD
           IF ADS-NO-ZIP
               GOBACK
           END-IF
           MOVE ADS-WORD(ADS-ZIP-WORD) TO ADS-ZIP

      *-----------------------------------------------------------------
      * State: the word before the ZIP.
      *-----------------------------------------------------------------
           COMPUTE ADS-STATE-WORD = ADS-ZIP-WORD - 1
           IF ADS-STATE-WORD = 0
               SET ADS-INVALID-STATE TO TRUE
               GOBACK
           END-IF
           SET ADS-STATE-NOT-FOUND TO TRUE
           IF ADS-WORD(ADS-STATE-WORD)(3:18) = SPACES
               PERFORM VARYING ADS-STATE-INDEX FROM 1 BY 1
                       UNTIL ADS-STATE-INDEX > ADS-STATE-COUNT
                           OR ADS-STATE-FOUND
                   IF ADS-STATE-CODE(ADS-STATE-INDEX) =
                           ADS-WORD(ADS-STATE-WORD)(1:2)
                       SET ADS-STATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF ADS-STATE-NOT-FOUND
               SET ADS-INVALID-STATE TO TRUE
               GOBACK
           END-IF
           MOVE ADS-WORD(ADS-STATE-WORD)(1:2) TO ADS-STATE

      *-----------------------------------------------------------------
      * Street, then city, from what precedes the state.
      *-----------------------------------------------------------------
           PERFORM FIND-STREET-END
           PERFORM CHECK-STREET-LENGTH
           IF ADS-TOO-SHORT
               GOBACK
           END-IF

           PERFORM VARYING ADS-WORD-INDEX FROM 1 BY 1
                   UNTIL ADS-WORD-INDEX > ADS-STREET-END
               PERFORM ABBREVIATE-STREET-WORD
           END-PERFORM

           PERFORM BUILD-STANDARD-ADDRESS

           IF ADS-STD-ADDR = ADS-INPUT-ADDR
               SET ADS-UNCHANGED TO TRUE
           ELSE
               SET ADS-CORRECTED TO TRUE
           END-IF

           GOBACK.

      ******************************************************************
      * Break ADS-WORK-ADDR into words at blanks and commas, noting    *
      * where a comma fell.                                            *
      ******************************************************************
       SPLIT-INTO-WORDS.

           MOVE SPACES TO ADS-WORD-TABLE
           MOVE 0 TO ADS-WORD-COUNT
           MOVE 0 TO ADS-COMMA-AFTER
           SET ADS-BETWEEN-WORDS TO TRUE

           PERFORM VARYING ADS-CHAR-INDEX FROM 1 BY 1
                   UNTIL ADS-CHAR-INDEX > 20
               MOVE ADS-WORK-ADDR(ADS-CHAR-INDEX:1) TO ADS-CHAR
               EVALUATE TRUE
                   WHEN ADS-CHAR = ','
                       SET ADS-BETWEEN-WORDS TO TRUE
                       IF ADS-WORD-COUNT > 0 AND ADS-COMMA-AFTER = 0
                           MOVE ADS-WORD-COUNT TO ADS-COMMA-AFTER
                       END-IF
                   WHEN ADS-CHAR = SPACE
                       SET ADS-BETWEEN-WORDS TO TRUE
                   WHEN ADS-IN-WORD
                       ADD 1 TO ADS-WORD-LENGTH
                       MOVE ADS-CHAR TO
                           ADS-WORD(ADS-WORD-COUNT)(ADS-WORD-LENGTH:1)
                   WHEN ADS-WORD-COUNT < 10
                       SET ADS-IN-WORD TO TRUE
                       ADD 1 TO ADS-WORD-COUNT
                       MOVE 1 TO ADS-WORD-LENGTH
                       MOVE ADS-CHAR TO ADS-WORD(ADS-WORD-COUNT)(1:1)
               END-EVALUATE
           END-PERFORM

           EXIT.

      ******************************************************************
      * Five digits, or five digits, a hyphen and four more.           *
      ******************************************************************
       CHECK-ZIP-WORD.

           EVALUATE TRUE
               WHEN ADS-WORD(ADS-ZIP-WORD)(1:5) IS NUMERIC
                       AND ADS-WORD(ADS-ZIP-WORD)(6:15) = SPACES
                   CONTINUE
               WHEN ADS-WORD(ADS-ZIP-WORD)(1:5) IS NUMERIC
                       AND ADS-WORD(ADS-ZIP-WORD)(6:1) = '-'
                       AND ADS-WORD(ADS-ZIP-WORD)(7:4) IS NUMERIC
                       AND ADS-WORD(ADS-ZIP-WORD)(11:10) = SPACES
                   CONTINUE
               WHEN OTHER
                   SET ADS-NO-ZIP TO TRUE
           END-EVALUATE

           EXIT.

      ******************************************************************
      * The street runs to a comma if there is one before the state;   *
      * otherwise through the first street suffix after the first      *
      * word, plus a unit word and its number straight after it. With  *
      * neither, everything before the state is street.                *
      *                                                                *
      * Output: ADS-STREET-END (last street word)                      *
      ******************************************************************
       FIND-STREET-END.

           COMPUTE ADS-STREET-END = ADS-STATE-WORD - 1

           IF ADS-COMMA-AFTER > 0 AND ADS-COMMA-AFTER < ADS-STATE-WORD
               MOVE ADS-COMMA-AFTER TO ADS-STREET-END
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING ADS-WORD-INDEX FROM 2 BY 1
                   UNTIL ADS-WORD-INDEX >= ADS-STATE-WORD
               PERFORM FIND-ABBREVIATION
               IF ADS-AB-INDEX > 0
                   IF ADS-AB-KIND(ADS-AB-INDEX) = 'Y'
                       MOVE ADS-WORD-INDEX TO ADS-STREET-END
                       MOVE ADS-STATE-WORD TO ADS-WORD-INDEX
                   END-IF
               END-IF
           END-PERFORM

      *-----------------------------------------------------------------
      * A unit (APT 4, STE 200) straight after the suffix belongs to
      * the street.
      *-----------------------------------------------------------------
           IF ADS-STREET-END + 2 < ADS-STATE-WORD
               COMPUTE ADS-WORD-INDEX = ADS-STREET-END + 1
               PERFORM FIND-ABBREVIATION
               IF ADS-AB-INDEX > 0
                   IF ADS-AB-KIND(ADS-AB-INDEX) = 'U'
                       ADD 2 TO ADS-STREET-END
                   END-IF
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * At least two words, one of them carrying a house or box number.*
      ******************************************************************
       CHECK-STREET-LENGTH.

           MOVE 0 TO ADS-DIGIT-COUNT
           PERFORM VARYING ADS-WORD-INDEX FROM 1 BY 1
                   UNTIL ADS-WORD-INDEX > ADS-STREET-END
               INSPECT ADS-WORD(ADS-WORD-INDEX) TALLYING ADS-DIGIT-COUNT
                   FOR ALL '0' '1' '2' '3' '4' '5' '6' '7' '8' '9'
           END-PERFORM

           IF ADS-STREET-END < 2 OR ADS-DIGIT-COUNT = 0
               SET ADS-TOO-SHORT TO TRUE
           END-IF

           EXIT.

      ******************************************************************
      * The table entry for ADS-WORD(ADS-WORD-INDEX); zero if none.    *
      ******************************************************************
       FIND-ABBREVIATION.

           PERFORM VARYING ADS-AB-INDEX FROM 1 BY 1
                   UNTIL ADS-AB-INDEX > ADS-AB-COUNT
               IF ADS-AB-WORD(ADS-AB-INDEX) = ADS-WORD(ADS-WORD-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO ADS-AB-INDEX

           EXIT.

      ******************************************************************
      * Suffix and unit words are always abbreviated; a directional    *
      * only when it is not the street name itself (NORTH ST stays).   *
      ******************************************************************
       ABBREVIATE-STREET-WORD.

           PERFORM FIND-ABBREVIATION
           IF ADS-AB-INDEX = 0
               EXIT PARAGRAPH
           END-IF

           IF ADS-AB-KIND(ADS-AB-INDEX) = 'N'
               IF ADS-WORD-INDEX < ADS-STREET-END
                   COMPUTE ADS-WORD-INDEX = ADS-WORD-INDEX + 1
                   PERFORM FIND-ABBREVIATION
                   SUBTRACT 1 FROM ADS-WORD-INDEX
                   IF ADS-AB-INDEX > 0
                       IF ADS-AB-KIND(ADS-AB-INDEX) = 'Y'
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   PERFORM FIND-ABBREVIATION
               END-IF
           END-IF

           MOVE ADS-AB-SHORT(ADS-AB-INDEX) TO ADS-WORD(ADS-WORD-INDEX)

           EXIT.

      ******************************************************************
      * Street, city, state and ZIP, single-spaced. Standardizing only *
      * ever shortens an address, so it still fits CUST_ADDR.          *
      ******************************************************************
       BUILD-STANDARD-ADDRESS.

           MOVE SPACES TO ADS-STD-WORK
           MOVE 1 TO ADS-STD-POINTER
           PERFORM VARYING ADS-WORD-INDEX FROM 1 BY 1
                   UNTIL ADS-WORD-INDEX > ADS-ZIP-WORD
               IF ADS-STD-POINTER > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO ADS-STD-WORK WITH POINTER ADS-STD-POINTER
               END-IF
               STRING ADS-WORD(ADS-WORD-INDEX) DELIMITED BY SPACE
                   INTO ADS-STD-WORK WITH POINTER ADS-STD-POINTER
           END-PERFORM
           MOVE ADS-STD-WORK(1:20) TO ADS-STD-ADDR

           MOVE SPACES TO ADS-PART-WORK
           MOVE 1 TO ADS-PART-POINTER
           PERFORM VARYING ADS-WORD-INDEX FROM 1 BY 1
                   UNTIL ADS-WORD-INDEX > ADS-STREET-END
               PERFORM APPEND-PART-WORD
           END-PERFORM
           MOVE ADS-PART-WORK(1:20) TO ADS-STREET

           MOVE SPACES TO ADS-PART-WORK
           MOVE 1 TO ADS-PART-POINTER
           COMPUTE ADS-WORD-INDEX = ADS-STREET-END + 1
           PERFORM UNTIL ADS-WORD-INDEX >= ADS-STATE-WORD
               PERFORM APPEND-PART-WORD
               ADD 1 TO ADS-WORD-INDEX
           END-PERFORM
           MOVE ADS-PART-WORK(1:20) TO ADS-CITY

           EXIT.

       APPEND-PART-WORD.

           IF ADS-PART-POINTER > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO ADS-PART-WORK WITH POINTER ADS-PART-POINTER
           END-IF
           STRING ADS-WORD(ADS-WORD-INDEX) DELIMITED BY SPACE
               INTO ADS-PART-WORK WITH POINTER ADS-PART-POINTER

           EXIT.
