       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCSNDX.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Phonetic code for a CUSTFILE last name, the key of the CUSTNDX *
      * sound-alike index (see ZTPCSNDR). Called by ZTPCSNDB when it   *
      * builds the index, by ZTPCICST and ZTPCBAT when they keep it    *
      * current, and by ZTPCICST's sound-alike search, so every party  *
      * codes a name exactly the same way.                             *
      *                                                                *
      * The code is the classic four-character Soundex: the first      *
      * letter of the name, then the digit class of each following     *
      * consonant, with                                                *
      *                                                                *
      *  - upper and lower case treated alike                          *
      *  - anything that is not a letter (blanks, hyphens, apostrophes *
      *    in O'BRIEN or SMITH-JONES) skipped                          *
      *  - vowels and Y not coded, but separating two consonants of    *
      *    the same class so both are coded                            *
      *  - H and W not coded and not separating                        *
      *  - adjacent letters of the same class coded once, including    *
      *    a first letter and its neighbour (PFISTER is P236)          *
      *  - short codes padded with zeros (LEE is L000)                 *
      *                                                                *
      * So SMITH, SMYTH and SMYTHE are all S530. A name with no        *
      * letters at all gets a code of spaces, and is never indexed.    *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      ******************************************************************
      * Soundex class of each letter, in alphabet order. '0' marks a   *
      * vowel (or Y); '-' marks H and W.                               *
      ******************************************************************
       01  SDX-ALPHABET            PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  SDX-CLASSES             PIC X(26)
               VALUE '0123012-02245501262301-202'.

       01  SDX-NAME                PIC X(40).
       01  SDX-CODE                PIC X(4).
       77  SDX-NAME-INDEX          PIC 9(2).
       77  SDX-CODE-LENGTH         PIC 9.
       77  SDX-LETTER-POSITION     PIC 9(2).
       01  SDX-LETTER              PIC X.
       01  SDX-CLASS               PIC X.
       01  SDX-PREVIOUS-CLASS      PIC X.

       LINKAGE SECTION.

       01  LS-LASTNAME             PIC X(40).
       01  LS-PHONETIC-CODE        PIC X(4).

       PROCEDURE DIVISION USING LS-LASTNAME, LS-PHONETIC-CODE.

           MOVE LS-LASTNAME TO SDX-NAME
           INSPECT SDX-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE SPACES TO SDX-CODE
           MOVE 0 TO SDX-CODE-LENGTH
           MOVE SPACE TO SDX-PREVIOUS-CLASS

           PERFORM CODE-ONE-LETTER
               VARYING SDX-NAME-INDEX FROM 1 BY 1
               UNTIL SDX-NAME-INDEX > 40 OR SDX-CODE-LENGTH = 4

           IF SDX-CODE-LENGTH > 0
               INSPECT SDX-CODE REPLACING ALL SPACE BY '0'
           END-IF

           MOVE SDX-CODE TO LS-PHONETIC-CODE

           GOBACK.

      ******************************************************************
      * Code one character of the name. The first letter is kept as    *
      * itself; later letters add their class digit unless it repeats  *
      * the class just coded.                                          *
      ******************************************************************
       CODE-ONE-LETTER.

           MOVE SDX-NAME(SDX-NAME-INDEX:1) TO SDX-LETTER
           MOVE 0 TO SDX-LETTER-POSITION
           INSPECT SDX-ALPHABET TALLYING SDX-LETTER-POSITION
               FOR CHARACTERS BEFORE INITIAL SDX-LETTER
           IF SDX-LETTER-POSITION = 26
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO SDX-LETTER-POSITION
           MOVE SDX-CLASSES(SDX-LETTER-POSITION:1) TO SDX-CLASS

           IF SDX-CODE-LENGTH = 0
               MOVE SDX-LETTER TO SDX-CODE(1:1)
               MOVE 1 TO SDX-CODE-LENGTH
               MOVE SDX-CLASS TO SDX-PREVIOUS-CLASS
               EXIT PARAGRAPH
           END-IF

           EVALUATE SDX-CLASS
               WHEN '-'
                   CONTINUE
               WHEN '0'
                   MOVE '0' TO SDX-PREVIOUS-CLASS
               WHEN SDX-PREVIOUS-CLASS
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO SDX-CODE-LENGTH
                   MOVE SDX-CLASS TO SDX-CODE(SDX-CODE-LENGTH:1)
                   MOVE SDX-CLASS TO SDX-PREVIOUS-CLASS
           END-EVALUATE

           EXIT.
