       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPPATCH.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Controlled record patch. When one bad record stops a job - a   *
      * malformed SALESWCH entry, a corrupt HEALTH-LOG interval - the  *
      * fix used to be an editor session against the production        *
      * dataset with nothing to show afterwards for what was changed.  *
      * This batch utility applies such fixes from control cards       *
      * (PATCHCTL) to the dataset on the PATCHIN DD, writing the       *
      * patched copy to PATCHOUT for the JCL to roll over:             *
      *                                                                *
      *   * comment                    ignored                         *
      *   DATASET dsname               the dataset on PATCHIN (the     *
      *                                name recorded in the audit      *
      *                                trail); it is a test dataset    *
      *                                when its high-level qualifier   *
      *                                is one of CFG-TEST-QUALIFIER,   *
      *                                otherwise production            *
      *   LRECL n                      its record length (default 80,  *
      *                                up to 200)                      *
      *   FIELD name offset length     name a field (1-based offset),  *
      *                                the same layout cards ZTPQSAMT  *
      *                                inspects with                   *
      *   KEYFIELD name                the field PATCH ... KEY matches *
      *                                (up to 20 bytes)                *
      *   PATCH id REC n field user    patch record number n, or       *
      *   PATCH id KEY value field user                                *
      *                                the one record whose key field  *
      *                                holds the value; user is the    *
      *                                requester                       *
      *   OLD      value               the field's expected current    *
      *   NEW      value               value and its new value, from   *
      *                                column 10, space-padded to the  *
      *                                field length                    *
      *   OLDX     hex                 the same in hex digits, two per *
      *   NEWX     hex                 byte, for packed or binary data *
      *                                                                *
      * OLD and NEW cards belong to the PATCH card before them; a      *
      * patch field may be at most 60 bytes.                           *
      *                                                                *
      * A production patch also needs a second user's sign-off: an     *
      * 'APPROVE id user' card in the approver's own deck on the       *
      * PATCHAPV DD, by anyone but the requester. The class is decided *
      * from the dataset name alone - a token after it on the DATASET  *
      * card is ignored - and is recorded with each patch in the audit *
      * trail and the sign-off log ('P' production, 'T' test).         *
      *                                                                *
      * The whole dataset is read once to find and verify every patch  *
      * before anything changes. A patch is refused - and the record   *
      * left as it was - if its record is not found, its key matches   *
      * more than one record, it lacks its approval, or the field does *
      * not hold the expected value (several patches to one record are *
      * checked in card order, each against the record as the earlier  *
      * ones leave it). The second pass copies the dataset, applying   *
      * the verified patches, and writes for each the before and after *
      * images of the field to PTAUDIT (layouts in ZTPPTAIM), drained  *
      * by ZTPAUDDR into the permanent audit KSDS, and the requester   *
      * and approver to the MNTLOG sign-off log. Refused patches are   *
      * audited too.                                                   *
      *                                                                *
      * The PATCHRPT report lists each patch with its disposition. Any *
      * refused patch ends the run with RC-ERROR; a control card that  *
      * could not be read, with at least RC-WARNING.                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN PATCHCTL
           FILE STATUS IS CONTROL-CARD-FS.

           SELECT OPTIONAL APPROVAL-CARD-FILE ASSIGN PATCHAPV
           FILE STATUS IS APPROVAL-CARD-FS.

           SELECT PATCH-IN ASSIGN PATCHIN
           FILE STATUS IS PATCH-IN-FS.

           SELECT PATCH-OUT ASSIGN PATCHOUT
           FILE STATUS IS PATCH-OUT-FS.

           SELECT PATCH-AUDIT-FILE ASSIGN PTAUDIT
           FILE STATUS IS PATCH-AUDIT-FS.

           SELECT SIGNOFF-LOG ASSIGN MNTLOG
           FILE STATUS IS SIGNOFF-LOG-FS.

           SELECT PATCH-REPORT ASSIGN PATCHRPT
           FILE STATUS IS PATCH-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CONTROL-CARD-RECORD.
       01  CONTROL-CARD-RECORD PIC X(80).

       FD  APPROVAL-CARD-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS APPROVAL-CARD-RECORD.
       01  APPROVAL-CARD-RECORD PIC X(80).

      *-----------------------------------------------------------------
      * The patched files are RECFM=F datasets of assorted record
      * lengths, so - as in ZTPQSAMT - the attributes come from the
      * dataset label and the LRECL card says how much of the
      * 200-byte record area is real.
      *-----------------------------------------------------------------
       FD  PATCH-IN RECORD CONTAINS 0 CHARACTERS
           DATA RECORD IS PATCH-IN-RECORD.
       01  PATCH-IN-RECORD PIC X(200).

       FD  PATCH-OUT RECORD CONTAINS 0 CHARACTERS
           DATA RECORD IS PATCH-OUT-RECORD.
       01  PATCH-OUT-RECORD PIC X(200).

       FD  PATCH-AUDIT-FILE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PATCH-AUDIT-RECORD.
       01  PATCH-AUDIT-RECORD PIC X(120).

       FD  SIGNOFF-LOG RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SIGNOFF-LOG-RECORD.
       01  SIGNOFF-LOG-RECORD PIC X(100).

       FD  PATCH-REPORT RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PATCH-REPORT-RECORD.
       01  PATCH-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  CONTROL-CARD-FS     PIC X(2).
       77  APPROVAL-CARD-FS    PIC X(2).
       77  PATCH-IN-FS         PIC X(2).
       77  PATCH-OUT-FS        PIC X(2).
       77  PATCH-AUDIT-FS      PIC X(2).
       77  SIGNOFF-LOG-FS      PIC X(2).
           88 SIGNOFF-LOG-FS-OK  VALUE '00'.
           88 SIGNOFF-LOG-FS-DNE VALUE '35'.
       77  PATCH-REPORT-FS     PIC X(2).

           COPY ZTAUDREC.

           COPY ZTPPTAIM.

           COPY ZTPMNTLR.

       01  WS-AUDIT-STAMP.
           05 AUD-STAMP-DATE        PIC X(8).
           05 AUD-STAMP-TIME        PIC X(6).
           05 FILLER                PIC X(7).

      *-----------------------------------------------------------------
      * The dataset being patched and its field layout.
      *-----------------------------------------------------------------
       01  WS-DSNAME           PIC X(44) VALUE SPACES.
       77  WS-DSNAME-HLQ       PIC X(8).
       77  WS-DATASET-CLASS    PIC X(4) VALUE 'PROD'.
           88 WS-TEST-DATASET  VALUE 'TEST'.

      *-----------------------------------------------------------------
      * High-level qualifiers of the test datasets; a dataset under any
      * other qualifier is production.
      *-----------------------------------------------------------------
       01  CFG-TEST-QUALIFIERS.
           05 FILLER           PIC X(8) VALUE 'TEST'.
           05 FILLER           PIC X(8) VALUE 'QA'.
           05 FILLER           PIC X(8) VALUE 'DEV'.
           05 FILLER           PIC X(8) VALUE 'UAT'.
       01  CFG-TEST-QUALIFIERS-REDEF
               REDEFINES CFG-TEST-QUALIFIERS.
           05 CFG-TEST-QUALIFIER OCCURS 4 TIMES PIC X(8).
       77  CFG-TEST-QUALIFIER-COUNT PIC 9(2) VALUE 4.
       77  WS-TQ-INDEX         PIC 9(2).
       77  WS-RECORD-LENGTH    PIC 9(3) VALUE 80.

       01  WS-FIELD-TABLE.
           05 WS-FL-ENTRY OCCURS 20 TIMES.
               10 WS-FL-NAME       PIC X(10).
               10 WS-FL-OFFSET     PIC 9(3).
               10 WS-FL-LENGTH     PIC 9(3).
       77  WS-FL-COUNT         PIC 9(2) VALUE 0.
       77  WS-FL-INDEX         PIC 9(2).
       77  WS-KEY-FIELD        PIC 9(2) VALUE 0.

      *-----------------------------------------------------------------
      * The patches, in card order. WS-PA-BEFORE holds the field as
      * found: the value a mismatch found, or the value an applied
      * patch replaced.
      *-----------------------------------------------------------------
       01  WS-PATCH-TABLE.
           05 WS-PA-ENTRY OCCURS 50 TIMES.
               10 WS-PA-ID             PIC X(6).
               10 WS-PA-LOCATE         PIC X(1).
                   88 WS-PA-BY-RECORD  VALUE 'R'.
                   88 WS-PA-BY-KEY     VALUE 'K'.
               10 WS-PA-RECORD-NUMBER  PIC 9(7).
               10 WS-PA-KEY-VALUE      PIC X(20).
               10 WS-PA-FIELD          PIC 9(2).
               10 WS-PA-REQUESTER      PIC X(8).
               10 WS-PA-APPROVER       PIC X(8).
               10 WS-PA-OLD-VALUE      PIC X(60).
               10 WS-PA-NEW-VALUE      PIC X(60).
               10 WS-PA-BEFORE         PIC X(60).
               10 WS-PA-OLD-FLAG       PIC 9.
                   88 WS-PA-OLD-GIVEN  VALUE 1.
               10 WS-PA-NEW-FLAG       PIC 9.
                   88 WS-PA-NEW-GIVEN  VALUE 1.
               10 WS-PA-MATCHES        PIC 9(7).
               10 WS-PA-STATUS         PIC X(1).
                   88 WS-PA-PENDING    VALUE 'P'.
                   88 WS-PA-VERIFIED   VALUE 'V'.
                   88 WS-PA-APPLIED    VALUE 'A'.
                   88 WS-PA-REFUSED    VALUE 'R'.
               10 WS-PA-REASON         PIC X(30).
       77  WS-PA-COUNT         PIC 9(2) VALUE 0.
       77  WS-PA-INDEX         PIC 9(2).
       77  WS-PA-CURRENT       PIC 9(2) VALUE 0.

      *-----------------------------------------------------------------
      * Card-parsing work fields.
      *-----------------------------------------------------------------
       01  WS-CARD-TOKENS.
           05 WS-CARD-VERB     PIC X(8).
           05 WS-CARD-TOKEN-1  PIC X(44).
           05 WS-CARD-TOKEN-2  PIC X(20).
           05 WS-CARD-TOKEN-3  PIC X(20).
           05 WS-CARD-TOKEN-4  PIC X(20).
           05 WS-CARD-TOKEN-5  PIC X(20).
       77  WS-CARD-IMAGE       PIC X(80).
       77  WS-CARD-REJECTS     PIC 9(4) VALUE 0.
       77  WS-TOKEN-WORK       PIC X(20).
       77  WS-TOKEN-NUMBER     PIC 9(7).
       77  WS-TOKEN-INDEX      PIC 9(2).
       77  WS-TOKEN-DIGIT      PIC 9(1).
       77  WS-TOKEN-FLAG       PIC 9.
           88 WS-TOKEN-GOOD    VALUE 1.
           88 WS-TOKEN-BAD     VALUE 0.
       77  WS-FIELD-NAME-WANTED PIC X(20).

      *-----------------------------------------------------------------
      * Value-card work fields; hex digits convert two to a byte.
      *-----------------------------------------------------------------
       77  WS-VALUE-WORK       PIC X(60).
       77  WS-HEX-TEXT         PIC X(71).
       77  WS-HEX-DIGITS       PIC X(16) VALUE '0123456789ABCDEF'.
       77  WS-HEX-CHAR         PIC X(1).
       77  WS-HEX-VALUE        PIC 9(2).
       77  WS-HEX-HIGH         PIC 9(2).
       77  WS-HEX-LOW          PIC 9(2).
       77  WS-HEX-POS          PIC 9(3).
       77  WS-BYTE-INDEX       PIC 9(3).
       77  WS-VALUE-FLAG       PIC 9.
           88 WS-VALUE-GOOD    VALUE 1.
           88 WS-VALUE-BAD     VALUE 0.

      *-----------------------------------------------------------------
      * Pass work fields.
      *-----------------------------------------------------------------
       01  WS-WORK-RECORD      PIC X(200).
       77  WS-RECORD-NUMBER    PIC 9(7).
       77  WS-FIELD-OFFSET     PIC 9(3).
       77  WS-FIELD-LENGTH     PIC 9(3).
       77  WS-KEY-OFFSET       PIC 9(3).
       77  WS-KEY-LENGTH       PIC 9(3).
       77  WS-EDIT-NUMBER      PIC Z(6)9.

       01  WS-PATCH-TOTALS.
           05 WS-TOTAL-APPLIED     PIC 9(3) VALUE 0.
           05 WS-TOTAL-REFUSED     PIC 9(3) VALUE 0.
           05 WS-TOTAL-COPIED      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY 'ZTPPATCH start'
           MOVE RC-SUCCESS TO RETURN-CODE

           OPEN OUTPUT PATCH-REPORT
           IF PATCH-REPORT-FS NOT = '00'
               DISPLAY 'ZTPPATCH error opening PATCHRPT: '
                   PATCH-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-CONTROL-CARDS
           PERFORM LOAD-APPROVAL-CARDS

           IF WS-DSNAME = SPACES OR WS-PA-COUNT = 0
               MOVE SPACES TO PATCH-REPORT-RECORD
               STRING 'NO DATASET CARD OR NO PATCH CARDS - '
                   'NOTHING PATCHED'
                   DELIMITED BY SIZE INTO PATCH-REPORT-RECORD
               PERFORM WRITE-PATCH-LINE
               CLOSE PATCH-REPORT
               MOVE RC-ERROR TO RETURN-CODE
               DISPLAY 'ZTPPATCH end with RETURN-CODE=' RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO PATCH-REPORT-RECORD
           MOVE WS-RECORD-LENGTH TO WS-EDIT-NUMBER
           STRING 'RECORD PATCH OF ' WS-DSNAME
               ' ' WS-DATASET-CLASS ' LRECL' WS-EDIT-NUMBER
               ' PATCHES=' WS-PA-COUNT
               DELIMITED BY SIZE INTO PATCH-REPORT-RECORD
           PERFORM WRITE-PATCH-LINE
           MOVE SPACES TO PATCH-REPORT-RECORD
           PERFORM WRITE-PATCH-LINE

           PERFORM CHECK-PATCH-CARDS
           PERFORM VERIFY-PATCHES
           PERFORM APPLY-PATCHES
           PERFORM REPORT-PATCHES

           CLOSE PATCH-REPORT

           DISPLAY 'ZTPPATCH end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * The control cards are required; without them there is nothing  *
      * to patch.                                                      *
      ******************************************************************
       LOAD-CONTROL-CARDS.

           OPEN INPUT CONTROL-CARD-FILE
           IF CONTROL-CARD-FS NOT = '00'
               DISPLAY 'ZTPPATCH error opening PATCHCTL: '
                   CONTROL-CARD-FS
               CLOSE PATCH-REPORT
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           READ CONTROL-CARD-FILE
           PERFORM UNTIL CONTROL-CARD-FS > '04'
               IF CONTROL-CARD-RECORD NOT = SPACES
                       AND CONTROL-CARD-RECORD(1:1) NOT = '*'
                   MOVE CONTROL-CARD-RECORD TO WS-CARD-IMAGE
                   PERFORM PARSE-ONE-CARD
               END-IF
               READ CONTROL-CARD-FILE
           END-PERFORM

           CLOSE CONTROL-CARD-FILE

           EXIT.

       PARSE-ONE-CARD.

           PERFORM SPLIT-CARD-TOKENS

           EVALUATE WS-CARD-VERB
               WHEN 'DATASET'
                   IF WS-CARD-TOKEN-1 = SPACES
                       PERFORM REPORT-BAD-CARD
                   ELSE
                       MOVE WS-CARD-TOKEN-1 TO WS-DSNAME
                       PERFORM CLASSIFY-DATASET
                   END-IF
               WHEN 'LRECL'
                   PERFORM PARSE-LRECL-CARD
               WHEN 'FIELD'
                   PERFORM PARSE-FIELD-CARD
               WHEN 'KEYFIELD'
                   PERFORM PARSE-KEYFIELD-CARD
               WHEN 'PATCH'
                   PERFORM PARSE-PATCH-CARD
               WHEN 'OLD'
               WHEN 'OLDX'
               WHEN 'NEW'
               WHEN 'NEWX'
                   PERFORM PARSE-VALUE-CARD
               WHEN OTHER
                   PERFORM REPORT-BAD-CARD
           END-EVALUATE

           EXIT.

      ******************************************************************
      * Test or production, by the dataset's high-level qualifier.     *
      ******************************************************************
       CLASSIFY-DATASET.

           MOVE SPACES TO WS-DSNAME-HLQ
           UNSTRING WS-DSNAME DELIMITED BY '.'
               INTO WS-DSNAME-HLQ
           END-UNSTRING

           MOVE 'PROD' TO WS-DATASET-CLASS
           PERFORM VARYING WS-TQ-INDEX FROM 1 BY 1
                   UNTIL WS-TQ-INDEX > CFG-TEST-QUALIFIER-COUNT
               IF CFG-TEST-QUALIFIER(WS-TQ-INDEX) = WS-DSNAME-HLQ
                   MOVE 'TEST' TO WS-DATASET-CLASS
               END-IF
           END-PERFORM

           EXIT.

       SPLIT-CARD-TOKENS.

           MOVE SPACES TO WS-CARD-TOKENS
           UNSTRING WS-CARD-IMAGE
               DELIMITED BY ALL ' '
               INTO WS-CARD-VERB WS-CARD-TOKEN-1
                   WS-CARD-TOKEN-2 WS-CARD-TOKEN-3
                   WS-CARD-TOKEN-4 WS-CARD-TOKEN-5
           END-UNSTRING

           EXIT.

       PARSE-LRECL-CARD.

           MOVE WS-CARD-TOKEN-1 TO WS-TOKEN-WORK
           PERFORM CONVERT-CARD-NUMBER
           IF WS-TOKEN-BAD OR WS-TOKEN-NUMBER = 0
                   OR WS-TOKEN-NUMBER > 200
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TOKEN-NUMBER TO WS-RECORD-LENGTH

           EXIT.

       PARSE-FIELD-CARD.

           IF WS-CARD-TOKEN-1 = SPACES OR WS-FL-COUNT >= 20
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FL-COUNT
           MOVE WS-CARD-TOKEN-1 TO WS-FL-NAME(WS-FL-COUNT)

           MOVE WS-CARD-TOKEN-2 TO WS-TOKEN-WORK
           PERFORM CONVERT-CARD-NUMBER
           IF WS-TOKEN-BAD
               SUBTRACT 1 FROM WS-FL-COUNT
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-NUMBER TO WS-FL-OFFSET(WS-FL-COUNT)

           MOVE WS-CARD-TOKEN-3 TO WS-TOKEN-WORK
           PERFORM CONVERT-CARD-NUMBER
           IF WS-TOKEN-BAD
               SUBTRACT 1 FROM WS-FL-COUNT
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN-NUMBER TO WS-FL-LENGTH(WS-FL-COUNT)

           IF WS-FL-OFFSET(WS-FL-COUNT) = 0
                   OR WS-FL-LENGTH(WS-FL-COUNT) = 0
                   OR WS-FL-OFFSET(WS-FL-COUNT)
                       + WS-FL-LENGTH(WS-FL-COUNT) > 201
               SUBTRACT 1 FROM WS-FL-COUNT
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF

           EXIT.

       PARSE-KEYFIELD-CARD.

           MOVE WS-CARD-TOKEN-1 TO WS-FIELD-NAME-WANTED
           PERFORM FIND-NAMED-FIELD
           IF WS-FL-INDEX > WS-FL-COUNT
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF
           IF WS-FL-LENGTH(WS-FL-INDEX) > 20
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FL-INDEX TO WS-KEY-FIELD

           EXIT.

      ******************************************************************
      * PATCH id REC n field user / PATCH id KEY value field user.     *
      * The OLD and NEW cards that follow attach to this patch; a      *
      * PATCH card that cannot be read leaves them nowhere to attach.  *
      ******************************************************************
       PARSE-PATCH-CARD.

           MOVE 0 TO WS-PA-CURRENT

           IF WS-CARD-TOKEN-1 = SPACES
                   OR WS-CARD-TOKEN-1(7:) NOT = SPACES
                   OR WS-CARD-TOKEN-5 = SPACES
                   OR WS-CARD-TOKEN-5(9:) NOT = SPACES
                   OR WS-PA-COUNT >= 50
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CARD-TOKEN-4 TO WS-FIELD-NAME-WANTED
           PERFORM FIND-NAMED-FIELD
           IF WS-FL-INDEX > WS-FL-COUNT
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PA-COUNT
           MOVE WS-PA-COUNT TO WS-PA-CURRENT
           MOVE SPACES TO WS-PA-ENTRY(WS-PA-COUNT)
           MOVE WS-CARD-TOKEN-1 TO WS-PA-ID(WS-PA-COUNT)
           MOVE WS-FL-INDEX TO WS-PA-FIELD(WS-PA-COUNT)
           MOVE WS-CARD-TOKEN-5 TO WS-PA-REQUESTER(WS-PA-COUNT)
           MOVE 0 TO WS-PA-RECORD-NUMBER(WS-PA-COUNT)
           MOVE 0 TO WS-PA-OLD-FLAG(WS-PA-COUNT)
           MOVE 0 TO WS-PA-NEW-FLAG(WS-PA-COUNT)
           MOVE 0 TO WS-PA-MATCHES(WS-PA-COUNT)
           SET WS-PA-PENDING(WS-PA-COUNT) TO TRUE

           EVALUATE WS-CARD-TOKEN-2
               WHEN 'REC'
                   SET WS-PA-BY-RECORD(WS-PA-COUNT) TO TRUE
                   MOVE WS-CARD-TOKEN-3 TO WS-TOKEN-WORK
                   PERFORM CONVERT-CARD-NUMBER
                   IF WS-TOKEN-GOOD AND WS-TOKEN-NUMBER > 0
                       MOVE WS-TOKEN-NUMBER
                           TO WS-PA-RECORD-NUMBER(WS-PA-COUNT)
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'KEY'
                   SET WS-PA-BY-KEY(WS-PA-COUNT) TO TRUE
                   IF WS-CARD-TOKEN-3 NOT = SPACES
                       MOVE WS-CARD-TOKEN-3
                           TO WS-PA-KEY-VALUE(WS-PA-COUNT)
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE

           SUBTRACT 1 FROM WS-PA-COUNT
           MOVE 0 TO WS-PA-CURRENT
           PERFORM REPORT-BAD-CARD

           EXIT.

      ******************************************************************
      * OLD/NEW take the card from column 10, padded with spaces to    *
      * the field length; OLDX/NEWX take exactly two hex digits per    *
      * byte of the field from column 10.                              *
      ******************************************************************
       PARSE-VALUE-CARD.

           IF WS-PA-CURRENT = 0
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PA-FIELD(WS-PA-CURRENT) TO WS-FL-INDEX
           MOVE WS-FL-LENGTH(WS-FL-INDEX) TO WS-FIELD-LENGTH
           IF WS-FIELD-LENGTH > 60
               MOVE 60 TO WS-FIELD-LENGTH
           END-IF

           MOVE SPACES TO WS-VALUE-WORK
           SET WS-VALUE-GOOD TO TRUE
           IF WS-CARD-VERB = 'OLDX' OR WS-CARD-VERB = 'NEWX'
               MOVE WS-CARD-IMAGE(10:71) TO WS-HEX-TEXT
               PERFORM CONVERT-HEX-VALUE
           ELSE
               IF WS-CARD-IMAGE(10 + WS-FIELD-LENGTH:) NOT = SPACES
                   SET WS-VALUE-BAD TO TRUE
               ELSE
                   MOVE WS-CARD-IMAGE(10:WS-FIELD-LENGTH)
                       TO WS-VALUE-WORK
               END-IF
           END-IF

           IF WS-VALUE-BAD
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF

           IF WS-CARD-VERB(1:3) = 'OLD'
               MOVE WS-VALUE-WORK TO WS-PA-OLD-VALUE(WS-PA-CURRENT)
               SET WS-PA-OLD-GIVEN(WS-PA-CURRENT) TO TRUE
           ELSE
               MOVE WS-VALUE-WORK TO WS-PA-NEW-VALUE(WS-PA-CURRENT)
               SET WS-PA-NEW-GIVEN(WS-PA-CURRENT) TO TRUE
           END-IF

           EXIT.

       CONVERT-HEX-VALUE.

           IF WS-FIELD-LENGTH * 2 > 71
               SET WS-VALUE-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-LENGTH * 2 < 71
               IF WS-HEX-TEXT(WS-FIELD-LENGTH * 2 + 1:) NOT = SPACES
                   SET WS-VALUE-BAD TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING WS-BYTE-INDEX FROM 1 BY 1
                   UNTIL WS-BYTE-INDEX > WS-FIELD-LENGTH
               COMPUTE WS-HEX-POS = WS-BYTE-INDEX * 2 - 1
               MOVE WS-HEX-TEXT(WS-HEX-POS:1) TO WS-HEX-CHAR
               PERFORM FIND-HEX-DIGIT
               MOVE WS-HEX-VALUE TO WS-HEX-HIGH
               ADD 1 TO WS-HEX-POS
               MOVE WS-HEX-TEXT(WS-HEX-POS:1) TO WS-HEX-CHAR
               PERFORM FIND-HEX-DIGIT
               MOVE WS-HEX-VALUE TO WS-HEX-LOW
               IF WS-HEX-HIGH > 15 OR WS-HEX-LOW > 15
                   SET WS-VALUE-BAD TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION CHAR(WS-HEX-HIGH * 16 + WS-HEX-LOW + 1)
                   TO WS-VALUE-WORK(WS-BYTE-INDEX:1)
           END-PERFORM

           EXIT.

      ******************************************************************
      * WS-HEX-VALUE is the digit's value, or 16 for a non-hex char.   *
      ******************************************************************
       FIND-HEX-DIGIT.

           PERFORM VARYING WS-HEX-VALUE FROM 0 BY 1
                   UNTIL WS-HEX-VALUE > 15
                       OR WS-HEX-DIGITS(WS-HEX-VALUE + 1:1)
                           = WS-HEX-CHAR
               CONTINUE
           END-PERFORM

           EXIT.

      ******************************************************************
      * Card numbers arrive left-justified from the UNSTRING - '12'    *
      * is '12      ' - so they are converted digit by digit up to     *
      * the first space; any other character rejects the card.         *
      ******************************************************************
       CONVERT-CARD-NUMBER.

           SET WS-TOKEN-BAD TO TRUE
           MOVE 0 TO WS-TOKEN-NUMBER

           IF WS-TOKEN-WORK = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-TOKEN-INDEX FROM 1 BY 1
                   UNTIL WS-TOKEN-INDEX > 20
                       OR WS-TOKEN-WORK(WS-TOKEN-INDEX:1) = SPACE
               IF WS-TOKEN-WORK(WS-TOKEN-INDEX:1) IS NUMERIC
                       AND WS-TOKEN-NUMBER < 1000000
                   MOVE WS-TOKEN-WORK(WS-TOKEN-INDEX:1)
                       TO WS-TOKEN-DIGIT
                   COMPUTE WS-TOKEN-NUMBER =
                       WS-TOKEN-NUMBER * 10 + WS-TOKEN-DIGIT
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           SET WS-TOKEN-GOOD TO TRUE

           EXIT.

       FIND-NAMED-FIELD.

           PERFORM VARYING WS-FL-INDEX FROM 1 BY 1
                   UNTIL WS-FL-INDEX > WS-FL-COUNT
                       OR WS-FL-NAME(WS-FL-INDEX) = WS-FIELD-NAME-WANTED
               CONTINUE
           END-PERFORM

           EXIT.

       REPORT-BAD-CARD.

           ADD 1 TO WS-CARD-REJECTS
           DISPLAY 'ZTPPATCH bad control card: ' WS-CARD-IMAGE(1:50)
           MOVE SPACES TO PATCH-REPORT-RECORD
           STRING 'BAD CARD IGNORED: ' WS-CARD-IMAGE
               DELIMITED BY SIZE INTO PATCH-REPORT-RECORD
           PERFORM WRITE-PATCH-LINE
           IF RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * The approver's deck: 'APPROVE id user' per patch signed off.   *
      ******************************************************************
       LOAD-APPROVAL-CARDS.

           OPEN INPUT APPROVAL-CARD-FILE
           IF APPROVAL-CARD-FS NOT = '00'
               IF APPROVAL-CARD-FS = '05'
                   CLOSE APPROVAL-CARD-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           READ APPROVAL-CARD-FILE
           PERFORM UNTIL APPROVAL-CARD-FS > '04'
               IF APPROVAL-CARD-RECORD NOT = SPACES
                       AND APPROVAL-CARD-RECORD(1:1) NOT = '*'
                   MOVE APPROVAL-CARD-RECORD TO WS-CARD-IMAGE
                   PERFORM PARSE-APPROVAL-CARD
               END-IF
               READ APPROVAL-CARD-FILE
           END-PERFORM

           CLOSE APPROVAL-CARD-FILE

           EXIT.

       PARSE-APPROVAL-CARD.

           PERFORM SPLIT-CARD-TOKENS

           IF WS-CARD-VERB NOT = 'APPROVE'
                   OR WS-CARD-TOKEN-2 = SPACES
                   OR WS-CARD-TOKEN-2(9:) NOT = SPACES
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PA-INDEX FROM 1 BY 1
                   UNTIL WS-PA-INDEX > WS-PA-COUNT
                       OR WS-PA-ID(WS-PA-INDEX) = WS-CARD-TOKEN-1
               CONTINUE
           END-PERFORM

           IF WS-PA-INDEX > WS-PA-COUNT
               PERFORM REPORT-BAD-CARD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CARD-TOKEN-2 TO WS-PA-APPROVER(WS-PA-INDEX)

           EXIT.

      ******************************************************************
      * Refuse before reading the dataset any patch that is incomplete *
      * or lacks a second user's sign-off.                             *
      ******************************************************************
       CHECK-PATCH-CARDS.

           PERFORM VARYING WS-PA-INDEX FROM 1 BY 1
                   UNTIL WS-PA-INDEX > WS-PA-COUNT
               MOVE WS-PA-FIELD(WS-PA-INDEX) TO WS-FL-INDEX
               EVALUATE TRUE
                   WHEN NOT WS-PA-OLD-GIVEN(WS-PA-INDEX)
                       MOVE 'NO EXPECTED (OLD) VALUE'
                           TO WS-PA-REASON(WS-PA-INDEX)
                   WHEN NOT WS-PA-NEW-GIVEN(WS-PA-INDEX)
                       MOVE 'NO NEW VALUE'
                           TO WS-PA-REASON(WS-PA-INDEX)
                   WHEN WS-FL-LENGTH(WS-FL-INDEX) > 60
                       MOVE 'FIELD LONGER THAN 60 BYTES'
                           TO WS-PA-REASON(WS-PA-INDEX)
                   WHEN WS-FL-OFFSET(WS-FL-INDEX)
                           + WS-FL-LENGTH(WS-FL-INDEX) - 1
                           > WS-RECORD-LENGTH
                       MOVE 'FIELD BEYOND RECORD LENGTH'
                           TO WS-PA-REASON(WS-PA-INDEX)
                   WHEN WS-PA-BY-KEY(WS-PA-INDEX) AND WS-KEY-FIELD = 0
                       MOVE 'NO KEYFIELD CARD'
                           TO WS-PA-REASON(WS-PA-INDEX)
                   WHEN WS-TEST-DATASET
                       CONTINUE
                   WHEN WS-PA-APPROVER(WS-PA-INDEX) = SPACES
                       MOVE 'NO SECOND-USER APPROVAL'
                           TO WS-PA-REASON(WS-PA-INDEX)
                   WHEN WS-PA-APPROVER(WS-PA-INDEX)
                           = WS-PA-REQUESTER(WS-PA-INDEX)
                       MOVE 'APPROVED BY ITS OWN REQUESTER'
                           TO WS-PA-REASON(WS-PA-INDEX)
               END-EVALUATE
               IF WS-PA-REASON(WS-PA-INDEX) NOT = SPACES
                   SET WS-PA-REFUSED(WS-PA-INDEX) TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * First pass: find each patch's record and check the expected    *
      * value, against a work copy of the record that the patches      *
      * verified so far have already changed. A key is matched against *
      * the record as it is on file and must match exactly once.       *
      ******************************************************************
       VERIFY-PATCHES.

           IF WS-KEY-FIELD > 0
               MOVE WS-FL-OFFSET(WS-KEY-FIELD) TO WS-KEY-OFFSET
               MOVE WS-FL-LENGTH(WS-KEY-FIELD) TO WS-KEY-LENGTH
           END-IF

           OPEN INPUT PATCH-IN
           IF PATCH-IN-FS NOT = '00'
               DISPLAY 'ZTPPATCH error opening PATCHIN: ' PATCH-IN-FS
               CLOSE PATCH-REPORT
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-RECORD-NUMBER
           READ PATCH-IN
           PERFORM UNTIL PATCH-IN-FS > '04'
               ADD 1 TO WS-RECORD-NUMBER
               MOVE PATCH-IN-RECORD TO WS-WORK-RECORD
               PERFORM VARYING WS-PA-INDEX FROM 1 BY 1
                       UNTIL WS-PA-INDEX > WS-PA-COUNT
                   PERFORM VERIFY-ONE-PATCH
               END-PERFORM
               READ PATCH-IN
           END-PERFORM

           CLOSE PATCH-IN

           PERFORM VARYING WS-PA-INDEX FROM 1 BY 1
                   UNTIL WS-PA-INDEX > WS-PA-COUNT
               EVALUATE TRUE
                   WHEN WS-PA-REFUSED(WS-PA-INDEX)
                       CONTINUE
                   WHEN WS-PA-MATCHES(WS-PA-INDEX) = 0
                       SET WS-PA-REFUSED(WS-PA-INDEX) TO TRUE
                       MOVE 'RECORD NOT FOUND'
                           TO WS-PA-REASON(WS-PA-INDEX)
                   WHEN WS-PA-MATCHES(WS-PA-INDEX) > 1
                       SET WS-PA-REFUSED(WS-PA-INDEX) TO TRUE
                       MOVE 'KEY ON MORE THAN ONE RECORD'
                           TO WS-PA-REASON(WS-PA-INDEX)
               END-EVALUATE
           END-PERFORM

           EXIT.

       VERIFY-ONE-PATCH.

           IF WS-PA-REFUSED(WS-PA-INDEX)
                   AND WS-PA-MATCHES(WS-PA-INDEX) = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-PA-BY-RECORD(WS-PA-INDEX)
               IF WS-RECORD-NUMBER
                       NOT = WS-PA-RECORD-NUMBER(WS-PA-INDEX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF PATCH-IN-RECORD(WS-KEY-OFFSET:WS-KEY-LENGTH)
                       NOT = WS-PA-KEY-VALUE(WS-PA-INDEX)
                           (1:WS-KEY-LENGTH)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-PA-MATCHES(WS-PA-INDEX)
           IF WS-PA-MATCHES(WS-PA-INDEX) > 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECORD-NUMBER TO WS-PA-RECORD-NUMBER(WS-PA-INDEX)

           MOVE WS-PA-FIELD(WS-PA-INDEX) TO WS-FL-INDEX
           MOVE WS-FL-OFFSET(WS-FL-INDEX) TO WS-FIELD-OFFSET
           MOVE WS-FL-LENGTH(WS-FL-INDEX) TO WS-FIELD-LENGTH
           MOVE WS-WORK-RECORD(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO WS-PA-BEFORE(WS-PA-INDEX)

           IF WS-WORK-RECORD(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                   = WS-PA-OLD-VALUE(WS-PA-INDEX)(1:WS-FIELD-LENGTH)
               SET WS-PA-VERIFIED(WS-PA-INDEX) TO TRUE
               MOVE WS-PA-NEW-VALUE(WS-PA-INDEX)(1:WS-FIELD-LENGTH)
                   TO WS-WORK-RECORD(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
           ELSE
               SET WS-PA-REFUSED(WS-PA-INDEX) TO TRUE
               MOVE 'EXPECTED VALUE NOT FOUND'
                   TO WS-PA-REASON(WS-PA-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * Second pass: copy the dataset to PATCHOUT applying the         *
      * verified patches in card order, auditing each as it lands.     *
      ******************************************************************
       APPLY-PATCHES.

           OPEN INPUT PATCH-IN
           OPEN OUTPUT PATCH-OUT
           OPEN OUTPUT PATCH-AUDIT-FILE
           IF PATCH-IN-FS NOT = '00' OR PATCH-OUT-FS NOT = '00'
                   OR PATCH-AUDIT-FS NOT = '00'
               DISPLAY 'ZTPPATCH error opening PATCHIN/PATCHOUT/'
                   'PTAUDIT: ' PATCH-IN-FS ' ' PATCH-OUT-FS ' '
                   PATCH-AUDIT-FS
               CLOSE PATCH-REPORT
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

      *-----------------------------------------------------------------
      * The sign-off log accumulates forever; EXTEND with the usual
      * first-run OUTPUT fallback.
      *-----------------------------------------------------------------
           OPEN EXTEND SIGNOFF-LOG
           IF NOT SIGNOFF-LOG-FS-OK
               IF SIGNOFF-LOG-FS-DNE
                   OPEN OUTPUT SIGNOFF-LOG
               END-IF
           END-IF
           IF NOT SIGNOFF-LOG-FS-OK
               DISPLAY 'ZTPPATCH error opening MNTLOG: '
                   SIGNOFF-LOG-FS
               CLOSE PATCH-REPORT
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-RECORD-NUMBER
           READ PATCH-IN
           PERFORM UNTIL PATCH-IN-FS > '04'
               ADD 1 TO WS-RECORD-NUMBER
               MOVE PATCH-IN-RECORD TO WS-WORK-RECORD
               PERFORM VARYING WS-PA-INDEX FROM 1 BY 1
                       UNTIL WS-PA-INDEX > WS-PA-COUNT
                   IF WS-PA-VERIFIED(WS-PA-INDEX)
                           AND WS-PA-RECORD-NUMBER(WS-PA-INDEX)
                               = WS-RECORD-NUMBER
                       PERFORM APPLY-ONE-PATCH
                   END-IF
               END-PERFORM
               WRITE PATCH-OUT-RECORD FROM WS-WORK-RECORD
               IF PATCH-OUT-FS NOT = '00'
                   DISPLAY 'ZTPPATCH error writing PATCHOUT: '
                       PATCH-OUT-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               END-IF
               ADD 1 TO WS-TOTAL-COPIED
               READ PATCH-IN
           END-PERFORM

           CLOSE PATCH-IN
           CLOSE PATCH-OUT

           PERFORM VARYING WS-PA-INDEX FROM 1 BY 1
                   UNTIL WS-PA-INDEX > WS-PA-COUNT
               IF WS-PA-REFUSED(WS-PA-INDEX)
                   PERFORM WRITE-REFUSAL-AUDIT
               END-IF
           END-PERFORM

           CLOSE PATCH-AUDIT-FILE
           CLOSE SIGNOFF-LOG

           EXIT.

      *-----------------------------------------------------------------
      * The field is checked again as it lands: should the dataset have
      * changed since the first pass, the patch is refused rather than
      * written over a value nobody expected.
      *-----------------------------------------------------------------
       APPLY-ONE-PATCH.

           MOVE WS-PA-FIELD(WS-PA-INDEX) TO WS-FL-INDEX
           MOVE WS-FL-OFFSET(WS-FL-INDEX) TO WS-FIELD-OFFSET
           MOVE WS-FL-LENGTH(WS-FL-INDEX) TO WS-FIELD-LENGTH

           MOVE WS-WORK-RECORD(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
               TO WS-PA-BEFORE(WS-PA-INDEX)
           IF WS-WORK-RECORD(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
                   NOT = WS-PA-OLD-VALUE(WS-PA-INDEX)(1:WS-FIELD-LENGTH)
               SET WS-PA-REFUSED(WS-PA-INDEX) TO TRUE
               MOVE 'EXPECTED VALUE NOT FOUND'
                   TO WS-PA-REASON(WS-PA-INDEX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PA-NEW-VALUE(WS-PA-INDEX)(1:WS-FIELD-LENGTH)
               TO WS-WORK-RECORD(WS-FIELD-OFFSET:WS-FIELD-LENGTH)
           SET WS-PA-APPLIED(WS-PA-INDEX) TO TRUE
           ADD 1 TO WS-TOTAL-APPLIED

           PERFORM START-PATCH-AUDIT
           MOVE 'Y' TO AUD-STATUS
           PERFORM WRITE-PATCH-AUDIT

           MOVE 'B' TO AUD-REQUEST-TYPE
           MOVE SPACES TO PTA-VALUE-IMAGE
           MOVE WS-FL-NAME(WS-FL-INDEX) TO PTA-FIELD-NAME
           MOVE WS-PA-BEFORE(WS-PA-INDEX) TO PTA-FIELD-VALUE
           MOVE PTA-VALUE-IMAGE TO AUD-MESSAGE
           PERFORM WRITE-PATCH-AUDIT

           MOVE 'A' TO AUD-REQUEST-TYPE
           MOVE SPACES TO PTA-VALUE-IMAGE
           MOVE WS-FL-NAME(WS-FL-INDEX) TO PTA-FIELD-NAME
           MOVE WS-PA-NEW-VALUE(WS-PA-INDEX)(1:WS-FIELD-LENGTH)
               TO PTA-FIELD-VALUE
           MOVE PTA-VALUE-IMAGE TO AUD-MESSAGE
           PERFORM WRITE-PATCH-AUDIT

           PERFORM WRITE-SIGNOFF-LOG

           EXIT.

       WRITE-REFUSAL-AUDIT.

           MOVE WS-PA-FIELD(WS-PA-INDEX) TO WS-FL-INDEX
           MOVE WS-FL-OFFSET(WS-FL-INDEX) TO WS-FIELD-OFFSET
           MOVE WS-FL-LENGTH(WS-FL-INDEX) TO WS-FIELD-LENGTH
           ADD 1 TO WS-TOTAL-REFUSED

           PERFORM START-PATCH-AUDIT
           MOVE 'N' TO AUD-STATUS
           PERFORM WRITE-PATCH-AUDIT

           MOVE 'N' TO AUD-REQUEST-TYPE
           MOVE SPACES TO PTA-REFUSAL-IMAGE
           MOVE WS-PA-REASON(WS-PA-INDEX) TO PTA-REFUSAL-REASON
           IF WS-PA-MATCHES(WS-PA-INDEX) = 1
               MOVE WS-PA-BEFORE(WS-PA-INDEX) TO PTA-FOUND-VALUE
           END-IF
           MOVE PTA-REFUSAL-IMAGE TO AUD-MESSAGE
           PERFORM WRITE-PATCH-AUDIT

           EXIT.

      ******************************************************************
      * The 'P' entry that heads a patch's audit entries.              *
      ******************************************************************
       START-PATCH-AUDIT.

           MOVE SPACES TO AUD-TRAIL-RECORD
           MOVE 'RECPATCH' TO AUD-SYSTEM-ID

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP
           MOVE AUD-STAMP-DATE TO AUD-DATE
           STRING AUD-STAMP-TIME '00' DELIMITED BY SIZE
               INTO AUD-TIME

           MOVE 'P' TO AUD-REQUEST-TYPE
           MOVE WS-PA-ID(WS-PA-INDEX) TO AUD-KEY

           MOVE SPACES TO PTA-PATCH-IMAGE
           MOVE WS-DSNAME TO PTA-DSNAME
           MOVE WS-PA-RECORD-NUMBER(WS-PA-INDEX)
               TO PTA-RECORD-NUMBER
           MOVE WS-FIELD-OFFSET TO PTA-FIELD-OFFSET
           MOVE WS-FIELD-LENGTH TO PTA-FIELD-LENGTH
           MOVE WS-PA-REQUESTER(WS-PA-INDEX) TO PTA-REQUESTER
           MOVE WS-PA-APPROVER(WS-PA-INDEX) TO PTA-APPROVER
           MOVE WS-DATASET-CLASS(1:1) TO PTA-DATASET-CLASS
           MOVE PTA-PATCH-IMAGE TO AUD-MESSAGE

           EXIT.

       WRITE-PATCH-AUDIT.

           WRITE PATCH-AUDIT-RECORD FROM AUD-TRAIL-RECORD
           IF PATCH-AUDIT-FS NOT = '00'
               DISPLAY 'ZTPPATCH error writing PTAUDIT: '
                   PATCH-AUDIT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * Who asked for this patch and who signed it off.                *
      ******************************************************************
       WRITE-SIGNOFF-LOG.

           MOVE SPACES TO MNL-SIGNOFF-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNL-STAMP
           MOVE 'RECPATCH' TO MNL-STREAM
           MOVE WS-DATASET-CLASS(1:1) TO MNL-ACTION
           STRING WS-PA-ID(WS-PA-INDEX) ' '
               WS-PA-RECORD-NUMBER(WS-PA-INDEX) ' '
               WS-FL-NAME(WS-FL-INDEX)
               DELIMITED BY SIZE INTO MNL-CHANGE-KEY
           MOVE WS-PA-REQUESTER(WS-PA-INDEX) TO MNL-REQUESTER
           MOVE WS-PA-APPROVER(WS-PA-INDEX) TO MNL-APPROVER

           WRITE SIGNOFF-LOG-RECORD FROM MNL-SIGNOFF-RECORD
           IF NOT SIGNOFF-LOG-FS-OK
               DISPLAY 'ZTPPATCH error writing MNTLOG: '
                   SIGNOFF-LOG-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * One block per patch in card order: its disposition, then the   *
      * field before and after, or expected and found.                 *
      ******************************************************************
       REPORT-PATCHES.

           PERFORM VARYING WS-PA-INDEX FROM 1 BY 1
                   UNTIL WS-PA-INDEX > WS-PA-COUNT
               PERFORM REPORT-ONE-PATCH
           END-PERFORM

           MOVE SPACES TO PATCH-REPORT-RECORD
           PERFORM WRITE-PATCH-LINE
           MOVE SPACES TO PATCH-REPORT-RECORD
           STRING 'PATCHES=' WS-PA-COUNT
               ' APPLIED=' WS-TOTAL-APPLIED
               ' REFUSED=' WS-TOTAL-REFUSED
               ' RECORDS COPIED=' WS-TOTAL-COPIED
               ' BAD CARDS=' WS-CARD-REJECTS
               DELIMITED BY SIZE INTO PATCH-REPORT-RECORD
           PERFORM WRITE-PATCH-LINE

           IF WS-TOTAL-REFUSED > 0 AND RETURN-CODE < RC-ERROR
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       REPORT-ONE-PATCH.

           MOVE WS-PA-FIELD(WS-PA-INDEX) TO WS-FL-INDEX
           MOVE WS-FL-LENGTH(WS-FL-INDEX) TO WS-FIELD-LENGTH
           IF WS-FIELD-LENGTH > 60
               MOVE 60 TO WS-FIELD-LENGTH
           END-IF

           MOVE SPACES TO PATCH-REPORT-RECORD
           MOVE WS-PA-RECORD-NUMBER(WS-PA-INDEX) TO WS-EDIT-NUMBER
           IF WS-PA-APPLIED(WS-PA-INDEX)
               STRING 'APPLIED  ' WS-PA-ID(WS-PA-INDEX)
                   ' RECORD' WS-EDIT-NUMBER
                   ' FIELD ' WS-FL-NAME(WS-FL-INDEX)
                   ' REQ=' WS-PA-REQUESTER(WS-PA-INDEX)
                   ' APR=' WS-PA-APPROVER(WS-PA-INDEX)
                   DELIMITED BY SIZE INTO PATCH-REPORT-RECORD
               PERFORM WRITE-PATCH-LINE
               MOVE SPACES TO PATCH-REPORT-RECORD
               STRING '         BEFORE: '
                   WS-PA-BEFORE(WS-PA-INDEX)(1:WS-FIELD-LENGTH)
                   DELIMITED BY SIZE INTO PATCH-REPORT-RECORD
               PERFORM WRITE-PATCH-LINE
               MOVE SPACES TO PATCH-REPORT-RECORD
               STRING '         AFTER:  '
                   WS-PA-NEW-VALUE(WS-PA-INDEX)(1:WS-FIELD-LENGTH)
                   DELIMITED BY SIZE INTO PATCH-REPORT-RECORD
               PERFORM WRITE-PATCH-LINE
               EXIT PARAGRAPH
           END-IF

           STRING 'REFUSED  ' WS-PA-ID(WS-PA-INDEX)
               ' RECORD' WS-EDIT-NUMBER
               ' FIELD ' WS-FL-NAME(WS-FL-INDEX)
               ' REQ=' WS-PA-REQUESTER(WS-PA-INDEX)
               ' APR=' WS-PA-APPROVER(WS-PA-INDEX)
               ' ' WS-PA-REASON(WS-PA-INDEX)
               DELIMITED BY SIZE INTO PATCH-REPORT-RECORD
           PERFORM WRITE-PATCH-LINE

           IF WS-PA-MATCHES(WS-PA-INDEX) = 1
               MOVE SPACES TO PATCH-REPORT-RECORD
               STRING '         EXPECTED: '
                   WS-PA-OLD-VALUE(WS-PA-INDEX)(1:WS-FIELD-LENGTH)
                   DELIMITED BY SIZE INTO PATCH-REPORT-RECORD
               PERFORM WRITE-PATCH-LINE
               MOVE SPACES TO PATCH-REPORT-RECORD
               STRING '         FOUND:    '
                   WS-PA-BEFORE(WS-PA-INDEX)(1:WS-FIELD-LENGTH)
                   DELIMITED BY SIZE INTO PATCH-REPORT-RECORD
               PERFORM WRITE-PATCH-LINE
           END-IF

           EXIT.

       WRITE-PATCH-LINE.

           WRITE PATCH-REPORT-RECORD
           IF PATCH-REPORT-FS NOT = '00'
               DISPLAY 'ZTPPATCH error writing PATCHRPT: '
                   PATCH-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY 'ZTPPATCH ' PATCH-REPORT-RECORD(1:110)
           END-IF

           EXIT.
