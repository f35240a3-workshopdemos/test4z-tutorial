      * EXSTATEI carries the open items from prior runs, EXSTATEO the
      * ones still open after tonight (the JCL rolls it over). An
      * exception leaves the digest only when someone resolves it -
      * never just because a day passed. Every disposition applied is
      * also appended to the MNTLOG sign-off log (layout in ZTPMNTLR),
      * so ZTPSODRP can see who acknowledged and who resolved an item.
      *-----------------------------------------------------------------
           SELECT OPTIONAL EXCEPTION-STATE-IN ASSIGN EXSTATEI
           FILE STATUS IS EXCEPTION-STATE-IN-FS.
           SELECT DIGEST-REPORT ASSIGN EXDIGEST
           FILE STATUS IS DIGEST-REPORT-FS.

           SELECT SIGNOFF-LOG ASSIGN MNTLOG
           FILE STATUS IS SIGNOFF-LOG-FS.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS DIGEST-REPORT-RECORD.
       01  DIGEST-REPORT-RECORD PIC X(132).

       FD  SIGNOFF-LOG RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SIGNOFF-LOG-RECORD.
       01  SIGNOFF-LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.
       77  EXCEPTION-STATE-IN-FS  PIC X(2).
       77  EXCEPTION-STATE-OUT-FS PIC X(2).
       77  DISPOSITION-FILE-FS    PIC X(2).
       77  SIGNOFF-LOG-FS         PIC X(2).
           88 SIGNOFF-LOG-FS-OK   VALUE '00'.
           88 SIGNOFF-LOG-FS-DNE  VALUE '35'.

           COPY ZTPMNTLR.

      *-----------------------------------------------------------------
      * The disposition state: unresolved items from prior runs plus
               EXIT PARAGRAPH
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
               DISPLAY 'ZTPEXDIG error opening MNTLOG: '
                   SIGNOFF-LOG-FS
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           READ DISPOSITION-FILE
           PERFORM UNTIL DISPOSITION-FILE-FS > '04'
               IF DSP-ACKNOWLEDGED OR DSP-RESOLVED OR DSP-DEFERRED
           END-PERFORM

           CLOSE DISPOSITION-FILE
           CLOSE SIGNOFF-LOG

           EXIT.

           SUBTRACT 1 FROM WS-ST-INDEX

           ADD 1 TO WS-DISPOSED-NOW
           PERFORM WRITE-SIGNOFF-LOG
           MOVE DSP-STATUS TO WS-ST-STATUS(WS-ST-INDEX)
           MOVE DSP-INITIALS TO WS-ST-INITIALS(WS-ST-INDEX)
           IF DSP-RESOLVED

           EXIT.

      ******************************************************************
      * Log the disposition before it replaces the item's state. When  *
      * an acknowledged item is resolved, the initials that had        *
      * acknowledged it go in as the requester, so ZTPSODRP can see    *
      * one person both acknowledging and closing an exception.        *
      ******************************************************************
       WRITE-SIGNOFF-LOG.

           MOVE SPACES TO MNL-SIGNOFF-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNL-STAMP
           MOVE 'EXDISP' TO MNL-STREAM
           MOVE DSP-STATUS TO MNL-ACTION
           MOVE DSP-EXCEPTION-ID TO MNL-CHANGE-KEY
           IF DSP-RESOLVED AND WS-ST-STATUS(WS-ST-INDEX) = 'A'
               MOVE WS-ST-INITIALS(WS-ST-INDEX) TO MNL-REQUESTER
           END-IF
           MOVE DSP-INITIALS TO MNL-APPROVER

           WRITE SIGNOFF-LOG-RECORD FROM MNL-SIGNOFF-RECORD
           IF NOT SIGNOFF-LOG-FS-OK
               DISPLAY 'ZTPEXDIG error writing MNTLOG: '
                   SIGNOFF-LOG-FS
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-ONE-CARRY-LINE.

           MOVE WS-ST-STATUS(WS-ST-INDEX) TO CRY-STATUS
