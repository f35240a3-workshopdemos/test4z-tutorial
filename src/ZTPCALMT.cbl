      * The current calendar (BIZCALI, optional on the very first      *
      * run) plus the applied requests are written to BIZCALO; the     *
      * JCL rolls it over to the BIZCAL dataset the consumers read.    *
      *                                                                *
      * Every request may also name who asked for the change and who   *
      * signed it off (columns 58-65 and 67-74); each change applied   *
      * is appended with both to the MNTLOG sign-off log (ZTPMNTLR)    *
      * that ZTPSODRP reviews for segregation of duties each month.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT CHANGE-REPORT ASSIGN CALCHGRP
           FILE STATUS IS CHANGE-REPORT-FS.

           SELECT SIGNOFF-LOG ASSIGN MNTLOG
           FILE STATUS IS SIGNOFF-LOG-FS.

       DATA DIVISION.

       FILE SECTION.
           05 CRQ-EQUIV-DATE       PIC X(8).
           05 FILLER               PIC X.
           05 CRQ-EVENT-LEVEL      PIC X(3).
           05 FILLER               PIC X.
           05 CRQ-USER-ID          PIC X(8).
           05 FILLER               PIC X.
           05 CRQ-APPROVER-ID      PIC X(8).
           05 FILLER               PIC X(6).

       FD  CHANGE-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-REPORT-RECORD.
       01  CHANGE-REPORT-RECORD PIC X(80).

       FD  SIGNOFF-LOG RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SIGNOFF-LOG-RECORD.
       01  SIGNOFF-LOG-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.
       01  CALENDAR-OUT-FS     PIC X(2).
       01  CAL-REQUEST-FS      PIC X(2).
       01  CHANGE-REPORT-FS    PIC X(2).
       01  SIGNOFF-LOG-FS      PIC X(2).
           88 SIGNOFF-LOG-FS-OK  VALUE '00'.
           88 SIGNOFF-LOG-FS-DNE VALUE '35'.

           COPY ZTPMNTLR.

      *-----------------------------------------------------------------
      * The working copy of the calendar.

           CLOSE CALENDAR-OUT
           CLOSE CHANGE-REPORT
           CLOSE SIGNOFF-LOG

           DISPLAY 'ZTPCALMT added=' WS-TOTAL-ADDED
               ' updated=' WS-TOTAL-UPDATED
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
               DISPLAY 'ZTPCALMT error opening MNTLOG: '
                   SIGNOFF-LOG-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       APPLY-CAL-REQUESTS.
               ' ' CRQ-DAY-TYPE ' ' CRQ-DESCRIPTION
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE
           PERFORM WRITE-SIGNOFF-LOG

           EXIT.


           EXIT.

      ******************************************************************
      * Who asked for this change and who signed it off.               *
      ******************************************************************
       WRITE-SIGNOFF-LOG.

           MOVE SPACES TO MNL-SIGNOFF-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO MNL-STAMP
           MOVE 'BIZCAL' TO MNL-STREAM
           MOVE CRQ-ACTION TO MNL-ACTION
           STRING CRQ-DATE
               DELIMITED BY SIZE INTO MNL-CHANGE-KEY
           MOVE CRQ-USER-ID TO MNL-REQUESTER
           MOVE CRQ-APPROVER-ID TO MNL-APPROVER

           WRITE SIGNOFF-LOG-RECORD FROM MNL-SIGNOFF-RECORD
           IF NOT SIGNOFF-LOG-FS-OK
               DISPLAY 'ZTPCALMT error writing MNTLOG: '
                   SIGNOFF-LOG-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-CHANGE-LINE.

           WRITE CHANGE-REPORT-RECORD
