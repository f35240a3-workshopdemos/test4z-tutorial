      * Future-dated changes are reported as PENDING with their        *
      * effective date; undated requests behave exactly as before.     *
      *                                                                *
      * Every request may also name who asked for the change and who   *
      * signed it off (columns 46-53 and 55-62); each change applied   *
      * or staged is appended with both to the MNTLOG sign-off log     *
      * (ZTPMNTLR) that ZTPSODRP reviews for segregation of duties     *
      * each month.                                                    *
      *                                                                *
      * The current file (REFTABLI, optional on the very first run)    *
      * plus the applied requests are written to REFTABLO; the JCL     *
      * rolls it over to the REFTABLE the lookups read. This ends the  *
           SELECT CHANGE-REPORT ASSIGN REFCHGRP
           FILE STATUS IS CHANGE-REPORT-FS.

           SELECT SIGNOFF-LOG ASSIGN MNTLOG
           FILE STATUS IS SIGNOFF-LOG-FS.

       DATA DIVISION.

       FILE SECTION.
           05 RRQ-VALID-FROM       PIC X(8).
           05 FILLER               PIC X.
           05 RRQ-VALID-TO         PIC X(8).
           05 FILLER               PIC X.
           05 RRQ-USER-ID          PIC X(8).
           05 FILLER               PIC X.
           05 RRQ-APPROVER-ID      PIC X(8).
           05 FILLER               PIC X(18).

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
       01  REFERENCE-OUT-FS    PIC X(2).
       01  REF-REQUEST-FS      PIC X(2).
       01  CHANGE-REPORT-FS    PIC X(2).
       01  SIGNOFF-LOG-FS      PIC X(2).
           88 SIGNOFF-LOG-FS-OK  VALUE '00'.
           88 SIGNOFF-LOG-FS-DNE VALUE '35'.

           COPY ZTPMNTLR.

      *-----------------------------------------------------------------
      * The working copy of the reference file.

           CLOSE REFERENCE-OUT
           CLOSE CHANGE-REPORT
           CLOSE SIGNOFF-LOG

           DISPLAY 'ZTPREFMT added=' WS-TOTAL-ADDED
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
               DISPLAY 'ZTPREFMT error opening MNTLOG: '
                   SIGNOFF-LOG-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       APPLY-REF-REQUESTS.
               ' ' RRQ-CODE-VALUE ' ' RRQ-CODE-NAME
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE
           PERFORM WRITE-SIGNOFF-LOG

           EXIT.

               ' EFF=' RRQ-VALID-FROM
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
           MOVE 'REFTABLE' TO MNL-STREAM
           MOVE RRQ-ACTION TO MNL-ACTION
           STRING RRQ-TABLE-NAME ' ' RRQ-CODE-VALUE
               ' ' RRQ-VALID-FROM
               DELIMITED BY SIZE INTO MNL-CHANGE-KEY
           MOVE RRQ-USER-ID TO MNL-REQUESTER
           MOVE RRQ-APPROVER-ID TO MNL-APPROVER

           WRITE SIGNOFF-LOG-RECORD FROM MNL-SIGNOFF-RECORD
           IF NOT SIGNOFF-LOG-FS-OK
               DISPLAY 'ZTPREFMT error writing MNTLOG: '
                   SIGNOFF-LOG-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-CHANGE-LINE.

           WRITE CHANGE-REPORT-RECORD
