      * Both keys start with the interval 'YYYY-MM-DD HH:MM', so the   *
      * record's age comes straight off the front of the key.          *
      *                                                                *
      * TRENDY's EXEC-LOG seen store (EXSEEN), keyed by the EXEC-LOG   *
      * record image and so also dated at the front of the key, is     *
      * aged out with the same cutoff. Its entries are only there to   *
      * catch retransmits, so they are deleted without an archive      *
      * copy; a site that has no EXSEEN dataset yet is skipped.        *
      *                                                                *
      * An optional runtime PARM, e.g. 'AGE=035', overrides the        *
      * default retention age in days without a recompile.             *
      ******************************************************************
           RECORD KEY IS HTH-KEY-FIELDS
           FILE STATUS IS HEALTH-TREND-HISTORY-FS.

           SELECT OPTIONAL EXEC-LOG-SEEN ASSIGN TO EXSEEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESN-EXEC-LOG-IMAGE
           FILE STATUS IS EXEC-LOG-SEEN-FS.

           SELECT HEALTH-LOG-ARCHIVE ASSIGN TO HLARCH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.

       FD  HEALTH-LOG RECORD CONTAINS 145 CHARACTERS
           DATA RECORD IS HEALTH-LOG-RECORD.
       01  HEALTH-LOG-RECORD.
           02  HEALTH-LOG-KEY  PIC X(19).
           02  HEALTH-LOG-DATA PIC X(126).

       FD  HEALTH-TREND-HISTORY RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HTH-TREND-SUMMARY-RECORD.
           COPY ZTPTRDWK REPLACING ==:XTR:== BY ==HTH==.

       FD  EXEC-LOG-SEEN RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ESN-EXEC-LOG-SEEN-RECORD.
           COPY ZTPTRESN REPLACING ==:ESN:== BY ==ESN==.

       FD  HEALTH-LOG-ARCHIVE RECORD CONTAINS 145 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HEALTH-LOG-ARCHIVE-RECORD.
       01  HEALTH-LOG-ARCHIVE-RECORD PIC X(145).

       FD  TREND-HISTORY-ARCHIVE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           88 HEALTH-TREND-HISTORY-IO-SUCCESS VALUE 00.
           88 HEALTH-TREND-HISTORY-EOF        VALUE 10.
           88 HEALTH-TREND-HISTORY-DNE        VALUE 35.
       77  EXEC-LOG-SEEN-FS            PIC 9(2).
           88 EXEC-LOG-SEEN-IO-SUCCESS     VALUE 00.
           88 EXEC-LOG-SEEN-EOF            VALUE 10.
       77  HEALTH-LOG-ARCHIVE-FS       PIC 9(2).
           88 HEALTH-LOG-ARCHIVE-IO-SUCCESS   VALUE 00.
       77  TREND-HISTORY-ARCHIVE-FS    PIC 9(2).
       77  TREND-HISTORY-IO-FLAG       PIC 9.
           88 TREND-HISTORY-DONE       VALUE 1.
           88 TREND-HISTORY-HAS-MORE   VALUE 0.
       77  EXEC-LOG-SEEN-IO-FLAG       PIC 9.
           88 EXEC-LOG-SEEN-DONE       VALUE 1.
           88 EXEC-LOG-SEEN-HAS-MORE   VALUE 0.
       77  EXEC-LOG-SEEN-AVAIL-FLAG    PIC 9 VALUE 0.
           88 EXEC-LOG-SEEN-AVAILABLE  VALUE 1.

      ******************************************************************
      * Configuration parameters. Records whose interval date is more  *
           05 WS-TOTAL-HL-KEPT         PIC 9(7) VALUE 0.
           05 WS-TOTAL-HT-ARCHIVED     PIC 9(7) VALUE 0.
           05 WS-TOTAL-HT-KEPT         PIC 9(7) VALUE 0.
           05 WS-TOTAL-ES-PURGED       PIC 9(7) VALUE 0.
           05 WS-TOTAL-ES-KEPT         PIC 9(7) VALUE 0.

       01  PRG-DETAIL-LINE.
           05 PRG-MONTH                PIC X(7).
           PERFORM OPEN-PURGE-FILES
           PERFORM PURGE-HEALTH-LOG
           PERFORM PURGE-TREND-HISTORY
           PERFORM PURGE-EXEC-LOG-SEEN
           PERFORM WRITE-PURGE-REPORT
           PERFORM CLOSE-PURGE-FILES

               GOBACK
           END-IF

      *-----------------------------------------------------------------
      * The seen store only exists once TRENDY has run with duplicate
      * detection; without it there is simply nothing to age out.
      *-----------------------------------------------------------------
           OPEN I-O EXEC-LOG-SEEN
           IF EXEC-LOG-SEEN-IO-SUCCESS
               SET EXEC-LOG-SEEN-AVAILABLE TO TRUE
           ELSE
               DISPLAY '==> ZTPTRPRG: exec log seen store not '
                   'available (' EXEC-LOG-SEEN-FS '), skipped'
           END-IF

           OPEN OUTPUT HEALTH-LOG-ARCHIVE
           IF NOT HEALTH-LOG-ARCHIVE-IO-SUCCESS
               DISPLAY '3: Error opening health log archive: '

           EXIT.

      ******************************************************************
      * Same walk for EXEC-LOG-SEEN, minus the archive: the key is the *
      * EXEC-LOG record image, whose first ten bytes are its date.     *
      ******************************************************************
       PURGE-EXEC-LOG-SEEN.

           IF NOT EXEC-LOG-SEEN-AVAILABLE
               EXIT PARAGRAPH
           END-IF

           SET EXEC-LOG-SEEN-HAS-MORE TO TRUE
           PERFORM UNTIL EXEC-LOG-SEEN-DONE
               READ EXEC-LOG-SEEN NEXT RECORD
                   AT END
                       SET EXEC-LOG-SEEN-DONE TO TRUE
                   NOT AT END
                       PERFORM PURGE-ONE-EXEC-LOG-SEEN
               END-READ

               IF NOT EXEC-LOG-SEEN-IO-SUCCESS AND
                       NOT EXEC-LOG-SEEN-EOF
                   DISPLAY '16: Error reading exec log seen: '
                       EXEC-LOG-SEEN-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET EXEC-LOG-SEEN-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

       PURGE-ONE-EXEC-LOG-SEEN.

           IF ESN-EXEC-LOG-IMAGE(1:10) >= WS-CUTOFF-DATE
               ADD 1 TO WS-TOTAL-ES-KEPT
               EXIT PARAGRAPH
           END-IF

           DELETE EXEC-LOG-SEEN
           IF NOT EXEC-LOG-SEEN-IO-SUCCESS
               DISPLAY '17: Error deleting exec log seen record: '
                   EXEC-LOG-SEEN-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               SET EXEC-LOG-SEEN-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-ES-PURGED

           EXIT.

      ******************************************************************
      * Roll the purged record into its month/system count entry.      *
      *                                                                 *
               WS-TOTAL-HL-ARCHIVED ' kept: ' WS-TOTAL-HL-KEPT
           DISPLAY '==> ZTPTRPRG HTHIST     archived: '
               WS-TOTAL-HT-ARCHIVED ' kept: ' WS-TOTAL-HT-KEPT
           IF EXEC-LOG-SEEN-AVAILABLE
               DISPLAY '==> ZTPTRPRG EXSEEN     purged:   '
                   WS-TOTAL-ES-PURGED ' kept: ' WS-TOTAL-ES-KEPT
           END-IF
           DISPLAY '==> ZTPTRPRG ========================='

           EXIT.
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           IF EXEC-LOG-SEEN-AVAILABLE
               CLOSE EXEC-LOG-SEEN
               IF NOT EXEC-LOG-SEEN-IO-SUCCESS
                   DISPLAY '18: Error closing exec log seen: '
                       EXEC-LOG-SEEN-FS
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
           END-IF

           CLOSE HEALTH-LOG-ARCHIVE
           CLOSE TREND-HISTORY-ARCHIVE

