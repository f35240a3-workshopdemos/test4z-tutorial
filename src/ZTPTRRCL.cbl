      * ZTPTRPCT and the comparison reports can be pointed at the      *
      * recalled history without touching the live files.              *
      *                                                                *
      * HLARCHO (optional) holds HLARCH generations written while a    *
      * HEALTH-LOG record was still 131 bytes, before the AUTH/FORBID  *
      * counters were added; those reload with both counters zero.     *
      *                                                                *
      * Both archive record layouts start with the original key        *
      * (interval 'YYYY-MM-DD HH:MM' + system id), so selection        *
      * comes straight off the front of each record.                   *
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HEALTH-LOG-ARCHIVE-FS.

           SELECT OPTIONAL HEALTH-LOG-OLD-ARCHIVE ASSIGN TO HLARCHO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HEALTH-LOG-OLD-ARCHIVE-FS.

           SELECT TREND-HISTORY-ARCHIVE ASSIGN TO HTARCH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.

       FD  HEALTH-LOG-ARCHIVE RECORD CONTAINS 145 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HEALTH-LOG-ARCHIVE-RECORD.
       01  HEALTH-LOG-ARCHIVE-RECORD PIC X(145).

       FD  HEALTH-LOG-OLD-ARCHIVE RECORD CONTAINS 131 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HEALTH-LOG-OLD-ARCHIVE-RECORD.
       01  HEALTH-LOG-OLD-ARCHIVE-RECORD PIC X(131).

       FD  TREND-HISTORY-ARCHIVE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TREND-HISTORY-ARCHIVE-RECORD.
       01  TREND-HISTORY-ARCHIVE-RECORD PIC X(80).

       FD  HEALTH-LOG-WORK RECORD CONTAINS 145 CHARACTERS
           DATA RECORD IS HEALTH-LOG-WORK-RECORD.
       01  HEALTH-LOG-WORK-RECORD.
           02  HEALTH-LOG-WORK-KEY    PIC X(19).
           02  HEALTH-LOG-WORK-DATA   PIC X(112).
           02  FILLER                 PIC X.
           02  HEALTH-LOG-WORK-AUTH   PIC 9(6).
           02  FILLER                 PIC X.
           02  HEALTH-LOG-WORK-FORBID PIC 9(6).

       FD  TREND-HISTORY-WORK RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HTW-TREND-SUMMARY-RECORD.
       77  HEALTH-LOG-ARCHIVE-FS       PIC 9(2).
           88 HEALTH-LOG-ARCHIVE-IO-SUCCESS VALUE 00.
           88 HEALTH-LOG-ARCHIVE-EOF        VALUE 10.
       77  HEALTH-LOG-OLD-ARCHIVE-FS   PIC 9(2).
           88 HEALTH-LOG-OLD-ARCHIVE-IO-SUCCESS VALUE 00 05.
           88 HEALTH-LOG-OLD-ARCHIVE-EOF        VALUE 10.
       77  TREND-HISTORY-ARCHIVE-FS    PIC 9(2).
           88 TREND-HISTORY-ARCHIVE-IO-SUCCESS VALUE 00.
           88 TREND-HISTORY-ARCHIVE-EOF        VALUE 10.
       77  HEALTH-LOG-ARCHIVE-IO-FLAG  PIC 9.
           88 HEALTH-LOG-ARCHIVE-DONE      VALUE 1.
           88 HEALTH-LOG-ARCHIVE-HAS-MORE  VALUE 0.
       77  HEALTH-LOG-WORK-IO-FLAG     PIC 9 VALUE 0.
           88 HEALTH-LOG-WORK-FAILED       VALUE 1.
       77  TREND-ARCHIVE-IO-FLAG       PIC 9.
           88 TREND-ARCHIVE-DONE           VALUE 1.
           88 TREND-ARCHIVE-HAS-MORE       VALUE 0.
           05 WS-HL-READ               PIC 9(7) VALUE 0.
           05 WS-HL-RECALLED           PIC 9(7) VALUE 0.
           05 WS-HL-ALREADY            PIC 9(7) VALUE 0.
           05 WS-HL-OLD-READ           PIC 9(7) VALUE 0.
           05 WS-HT-READ               PIC 9(7) VALUE 0.
           05 WS-HT-RECALLED           PIC 9(7) VALUE 0.
           05 WS-HT-ALREADY            PIC 9(7) VALUE 0.

           PERFORM OPEN-RECALL-FILES
           PERFORM RECALL-HEALTH-LOG-ARCHIVE
           PERFORM RECALL-OLD-HEALTH-LOG-ARCHIVE
           PERFORM RECALL-TREND-ARCHIVE
           PERFORM WRITE-RECALL-REPORT
           PERFORM CLOSE-RECALL-FILES
               GOBACK
           END-IF

           OPEN INPUT HEALTH-LOG-OLD-ARCHIVE
           IF NOT HEALTH-LOG-OLD-ARCHIVE-IO-SUCCESS
               DISPLAY '16: Error opening old health log archive: '
                   HEALTH-LOG-OLD-ARCHIVE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT TREND-HISTORY-ARCHIVE
           IF NOT TREND-HISTORY-ARCHIVE-IO-SUCCESS
               DISPLAY '2: Error opening trend history archive: '
                       SET HEALTH-LOG-ARCHIVE-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HL-READ
                       MOVE HEALTH-LOG-ARCHIVE-RECORD
                           TO HEALTH-LOG-WORK-RECORD
                       PERFORM RECALL-ONE-HEALTH-LOG
               END-READ


           EXIT.

      ******************************************************************
      * A 131-byte record from before the AUTH/FORBID counters is      *
      * recalled in the current layout with both counters zero, as     *
      * ZTPTRNDY and ZTPTRSEC treat such an interval.                  *
      ******************************************************************
       RECALL-OLD-HEALTH-LOG-ARCHIVE.

           IF HEALTH-LOG-WORK-FAILED
               EXIT PARAGRAPH
           END-IF

           SET HEALTH-LOG-ARCHIVE-HAS-MORE TO TRUE
           PERFORM UNTIL HEALTH-LOG-ARCHIVE-DONE
               READ HEALTH-LOG-OLD-ARCHIVE
                   AT END
                       SET HEALTH-LOG-ARCHIVE-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HL-READ
                       ADD 1 TO WS-HL-OLD-READ
                       MOVE HEALTH-LOG-OLD-ARCHIVE-RECORD
                           TO HEALTH-LOG-WORK-RECORD
                       MOVE 0 TO HEALTH-LOG-WORK-AUTH
                       MOVE 0 TO HEALTH-LOG-WORK-FORBID
                       PERFORM RECALL-ONE-HEALTH-LOG
               END-READ

               IF NOT HEALTH-LOG-OLD-ARCHIVE-IO-SUCCESS AND
                       NOT HEALTH-LOG-OLD-ARCHIVE-EOF
                   DISPLAY '17: Error reading old health log archive: '
                       HEALTH-LOG-OLD-ARCHIVE-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET HEALTH-LOG-ARCHIVE-DONE TO TRUE
               END-IF
           END-PERFORM

           IF WS-HL-OLD-READ > 0
               DISPLAY '==> ZTPTRRCL read ' WS-HL-OLD-READ
                   ' 131-byte record(s) from HLARCHO'
           END-IF

           EXIT.

      ******************************************************************
      * The archive record has already been moved to the work record.  *
      ******************************************************************
       RECALL-ONE-HEALTH-LOG.

           MOVE HEALTH-LOG-WORK-RECORD(1:19) TO WS-RECALL-KEY
           PERFORM CHECK-RECALL-SELECTION
           IF WS-RC-INTERVAL = SPACES
               EXIT PARAGRAPH
           END-IF

           WRITE HEALTH-LOG-WORK-RECORD
           EVALUATE TRUE
               WHEN HEALTH-LOG-WORK-IO-SUCCESS
                       HEALTH-LOG-WORK-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET HEALTH-LOG-ARCHIVE-DONE TO TRUE
                   SET HEALTH-LOG-WORK-FAILED TO TRUE
           END-EVALUATE

           EXIT.
       CLOSE-RECALL-FILES.

           CLOSE HEALTH-LOG-ARCHIVE
           CLOSE HEALTH-LOG-OLD-ARCHIVE
           CLOSE TREND-HISTORY-ARCHIVE

           CLOSE HEALTH-LOG-WORK
