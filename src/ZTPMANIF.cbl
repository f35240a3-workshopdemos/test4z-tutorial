      * would have consumed the bad feed.                              *
      *                                                                *
      * The registered datasets are the shop's standard feeds: EXLOG,  *
      * PHUPDATE, SALESWCH, ADOPTS, RCLOG, and the two CSV extracts,   *
      * and the keyed stores: CUSTFILE, HLLOG, HTHIST, JOBSTATS,       *
      * ANNOT and AUDKSDS. The keyed stores are measured in key order, *
      * which makes their entries the live counts ZTPBKCHK checks      *
      * each night's backups against.                                  *
      * The optional MANREG registry overrides the default tolerance   *
      * percentage per DD name.                                        *
      ******************************************************************
           SELECT OPTIONAL STATS-REPORT-CSV ASSIGN STRPTCSV
           FILE STATUS IS FEED-FS.

           SELECT OPTIONAL CUSTOMER-FILE ASSIGN CUSTFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUSTOMER-FILE-KEY
           FILE STATUS IS FEED-FS.

           SELECT OPTIONAL HEALTH-LOG ASSIGN HLLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HEALTH-LOG-KEY
           FILE STATUS IS FEED-FS.

           SELECT OPTIONAL HEALTH-TREND-HISTORY ASSIGN HTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HEALTH-TREND-HISTORY-KEY
           FILE STATUS IS FEED-FS.

           SELECT OPTIONAL JOB-STATS ASSIGN JOBSTATS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS JOB-STATS-KEY
           FILE STATUS IS FEED-FS.

           SELECT OPTIONAL ANNOTATION-FILE ASSIGN ANNOT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ANNOTATION-KEY
           FILE STATUS IS FEED-FS.

           SELECT OPTIONAL AUDIT-MASTER ASSIGN AUDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AUDIT-MASTER-KEY
           FILE STATUS IS FEED-FS.

           SELECT OPTIONAL MANIFEST-REGISTRY ASSIGN MANREG
           FILE STATUS IS MANIFEST-REGISTRY-FS.

           DATA RECORD IS STATS-REPORT-CSV-RECORD.
       01  STATS-REPORT-CSV-RECORD PIC X(80).

      *-----------------------------------------------------------------
      * The keyed stores are only counted and summed here, so each is
      * declared as its key and the rest of its record; the owning
      * programs hold the full layouts.
      *-----------------------------------------------------------------
       FD  CUSTOMER-FILE RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS CUSTOMER-FILE-RECORD.
       01  CUSTOMER-FILE-RECORD.
           05 CUSTOMER-FILE-KEY    PIC X(6).
           05 FILLER               PIC X(114).

       FD  HEALTH-LOG RECORD CONTAINS 145 CHARACTERS
           DATA RECORD IS HEALTH-LOG-RECORD.
       01  HEALTH-LOG-RECORD.
           05 HEALTH-LOG-KEY       PIC X(19).
           05 FILLER               PIC X(126).

       FD  HEALTH-TREND-HISTORY RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HEALTH-TREND-HISTORY-RECORD.
       01  HEALTH-TREND-HISTORY-RECORD.
           05 HEALTH-TREND-HISTORY-KEY PIC X(19).
           05 FILLER               PIC X(61).

       FD  JOB-STATS RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS JOB-STATS-RECORD.
       01  JOB-STATS-RECORD.
           05 JOB-STATS-KEY        PIC X(27).
           05 FILLER               PIC X(53).

       FD  ANNOTATION-FILE RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS ANNOTATION-RECORD.
       01  ANNOTATION-RECORD.
           05 ANNOTATION-KEY       PIC X(19).
           05 FILLER               PIC X(101).

       FD  AUDIT-MASTER RECORD CONTAINS 141 CHARACTERS
           DATA RECORD IS AUDIT-MASTER-RECORD.
       01  AUDIT-MASTER-RECORD.
           05 AUDIT-MASTER-KEY     PIC X(20).
           05 FILLER               PIC X(121).

       FD  MANIFEST-REGISTRY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS MANIFEST-REGISTRY-RECORD.

      ******************************************************************
      * One manifest entry per dataset per phase per night, keyed so   *
      * a dataset's history is contiguous and chronological. An entry  *
      * whose count swung beyond tolerance is marked MFR-CHECK-ANOMALY *
      * so later jobs (ZTDB2OPW) can refuse that night's data.         *
      ******************************************************************
       FD  MANIFEST-FILE RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MANIFEST-RECORD.
           05 MFR-BYTE-TOTAL       PIC 9(10).
           05 FILLER               PIC X.
           05 MFR-CHECKSUM         PIC 9(9).
           05 FILLER               PIC X.
           05 MFR-CHECK-RESULT     PIC X(1).
              88 MFR-CHECK-PASSED  VALUE SPACE.
              88 MFR-CHECK-ANOMALY VALUE 'A'.
           05 FILLER               PIC X(31).

       FD  MANIFEST-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           PERFORM MEASURE-RCLOG
           PERFORM MEASURE-HTRNDCSV
           PERFORM MEASURE-STRPTCSV
           PERFORM MEASURE-CUSTFILE
           PERFORM MEASURE-HLLOG
           PERFORM MEASURE-HTHIST
           PERFORM MEASURE-JOBSTATS
           PERFORM MEASURE-ANNOT
           PERFORM MEASURE-AUDKSDS

           PERFORM WRITE-MANIFEST-SUMMARY
           PERFORM CLOSE-MANIFEST-FILES

           EXIT.

       MEASURE-CUSTFILE.

           PERFORM RESET-TALLY
           MOVE 'CUSTFILE' TO WS-CURRENT-DDNAME
           OPEN INPUT CUSTOMER-FILE
           IF FEED-FS = '00'
               SET WS-FEED-PRESENT TO TRUE
               READ CUSTOMER-FILE
               PERFORM UNTIL FEED-FS > '04'
                   MOVE CUSTOMER-FILE-RECORD TO WS-TALLY-RECORD
                   MOVE 120 TO WS-TALLY-LENGTH
                   PERFORM TALLY-ONE-RECORD
                   READ CUSTOMER-FILE
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF
           PERFORM RECORD-AND-COMPARE

           EXIT.

       MEASURE-HLLOG.

           PERFORM RESET-TALLY
           MOVE 'HLLOG   ' TO WS-CURRENT-DDNAME
           OPEN INPUT HEALTH-LOG
           IF FEED-FS = '00'
               SET WS-FEED-PRESENT TO TRUE
               READ HEALTH-LOG
               PERFORM UNTIL FEED-FS > '04'
                   MOVE HEALTH-LOG-RECORD TO WS-TALLY-RECORD
                   MOVE 145 TO WS-TALLY-LENGTH
                   PERFORM TALLY-ONE-RECORD
                   READ HEALTH-LOG
               END-PERFORM
               CLOSE HEALTH-LOG
           END-IF
           PERFORM RECORD-AND-COMPARE

           EXIT.

       MEASURE-HTHIST.

           PERFORM RESET-TALLY
           MOVE 'HTHIST  ' TO WS-CURRENT-DDNAME
           OPEN INPUT HEALTH-TREND-HISTORY
           IF FEED-FS = '00'
               SET WS-FEED-PRESENT TO TRUE
               READ HEALTH-TREND-HISTORY
               PERFORM UNTIL FEED-FS > '04'
                   MOVE HEALTH-TREND-HISTORY-RECORD TO WS-TALLY-RECORD
                   MOVE 80 TO WS-TALLY-LENGTH
                   PERFORM TALLY-ONE-RECORD
                   READ HEALTH-TREND-HISTORY
               END-PERFORM
               CLOSE HEALTH-TREND-HISTORY
           END-IF
           PERFORM RECORD-AND-COMPARE

           EXIT.

       MEASURE-JOBSTATS.

           PERFORM RESET-TALLY
           MOVE 'JOBSTATS' TO WS-CURRENT-DDNAME
           OPEN INPUT JOB-STATS
           IF FEED-FS = '00'
               SET WS-FEED-PRESENT TO TRUE
               READ JOB-STATS
               PERFORM UNTIL FEED-FS > '04'
                   MOVE JOB-STATS-RECORD TO WS-TALLY-RECORD
                   MOVE 80 TO WS-TALLY-LENGTH
                   PERFORM TALLY-ONE-RECORD
                   READ JOB-STATS
               END-PERFORM
               CLOSE JOB-STATS
           END-IF
           PERFORM RECORD-AND-COMPARE

           EXIT.

       MEASURE-ANNOT.

           PERFORM RESET-TALLY
           MOVE 'ANNOT   ' TO WS-CURRENT-DDNAME
           OPEN INPUT ANNOTATION-FILE
           IF FEED-FS = '00'
               SET WS-FEED-PRESENT TO TRUE
               READ ANNOTATION-FILE
               PERFORM UNTIL FEED-FS > '04'
                   MOVE ANNOTATION-RECORD TO WS-TALLY-RECORD
                   MOVE 120 TO WS-TALLY-LENGTH
                   PERFORM TALLY-ONE-RECORD
                   READ ANNOTATION-FILE
               END-PERFORM
               CLOSE ANNOTATION-FILE
           END-IF
           PERFORM RECORD-AND-COMPARE

           EXIT.

       MEASURE-AUDKSDS.

           PERFORM RESET-TALLY
           MOVE 'AUDKSDS ' TO WS-CURRENT-DDNAME
           OPEN INPUT AUDIT-MASTER
           IF FEED-FS = '00'
               SET WS-FEED-PRESENT TO TRUE
               READ AUDIT-MASTER
               PERFORM UNTIL FEED-FS > '04'
                   MOVE AUDIT-MASTER-RECORD TO WS-TALLY-RECORD
                   MOVE 141 TO WS-TALLY-LENGTH
                   PERFORM TALLY-ONE-RECORD
                   READ AUDIT-MASTER
               END-PERFORM
               CLOSE AUDIT-MASTER
           END-IF
           PERFORM RECORD-AND-COMPARE

           EXIT.

       RESET-TALLY.

           MOVE 0 TO WS-TALLY-COUNT
                   WS-EFFECTIVE-TOLERANCE '%)'
                   DELIMITED BY SIZE INTO MANIFEST-REPORT-RECORD
               PERFORM WRITE-MANIFEST-LINE

      *-----------------------------------------------------------------
      * Mark tonight's entry, still in the record area from
      * RECORD-AND-COMPARE, as the one that failed.
      *-----------------------------------------------------------------
               SET MFR-CHECK-ANOMALY TO TRUE
               REWRITE MANIFEST-RECORD
               IF NOT MANIFEST-FS-OK
                   DISPLAY 'ZTPMANIF error marking MANIFEST for '
                       WS-CURRENT-DDNAME ': ' MANIFEST-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               END-IF
           END-IF

           EXIT.
