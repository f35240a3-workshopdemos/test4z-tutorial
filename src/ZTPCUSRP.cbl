       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCUSRP.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Daily ZTPCICST usage report per caller and request type.       *
      * ZTPCICST counts every caller's requests in CALLUSE by date,    *
      * clock hour and request type, accepted and refused (over the    *
      * caller's AUTHQUOT hourly limit) - see ZTPCQUOR. This job reads *
      * one day of those counters and reports, for each caller and     *
      * request type:                                                  *
      *                                                                *
      *  - requests accepted and refused over the day                  *
      *  - the peak hour and how many requests came in it              *
      *  - the hourly limit and how close the peak hour came to it     *
      *  - OVER LIMIT when any request was refused, APPROACHING when   *
      *    the peak hour used the warning percentage of the limit or   *
      *    more                                                        *
      *                                                                *
      * followed by a per-caller total line with the caller's busiest  *
      * hour across all types. The run ends with RC 4 when any caller  *
      * was refused or is approaching a limit.                         *
      *                                                                *
      * The same pass ages old counters out of CALLUSE so the file     *
      * does not grow without bound.                                   *
      *                                                                *
      * Optional runtime PARM, comma separated:                        *
      *   DATE=yyyymmdd  day to report (default today)                 *
      *   WARN=nnn       approaching threshold, percent of the limit   *
      *                  (default 080)                                 *
      *   KEEP=nnn       days of counters to keep (default 035;        *
      *                  000 keeps everything)                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CALLUSE ASSIGN TO CALLUSE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USG-KEY
           FILE STATUS IS CALLUSE-FS.

           SELECT USAGE-REPORT ASSIGN USAGERPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS USAGE-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  CALLUSE RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS USG-USAGE-RECORD.
           COPY ZTPCQUOR.

       FD  USAGE-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS USAGE-REPORT-RECORD.
       01  USAGE-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  CALLUSE-FS          PIC X(2).
           88 CALLUSE-FS-OK    VALUE '00'.
           88 CALLUSE-FS-EOF   VALUE '10'.
       77  USAGE-REPORT-FS     PIC X(2).
           88 USAGE-REPORT-FS-OK VALUE '00'.

       77  CALLUSE-IO-FLAG     PIC 9.
           88 CALLUSE-DONE         VALUE 1.
           88 CALLUSE-HAS-MORE     VALUE 0.

      ******************************************************************
      * Configuration parameters.                                      *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-CUSRP.
           05 CFG-REPORT-DATE          PIC X(8).
           05 CFG-WARN-PERCENT         PIC 9(3) VALUE 80.
           05 CFG-KEEP-DAYS            PIC 9(3) VALUE 35.

      ******************************************************************
      * The purge cutoff: counters dated before it are deleted.        *
      ******************************************************************
       01  WS-CURRENT-DATE.
           05 CURR-YEAR            PIC 9(4).
           05 CURR-MONTH           PIC 9(2).
           05 CURR-DAY             PIC 9(2).
           05 FILLER               PIC X(13).
       01  DAI-DATE-AS-INTEGER     PIC 9(8).
       01  DAI-DATE-AS-INTEGER-REDEF REDEFINES DAI-DATE-AS-INTEGER.
           05 DAI-YEAR             PIC 9(4).
           05 DAI-MONTH            PIC 9(2).
           05 DAI-DAY              PIC 9(2).
       77  WS-CUTOFF-DAY-NUMBER    PIC 9(7).
       77  WS-CUTOFF-DATE          PIC X(8).

      ******************************************************************
      * The caller being gathered: one entry per request type seen,    *
      * in order of first appearance, plus the caller's requests by    *
      * hour across all types (hour 00 is entry 1).                    *
      ******************************************************************
       77  WS-CURRENT-CALLER       PIC X(8).
       77  WS-CALLER-ACTIVE-FLAG   PIC 9 VALUE 0.
           88 WS-CALLER-ACTIVE         VALUE 1.
       01  WS-TYPE-TABLE.
           05 WS-TYPE-COUNT        PIC 9(2).
           05 WS-TYPE-ENTRY OCCURS 20 TIMES.
               10 WS-TYP-REQUEST-TYPE  PIC X.
               10 WS-TYP-ACCEPTED      PIC 9(7).
               10 WS-TYP-REFUSED       PIC 9(7).
               10 WS-TYP-PEAK-HOUR     PIC X(2).
               10 WS-TYP-PEAK-COUNT    PIC 9(7).
               10 WS-TYP-PEAK-ACCEPTED PIC 9(7).
               10 WS-TYP-LIMIT         PIC 9(7).
       01  WS-HOUR-TABLE.
           05 WS-HOUR-COUNT OCCURS 24 TIMES PIC 9(7).
       77  WS-TYPE-INDEX           PIC 9(2).
       77  WS-HOUR-INDEX           PIC 9(2).
       77  WS-HOUR-NUMBER          PIC 9(2).
       77  WS-HOUR-TOTAL           PIC 9(7).
       77  WS-PEAK-PERCENT         PIC 9(5).
       77  WS-CALLER-ACCEPTED      PIC 9(7).
       77  WS-CALLER-REFUSED       PIC 9(7).
       77  WS-CALLER-PEAK-INDEX    PIC 9(2).
       77  WS-CALLER-FLAGGED-FLAG  PIC 9.
           88 WS-CALLER-FLAGGED        VALUE 1.

       01  WS-USAGE-TOTALS.
           05 WS-TOTAL-RECORDS     PIC 9(7) VALUE 0.
           05 WS-TOTAL-CALLERS     PIC 9(5) VALUE 0.
           05 WS-TOTAL-ACCEPTED    PIC 9(9) VALUE 0.
           05 WS-TOTAL-REFUSED     PIC 9(9) VALUE 0.
           05 WS-TOTAL-OVER        PIC 9(5) VALUE 0.
           05 WS-TOTAL-APPROACHING PIC 9(5) VALUE 0.
           05 WS-TOTAL-PURGED      PIC 9(7) VALUE 0.

      ******************************************************************
      * Report lines.                                                  *
      ******************************************************************
       01  RPT-TITLE-LINE.
           05 FILLER               PIC X(30)
                   VALUE 'ZTPCICST CALLER USAGE FOR DATE'.
           05 FILLER               PIC X VALUE SPACE.
           05 RPT-TITLE-DATE       PIC X(8).
           05 FILLER               PIC X(15) VALUE '   WARNING AT  '.
           05 RPT-TITLE-WARN       PIC ZZ9.
           05 FILLER               PIC X(43) VALUE '% OF LIMIT'.

       01  RPT-HEADING-LINE.
           05 FILLER               PIC X(43) VALUE
              'CALLER    TYP  ACCEPTED   REFUSED  PEAK    '.
           05 FILLER               PIC X(57) VALUE
              'PEAK-CNT     LIMIT  PEAK%  STATUS'.

       01  RPT-DETAIL-LINE.
           05 RPT-CALLER           PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RPT-TYPE             PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 RPT-ACCEPTED         PIC Z(8)9.
           05 FILLER               PIC X VALUE SPACE.
           05 RPT-REFUSED          PIC Z(8)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RPT-PEAK-HOUR        PIC X(5).
           05 FILLER               PIC X VALUE SPACE.
           05 RPT-PEAK-COUNT       PIC Z(9)9.
           05 FILLER               PIC X VALUE SPACE.
           05 RPT-LIMIT            PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RPT-PEAK-PERCENT     PIC X(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RPT-STATUS           PIC X(12).
           05 FILLER               PIC X(18) VALUE SPACES.

       01  RPT-SUMMARY-LINE.
           05 RPT-SUMMARY-LABEL    PIC X(30).
           05 RPT-SUMMARY-COUNT    PIC Z(8)9.
           05 FILLER               PIC X(61) VALUE SPACES.

       77  WS-EDIT-LIMIT           PIC Z(8)9.
       77  WS-EDIT-PERCENT         PIC ZZZ9.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES.                            *
      ******************************************************************
       77  WS-PARM                 PIC X(100).
       01  WS-PARM-FIELDS.
           05 WS-PARM-FIELD OCCURS 3 TIMES PIC X(20).
       77  WS-PARM-INDEX           PIC 9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH       PIC S9(4) COMP.
           05 LS-PARM-DATA         PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPCUSRP start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM-OVERRIDES
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM OPEN-USAGE-FILES
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM SWEEP-CALLUSE
           PERFORM WRITE-USAGE-SUMMARY
           PERFORM CLOSE-USAGE-FILES

           DISPLAY '==> ZTPCUSRP end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       CHECK-PARM-OVERRIDES.

           MOVE FUNCTION CURRENT-DATE(1:8) TO CFG-REPORT-DATE

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PARM-FIELDS
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD(1) WS-PARM-FIELD(2) WS-PARM-FIELD(3)
           END-UNSTRING

           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > 3
               EVALUATE TRUE
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:5) = 'DATE='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(6:8)
                               IS NUMERIC
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(6:8)
                           TO CFG-REPORT-DATE
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:5) = 'WARN='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(6:3)
                               IS NUMERIC
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(6:3)
                           TO CFG-WARN-PERCENT
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX)(1:5) = 'KEEP='
                           AND WS-PARM-FIELD(WS-PARM-INDEX)(6:3)
                               IS NUMERIC
                       MOVE WS-PARM-FIELD(WS-PARM-INDEX)(6:3)
                           TO CFG-KEEP-DAYS
                   WHEN WS-PARM-FIELD(WS-PARM-INDEX) = SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY '==> ZTPCUSRP ignoring PARM field '
                           WS-PARM-FIELD(WS-PARM-INDEX)
               END-EVALUATE
           END-PERFORM

           EXIT.

       COMPUTE-CUTOFF-DATE.

           IF CFG-KEEP-DAYS = 0
               MOVE LOW-VALUES TO WS-CUTOFF-DATE
               DISPLAY '==> ZTPCUSRP keeping all usage counters'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE CURR-YEAR  TO DAI-YEAR
           MOVE CURR-MONTH TO DAI-MONTH
           MOVE CURR-DAY   TO DAI-DAY

           COMPUTE WS-CUTOFF-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
               - CFG-KEEP-DAYS
           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAY-NUMBER)
           MOVE DAI-DATE-AS-INTEGER-REDEF TO WS-CUTOFF-DATE

           DISPLAY '==> ZTPCUSRP purging usage counters dated before '
               WS-CUTOFF-DATE ' (' CFG-KEEP-DAYS ' days)'

           EXIT.

       OPEN-USAGE-FILES.

           OPEN I-O CALLUSE
           IF NOT CALLUSE-FS-OK
               DISPLAY '1: Error opening CALLUSE: ' CALLUSE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT USAGE-REPORT
           IF NOT USAGE-REPORT-FS-OK
               DISPLAY '2: Error opening usage report: '
                   USAGE-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       WRITE-REPORT-HEADINGS.

           MOVE CFG-REPORT-DATE TO RPT-TITLE-DATE
           MOVE CFG-WARN-PERCENT TO RPT-TITLE-WARN
           MOVE RPT-TITLE-LINE TO USAGE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO USAGE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE RPT-HEADING-LINE TO USAGE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * One pass over CALLUSE in key order (caller, date, hour, type): *
      * aged counters are deleted, the report date's are gathered one  *
      * caller at a time, everything else is passed over.              *
      ******************************************************************
       SWEEP-CALLUSE.

           SET CALLUSE-HAS-MORE TO TRUE
           PERFORM UNTIL CALLUSE-DONE
               READ CALLUSE NEXT RECORD
                   AT END
                       SET CALLUSE-DONE TO TRUE
                   NOT AT END
                       PERFORM SWEEP-ONE-COUNTER
               END-READ

               IF NOT CALLUSE-FS-OK AND NOT CALLUSE-FS-EOF
                   DISPLAY '3: Error reading CALLUSE: ' CALLUSE-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET CALLUSE-DONE TO TRUE
               END-IF
           END-PERFORM

           IF WS-CALLER-ACTIVE
               PERFORM FINISH-CALLER
           END-IF

           EXIT.

       SWEEP-ONE-COUNTER.

           IF USG-DATE < WS-CUTOFF-DATE
                   AND USG-DATE NOT = CFG-REPORT-DATE
               DELETE CALLUSE
               IF CALLUSE-FS-OK
                   ADD 1 TO WS-TOTAL-PURGED
               ELSE
                   DISPLAY '4: Error deleting CALLUSE [' USG-KEY ']: '
                       CALLUSE-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET CALLUSE-DONE TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF USG-DATE NOT = CFG-REPORT-DATE
               EXIT PARAGRAPH
           END-IF

           IF WS-CALLER-ACTIVE AND USG-CALLER-ID NOT = WS-CURRENT-CALLER
               PERFORM FINISH-CALLER
           END-IF
           IF NOT WS-CALLER-ACTIVE
               PERFORM START-CALLER
           END-IF

           ADD 1 TO WS-TOTAL-RECORDS
           PERFORM GATHER-ONE-COUNTER

           EXIT.

       START-CALLER.

           MOVE USG-CALLER-ID TO WS-CURRENT-CALLER
           SET WS-CALLER-ACTIVE TO TRUE
           MOVE 0 TO WS-TYPE-COUNT
           INITIALIZE WS-HOUR-TABLE
           ADD 1 TO WS-TOTAL-CALLERS

           EXIT.

      ******************************************************************
      * Add one hour's counters to the caller's type and hour totals.  *
      ******************************************************************
       GATHER-ONE-COUNTER.

           IF USG-ACCEPTED NOT NUMERIC
               MOVE 0 TO USG-ACCEPTED
           END-IF
           IF USG-REFUSED NOT NUMERIC
               MOVE 0 TO USG-REFUSED
           END-IF
           IF USG-HOURLY-LIMIT NOT NUMERIC
               MOVE 0 TO USG-HOURLY-LIMIT
           END-IF
           COMPUTE WS-HOUR-TOTAL = USG-ACCEPTED + USG-REFUSED

           PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
                   UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
                      OR WS-TYP-REQUEST-TYPE(WS-TYPE-INDEX)
                           = USG-REQUEST-TYPE
               CONTINUE
           END-PERFORM
           IF WS-TYPE-INDEX > WS-TYPE-COUNT
               IF WS-TYPE-COUNT = 20
                   DISPLAY '==> ZTPCUSRP too many request types for '
                       WS-CURRENT-CALLER ', ignoring ' USG-KEY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TYPE-COUNT
               MOVE WS-TYPE-COUNT TO WS-TYPE-INDEX
               INITIALIZE WS-TYPE-ENTRY(WS-TYPE-INDEX)
               MOVE USG-REQUEST-TYPE
                   TO WS-TYP-REQUEST-TYPE(WS-TYPE-INDEX)
               MOVE USG-HOURLY-LIMIT TO WS-TYP-LIMIT(WS-TYPE-INDEX)
           END-IF

           ADD USG-ACCEPTED TO WS-TYP-ACCEPTED(WS-TYPE-INDEX)
           ADD USG-REFUSED TO WS-TYP-REFUSED(WS-TYPE-INDEX)
           IF WS-HOUR-TOTAL > WS-TYP-PEAK-COUNT(WS-TYPE-INDEX)
               MOVE WS-HOUR-TOTAL TO WS-TYP-PEAK-COUNT(WS-TYPE-INDEX)
               MOVE USG-HOUR TO WS-TYP-PEAK-HOUR(WS-TYPE-INDEX)
           END-IF
      *-----------------------------------------------------------------
      * How close the caller came to its limit is judged on the
      * busiest hour by accepted requests, against the limit in force
      * in that hour.
      *-----------------------------------------------------------------
           IF USG-ACCEPTED > WS-TYP-PEAK-ACCEPTED(WS-TYPE-INDEX)
               MOVE USG-ACCEPTED
                   TO WS-TYP-PEAK-ACCEPTED(WS-TYPE-INDEX)
               MOVE USG-HOURLY-LIMIT TO WS-TYP-LIMIT(WS-TYPE-INDEX)
           END-IF

           IF USG-HOUR IS NUMERIC
               MOVE USG-HOUR TO WS-HOUR-NUMBER
               IF WS-HOUR-NUMBER < 24
                   ADD WS-HOUR-TOTAL
                       TO WS-HOUR-COUNT(WS-HOUR-NUMBER + 1)
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * Report the caller: a line per request type, then its total.    *
      ******************************************************************
       FINISH-CALLER.

           MOVE 0 TO WS-CALLER-ACCEPTED
           MOVE 0 TO WS-CALLER-REFUSED
           MOVE 0 TO WS-CALLER-FLAGGED-FLAG

           PERFORM REPORT-ONE-TYPE
               VARYING WS-TYPE-INDEX FROM 1 BY 1
               UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT

           MOVE 1 TO WS-CALLER-PEAK-INDEX
           PERFORM VARYING WS-HOUR-INDEX FROM 2 BY 1
                   UNTIL WS-HOUR-INDEX > 24
               IF WS-HOUR-COUNT(WS-HOUR-INDEX) >
                       WS-HOUR-COUNT(WS-CALLER-PEAK-INDEX)
                   MOVE WS-HOUR-INDEX TO WS-CALLER-PEAK-INDEX
               END-IF
           END-PERFORM

           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM SET-REPORT-CALLER
           MOVE 'ALL' TO RPT-TYPE
           MOVE WS-CALLER-ACCEPTED TO RPT-ACCEPTED
           MOVE WS-CALLER-REFUSED TO RPT-REFUSED
           COMPUTE WS-HOUR-NUMBER = WS-CALLER-PEAK-INDEX - 1
           STRING WS-HOUR-NUMBER ':00' DELIMITED BY SIZE
               INTO RPT-PEAK-HOUR
           MOVE WS-HOUR-COUNT(WS-CALLER-PEAK-INDEX) TO RPT-PEAK-COUNT
           MOVE RPT-DETAIL-LINE TO USAGE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO USAGE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           ADD WS-CALLER-ACCEPTED TO WS-TOTAL-ACCEPTED
           ADD WS-CALLER-REFUSED TO WS-TOTAL-REFUSED
           MOVE 0 TO WS-CALLER-ACTIVE-FLAG

           EXIT.

       REPORT-ONE-TYPE.

           MOVE SPACES TO RPT-DETAIL-LINE
           PERFORM SET-REPORT-CALLER
           MOVE WS-TYP-REQUEST-TYPE(WS-TYPE-INDEX) TO RPT-TYPE
           MOVE WS-TYP-ACCEPTED(WS-TYPE-INDEX) TO RPT-ACCEPTED
           MOVE WS-TYP-REFUSED(WS-TYPE-INDEX) TO RPT-REFUSED
           STRING WS-TYP-PEAK-HOUR(WS-TYPE-INDEX) ':00'
               DELIMITED BY SIZE INTO RPT-PEAK-HOUR
           MOVE WS-TYP-PEAK-COUNT(WS-TYPE-INDEX) TO RPT-PEAK-COUNT

           IF WS-TYP-LIMIT(WS-TYPE-INDEX) = 0
               MOVE '     NONE' TO RPT-LIMIT
               MOVE SPACES TO RPT-PEAK-PERCENT
           ELSE
               MOVE WS-TYP-LIMIT(WS-TYPE-INDEX) TO WS-EDIT-LIMIT
               MOVE WS-EDIT-LIMIT TO RPT-LIMIT
               COMPUTE WS-PEAK-PERCENT =
                   WS-TYP-PEAK-ACCEPTED(WS-TYPE-INDEX) * 100
                   / WS-TYP-LIMIT(WS-TYPE-INDEX)
               MOVE WS-PEAK-PERCENT TO WS-EDIT-PERCENT
               STRING WS-EDIT-PERCENT '%' DELIMITED BY SIZE
                   INTO RPT-PEAK-PERCENT
           END-IF

           EVALUATE TRUE
               WHEN WS-TYP-REFUSED(WS-TYPE-INDEX) > 0
                   MOVE 'OVER LIMIT' TO RPT-STATUS
                   ADD 1 TO WS-TOTAL-OVER
                   SET WS-CALLER-FLAGGED TO TRUE
               WHEN WS-TYP-LIMIT(WS-TYPE-INDEX) > 0
                       AND WS-PEAK-PERCENT >= CFG-WARN-PERCENT
                   MOVE 'APPROACHING' TO RPT-STATUS
                   ADD 1 TO WS-TOTAL-APPROACHING
                   SET WS-CALLER-FLAGGED TO TRUE
               WHEN OTHER
                   MOVE SPACES TO RPT-STATUS
           END-EVALUATE

           MOVE RPT-DETAIL-LINE TO USAGE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           ADD WS-TYP-ACCEPTED(WS-TYPE-INDEX) TO WS-CALLER-ACCEPTED
           ADD WS-TYP-REFUSED(WS-TYPE-INDEX) TO WS-CALLER-REFUSED

           EXIT.

      ******************************************************************
      * A caller that did not identify itself (a region running        *
      * without AUTHFILE) is counted under blanks; show it readably.   *
      ******************************************************************
       SET-REPORT-CALLER.

           IF WS-CURRENT-CALLER = SPACES
               MOVE '(NONE)' TO RPT-CALLER
           ELSE
               MOVE WS-CURRENT-CALLER TO RPT-CALLER
           END-IF

           EXIT.

       WRITE-USAGE-SUMMARY.

           MOVE 'CALLERS REPORTED' TO RPT-SUMMARY-LABEL
           MOVE WS-TOTAL-CALLERS TO RPT-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'REQUESTS ACCEPTED' TO RPT-SUMMARY-LABEL
           MOVE WS-TOTAL-ACCEPTED TO RPT-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'REQUESTS REFUSED' TO RPT-SUMMARY-LABEL
           MOVE WS-TOTAL-REFUSED TO RPT-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CALLER/TYPES OVER LIMIT' TO RPT-SUMMARY-LABEL
           MOVE WS-TOTAL-OVER TO RPT-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CALLER/TYPES APPROACHING LIMIT' TO RPT-SUMMARY-LABEL
           MOVE WS-TOTAL-APPROACHING TO RPT-SUMMARY-COUNT
           PERFORM WRITE-SUMMARY-LINE

           DISPLAY '==> ZTPCUSRP callers reported : ' WS-TOTAL-CALLERS
           DISPLAY '==> ZTPCUSRP counters read    : ' WS-TOTAL-RECORDS
           DISPLAY '==> ZTPCUSRP requests refused : ' WS-TOTAL-REFUSED
           DISPLAY '==> ZTPCUSRP over limit       : ' WS-TOTAL-OVER
           DISPLAY '==> ZTPCUSRP approaching limit: '
               WS-TOTAL-APPROACHING
           DISPLAY '==> ZTPCUSRP counters purged  : ' WS-TOTAL-PURGED

           IF (WS-TOTAL-OVER > 0 OR WS-TOTAL-APPROACHING > 0)
                   AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-SUMMARY-LINE.

           MOVE RPT-SUMMARY-LINE TO USAGE-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE.

           WRITE USAGE-REPORT-RECORD
           IF NOT USAGE-REPORT-FS-OK
               DISPLAY '5: Error writing usage report: '
                   USAGE-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       CLOSE-USAGE-FILES.

           CLOSE CALLUSE
           IF NOT CALLUSE-FS-OK
               DISPLAY '6: Error closing CALLUSE: ' CALLUSE-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE USAGE-REPORT
           IF NOT USAGE-REPORT-FS-OK
               DISPLAY '7: Error closing usage report: '
                   USAGE-REPORT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.
