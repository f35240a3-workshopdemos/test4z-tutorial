       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTRSVC.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Business-service composite health report for TRENDY. The       *
      * service review asks "is Online Banking healthy?", not how      *
      * each region rated. The SVCDEF file (see ZTPTRSVD) maps every   *
      * business service to its member systems, each with a weight;    *
      * this program browses one day of the HEALTH-TREND-HISTORY KSDS  *
      * and combines the members' happy ratings into a single          *
      * weighted composite per service:                                *
      *                                                                *
      *   per hour - weighted mean of the members that reported in     *
      *              that 60-minute trend interval, with the worst     *
      *              member (lowest happy rating) named                *
      *   per day  - weighted mean over all the day's member           *
      *              intervals, with the member whose daily mean was   *
      *              lowest named                                      *
      *                                                                *
      * An hour in which no member reported is shown as NO DATA; an    *
      * hour with only some members shows how many of them reported,   *
      * so a region that went silent is not mistaken for a healthy     *
      * one. A composite under the floor is marked DEGRADED.           *
      *                                                                *
      * Optional runtime PARMs: 'DATE=YYYY-MM-DD' selects the day      *
      * (default: yesterday) and 'FLR=nn' the happy-rating floor       *
      * (default matches TRENDY's global CFG-HAPPY-RATING-FLOOR of 3). *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HEALTH-TREND-HISTORY ASSIGN TO HTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HTH-KEY-FIELDS
           FILE STATUS IS HEALTH-TREND-HISTORY-FS.

           SELECT SERVICE-DEFINITION ASSIGN TO SVCDEF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SERVICE-DEFINITION-FS.

           SELECT SERVICE-REPORT ASSIGN TO SVCRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SERVICE-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  HEALTH-TREND-HISTORY RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HTH-TREND-SUMMARY-RECORD.
           COPY ZTPTRDWK REPLACING ==:XTR:== BY ==HTH==.

       FD  SERVICE-DEFINITION RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SVD-SERVICE-DEFINITION-RECORD.
           COPY ZTPTRSVD REPLACING ==:SVD:== BY ==SVD==.

       FD  SERVICE-REPORT RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SERVICE-REPORT-RECORD.
       01  SERVICE-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  HEALTH-TREND-HISTORY-FS     PIC 9(2).
           88 HEALTH-TREND-HISTORY-IO-SUCCESS VALUE 00.
           88 HEALTH-TREND-HISTORY-EOF        VALUE 10.
       77  SERVICE-DEFINITION-FS       PIC 9(2).
           88 SERVICE-DEFINITION-IO-SUCCESS VALUE 00.
           88 SERVICE-DEFINITION-EOF        VALUE 10.
       77  SERVICE-REPORT-FS           PIC 9(2).
           88 SERVICE-REPORT-IO-SUCCESS VALUE 00.

       77  TREND-HISTORY-IO-FLAG       PIC 9.
           88 TREND-HISTORY-DONE       VALUE 1.
           88 TREND-HISTORY-HAS-MORE   VALUE 0.
       77  SERVICE-DEFINITION-IO-FLAG  PIC 9.
           88 SERVICE-DEFINITION-DONE     VALUE 1.
           88 SERVICE-DEFINITION-HAS-MORE VALUE 0.

      ******************************************************************
      * Configuration parameters.                                      *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-TRSVC.
           05 CFG-HAPPY-RATING-FLOOR   PIC 9(2) VALUE 3.

      ******************************************************************
      * The reported day.                                              *
      ******************************************************************
       01  WS-CURRENT-DATE.
           05 CURR-YEAR                PIC 9(4).
           05 CURR-MONTH               PIC 9(2).
           05 CURR-DAY                 PIC 9(2).
           05 FILLER                   PIC X(13).
       01  WS-REPORT-DATE.
           05 WS-RD-YEAR               PIC 9(4).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-RD-MONTH              PIC 9(2).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-RD-DAY                PIC 9(2).
       01  DAI-DATE-AS-INTEGER         PIC 9(8).
       01  DAI-DATE-AS-INTEGER-REDEF REDEFINES DAI-DATE-AS-INTEGER.
           05 DAI-YEAR                 PIC 9(4).
           05 DAI-MONTH                PIC 9(2).
           05 DAI-DAY                  PIC 9(2).
       77  WS-DAY-NUM                  PIC 9(7).

      ******************************************************************
      * The service table: each service, its members with their        *
      * weights and daily tallies, and one accumulator per hour.       *
      ******************************************************************
       01  WS-SERVICE-TABLE.
           05 WS-SV-ENTRY OCCURS 10 TIMES.
               10 WS-SV-SERVICE-ID     PIC X(8) VALUE SPACES.
               10 WS-SV-SERVICE-NAME   PIC X(30) VALUE SPACES.
               10 WS-SV-MEMBER-COUNT   PIC 9(2) VALUE 0.
               10 WS-SV-MEMBER OCCURS 10 TIMES.
                   15 WS-SM-SYSTEM-ID  PIC X(3) VALUE SPACES.
                   15 WS-SM-WEIGHT     PIC 9(3) VALUE 0.
                   15 WS-SM-DAY-RATING-SUM PIC 9(5) VALUE 0.
                   15 WS-SM-DAY-INTERVALS  PIC 9(3) VALUE 0.
               10 WS-SV-HOUR OCCURS 24 TIMES.
                   15 WS-SH-WEIGHTED-SUM   PIC 9(7) VALUE 0.
                   15 WS-SH-WEIGHT-SUM     PIC 9(5) VALUE 0.
                   15 WS-SH-MEMBERS        PIC 9(2) VALUE 0.
                   15 WS-SH-WORST-SYSTEM   PIC X(3) VALUE SPACES.
                   15 WS-SH-WORST-RATING   PIC 9(2) VALUE 99.
               10 WS-SV-DAY-WEIGHTED-SUM   PIC 9(9) VALUE 0.
               10 WS-SV-DAY-WEIGHT-SUM     PIC 9(7) VALUE 0.
       77  WS-SV-COUNT                 PIC 9(3) VALUE 0.
       77  WS-SV-INDEX                 PIC 9(3).
       77  WS-SM-INDEX                 PIC 9(3).
       77  WS-HOUR-INDEX               PIC 9(3).
       77  WS-INTERVAL-HOUR            PIC 9(2).
       77  WS-SV-FOUND-FLAG            PIC 9.
           88 WS-SV-ENTRY-FOUND        VALUE 1.
           88 WS-SV-ENTRY-NOT-FOUND    VALUE 0.
       77  WS-SM-FOUND-FLAG            PIC 9.
           88 WS-SM-ENTRY-FOUND        VALUE 1.
           88 WS-SM-ENTRY-NOT-FOUND    VALUE 0.
       77  WS-MATCHED-FLAG             PIC 9.
           88 WS-RECORD-MATCHED        VALUE 1.
           88 WS-RECORD-NOT-MATCHED    VALUE 0.

       77  WS-BROWSE-START             PIC X(16).
       77  WS-COMPOSITE-RATING         PIC 9(2)V9.
       77  WS-MEMBER-DAY-RATING        PIC 9(2)V9.
       77  WS-WORST-DAY-RATING         PIC 9(2)V9.
       77  WS-WORST-DAY-SYSTEM         PIC X(3).
       77  WS-UNMAPPED-COUNT           PIC 9(6) VALUE 0.
       77  WS-DEGRADED-COUNT           PIC 9(4) VALUE 0.

       01  SVC-SERVICE-HEADER-LINE.
           05 FILLER                   PIC X(12) VALUE '==> SERVICE '.
           05 SVC-HDR-SERVICE-ID       PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 SVC-HDR-SERVICE-NAME     PIC X(30).
           05 FILLER                   PIC X(5) VALUE ' FOR '.
           05 SVC-HDR-DATE             PIC X(10).
           05 FILLER                   PIC X(10) VALUE ' MEMBERS: '.
           05 SVC-HDR-MEMBERS          PIC X(40).
           05 FILLER                   PIC X(4) VALUE SPACES.

       01  SVC-HOUR-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 SVC-HOUR                 PIC 9(2).
           05 FILLER                   PIC X(14) VALUE ':00 COMPOSITE='.
           05 SVC-HOUR-COMPOSITE       PIC Z9.9.
           05 FILLER                   PIC X(10) VALUE ' REPORTED='.
           05 SVC-HOUR-MEMBERS         PIC Z9.
           05 FILLER                   PIC X VALUE '/'.
           05 SVC-HOUR-OF-MEMBERS      PIC Z9.
           05 FILLER                   PIC X(7) VALUE ' WORST='.
           05 SVC-HOUR-WORST-SYSTEM    PIC X(3).
           05 FILLER                   PIC X VALUE '('.
           05 SVC-HOUR-WORST-RATING    PIC Z9.
           05 FILLER                   PIC X(2) VALUE ') '.
           05 SVC-HOUR-STATUS          PIC X(8).
           05 FILLER                   PIC X(58) VALUE SPACES.

       01  SVC-DAY-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 FILLER                   PIC X(16) VALUE
              'DAY   COMPOSITE='.
           05 SVC-DAY-COMPOSITE        PIC Z9.9.
           05 FILLER                   PIC X(7) VALUE ' WORST='.
           05 SVC-DAY-WORST-SYSTEM     PIC X(3).
           05 FILLER                   PIC X VALUE '('.
           05 SVC-DAY-WORST-RATING     PIC Z9.9.
           05 FILLER                   PIC X(2) VALUE ') '.
           05 SVC-DAY-STATUS           PIC X(8).
           05 FILLER                   PIC X(71) VALUE SPACES.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES ('DATE=YYYY-MM-DD,FLR=nn'). *
      ******************************************************************
       77  WS-PARM                     PIC X(100).
       77  WS-PARM-FIELD               PIC X(20).
       77  WS-PARM-FIELD-2             PIC X(20).
       77  WS-PARM-INDEX               PIC 9(2).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH           PIC S9(4) COMP.
           05 LS-PARM-DATA             PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPTRSVC start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM-OVERRIDES
           PERFORM OPEN-SERVICE-FILES
           PERFORM LOAD-SERVICE-DEFINITIONS
           PERFORM BROWSE-DAY-HISTORY
           PERFORM WRITE-SERVICE-REPORT
           PERFORM CLOSE-SERVICE-FILES

           DISPLAY '==> ZTPTRSVC end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       CHECK-PARM-OVERRIDES.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE CURR-YEAR  TO DAI-YEAR
           MOVE CURR-MONTH TO DAI-MONTH
           MOVE CURR-DAY   TO DAI-DAY
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER) - 1
           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
           MOVE DAI-YEAR  TO WS-RD-YEAR
           MOVE DAI-MONTH TO WS-RD-MONTH
           MOVE DAI-DAY   TO WS-RD-DAY

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               EXIT PARAGRAPH
           END-IF

           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD WS-PARM-FIELD-2
           END-UNSTRING

           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 2
                   UNTIL WS-PARM-INDEX > 3
               IF WS-PARM-FIELD(1:5) = 'DATE='
                       AND WS-PARM-FIELD(6:4) IS NUMERIC
                       AND WS-PARM-FIELD(11:2) IS NUMERIC
                       AND WS-PARM-FIELD(14:2) IS NUMERIC
                   MOVE WS-PARM-FIELD(6:10) TO WS-REPORT-DATE
               END-IF
               IF WS-PARM-FIELD(1:4) = 'FLR='
                       AND WS-PARM-FIELD(5:2) IS NUMERIC
                   MOVE WS-PARM-FIELD(5:2) TO CFG-HAPPY-RATING-FLOOR
               END-IF
               MOVE WS-PARM-FIELD-2 TO WS-PARM-FIELD
           END-PERFORM

           EXIT.

       OPEN-SERVICE-FILES.

           OPEN INPUT HEALTH-TREND-HISTORY
           IF NOT HEALTH-TREND-HISTORY-IO-SUCCESS
               DISPLAY '1: Error opening trend history: '
                   HEALTH-TREND-HISTORY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SERVICE-DEFINITION
           IF NOT SERVICE-DEFINITION-IO-SUCCESS
               DISPLAY '2: Error opening service definitions: '
                   SERVICE-DEFINITION-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SERVICE-REPORT
           IF NOT SERVICE-REPORT-IO-SUCCESS
               DISPLAY '3: Error opening service report: '
                   SERVICE-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY '==> ZTPTRSVC reporting ' WS-REPORT-DATE
               ', happy rating floor ' CFG-HAPPY-RATING-FLOOR

           EXIT.

       LOAD-SERVICE-DEFINITIONS.

           SET SERVICE-DEFINITION-HAS-MORE TO TRUE
           PERFORM UNTIL SERVICE-DEFINITION-DONE
               READ SERVICE-DEFINITION
                   AT END
                       SET SERVICE-DEFINITION-DONE TO TRUE
                   NOT AT END
                       PERFORM ADD-SERVICE-MEMBER
               END-READ

               IF NOT SERVICE-DEFINITION-IO-SUCCESS AND
                       NOT SERVICE-DEFINITION-EOF
                   DISPLAY '4: Error reading service definitions: '
                       SERVICE-DEFINITION-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET SERVICE-DEFINITION-DONE TO TRUE
               END-IF
           END-PERFORM

           IF WS-SV-COUNT = 0
               DISPLAY '==> ZTPTRSVC: no service definitions; '
                   'nothing to report'
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * One member record: find (or start) its service, then add the   *
      * member. A member with no weight, or a duplicate member, is     *
      * skipped with a warning.                                        *
      ******************************************************************
       ADD-SERVICE-MEMBER.

           IF SVD-SERVICE-ID = SPACES
                   OR SVD-SYSTEM-ID = SPACES
                   OR SVD-WEIGHT IS NOT NUMERIC
                   OR SVD-WEIGHT = 0
               DISPLAY '==> ZTPTRSVC: invalid service definition '
                   'skipped: ' SVD-SERVICE-DEFINITION-RECORD(1:50)
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SET WS-SV-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SV-INDEX FROM 1 BY 1
                   UNTIL WS-SV-INDEX > WS-SV-COUNT
                       OR WS-SV-ENTRY-FOUND
               IF WS-SV-SERVICE-ID(WS-SV-INDEX) = SVD-SERVICE-ID
                   SET WS-SV-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-SV-ENTRY-FOUND
               SUBTRACT 1 FROM WS-SV-INDEX
           ELSE
               IF WS-SV-COUNT >= 10
                   DISPLAY '==> ZTPTRSVC: service table full, '
                       'ignoring ' SVD-SERVICE-ID
                   MOVE RC-WARNING TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SV-COUNT
               MOVE WS-SV-COUNT TO WS-SV-INDEX
               MOVE SVD-SERVICE-ID TO WS-SV-SERVICE-ID(WS-SV-INDEX)
               MOVE SVD-SERVICE-NAME
                   TO WS-SV-SERVICE-NAME(WS-SV-INDEX)
           END-IF

           SET WS-SM-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-SV-MEMBER-COUNT(WS-SV-INDEX)
                       OR WS-SM-ENTRY-FOUND
               IF WS-SM-SYSTEM-ID(WS-SV-INDEX, WS-SM-INDEX) =
                       SVD-SYSTEM-ID
                   SET WS-SM-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-SM-ENTRY-FOUND
                   OR WS-SV-MEMBER-COUNT(WS-SV-INDEX) >= 10
               DISPLAY '==> ZTPTRSVC: duplicate or excess member '
                   'skipped: ' SVD-SERVICE-ID ' ' SVD-SYSTEM-ID
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SV-MEMBER-COUNT(WS-SV-INDEX)
           MOVE WS-SV-MEMBER-COUNT(WS-SV-INDEX) TO WS-SM-INDEX
           MOVE SVD-SYSTEM-ID
               TO WS-SM-SYSTEM-ID(WS-SV-INDEX, WS-SM-INDEX)
           MOVE SVD-WEIGHT TO WS-SM-WEIGHT(WS-SV-INDEX, WS-SM-INDEX)

           EXIT.

      ******************************************************************
      * Browse the day's slice of HEALTH-TREND-HISTORY; every record   *
      * is credited to each service the system is a member of.         *
      ******************************************************************
       BROWSE-DAY-HISTORY.

           MOVE SPACES TO WS-BROWSE-START
           STRING WS-REPORT-DATE ' 00:00'
               DELIMITED BY SIZE INTO WS-BROWSE-START

           MOVE WS-BROWSE-START TO HTH-INTERVAL
           MOVE LOW-VALUES TO HTH-SYSTEM-ID
           SET TREND-HISTORY-HAS-MORE TO TRUE
           START HEALTH-TREND-HISTORY
                   KEY IS GREATER OR EQUAL TO HTH-KEY-FIELDS
               INVALID KEY
                   SET TREND-HISTORY-DONE TO TRUE
           END-START

           PERFORM UNTIL TREND-HISTORY-DONE
               READ HEALTH-TREND-HISTORY NEXT RECORD
                   AT END
                       SET TREND-HISTORY-DONE TO TRUE
                   NOT AT END
                       IF HTH-INTERVAL(1:10) > WS-REPORT-DATE
                           SET TREND-HISTORY-DONE TO TRUE
                       ELSE
                           PERFORM TALLY-ONE-SERVICE-INTERVAL
                       END-IF
               END-READ

               IF NOT HEALTH-TREND-HISTORY-IO-SUCCESS AND
                       NOT HEALTH-TREND-HISTORY-EOF
                   DISPLAY '5: Error reading trend history: '
                       HEALTH-TREND-HISTORY-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET TREND-HISTORY-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

       TALLY-ONE-SERVICE-INTERVAL.

           IF HTH-HAPPY-RATING IS NOT NUMERIC
                   OR HTH-INTERVAL(12:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE HTH-INTERVAL(12:2) TO WS-INTERVAL-HOUR
           COMPUTE WS-HOUR-INDEX = WS-INTERVAL-HOUR + 1
           IF WS-HOUR-INDEX > 24
               EXIT PARAGRAPH
           END-IF

           SET WS-RECORD-NOT-MATCHED TO TRUE
           PERFORM VARYING WS-SV-INDEX FROM 1 BY 1
                   UNTIL WS-SV-INDEX > WS-SV-COUNT
               PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                       UNTIL WS-SM-INDEX >
                           WS-SV-MEMBER-COUNT(WS-SV-INDEX)
                   IF WS-SM-SYSTEM-ID(WS-SV-INDEX, WS-SM-INDEX) =
                           HTH-SYSTEM-ID
                       SET WS-RECORD-MATCHED TO TRUE
                       PERFORM CREDIT-SERVICE-MEMBER
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-RECORD-NOT-MATCHED
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF

           EXIT.

      ******************************************************************
      * Input: WS-SV-INDEX, WS-SM-INDEX, WS-HOUR-INDEX, HTH record     *
      ******************************************************************
       CREDIT-SERVICE-MEMBER.

           COMPUTE WS-SH-WEIGHTED-SUM(WS-SV-INDEX, WS-HOUR-INDEX) =
               WS-SH-WEIGHTED-SUM(WS-SV-INDEX, WS-HOUR-INDEX) +
               HTH-HAPPY-RATING * WS-SM-WEIGHT(WS-SV-INDEX, WS-SM-INDEX)
           ADD WS-SM-WEIGHT(WS-SV-INDEX, WS-SM-INDEX)
               TO WS-SH-WEIGHT-SUM(WS-SV-INDEX, WS-HOUR-INDEX)
           ADD 1 TO WS-SH-MEMBERS(WS-SV-INDEX, WS-HOUR-INDEX)

           IF HTH-HAPPY-RATING <
                   WS-SH-WORST-RATING(WS-SV-INDEX, WS-HOUR-INDEX)
               MOVE HTH-HAPPY-RATING
                   TO WS-SH-WORST-RATING(WS-SV-INDEX, WS-HOUR-INDEX)
               MOVE HTH-SYSTEM-ID
                   TO WS-SH-WORST-SYSTEM(WS-SV-INDEX, WS-HOUR-INDEX)
           END-IF

           ADD HTH-HAPPY-RATING
               TO WS-SM-DAY-RATING-SUM(WS-SV-INDEX, WS-SM-INDEX)
           ADD 1 TO WS-SM-DAY-INTERVALS(WS-SV-INDEX, WS-SM-INDEX)

           COMPUTE WS-SV-DAY-WEIGHTED-SUM(WS-SV-INDEX) =
               WS-SV-DAY-WEIGHTED-SUM(WS-SV-INDEX) +
               HTH-HAPPY-RATING * WS-SM-WEIGHT(WS-SV-INDEX, WS-SM-INDEX)
           ADD WS-SM-WEIGHT(WS-SV-INDEX, WS-SM-INDEX)
               TO WS-SV-DAY-WEIGHT-SUM(WS-SV-INDEX)

           EXIT.

       WRITE-SERVICE-REPORT.

           PERFORM VARYING WS-SV-INDEX FROM 1 BY 1
                   UNTIL WS-SV-INDEX > WS-SV-COUNT
               PERFORM WRITE-ONE-SERVICE-PAGE
           END-PERFORM

           IF WS-UNMAPPED-COUNT > 0
               DISPLAY '==> ZTPTRSVC: ' WS-UNMAPPED-COUNT
                   ' history records for systems in no service '
                   'were ignored'
           END-IF

           IF WS-DEGRADED-COUNT > 0
               DISPLAY '==> ZTPTRSVC: ' WS-DEGRADED-COUNT
                   ' service(s) degraded for the day'
           END-IF

           EXIT.

      ******************************************************************
      * Header, 24 hour lines, and the day line for one service.       *
      ******************************************************************
       WRITE-ONE-SERVICE-PAGE.

           MOVE WS-SV-SERVICE-ID(WS-SV-INDEX) TO SVC-HDR-SERVICE-ID
           MOVE WS-SV-SERVICE-NAME(WS-SV-INDEX)
               TO SVC-HDR-SERVICE-NAME
           MOVE WS-REPORT-DATE TO SVC-HDR-DATE
           MOVE SPACES TO SVC-HDR-MEMBERS
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-SV-MEMBER-COUNT(WS-SV-INDEX)
               MOVE WS-SM-SYSTEM-ID(WS-SV-INDEX, WS-SM-INDEX)
                   TO SVC-HDR-MEMBERS(WS-SM-INDEX * 4 - 3:3)
           END-PERFORM
           MOVE SVC-SERVICE-HEADER-LINE TO SERVICE-REPORT-RECORD
           PERFORM WRITE-SERVICE-LINE

           PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
                   UNTIL WS-HOUR-INDEX > 24
               PERFORM WRITE-ONE-HOUR-LINE
           END-PERFORM

           PERFORM WRITE-ONE-DAY-LINE

           EXIT.

       WRITE-ONE-HOUR-LINE.

           COMPUTE SVC-HOUR = WS-HOUR-INDEX - 1
           MOVE WS-SH-MEMBERS(WS-SV-INDEX, WS-HOUR-INDEX)
               TO SVC-HOUR-MEMBERS
           MOVE WS-SV-MEMBER-COUNT(WS-SV-INDEX) TO SVC-HOUR-OF-MEMBERS

           IF WS-SH-WEIGHT-SUM(WS-SV-INDEX, WS-HOUR-INDEX) = 0
               MOVE 0 TO SVC-HOUR-COMPOSITE
               MOVE SPACES TO SVC-HOUR-WORST-SYSTEM
               MOVE 0 TO SVC-HOUR-WORST-RATING
               MOVE 'NO DATA ' TO SVC-HOUR-STATUS
           ELSE
               COMPUTE WS-COMPOSITE-RATING ROUNDED =
                   WS-SH-WEIGHTED-SUM(WS-SV-INDEX, WS-HOUR-INDEX)
                   / WS-SH-WEIGHT-SUM(WS-SV-INDEX, WS-HOUR-INDEX)
               MOVE WS-COMPOSITE-RATING TO SVC-HOUR-COMPOSITE
               MOVE WS-SH-WORST-SYSTEM(WS-SV-INDEX, WS-HOUR-INDEX)
                   TO SVC-HOUR-WORST-SYSTEM
               MOVE WS-SH-WORST-RATING(WS-SV-INDEX, WS-HOUR-INDEX)
                   TO SVC-HOUR-WORST-RATING
               IF WS-COMPOSITE-RATING < CFG-HAPPY-RATING-FLOOR
                   MOVE 'DEGRADED' TO SVC-HOUR-STATUS
               ELSE
                   MOVE 'OK      ' TO SVC-HOUR-STATUS
               END-IF
           END-IF

           MOVE SVC-HOUR-LINE TO SERVICE-REPORT-RECORD
           PERFORM WRITE-SERVICE-LINE

           EXIT.

      ******************************************************************
      * The worst member for the day is the one with the lowest mean   *
      * happy rating over the intervals it reported.                   *
      ******************************************************************
       WRITE-ONE-DAY-LINE.

           MOVE 99 TO WS-WORST-DAY-RATING
           MOVE SPACES TO WS-WORST-DAY-SYSTEM
           PERFORM VARYING WS-SM-INDEX FROM 1 BY 1
                   UNTIL WS-SM-INDEX > WS-SV-MEMBER-COUNT(WS-SV-INDEX)
               IF WS-SM-DAY-INTERVALS(WS-SV-INDEX, WS-SM-INDEX) > 0
                   COMPUTE WS-MEMBER-DAY-RATING ROUNDED =
                       WS-SM-DAY-RATING-SUM(WS-SV-INDEX, WS-SM-INDEX)
                       / WS-SM-DAY-INTERVALS(WS-SV-INDEX, WS-SM-INDEX)
                   IF WS-MEMBER-DAY-RATING < WS-WORST-DAY-RATING
                       MOVE WS-MEMBER-DAY-RATING
                           TO WS-WORST-DAY-RATING
                       MOVE WS-SM-SYSTEM-ID(WS-SV-INDEX, WS-SM-INDEX)
                           TO WS-WORST-DAY-SYSTEM
                   END-IF
               END-IF
           END-PERFORM

           IF WS-SV-DAY-WEIGHT-SUM(WS-SV-INDEX) = 0
               MOVE 0 TO SVC-DAY-COMPOSITE
               MOVE SPACES TO SVC-DAY-WORST-SYSTEM
               MOVE 0 TO SVC-DAY-WORST-RATING
               MOVE 'NO DATA ' TO SVC-DAY-STATUS
           ELSE
               COMPUTE WS-COMPOSITE-RATING ROUNDED =
                   WS-SV-DAY-WEIGHTED-SUM(WS-SV-INDEX)
                   / WS-SV-DAY-WEIGHT-SUM(WS-SV-INDEX)
               MOVE WS-COMPOSITE-RATING TO SVC-DAY-COMPOSITE
               MOVE WS-WORST-DAY-SYSTEM TO SVC-DAY-WORST-SYSTEM
               MOVE WS-WORST-DAY-RATING TO SVC-DAY-WORST-RATING
               IF WS-COMPOSITE-RATING < CFG-HAPPY-RATING-FLOOR
                   MOVE 'DEGRADED' TO SVC-DAY-STATUS
                   ADD 1 TO WS-DEGRADED-COUNT
               ELSE
                   MOVE 'OK      ' TO SVC-DAY-STATUS
               END-IF
           END-IF

           MOVE SVC-DAY-LINE TO SERVICE-REPORT-RECORD
           PERFORM WRITE-SERVICE-LINE

           EXIT.

       WRITE-SERVICE-LINE.

           WRITE SERVICE-REPORT-RECORD
           IF NOT SERVICE-REPORT-IO-SUCCESS
               DISPLAY '6: Error writing service report: '
                   SERVICE-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY SERVICE-REPORT-RECORD(1:100)

           EXIT.

       CLOSE-SERVICE-FILES.

           CLOSE HEALTH-TREND-HISTORY
           IF NOT HEALTH-TREND-HISTORY-IO-SUCCESS
               DISPLAY '7: Error closing trend history: '
                   HEALTH-TREND-HISTORY-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE SERVICE-DEFINITION
           CLOSE SERVICE-REPORT
           IF NOT SERVICE-REPORT-IO-SUCCESS
               DISPLAY '8: Error closing service report: '
                   SERVICE-REPORT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.
