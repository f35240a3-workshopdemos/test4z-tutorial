       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTRCPR.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Weekly job CPU regression watch for TRENDY. ZTPTRJOB ranks one *
      * day's jobs; this program browses the JOBSTATS KSDS (see        *
      * ZTPTRJSR) over a longer span and, per system + job name,       *
      * compares the average CPU and elapsed seconds per run in the    *
      * recent days against the job's own baseline days before them:   *
      *                                                                *
      *   REGRESSED - run in both windows (at least the minimum runs   *
      *               in each) and the average CPU or elapsed per run  *
      *               grew by more than the threshold; followed by a   *
      *               TREND line of the average CPU per run in equal   *
      *               buckets (a week each, wider for long spans)      *
      *               across the whole span                            *
      *   NEW-JOB   - runs in the recent days, none in the baseline    *
      *   STOPPED   - runs in the baseline, none in the recent days    *
      *                                                                *
      * REGRESSED jobs are listed biggest growth first. Each line      *
      * names the owning application team from the owner registry      *
      * (system + job, then the system alone, as in ZTPTRCHB), so the  *
      * report can go straight to the team that has to look at it.     *
      * Any REGRESSED job ends the step with RC-WARNING.               *
      *                                                                *
      * Elapsed averages only count JOBSTATS records that carry the    *
      * elapsed total; records written before it existed are left      *
      * out of the elapsed comparison but still count for CPU.         *
      *                                                                *
      * Optional runtime PARMs: 'DATE=YYYY-MM-DD' selects the last     *
      * day of the recent window (default: yesterday), 'RCT=nn' the    *
      * recent days (default 7), 'BASE=nn' the baseline days before    *
      * them (default 28) and 'PCT=nnn' the growth threshold in        *
      * percent (default 50).                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JOB-STATS ASSIGN TO JOBSTATS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JOB-STATS-KEY
           FILE STATUS IS JOB-STATS-FS.

           SELECT OPTIONAL OWNER-REGISTRY ASSIGN TO OWNERREG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OWNER-REGISTRY-FS.

           SELECT REGRESSION-REPORT ASSIGN TO CPUREGR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REGRESSION-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  JOB-STATS RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS JOB-STATS-RECORD.
       01  JOB-STATS-RECORD.
           02  JOB-STATS-KEY   PIC X(27).
           02  JOB-STATS-DATA  PIC X(53).

      ******************************************************************
      * Owner registry, shared with ZTPTRCHB: the owner of a system,   *
      * or of one job on it when the job belongs to someone else       *
      * (blank job name = the system as a whole).                      *
      ******************************************************************
       FD  OWNER-REGISTRY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS OWNER-REGISTRY-RECORD.
       01  OWNER-REGISTRY-RECORD.
           05 OWN-SYSTEM-ID        PIC X(3).
           05 FILLER               PIC X.
           05 OWN-JOB-NAME         PIC X(8).
           05 FILLER               PIC X.
           05 OWN-COST-CENTER      PIC X(8).
           05 FILLER               PIC X.
           05 OWN-OWNER-NAME       PIC X(30).
           05 FILLER               PIC X(28).

       FD  REGRESSION-REPORT RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS REGRESSION-REPORT-RECORD.
       01  REGRESSION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  JOB-STATS-FS                PIC 9(2).
           88 JOB-STATS-IO-SUCCESS     VALUE 00.
           88 JOB-STATS-EOF            VALUE 10.
       77  OWNER-REGISTRY-FS           PIC 9(2).
           88 OWNER-REGISTRY-IO-SUCCESS VALUE 00.
           88 OWNER-REGISTRY-EOF        VALUE 10.
           88 OWNER-REGISTRY-NOT-SUPPLIED VALUE 05.
       77  REGRESSION-REPORT-FS        PIC 9(2).
           88 REGRESSION-REPORT-IO-SUCCESS VALUE 00.

       77  JOB-STATS-IO-FLAG           PIC 9.
           88 JOB-STATS-DONE           VALUE 1.
           88 JOB-STATS-HAS-MORE       VALUE 0.

      ******************************************************************
      * The JOBSTATS record layout (see ZTPTRJSR).                     *
      ******************************************************************
           COPY ZTPTRJSR REPLACING ==:JSR:== BY ==JSR==.

      ******************************************************************
      * Configuration parameters.                                      *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-TRCPR.
           05 CFG-RECENT-DAYS          PIC 9(2) VALUE 7.
           05 CFG-BASELINE-DAYS        PIC 9(2) VALUE 28.
           05 CFG-GROWTH-PCT           PIC 9(3) VALUE 50.
           05 CFG-MIN-RUNS             PIC 9(3) VALUE 3.
           05 CFG-MAX-TREND-BUCKETS    PIC 9(2) VALUE 8.

      ******************************************************************
      * The reported window: baseline start, recent start, last day.   *
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
       77  WS-END-DAY-NUM              PIC 9(7).
       77  WS-RECENT-DAY-NUM           PIC 9(7).
       77  WS-BASE-DAY-NUM             PIC 9(7).
       77  WS-SPAN-DAYS                PIC 9(3).
       77  WS-BUCKET-DAYS              PIC 9(2).
       77  WS-BUCKET-COUNT             PIC 9(2).
       77  WS-BUCKET-INDEX             PIC 9(2).
       77  WS-BROWSE-START             PIC X(16).
       77  WS-RECENT-START             PIC X(10).
       77  WS-RECORD-DATE              PIC X(10).

      ******************************************************************
      * One row per system + job name over the whole span: baseline    *
      * and recent totals, the days first and last seen, and the CPU   *
      * per trend bucket. ELA-RUNS counts only the runs whose records  *
      * carried an elapsed total.                                      *
      ******************************************************************
       01  WS-JOB-TABLE.
           05 WS-JB-ENTRY OCCURS 300 TIMES.
               10 WS-JB-SYSTEM-ID      PIC X(3).
               10 WS-JB-JOB-NAME       PIC X(8).
               10 WS-JB-FIRST-DATE     PIC X(10).
               10 WS-JB-LAST-DATE      PIC X(10).
               10 WS-JB-BASE-RUNS      PIC 9(8).
               10 WS-JB-BASE-CPU       PIC 9(10).
               10 WS-JB-BASE-ELA-RUNS  PIC 9(8).
               10 WS-JB-BASE-ELA       PIC 9(10).
               10 WS-JB-RCT-RUNS       PIC 9(8).
               10 WS-JB-RCT-CPU        PIC 9(10).
               10 WS-JB-RCT-ELA-RUNS   PIC 9(8).
               10 WS-JB-RCT-ELA        PIC 9(10).
               10 WS-JB-CPU-GROWTH     PIC S9(5).
               10 WS-JB-ELA-GROWTH     PIC S9(5).
               10 WS-JB-RANK-GROWTH    PIC S9(5).
               10 WS-JB-CLASS          PIC X.
                   88 WS-JB-REGRESSED  VALUE 'R'.
                   88 WS-JB-NEW        VALUE 'N'.
                   88 WS-JB-STOPPED    VALUE 'S'.
                   88 WS-JB-STEADY     VALUE ' '.
               10 WS-JB-REPORTED-FLAG  PIC 9.
                   88 WS-JB-REPORTED   VALUE 1.
               10 WS-JB-BUCKET OCCURS 8 TIMES.
                   15 WS-JB-BK-RUNS    PIC 9(8).
                   15 WS-JB-BK-CPU     PIC 9(10).
       77  WS-JB-COUNT                 PIC 9(3) VALUE 0.
       77  WS-JB-INDEX                 PIC 9(3).
       77  WS-JB-PICK                  PIC 9(3).
       77  WS-JB-FOUND-FLAG            PIC 9.
           88 WS-JB-ENTRY-FOUND        VALUE 1.
           88 WS-JB-ENTRY-NOT-FOUND    VALUE 0.
       77  WS-BEST-GROWTH              PIC S9(5).

       77  WS-REGRESSED-COUNT          PIC 9(3) VALUE 0.
       77  WS-NEW-COUNT                PIC 9(3) VALUE 0.
       77  WS-STOPPED-COUNT            PIC 9(3) VALUE 0.

      ******************************************************************
      * Growth and average work fields.                                *
      ******************************************************************
       77  WS-GROWTH-WORK              PIC S9(9).
       77  WS-AVG-WORK                 PIC 9(5)V99.
       77  WS-RUNS-WORK                PIC 9(8).
       77  WS-TOTAL-WORK               PIC 9(10).

      ******************************************************************
      * Owner registry table, loaded once (see ZTPTRCHB).              *
      ******************************************************************
       01  WS-OWNER-TABLE.
           05 WS-OW-ENTRY OCCURS 60 TIMES.
               10 WS-OW-SYSTEM-ID      PIC X(3).
               10 WS-OW-JOB-NAME       PIC X(8).
               10 WS-OW-OWNER-NAME     PIC X(30).
       77  WS-OW-COUNT                 PIC 9(3) VALUE 0.
       77  WS-OW-INDEX                 PIC 9(3).
       77  WS-OW-FOUND-FLAG            PIC 9.
           88 WS-OW-FOUND              VALUE 1.
           88 WS-OW-NOT-FOUND          VALUE 0.
       77  WS-WANT-OWNER-NAME          PIC X(30).

       01  CPR-HEADER-LINE.
           05 FILLER                   PIC X(28)
              VALUE '==> JOB CPU REGRESSIONS FOR '.
           05 CPR-HDR-RECENT-START     PIC X(10).
           05 FILLER                   PIC X(2) VALUE '..'.
           05 CPR-HDR-END-DATE         PIC X(10).
           05 FILLER                   PIC X(16)
              VALUE ' (BASELINE FROM '.
           05 CPR-HDR-BASE-START       PIC X(10).
           05 FILLER                   PIC X(15)
              VALUE ', GROWTH OVER +'.
           05 CPR-HDR-GROWTH-PCT       PIC ZZ9.
           05 FILLER                   PIC X(16)
              VALUE '%, MINIMUM RUNS '.
           05 CPR-HDR-MIN-RUNS         PIC ZZ9.
           05 FILLER                   PIC X VALUE ')'.
           05 FILLER                   PIC X(18) VALUE SPACES.

       01  REGRESSED-JOB-LINE.
           05 FILLER                   PIC X(10)
              VALUE 'REGRESSED '.
           05 RGL-SYSTEM-ID            PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 RGL-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X(9) VALUE ' CPU/RUN='.
           05 RGL-BASE-CPU             PIC ZZZZ9.99.
           05 FILLER                   PIC X(2) VALUE '->'.
           05 RGL-RCT-CPU              PIC ZZZZ9.99.
           05 FILLER                   PIC X(2) VALUE ' ('.
           05 RGL-CPU-GROWTH           PIC +++++9.
           05 FILLER                   PIC X(2) VALUE '%)'.
           05 FILLER                   PIC X(9) VALUE ' ELA/RUN='.
           05 RGL-BASE-ELA             PIC ZZZZ9.99.
           05 FILLER                   PIC X(2) VALUE '->'.
           05 RGL-RCT-ELA              PIC ZZZZ9.99.
           05 FILLER                   PIC X(2) VALUE ' ('.
           05 RGL-ELA-GROWTH           PIC +++++9.
           05 FILLER                   PIC X(2) VALUE '%)'.
           05 FILLER                   PIC X(6) VALUE ' TEAM='.
           05 RGL-OWNER-NAME           PIC X(30).

       01  TREND-LINE.
           05 FILLER                   PIC X(10)
              VALUE '  TREND   '.
           05 TRL-SYSTEM-ID            PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 TRL-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X(13) VALUE ' CPU/RUN PER '.
           05 TRL-BUCKET-DAYS          PIC Z9.
           05 FILLER                   PIC X(6) VALUE ' DAYS:'.
           05 TRL-BUCKET OCCURS 8 TIMES.
               10 FILLER               PIC X VALUE SPACE.
               10 TRL-BUCKET-AVG       PIC X(8).
           05 FILLER                   PIC X(17) VALUE SPACES.
       77  TRL-AVG-EDIT                PIC ZZZZ9.99.

       01  NEW-JOB-LINE.
           05 FILLER                   PIC X(10)
              VALUE 'NEW-JOB   '.
           05 NJL-SYSTEM-ID            PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 NJL-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X(7) VALUE ' FIRST='.
           05 NJL-FIRST-DATE           PIC X(10).
           05 FILLER                   PIC X(6) VALUE ' RUNS='.
           05 NJL-RUNS                 PIC Z(7)9.
           05 FILLER                   PIC X(9) VALUE ' CPU/RUN='.
           05 NJL-CPU                  PIC ZZZZ9.99.
           05 FILLER                   PIC X(9) VALUE ' ELA/RUN='.
           05 NJL-ELA                  PIC ZZZZ9.99.
           05 FILLER                   PIC X(6) VALUE ' TEAM='.
           05 NJL-OWNER-NAME           PIC X(30).
           05 FILLER                   PIC X(9) VALUE SPACES.

       01  STOPPED-JOB-LINE.
           05 FILLER                   PIC X(10)
              VALUE 'STOPPED   '.
           05 SJL-SYSTEM-ID            PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 SJL-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X(6) VALUE ' LAST='.
           05 SJL-LAST-DATE            PIC X(10).
           05 FILLER                   PIC X(11) VALUE ' BASE-RUNS='.
           05 SJL-RUNS                 PIC Z(7)9.
           05 FILLER                   PIC X(9) VALUE ' CPU/RUN='.
           05 SJL-CPU                  PIC ZZZZ9.99.
           05 FILLER                   PIC X(6) VALUE ' TEAM='.
           05 SJL-OWNER-NAME           PIC X(30).
           05 FILLER                   PIC X(22) VALUE SPACES.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES.                            *
      ******************************************************************
       77  WS-PARM                     PIC X(100).
       01  WS-PARM-FIELDS.
           05 WS-PARM-FIELD            PIC X(20) OCCURS 4 TIMES.
       77  WS-PARM-INDEX               PIC 9(2).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH           PIC S9(4) COMP.
           05 LS-PARM-DATA             PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPTRCPR start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM-OVERRIDES
           PERFORM COMPUTE-WINDOW-BOUNDS
           PERFORM OPEN-REGRESSION-FILES
           PERFORM LOAD-OWNER-REGISTRY
           PERFORM BROWSE-SPAN-JOB-STATS
           PERFORM CLASSIFY-JOBS
           PERFORM WRITE-REGRESSION-REPORT
           PERFORM CLOSE-REGRESSION-FILES

           IF WS-REGRESSED-COUNT > 0 AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY '==> ZTPTRCPR end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Default the last reported day to yesterday, then apply any     *
      * 'DATE=YYYY-MM-DD,RCT=nn,BASE=nn,PCT=nnn' overrides (any        *
      * order, any subset).                                            *
      ******************************************************************
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

           MOVE SPACES TO WS-PARM-FIELDS
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD(1) WS-PARM-FIELD(2)
                   WS-PARM-FIELD(3) WS-PARM-FIELD(4)
           END-UNSTRING

           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > 4
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:5) = 'DATE='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(6:4) IS NUMERIC
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(11:2)
                           IS NUMERIC
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(14:2)
                           IS NUMERIC
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(6:10)
                       TO WS-REPORT-DATE
               END-IF
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'RCT='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2) IS NUMERIC
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:2) > 0
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:2)
                       TO CFG-RECENT-DAYS
               END-IF
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:5) = 'BASE='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(6:2) IS NUMERIC
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(6:2) > 0
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(6:2)
                       TO CFG-BASELINE-DAYS
               END-IF
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'PCT='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:3) IS NUMERIC
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:3)
                       TO CFG-GROWTH-PCT
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * The recent window is the CFG-RECENT-DAYS ending on the         *
      * reported day; the baseline the CFG-BASELINE-DAYS before it.    *
      * The span is cut into trend buckets of a week each, widened     *
      * when the span would need more than CFG-MAX-TREND-BUCKETS.      *
      ******************************************************************
       COMPUTE-WINDOW-BOUNDS.

           MOVE WS-RD-YEAR  TO DAI-YEAR
           MOVE WS-RD-MONTH TO DAI-MONTH
           MOVE WS-RD-DAY   TO DAI-DAY
           COMPUTE WS-END-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
           COMPUTE WS-RECENT-DAY-NUM =
               WS-END-DAY-NUM - CFG-RECENT-DAYS + 1
           COMPUTE WS-BASE-DAY-NUM =
               WS-RECENT-DAY-NUM - CFG-BASELINE-DAYS

           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-RECENT-DAY-NUM)
           MOVE SPACES TO WS-RECENT-START
           STRING DAI-YEAR '-' DAI-MONTH '-' DAI-DAY
               DELIMITED BY SIZE INTO WS-RECENT-START

           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-BASE-DAY-NUM)
           MOVE SPACES TO WS-BROWSE-START
           STRING DAI-YEAR '-' DAI-MONTH '-' DAI-DAY ' 00:00'
               DELIMITED BY SIZE INTO WS-BROWSE-START

           COMPUTE WS-SPAN-DAYS = CFG-RECENT-DAYS + CFG-BASELINE-DAYS
           IF WS-SPAN-DAYS > CFG-MAX-TREND-BUCKETS * 7
               COMPUTE WS-BUCKET-DAYS =
                   (WS-SPAN-DAYS + CFG-MAX-TREND-BUCKETS - 1)
                   / CFG-MAX-TREND-BUCKETS
           ELSE
               MOVE 7 TO WS-BUCKET-DAYS
           END-IF
           COMPUTE WS-BUCKET-COUNT =
               (WS-SPAN-DAYS - 1) / WS-BUCKET-DAYS + 1

           DISPLAY '==> ZTPTRCPR recent ' WS-RECENT-START '..'
               WS-REPORT-DATE ' against a baseline from '
               WS-BROWSE-START(1:10)

           EXIT.

       OPEN-REGRESSION-FILES.

           OPEN INPUT JOB-STATS
           IF NOT JOB-STATS-IO-SUCCESS
               DISPLAY '1: Error opening job stats: ' JOB-STATS-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT OWNER-REGISTRY
           IF NOT OWNER-REGISTRY-IO-SUCCESS
                   AND NOT OWNER-REGISTRY-NOT-SUPPLIED
               DISPLAY '2: Error opening owner registry: '
                   OWNER-REGISTRY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REGRESSION-REPORT
           IF NOT REGRESSION-REPORT-IO-SUCCESS
               DISPLAY '3: Error opening regression report: '
                   REGRESSION-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       LOAD-OWNER-REGISTRY.

           READ OWNER-REGISTRY
           PERFORM UNTIL OWNER-REGISTRY-FS > 04
               IF OWN-SYSTEM-ID NOT = SPACES
                       AND OWN-OWNER-NAME NOT = SPACES
                   IF WS-OW-COUNT < 60
                       ADD 1 TO WS-OW-COUNT
                       MOVE OWN-SYSTEM-ID
                           TO WS-OW-SYSTEM-ID(WS-OW-COUNT)
                       MOVE OWN-JOB-NAME TO WS-OW-JOB-NAME(WS-OW-COUNT)
                       MOVE OWN-OWNER-NAME
                           TO WS-OW-OWNER-NAME(WS-OW-COUNT)
                   ELSE
                       DISPLAY '==> ZTPTRCPR owner table full, '
                           'skipped: ' OWNER-REGISTRY-RECORD(1:40)
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ OWNER-REGISTRY
           END-PERFORM

           DISPLAY '==> ZTPTRCPR loaded ' WS-OW-COUNT
               ' owner registry entr(ies)'

           EXIT.

      ******************************************************************
      * Browse JOBSTATS from the baseline start through the reported   *
      * day and fold every record into its system + job row.           *
      ******************************************************************
       BROWSE-SPAN-JOB-STATS.

           MOVE WS-BROWSE-START TO JOB-STATS-KEY
           SET JOB-STATS-HAS-MORE TO TRUE
           START JOB-STATS KEY IS GREATER OR EQUAL TO JOB-STATS-KEY
               INVALID KEY
                   SET JOB-STATS-DONE TO TRUE
           END-START

           PERFORM UNTIL JOB-STATS-DONE
               READ JOB-STATS NEXT RECORD
                   AT END
                       SET JOB-STATS-DONE TO TRUE
                   NOT AT END
                       MOVE JOB-STATS-RECORD TO JSR-JOB-STATS-RECORD
                       IF JSR-INTERVAL(1:10) > WS-REPORT-DATE
                           SET JOB-STATS-DONE TO TRUE
                       ELSE
                           PERFORM TALLY-ONE-JOB-STAT
                       END-IF
               END-READ

               IF NOT JOB-STATS-IO-SUCCESS AND NOT JOB-STATS-EOF
                   DISPLAY '4: Error reading job stats: '
                       JOB-STATS-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET JOB-STATS-DONE TO TRUE
               END-IF
           END-PERFORM

           DISPLAY '==> ZTPTRCPR tallied ' WS-JB-COUNT
               ' system/job row(s)'

           EXIT.

       TALLY-ONE-JOB-STAT.

           MOVE JSR-INTERVAL(1:10) TO WS-RECORD-DATE
           MOVE JSR-INTERVAL(1:4)  TO DAI-YEAR
           MOVE JSR-INTERVAL(6:2)  TO DAI-MONTH
           MOVE JSR-INTERVAL(9:2)  TO DAI-DAY
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)

           SET WS-JB-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-JB-INDEX FROM 1 BY 1
                   UNTIL WS-JB-INDEX > WS-JB-COUNT
                       OR WS-JB-ENTRY-FOUND
               IF WS-JB-SYSTEM-ID(WS-JB-INDEX) = JSR-SYSTEM-ID
                       AND WS-JB-JOB-NAME(WS-JB-INDEX) = JSR-JOB-NAME
                   SET WS-JB-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-JB-ENTRY-FOUND
               SUBTRACT 1 FROM WS-JB-INDEX
           ELSE
               IF WS-JB-COUNT >= 300
                   DISPLAY '==> ZTPTRCPR: job table full, detail '
                       'lost for ' JSR-SYSTEM-ID ' ' JSR-JOB-NAME
                   MOVE RC-WARNING TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF

               ADD 1 TO WS-JB-COUNT
               MOVE WS-JB-COUNT TO WS-JB-INDEX
               INITIALIZE WS-JB-ENTRY(WS-JB-INDEX)
               MOVE JSR-SYSTEM-ID TO WS-JB-SYSTEM-ID(WS-JB-INDEX)
               MOVE JSR-JOB-NAME TO WS-JB-JOB-NAME(WS-JB-INDEX)
               MOVE WS-RECORD-DATE TO WS-JB-FIRST-DATE(WS-JB-INDEX)
           END-IF

           MOVE WS-RECORD-DATE TO WS-JB-LAST-DATE(WS-JB-INDEX)

           IF WS-RECORD-DATE < WS-RECENT-START
               ADD JSR-REQUESTS TO WS-JB-BASE-RUNS(WS-JB-INDEX)
               ADD JSR-CPU-TIME-TOTAL TO WS-JB-BASE-CPU(WS-JB-INDEX)
               IF JSR-ELAPSED-TOTAL IS NUMERIC
                   ADD JSR-REQUESTS
                       TO WS-JB-BASE-ELA-RUNS(WS-JB-INDEX)
                   ADD JSR-ELAPSED-TOTAL
                       TO WS-JB-BASE-ELA(WS-JB-INDEX)
               END-IF
           ELSE
               IF WS-JB-RCT-RUNS(WS-JB-INDEX) = 0
                   MOVE WS-RECORD-DATE TO WS-JB-FIRST-DATE(WS-JB-INDEX)
               END-IF
               ADD JSR-REQUESTS TO WS-JB-RCT-RUNS(WS-JB-INDEX)
               ADD JSR-CPU-TIME-TOTAL TO WS-JB-RCT-CPU(WS-JB-INDEX)
               IF JSR-ELAPSED-TOTAL IS NUMERIC
                   ADD JSR-REQUESTS
                       TO WS-JB-RCT-ELA-RUNS(WS-JB-INDEX)
                   ADD JSR-ELAPSED-TOTAL
                       TO WS-JB-RCT-ELA(WS-JB-INDEX)
               END-IF
           END-IF

           COMPUTE WS-BUCKET-INDEX =
               (WS-DAY-NUM - WS-BASE-DAY-NUM) / WS-BUCKET-DAYS + 1
           IF WS-BUCKET-INDEX > WS-BUCKET-COUNT
               MOVE WS-BUCKET-COUNT TO WS-BUCKET-INDEX
           END-IF
           ADD JSR-REQUESTS
               TO WS-JB-BK-RUNS(WS-JB-INDEX, WS-BUCKET-INDEX)
           ADD JSR-CPU-TIME-TOTAL
               TO WS-JB-BK-CPU(WS-JB-INDEX, WS-BUCKET-INDEX)

           EXIT.

      ******************************************************************
      * Sort every row into REGRESSED / NEW / STOPPED / steady. The    *
      * growth is worked on the totals - (recent per run / baseline    *
      * per run - 1) * 100 - so short averages lose no precision.      *
      ******************************************************************
       CLASSIFY-JOBS.

           PERFORM VARYING WS-JB-INDEX FROM 1 BY 1
                   UNTIL WS-JB-INDEX > WS-JB-COUNT
               SET WS-JB-STEADY(WS-JB-INDEX) TO TRUE
               MOVE 0 TO WS-JB-REPORTED-FLAG(WS-JB-INDEX)
               EVALUATE TRUE
                   WHEN WS-JB-BASE-RUNS(WS-JB-INDEX) = 0
                           AND WS-JB-RCT-RUNS(WS-JB-INDEX) > 0
                       SET WS-JB-NEW(WS-JB-INDEX) TO TRUE
                       ADD 1 TO WS-NEW-COUNT
                   WHEN WS-JB-BASE-RUNS(WS-JB-INDEX) > 0
                           AND WS-JB-RCT-RUNS(WS-JB-INDEX) = 0
                       SET WS-JB-STOPPED(WS-JB-INDEX) TO TRUE
                       ADD 1 TO WS-STOPPED-COUNT
                   WHEN WS-JB-BASE-RUNS(WS-JB-INDEX) >= CFG-MIN-RUNS
                           AND WS-JB-RCT-RUNS(WS-JB-INDEX)
                               >= CFG-MIN-RUNS
                       PERFORM COMPUTE-JOB-GROWTH
               END-EVALUATE
           END-PERFORM

           DISPLAY '==> ZTPTRCPR ' WS-REGRESSED-COUNT ' regressed, '
               WS-NEW-COUNT ' new, ' WS-STOPPED-COUNT ' stopped job(s)'

           EXIT.

       COMPUTE-JOB-GROWTH.

           MOVE 0 TO WS-JB-CPU-GROWTH(WS-JB-INDEX)
           MOVE 0 TO WS-JB-ELA-GROWTH(WS-JB-INDEX)

           IF WS-JB-BASE-CPU(WS-JB-INDEX) > 0
               COMPUTE WS-GROWTH-WORK =
                   (WS-JB-RCT-CPU(WS-JB-INDEX)
                    * WS-JB-BASE-RUNS(WS-JB-INDEX) * 100)
                   / (WS-JB-BASE-CPU(WS-JB-INDEX)
                    * WS-JB-RCT-RUNS(WS-JB-INDEX)) - 100
               PERFORM CAP-GROWTH-WORK
               MOVE WS-GROWTH-WORK TO WS-JB-CPU-GROWTH(WS-JB-INDEX)
           ELSE
               IF WS-JB-RCT-CPU(WS-JB-INDEX) > 0
                   MOVE 99999 TO WS-JB-CPU-GROWTH(WS-JB-INDEX)
               END-IF
           END-IF

           IF WS-JB-BASE-ELA-RUNS(WS-JB-INDEX) >= CFG-MIN-RUNS
                   AND WS-JB-RCT-ELA-RUNS(WS-JB-INDEX) >= CFG-MIN-RUNS
               IF WS-JB-BASE-ELA(WS-JB-INDEX) > 0
                   COMPUTE WS-GROWTH-WORK =
                       (WS-JB-RCT-ELA(WS-JB-INDEX)
                        * WS-JB-BASE-ELA-RUNS(WS-JB-INDEX) * 100)
                       / (WS-JB-BASE-ELA(WS-JB-INDEX)
                        * WS-JB-RCT-ELA-RUNS(WS-JB-INDEX)) - 100
                   PERFORM CAP-GROWTH-WORK
                   MOVE WS-GROWTH-WORK
                       TO WS-JB-ELA-GROWTH(WS-JB-INDEX)
               ELSE
                   IF WS-JB-RCT-ELA(WS-JB-INDEX) > 0
                       MOVE 99999 TO WS-JB-ELA-GROWTH(WS-JB-INDEX)
                   END-IF
               END-IF
           END-IF

           IF WS-JB-CPU-GROWTH(WS-JB-INDEX) >
                   WS-JB-ELA-GROWTH(WS-JB-INDEX)
               MOVE WS-JB-CPU-GROWTH(WS-JB-INDEX)
                   TO WS-JB-RANK-GROWTH(WS-JB-INDEX)
           ELSE
               MOVE WS-JB-ELA-GROWTH(WS-JB-INDEX)
                   TO WS-JB-RANK-GROWTH(WS-JB-INDEX)
           END-IF

           IF WS-JB-RANK-GROWTH(WS-JB-INDEX) > CFG-GROWTH-PCT
               SET WS-JB-REGRESSED(WS-JB-INDEX) TO TRUE
               ADD 1 TO WS-REGRESSED-COUNT
           END-IF

           EXIT.

       CAP-GROWTH-WORK.

           IF WS-GROWTH-WORK > 99999
               MOVE 99999 TO WS-GROWTH-WORK
           END-IF

           EXIT.

      ******************************************************************
      * Header, then the REGRESSED jobs biggest growth first (selection*
      * by largest, as in ZTPTRJOB), each with its TREND line, then    *
      * the NEW-JOB and STOPPED lists in key order.                    *
      ******************************************************************
       WRITE-REGRESSION-REPORT.

           MOVE WS-RECENT-START TO CPR-HDR-RECENT-START
           MOVE WS-REPORT-DATE TO CPR-HDR-END-DATE
           MOVE WS-BROWSE-START(1:10) TO CPR-HDR-BASE-START
           MOVE CFG-GROWTH-PCT TO CPR-HDR-GROWTH-PCT
           MOVE CFG-MIN-RUNS TO CPR-HDR-MIN-RUNS
           MOVE CPR-HEADER-LINE TO REGRESSION-REPORT-RECORD
           PERFORM WRITE-REGRESSION-LINE

           PERFORM WS-REGRESSED-COUNT TIMES
               MOVE 0 TO WS-JB-PICK
               MOVE -99999 TO WS-BEST-GROWTH
               PERFORM VARYING WS-JB-INDEX FROM 1 BY 1
                       UNTIL WS-JB-INDEX > WS-JB-COUNT
                   IF WS-JB-REGRESSED(WS-JB-INDEX)
                           AND NOT WS-JB-REPORTED(WS-JB-INDEX)
                           AND WS-JB-RANK-GROWTH(WS-JB-INDEX)
                               > WS-BEST-GROWTH
                       MOVE WS-JB-RANK-GROWTH(WS-JB-INDEX)
                           TO WS-BEST-GROWTH
                       MOVE WS-JB-INDEX TO WS-JB-PICK
                   END-IF
               END-PERFORM

               IF WS-JB-PICK > 0
                   MOVE 1 TO WS-JB-REPORTED-FLAG(WS-JB-PICK)
                   PERFORM WRITE-REGRESSED-JOB
               END-IF
           END-PERFORM

           PERFORM VARYING WS-JB-PICK FROM 1 BY 1
                   UNTIL WS-JB-PICK > WS-JB-COUNT
               IF WS-JB-NEW(WS-JB-PICK)
                   PERFORM WRITE-NEW-JOB
               END-IF
           END-PERFORM

           PERFORM VARYING WS-JB-PICK FROM 1 BY 1
                   UNTIL WS-JB-PICK > WS-JB-COUNT
               IF WS-JB-STOPPED(WS-JB-PICK)
                   PERFORM WRITE-STOPPED-JOB
               END-IF
           END-PERFORM

           EXIT.

       WRITE-REGRESSED-JOB.

           PERFORM RESOLVE-OWNER

           MOVE WS-JB-SYSTEM-ID(WS-JB-PICK) TO RGL-SYSTEM-ID
           MOVE WS-JB-JOB-NAME(WS-JB-PICK) TO RGL-JOB-NAME
           MOVE WS-WANT-OWNER-NAME TO RGL-OWNER-NAME

           MOVE WS-JB-BASE-RUNS(WS-JB-PICK) TO WS-RUNS-WORK
           MOVE WS-JB-BASE-CPU(WS-JB-PICK) TO WS-TOTAL-WORK
           PERFORM COMPUTE-AVERAGE
           MOVE WS-AVG-WORK TO RGL-BASE-CPU
           MOVE WS-JB-RCT-RUNS(WS-JB-PICK) TO WS-RUNS-WORK
           MOVE WS-JB-RCT-CPU(WS-JB-PICK) TO WS-TOTAL-WORK
           PERFORM COMPUTE-AVERAGE
           MOVE WS-AVG-WORK TO RGL-RCT-CPU
           MOVE WS-JB-CPU-GROWTH(WS-JB-PICK) TO RGL-CPU-GROWTH

           MOVE WS-JB-BASE-ELA-RUNS(WS-JB-PICK) TO WS-RUNS-WORK
           MOVE WS-JB-BASE-ELA(WS-JB-PICK) TO WS-TOTAL-WORK
           PERFORM COMPUTE-AVERAGE
           MOVE WS-AVG-WORK TO RGL-BASE-ELA
           MOVE WS-JB-RCT-ELA-RUNS(WS-JB-PICK) TO WS-RUNS-WORK
           MOVE WS-JB-RCT-ELA(WS-JB-PICK) TO WS-TOTAL-WORK
           PERFORM COMPUTE-AVERAGE
           MOVE WS-AVG-WORK TO RGL-RCT-ELA
           MOVE WS-JB-ELA-GROWTH(WS-JB-PICK) TO RGL-ELA-GROWTH

           MOVE REGRESSED-JOB-LINE TO REGRESSION-REPORT-RECORD
           PERFORM WRITE-REGRESSION-LINE

      *-----------------------------------------------------------------
      * The trend line: average CPU per run in each bucket of the
      * span, '-' where the job did not run at all.
      *-----------------------------------------------------------------
           MOVE WS-JB-SYSTEM-ID(WS-JB-PICK) TO TRL-SYSTEM-ID
           MOVE WS-JB-JOB-NAME(WS-JB-PICK) TO TRL-JOB-NAME
           MOVE WS-BUCKET-DAYS TO TRL-BUCKET-DAYS
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > CFG-MAX-TREND-BUCKETS
               IF WS-BUCKET-INDEX > WS-BUCKET-COUNT
                   MOVE SPACES TO TRL-BUCKET-AVG(WS-BUCKET-INDEX)
               ELSE
                   IF WS-JB-BK-RUNS(WS-JB-PICK, WS-BUCKET-INDEX) = 0
                       MOVE '       -'
                           TO TRL-BUCKET-AVG(WS-BUCKET-INDEX)
                   ELSE
                       MOVE WS-JB-BK-RUNS(WS-JB-PICK, WS-BUCKET-INDEX)
                           TO WS-RUNS-WORK
                       MOVE WS-JB-BK-CPU(WS-JB-PICK, WS-BUCKET-INDEX)
                           TO WS-TOTAL-WORK
                       PERFORM COMPUTE-AVERAGE
                       MOVE WS-AVG-WORK TO TRL-AVG-EDIT
                       MOVE TRL-AVG-EDIT
                           TO TRL-BUCKET-AVG(WS-BUCKET-INDEX)
                   END-IF
               END-IF
           END-PERFORM

           MOVE TREND-LINE TO REGRESSION-REPORT-RECORD
           PERFORM WRITE-REGRESSION-LINE

           EXIT.

       WRITE-NEW-JOB.

           PERFORM RESOLVE-OWNER

           MOVE WS-JB-SYSTEM-ID(WS-JB-PICK) TO NJL-SYSTEM-ID
           MOVE WS-JB-JOB-NAME(WS-JB-PICK) TO NJL-JOB-NAME
           MOVE WS-JB-FIRST-DATE(WS-JB-PICK) TO NJL-FIRST-DATE
           MOVE WS-JB-RCT-RUNS(WS-JB-PICK) TO NJL-RUNS
           MOVE WS-WANT-OWNER-NAME TO NJL-OWNER-NAME

           MOVE WS-JB-RCT-RUNS(WS-JB-PICK) TO WS-RUNS-WORK
           MOVE WS-JB-RCT-CPU(WS-JB-PICK) TO WS-TOTAL-WORK
           PERFORM COMPUTE-AVERAGE
           MOVE WS-AVG-WORK TO NJL-CPU
           MOVE WS-JB-RCT-ELA-RUNS(WS-JB-PICK) TO WS-RUNS-WORK
           MOVE WS-JB-RCT-ELA(WS-JB-PICK) TO WS-TOTAL-WORK
           PERFORM COMPUTE-AVERAGE
           MOVE WS-AVG-WORK TO NJL-ELA

           MOVE NEW-JOB-LINE TO REGRESSION-REPORT-RECORD
           PERFORM WRITE-REGRESSION-LINE

           EXIT.

       WRITE-STOPPED-JOB.

           PERFORM RESOLVE-OWNER

           MOVE WS-JB-SYSTEM-ID(WS-JB-PICK) TO SJL-SYSTEM-ID
           MOVE WS-JB-JOB-NAME(WS-JB-PICK) TO SJL-JOB-NAME
           MOVE WS-JB-LAST-DATE(WS-JB-PICK) TO SJL-LAST-DATE
           MOVE WS-JB-BASE-RUNS(WS-JB-PICK) TO SJL-RUNS
           MOVE WS-WANT-OWNER-NAME TO SJL-OWNER-NAME

           MOVE WS-JB-BASE-RUNS(WS-JB-PICK) TO WS-RUNS-WORK
           MOVE WS-JB-BASE-CPU(WS-JB-PICK) TO WS-TOTAL-WORK
           PERFORM COMPUTE-AVERAGE
           MOVE WS-AVG-WORK TO SJL-CPU

           MOVE STOPPED-JOB-LINE TO REGRESSION-REPORT-RECORD
           PERFORM WRITE-REGRESSION-LINE

           EXIT.

      ******************************************************************
      * Input:  WS-TOTAL-WORK, WS-RUNS-WORK                            *
      * Output: WS-AVG-WORK (zero when there were no runs)             *
      ******************************************************************
       COMPUTE-AVERAGE.

           IF WS-RUNS-WORK > 0
               COMPUTE WS-AVG-WORK ROUNDED =
                   WS-TOTAL-WORK / WS-RUNS-WORK
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-AVG-WORK
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-AVG-WORK
           END-IF

           EXIT.

      ******************************************************************
      * Owning team of the job: system + job, then the system alone.   *
      *                                                                *
      * Input:  WS-JB-PICK                                             *
      * Output: WS-WANT-OWNER-NAME                                     *
      ******************************************************************
       RESOLVE-OWNER.

           MOVE '** NO OWNER REGISTERED **' TO WS-WANT-OWNER-NAME

           SET WS-OW-NOT-FOUND TO TRUE
           PERFORM VARYING WS-OW-INDEX FROM 1 BY 1
                   UNTIL WS-OW-INDEX > WS-OW-COUNT
                       OR WS-OW-FOUND
               IF WS-OW-SYSTEM-ID(WS-OW-INDEX) =
                       WS-JB-SYSTEM-ID(WS-JB-PICK)
                       AND WS-OW-JOB-NAME(WS-OW-INDEX) =
                           WS-JB-JOB-NAME(WS-JB-PICK)
                   SET WS-OW-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-OW-NOT-FOUND
               PERFORM VARYING WS-OW-INDEX FROM 1 BY 1
                       UNTIL WS-OW-INDEX > WS-OW-COUNT
                           OR WS-OW-FOUND
                   IF WS-OW-SYSTEM-ID(WS-OW-INDEX) =
                           WS-JB-SYSTEM-ID(WS-JB-PICK)
                           AND WS-OW-JOB-NAME(WS-OW-INDEX) = SPACES
                       SET WS-OW-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-OW-FOUND
               SUBTRACT 1 FROM WS-OW-INDEX
               MOVE WS-OW-OWNER-NAME(WS-OW-INDEX)
                   TO WS-WANT-OWNER-NAME
           END-IF

           EXIT.

       WRITE-REGRESSION-LINE.

           WRITE REGRESSION-REPORT-RECORD
           IF NOT REGRESSION-REPORT-IO-SUCCESS
               DISPLAY '5: Error writing regression report: '
                   REGRESSION-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY REGRESSION-REPORT-RECORD(1:80)

           EXIT.

       CLOSE-REGRESSION-FILES.

           CLOSE JOB-STATS
           IF NOT JOB-STATS-IO-SUCCESS
               DISPLAY '6: Error closing job stats: ' JOB-STATS-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE OWNER-REGISTRY
           CLOSE REGRESSION-REPORT
           IF NOT REGRESSION-REPORT-IO-SUCCESS
               DISPLAY '7: Error closing regression report: '
                   REGRESSION-REPORT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.
