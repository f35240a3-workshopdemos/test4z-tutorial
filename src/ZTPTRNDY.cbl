           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REJECTED-LOG-FS.

      ******************************************************************
      * ==> The DUPLICATE-LOG is a sequential file and output only.    *
      *                                                                *
      * Every ELR-EXEC-LOG-RECORD that 213-CHECK-DUPLICATE-EXEC-LOG    *
      * finds already consolidated (a region retransmitting part of    *
      * its log) is written here verbatim instead of being counted a   *
      * second time, so the overlap can be shown to the region.        *
      *                                                                *
      * For test purposes, it can be defined directly by JCL using a   *
      * DD SYSOUT=* statement.                                         *
      ******************************************************************

           SELECT DUPLICATE-LOG ASSIGN TO DUPLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DUPLICATE-LOG-FS.

      ******************************************************************
      * ==> The CHECKPOINT-FILE is a sequential file, optional on       *
      *     input, used to make 200-PROCESS-EXEC-LOGS restartable.      *
      * 303-REPORT-SILENT-SYSTEMS flags registered systems that        *
      * produced no records at all this run - the region that was     *
      * down all day and therefore never appeared in GAPLOG before.    *
      *                                                                *
      * Each entry may also carry the region's time zone: its standard *
      * UTC offset ('+hhmm'/'-hhmm') and daylight saving rule ('EU',   *
      * 'US', or blank/'NO' for none). 214-NORMALIZE-TO-SHOP-TIME then *
      * restates every record from that system in shop time before it  *
      * is assigned an interval. Shop time is the home office's        *
      * standard offset (PARM or registry 'TMZ=+hhmm', default UTC)    *
      * all year round, so the DST switch no longer opens a phantom    *
      * hour in GAPLOG or doubles one in HEALTH-TREND. Entries with no *
      * zone are taken to report in shop time already.                 *
      *                                                                *
      * The last column is the system's partition ('1'-'4', blank is   *
      * '1') for the partitioned nightly run: ZTPTRSPL splits EXEC-LOG *
      * on it, and a TRENDY step run with PARM 'PRT=n' keeps only the  *
      * registry entries of partition n (see WS-RUN-PARTITION).        *
      *                                                                 *
      * For test purposes, it can be defined directly by JCL using a    *
      * DD * statement.                                                 *
      * infrastructure event (the DASD controller hiccup that takes    *
      * CHI, BAT, and NYC down together) is called out as one event    *
      * instead of being diagnosed as three separate problems.         *
      * A PRT=n step sees only its own partition's systems, so it      *
      * leaves INCDLOG empty and ZTPTRMRG correlates the merged run.   *
      *                                                                 *
      * For test purposes, it can be defined directly by JCL using a    *
      * DD SYSOUT=* statement.                                          *
           RECORD KEY IS JOB-STATS-KEY
           FILE STATUS IS JOB-STATS-FS.

      ******************************************************************
      * ==> EXEC-LOG-SEEN is a keyed file (KSDS) holding one record    *
      *     per EXEC-LOG record already consolidated (see ZTPTRESN),   *
      *     keyed by the record image itself.                          *
      *                                                                *
      * ZTPMANIF only sees a retransmitted feed as a larger one, so    *
      * 213-CHECK-DUPLICATE-EXEC-LOG looks every valid record up here  *
      * before it is accumulated. The file persists across runs like   *
      * HEALTH-LOG, so a retransmit that arrives the next day, in a    *
      * MODE=INCR run or inside a catch-up run is still recognized.    *
      * ZTPTRPRG ages old entries out with the rest of the history.    *
      ******************************************************************

           SELECT EXEC-LOG-SEEN ASSIGN TO EXSEEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESN-EXEC-LOG-IMAGE
           FILE STATUS IS EXEC-LOG-SEEN-FS.

      ******************************************************************
      * ==> WEEK-COMPARE-REPORT is a sequential file and output only.  *
      *                                                                 *
      * monitored system gets its own HEALTH-LOG/HEALTH-TREND line      *
      * instead of one blended average per interval.                   *
      ******************************************************************
       FD  HEALTH-LOG RECORD CONTAINS 145 CHARACTERS
           DATA RECORD IS HEALTH-LOG-RECORD.
       01  HEALTH-LOG-RECORD.
           02  HEALTH-LOG-KEY  PIC X(19).
           02  HEALTH-LOG-DATA PIC X(126).

       FD  HEALTH-TREND RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
      * ZTPCHKWD watchdog can tell a healthy long run from a hung one.
      *-----------------------------------------------------------------
           05 CHK-WRITTEN-AT           PIC X(14).
           05 FILLER                   PIC X.
      *-----------------------------------------------------------------
      * The run that wrote it, so a rerun can tell which EXEC-LOG-SEEN
      * entries the aborted run left behind (see 213).
      *-----------------------------------------------------------------
           05 CHK-RUN-STAMP            PIC X(14).
           05 FILLER                   PIC X(42).

       FD  INCR-STATE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           05 SRG-EXPECTED-FROM-HH  PIC 9(2).
           05 FILLER                PIC X.
           05 SRG-EXPECTED-TO-HH    PIC 9(2).
           05 FILLER                PIC X.
           05 SRG-UTC-OFFSET        PIC X(5).
           05 FILLER                PIC X.
           05 SRG-DST-RULE          PIC X(2).
           05 FILLER                PIC X.
           05 SRG-PARTITION         PIC X(1).
           05 FILLER                PIC X(29).

       FD  RUN-HISTORY RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-HISTORY-RECORD.
           DATA RECORD IS REJECTED-LOG-RECORD.
       01  REJECTED-LOG-RECORD PIC X(80).

       FD  DUPLICATE-LOG RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DUPLICATE-LOG-RECORD.
       01  DUPLICATE-LOG-RECORD PIC X(80).

       FD  ALERT-LOG RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ALERT-LOG-RECORD.
           02  JOB-STATS-KEY   PIC X(27).
           02  JOB-STATS-DATA  PIC X(53).

       FD  EXEC-LOG-SEEN RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS ESN-EXEC-LOG-SEEN-RECORD.
           COPY ZTPTRESN REPLACING ==:ESN:== BY ==ESN==.

       FD  WEEK-COMPARE-REPORT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS WEEK-COMPARE-RECORD.
           88 STATS-REPORT-IO-SUCCESS  VALUE 00.
       77  REJECTED-LOG-FS             PIC 9(2).
           88 REJECTED-LOG-IO-SUCCESS  VALUE 00.
       77  DUPLICATE-LOG-FS            PIC 9(2).
           88 DUPLICATE-LOG-IO-SUCCESS VALUE 00.
       77  CHECKPOINT-FS               PIC 9(2).
           88 CHECKPOINT-IO-SUCCESS    VALUE 00.
           88 CHECKPOINT-EOF           VALUE 10.
           88 JOB-STATS-IO-SUCCESS               VALUE 00.
           88 JOB-STATS-KEY-NOT-FOUND            VALUE 23.
           88 JOB-STATS-DNE                      VALUE 35.
       77  EXEC-LOG-SEEN-FS            PIC 9(2).
           88 EXEC-LOG-SEEN-IO-SUCCESS           VALUE 00.
           88 EXEC-LOG-SEEN-KEY-NOT-FOUND        VALUE 23.
           88 EXEC-LOG-SEEN-DNE                  VALUE 35.
       77  WEEK-COMPARE-FS             PIC 9(2).
           88 WEEK-COMPARE-IO-SUCCESS  VALUE 00.
       77  GAP-LOG-FS                  PIC 9(2).
      * Formatting record for the development-only summary report:     *
      * 9.  RPL-HDR-HEALTH-TREND-OUTPUT                                *
      * 10. HTR-HEALTH-TREND-RECORD (same as HEALTH-TREND file)        *
      *                                                                *
      * Lines written under the STATS-REPORT summary (shared with      *
      * ZTPTRMRG, which sums them across a partitioned run):           *
      * 11. WS-SECURITY-DISPOSITION-LINE                               *
      * 12. WS-DUPLICATE-TOTAL-LINE, WS-DUPLICATE-SYSTEM-LINE          *
      * 13. WS-TIME-ZONE-LINE                                          *
      ******************************************************************
           COPY ZTPTRRPT.

       77  WS-CHECKPOINT-COUNT          PIC 9(6) VALUE 0.
       77  WS-RECORDS-PROCESSED         PIC 9(8) VALUE 0.

      ******************************************************************
      * Variables for 213-CHECK-DUPLICATE-EXEC-LOG. WS-THIS-RUN-STAMP  *
      * marks the EXEC-LOG-SEEN entries this run adds; on a restart    *
      * WS-ABORTED-RUN-STAMP names the run that left the checkpoint,   *
      * whose entries past the sorted path's safe point were seen but  *
      * never flushed. WS-DUP-SYSTEM-TABLE counts the duplicates per   *
      * system for 300-WRITE-STATS-REPORT.                             *
      ******************************************************************
       77  WS-THIS-RUN-STAMP            PIC X(14) VALUE SPACES.
       77  WS-ABORTED-RUN-STAMP         PIC X(14) VALUE SPACES.
       77  WS-DUP-FOUND-FLAG            PIC 9.
           88 WS-DUP-EXEC-LOG           VALUE 1.
           88 WS-DUP-NOT-DUPLICATE      VALUE 0.
       01  WS-DUP-SYSTEM-TABLE.
           05 WS-DUP-ENTRY OCCURS 20 TIMES.
               10 WS-DUP-SYSTEM-ID      PIC X(3) VALUE SPACES.
               10 WS-DUP-COUNT          PIC 9(6) VALUE 0.
       77  WS-DUP-SYSTEMS               PIC 9(3) VALUE 0.
       77  WS-DUP-INDEX                 PIC 9(3).
       77  WS-DUP-ENTRY-FLAG            PIC 9.
           88 WS-DUP-ENTRY-FOUND        VALUE 1.
           88 WS-DUP-ENTRY-NOT-FOUND    VALUE 0.

      ******************************************************************
      * Variables for intraday incremental mode (PARM MODE=INCR).       *
      * 107-LOAD-INCREMENTAL-POINT raises WS-RESTART-POINT to the       *
           88 WS-TOUCHED-INTERVAL-KNOWN     VALUE 1.
           88 WS-TOUCHED-INTERVAL-NOT-KNOWN VALUE 0.

      ******************************************************************
      * With time zones in the registry, normalizing to shop time can  *
      * land a record in a trend interval the nightly run has already  *
      * emitted. Such intervals go into WS-TOUCHED-INTERVALS-TABLE as  *
      * well, and 244-REEMIT-LATE-INTERVALS re-emits them before the   *
      * day is rolled up, keeping the emit position it interrupts.     *
      ******************************************************************
       77  WS-LATE-SAVE-START           PIC X(16).
       77  WS-LATE-SAVE-END             PIC X(16).

      ******************************************************************
      * Variables for 108-LOAD-RATING-PROFILES and                      *
      * 246-SELECT-SYSTEM-PROFILE. The TRNPROF records are held raw    *
               10 WS-SR-DESCRIPTION     PIC X(30) VALUE SPACES.
               10 WS-SR-FROM-HH         PIC 9(2) VALUE 0.
               10 WS-SR-TO-HH           PIC 9(2) VALUE 0.
               10 WS-SR-ZONE-FLAG       PIC 9 VALUE 0.
                   88 WS-SR-HAS-ZONE    VALUE 1.
               10 WS-SR-UTC-OFFSET      PIC S9(4) VALUE 0.
               10 WS-SR-DST-RULE        PIC X(2) VALUE SPACES.
                   88 WS-SR-DST-EU      VALUE 'EU'.
                   88 WS-SR-DST-US      VALUE 'US'.
               10 WS-SR-SEEN-FLAG       PIC 9 VALUE 0.
                   88 WS-SR-SEEN        VALUE 1.
       77  WS-SR-COUNT                  PIC 9(3) VALUE 0.
       77  WS-UNREGISTERED-COUNT        PIC 9(6) VALUE 0.
       77  WS-INTERVAL-HOUR             PIC 9(2).

      ******************************************************************
      * Partitioned nightly run. A big night's EXEC-LOG is split by    *
      * ZTPTRSPL into one file per SYSTEM-ID group (the registry's     *
      * SRG-PARTITION) and each group runs as its own TRENDY step with *
      * PARM 'PRT=n', side by side. Such a step keeps only partition   *
      * n's registry entries, so the silent-system and gap checks do   *
      * not flag the other partitions' systems, trends and rates only  *
      * its own systems from the shared HEALTH-LOG (so each system's   *
      * HEALTH-TREND-HISTORY entries come from one step alone), and    *
      * rolls up only its own systems from that history. Every other   *
      * file is per step in the JCL (CHKPT, INCRSTAT, RUNHIST and the  *
      * sequential outputs), so a failed partition restarts from its   *
      * own checkpoint without touching the others; the keyed files    *
      * are keyed by system and so are shared. ZTPTRMRG then combines  *
      * the steps' outputs into the usual single set.                  *
      ******************************************************************
       77  WS-RUN-PARTITION             PIC X(1) VALUE SPACE.
           88 WS-PARTITIONED-RUN        VALUE '1' THRU '4'.
       77  WS-SR-PARTITION              PIC X(1).
       77  WS-SR-SLICE-FLAG             PIC 9.
           88 WS-SR-IN-SLICE            VALUE 1.
           88 WS-SR-NOT-IN-SLICE        VALUE 0.
       77  WS-SR-OTHER-PARTITIONS       PIC 9(3) VALUE 0.

      ******************************************************************
      * Variables for 214-NORMALIZE-TO-SHOP-TIME and its helpers. All  *
      * offsets and instants are in minutes; the instants count from   *
      * INTEGER-OF-DATE day zero, like WS-DATE-MINUTES, and the DST    *
      * window is held in UTC so both rules compare the same way.      *
      ******************************************************************
       77  WS-SHOP-UTC-OFFSET           PIC S9(4) VALUE 0.
       77  WS-TZ-INDEX                  PIC 9(3).
       77  WS-TZ-FOUND-FLAG             PIC 9.
           88 WS-TZ-SYSTEM-FOUND        VALUE 1.
           88 WS-TZ-SYSTEM-NOT-FOUND    VALUE 0.
       77  WS-TZ-ACTIVE-FLAG            PIC 9 VALUE 0.
           88 WS-TZ-NORMALIZING         VALUE 1.
       77  WS-TZ-OFFSET-TEXT            PIC X(5).
       77  WS-TZ-OFFSET-MINUTES         PIC S9(4).
       77  WS-TZ-OFFSET-HH              PIC 9(2).
       77  WS-TZ-OFFSET-MM              PIC 9(2).
       77  WS-TZ-OFFSET-FLAG            PIC 9.
           88 WS-TZ-OFFSET-VALID        VALUE 1.
           88 WS-TZ-OFFSET-INVALID      VALUE 0.
       77  WS-TZ-LOCAL-MINUTES          PIC S9(10).
       77  WS-TZ-UTC-STANDARD           PIC S9(10).
       77  WS-TZ-UTC-DAYLIGHT           PIC S9(10).
       77  WS-TZ-UTC-MINUTES            PIC S9(10).
       77  WS-TZ-SHOP-MINUTES           PIC S9(10).
       77  WS-TZ-DST-START              PIC S9(10).
       77  WS-TZ-DST-END                PIC S9(10).
       77  WS-TZ-DAY                    PIC 9(7).
       77  WS-TZ-WEEKS                  PIC 9(7).
       77  WS-TZ-WEEKDAY                PIC 9.
       77  WS-TZ-STANDARD-FLAG          PIC 9.
           88 WS-TZ-STANDARD-FITS       VALUE 1.
       77  WS-TZ-DAYLIGHT-FLAG          PIC 9.
           88 WS-TZ-DAYLIGHT-FITS       VALUE 1.

      ******************************************************************
      * Variables for 304-RECORD-RUN-HISTORY. The previous run's       *
      * totals are remembered as the history file is read through,     *
                       MOVE EXEC-LOG-RECORD TO ELR-EXEC-LOG-RECORD
                       ADD 1 TO WS-RECORDS-PROCESSED
                       IF WS-RECORDS-PROCESSED > WS-RESTART-POINT
                           PERFORM 214-NORMALIZE-TO-SHOP-TIME
                           IF WS-CATCHUP-MODE
                               PERFORM 212-CHECK-CATCHUP-DAY-BREAK
                           END-IF
               PERFORM 243-REEMIT-CHANGED-INTERVALS
           END-IF

           IF WS-NIGHTLY-MODE
               PERFORM 244-REEMIT-LATE-INTERVALS
           END-IF

           PERFORM 217-SAVE-INCREMENTAL-POINT
           PERFORM 216-MARK-RUN-COMPLETE

                   MOVE WS-RECORDS-PROCESSED TO CHK-RECORDS-PROCESSED
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO CHK-WRITTEN-AT
               MOVE WS-THIS-RUN-STAMP TO CHK-RUN-STAMP
               WRITE CHECKPOINT-RECORD
               IF NOT CHECKPOINT-IO-SUCCESS
                   DISPLAY '25: Error writing checkpoint file: '

           MOVE WS-RUN-COMPLETE-MARKER TO CHK-RECORDS-PROCESSED
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHK-WRITTEN-AT
           MOVE WS-THIS-RUN-STAMP TO CHK-RUN-STAMP
           WRITE CHECKPOINT-RECORD
           IF NOT CHECKPOINT-IO-SUCCESS
               DISPLAY '26: Error writing checkpoint file: '
      * the previous day's records are complete and that day can be    *
      * closed out as its own logical run before this record is        *
      * processed.                                                     *
      *                                                                *
      * Only a later date breaks the day. A record that normalizing to *
      * shop time moved back before the current day is a late arrival; *
      * its interval is re-emitted at the next close-out instead.      *
      *                                                                 *
      * Input:  ELR-EXEC-LOG-RECORD                                     *
      * Output: WS-CATCHUP-CURRENT-DATE                                 *
               EXIT PARAGRAPH
           END-IF

           IF ELR-DATE-TIME(1:10) > WS-CATCHUP-CURRENT-DATE
               PERFORM 218-CLOSE-OUT-CATCHUP-DAY
               MOVE ELR-DATE-TIME(1:10) TO WS-CATCHUP-CURRENT-DATE
           END-IF
               PERFORM 237-FLUSH-SORTED-GROUP
           END-IF

           PERFORM 244-REEMIT-LATE-INTERVALS

           IF NOT WS-NO-TREND-INTERVAL
               PERFORM 240-CREATE-HEALTH-TREND-REC
           END-IF
      *-----------------------------------------------------------------
           MOVE SPACES TO RPT-STATS-REPORT-TOTALS
           INITIALIZE RPT-STATS-REPORT-TOTALS REPLACING NUMERIC BY 0
           INITIALIZE WS-DUP-SYSTEM-TABLE
           MOVE 0 TO WS-DUP-SYSTEMS
           MOVE '0000-00-00 00:00' TO RPT-START-INTERVAL
           MOVE '0000-00-00 00:00' TO RPT-END-INTERVAL
           SET VALID-EXEC-LOG-NONE-YET TO TRUE
               PERFORM 211-CHECK-SYSTEM-REGISTERED
               IF WS-SR-COUNT > 0 AND WS-SR-ENTRY-NOT-FOUND
                   PERFORM 531-REPORT-UNREGISTERED-SYSTEM
                   EXIT PARAGRAPH
               END-IF

      *-----------------------------------------------------------------
      * A record this system already delivered in the same second -
      * in this run or an earlier one - is a retransmit; it goes to
      * DUPLOG and stays out of every count below.
      *-----------------------------------------------------------------
               PERFORM 213-CHECK-DUPLICATE-EXEC-LOG
               IF WS-DUP-EXEC-LOG
                   PERFORM 532-REPORT-DUPLICATE-EXEC-LOG
               ELSE
                   ADD 1 TO RPT-VALID-EXEC-LOGS

                       ADD 1 TO RPT-ERROR-EXEC-LOGS
                   END-IF

                   IF ELR-TYPE-AUTH
                       ADD 1 TO RPT-AUTH-EXEC-LOGS
                   END-IF

                   IF ELR-TYPE-FORBID
                       ADD 1 TO RPT-FORBID-EXEC-LOGS
                   END-IF

                   IF WS-SORTED-INPUT
                       PERFORM 236-ACCUMULATE-SORTED-REC
                   ELSE

           EXIT.

      ******************************************************************
      * Restate ELR-DATE-TIME from the reporting system's local time   *
      * in shop time, before the catch-up day check or any interval    *
      * assignment sees it. Only the working ELR copy changes; the     *
      * EXEC-LOG image (duplicate check, reject and disposition logs)  *
      * keeps the time the system actually stamped.                    *
      *                                                                *
      * Local time is taken back to UTC with the system's standard     *
      * offset, less an hour when its DST rule has daylight time in    *
      * force, then forward by the shop's offset. A local time in the  *
      * autumn switch hour happens twice and is taken as the first     *
      * (daylight) occurrence; one in the spring switch hour never     *
      * happens at all and is read as standard time. Both are counted  *
      * as DST-ambiguous on the stats report.                          *
      *                                                                *
      * Input:  ELR-EXEC-LOG-RECORD, WS-SYSTEM-REGISTRY-TABLE          *
      * Output: ELR-DATE-TIME, RPT-TZ-SHIFTED-EXEC-LOGS,               *
      *         RPT-DST-AMBIGUOUS-EXEC-LOGS                            *
      ******************************************************************
       214-NORMALIZE-TO-SHOP-TIME.

           SET WS-TZ-SYSTEM-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TZ-INDEX FROM 1 BY 1
                   UNTIL WS-TZ-INDEX > WS-SR-COUNT
                       OR WS-TZ-SYSTEM-FOUND
               IF WS-SR-SYSTEM-ID(WS-TZ-INDEX) = ELR-SYSTEM-ID
                   SET WS-TZ-SYSTEM-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-TZ-SYSTEM-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-TZ-INDEX

           IF NOT WS-SR-HAS-ZONE(WS-TZ-INDEX)
               EXIT PARAGRAPH
           END-IF

      *-----------------------------------------------------------------
      * A malformed timestamp is left exactly as stamped; the interval
      * logic reports it on its own.
      *-----------------------------------------------------------------
           IF ELR-YEAR IS NOT NUMERIC OR ELR-MONTH IS NOT NUMERIC
                   OR ELR-DAY IS NOT NUMERIC
                   OR ELR-HOUR IS NOT NUMERIC
                   OR ELR-MINUTE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF ELR-YEAR < 1601 OR ELR-MONTH < 01 OR ELR-MONTH > 12
                   OR ELR-DAY < 01 OR ELR-DAY > 31
                   OR ELR-HOUR > 23 OR ELR-MINUTE > 59
               EXIT PARAGRAPH
           END-IF

           MOVE ELR-DATE-TIME TO DT-DATE-TIME
           PERFORM CONVERT-DATE-TO-MINUTES
           MOVE WS-DATE-MINUTES TO WS-TZ-LOCAL-MINUTES

           COMPUTE WS-TZ-UTC-STANDARD =
               WS-TZ-LOCAL-MINUTES - WS-SR-UTC-OFFSET(WS-TZ-INDEX)
           MOVE WS-TZ-UTC-STANDARD TO WS-TZ-UTC-MINUTES

           IF WS-SR-DST-EU(WS-TZ-INDEX) OR WS-SR-DST-US(WS-TZ-INDEX)
               PERFORM 219-CALCULATE-DST-WINDOW
               COMPUTE WS-TZ-UTC-DAYLIGHT = WS-TZ-UTC-STANDARD - 60

               MOVE 1 TO WS-TZ-STANDARD-FLAG
               IF WS-TZ-UTC-STANDARD >= WS-TZ-DST-START
                       AND WS-TZ-UTC-STANDARD < WS-TZ-DST-END
                   MOVE 0 TO WS-TZ-STANDARD-FLAG
               END-IF

               MOVE 0 TO WS-TZ-DAYLIGHT-FLAG
               IF WS-TZ-UTC-DAYLIGHT >= WS-TZ-DST-START
                       AND WS-TZ-UTC-DAYLIGHT < WS-TZ-DST-END
                   MOVE 1 TO WS-TZ-DAYLIGHT-FLAG
               END-IF

               EVALUATE TRUE
                   WHEN WS-TZ-DAYLIGHT-FITS AND WS-TZ-STANDARD-FITS
                       MOVE WS-TZ-UTC-DAYLIGHT TO WS-TZ-UTC-MINUTES
                       ADD 1 TO RPT-DST-AMBIGUOUS-EXEC-LOGS
                   WHEN WS-TZ-DAYLIGHT-FITS
                       MOVE WS-TZ-UTC-DAYLIGHT TO WS-TZ-UTC-MINUTES
                   WHEN WS-TZ-STANDARD-FITS
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO RPT-DST-AMBIGUOUS-EXEC-LOGS
               END-EVALUATE
           END-IF

           COMPUTE WS-TZ-SHOP-MINUTES =
               WS-TZ-UTC-MINUTES + WS-SHOP-UTC-OFFSET

           IF WS-TZ-SHOP-MINUTES NOT = WS-TZ-LOCAL-MINUTES
               MOVE WS-TZ-SHOP-MINUTES TO WS-DATE-MINUTES
               PERFORM CONVERT-MINUTES-TO-DATE
               MOVE DT-DATE-TIME TO ELR-DATE-TIME
               ADD 1 TO RPT-TZ-SHIFTED-EXEC-LOGS
           END-IF

           EXIT.

      ******************************************************************
      * The daylight saving window for DT-YEAR under the system's      *
      * rule, as UTC instants (start inclusive, end exclusive):        *
      *                                                                *
      *   EU - last Sunday in March 01:00 UTC to last Sunday in        *
      *        October 01:00 UTC                                       *
      *   US - second Sunday in March 02:00 local standard time to     *
      *        first Sunday in November 02:00 local daylight time      *
      *                                                                *
      * INTEGER-OF-DATE day 1 (1601-01-01) was a Monday, so a day      *
      * number divisible by 7 is a Sunday.                             *
      *                                                                *
      * Input:  DT-YEAR, WS-TZ-INDEX                                   *
      * Output: WS-TZ-DST-START, WS-TZ-DST-END                         *
      ******************************************************************
       219-CALCULATE-DST-WINDOW.

           MOVE DT-YEAR TO DAI-YEAR

           IF WS-SR-DST-EU(WS-TZ-INDEX)
               MOVE 03 TO DAI-MONTH
               MOVE 31 TO DAI-DAY
               COMPUTE WS-TZ-DAY =
                   FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
               DIVIDE WS-TZ-DAY BY 7
                   GIVING WS-TZ-WEEKS REMAINDER WS-TZ-WEEKDAY
               COMPUTE WS-TZ-DST-START =
                   (WS-TZ-DAY - WS-TZ-WEEKDAY) * 1440 + 60

               MOVE 10 TO DAI-MONTH
               MOVE 31 TO DAI-DAY
               COMPUTE WS-TZ-DAY =
                   FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
               DIVIDE WS-TZ-DAY BY 7
                   GIVING WS-TZ-WEEKS REMAINDER WS-TZ-WEEKDAY
               COMPUTE WS-TZ-DST-END =
                   (WS-TZ-DAY - WS-TZ-WEEKDAY) * 1440 + 60
               EXIT PARAGRAPH
           END-IF

           MOVE 03 TO DAI-MONTH
           MOVE 01 TO DAI-DAY
           COMPUTE WS-TZ-DAY =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
           DIVIDE WS-TZ-DAY BY 7
               GIVING WS-TZ-WEEKS REMAINDER WS-TZ-WEEKDAY
           IF WS-TZ-WEEKDAY > 0
               COMPUTE WS-TZ-DAY = WS-TZ-DAY + 7 - WS-TZ-WEEKDAY
           END-IF
           COMPUTE WS-TZ-DST-START = (WS-TZ-DAY + 7) * 1440 + 120
               - WS-SR-UTC-OFFSET(WS-TZ-INDEX)

           MOVE 11 TO DAI-MONTH
           MOVE 01 TO DAI-DAY
           COMPUTE WS-TZ-DAY =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
           DIVIDE WS-TZ-DAY BY 7
               GIVING WS-TZ-WEEKS REMAINDER WS-TZ-WEEKDAY
           IF WS-TZ-WEEKDAY > 0
               COMPUTE WS-TZ-DAY = WS-TZ-DAY + 7 - WS-TZ-WEEKDAY
           END-IF
           COMPUTE WS-TZ-DST-END = WS-TZ-DAY * 1440 + 120 - 60
               - WS-SR-UTC-OFFSET(WS-TZ-INDEX)

           EXIT.

      ******************************************************************
      * Look the record up in EXEC-LOG-SEEN. Not there: it is new -    *
      * remember it under this run's stamp and let it through. There:  *
      * it was consolidated before and this copy is a duplicate.       *
      *                                                                *
      * The one exception is a sorted-path rerun. The aborted run      *
      * stamped every record it read, but its open group was never     *
      * flushed, and the rerun starts again from the last flush        *
      * boundary - so an entry carrying the aborted run's stamp is the *
      * same record being replayed, not a retransmit. It is taken over *
      * under this run's stamp and processed normally. (The unsorted   *
      * path applies each record as it is read, so there a hit is a    *
      * duplicate even from the aborted run.)                          *
      *                                                                *
      * Input:  EXEC-LOG-RECORD, WS-THIS-RUN-STAMP,                    *
      *         WS-ABORTED-RUN-STAMP                                   *
      * Output: WS-DUP-FOUND-FLAG, EXEC-LOG-SEEN file                  *
      ******************************************************************
       213-CHECK-DUPLICATE-EXEC-LOG.

           SET WS-DUP-NOT-DUPLICATE TO TRUE

           MOVE EXEC-LOG-RECORD TO ESN-EXEC-LOG-IMAGE
           READ EXEC-LOG-SEEN

           IF EXEC-LOG-SEEN-KEY-NOT-FOUND
               MOVE SPACES TO ESN-EXEC-LOG-SEEN-RECORD
               MOVE EXEC-LOG-RECORD TO ESN-EXEC-LOG-IMAGE
               MOVE WS-THIS-RUN-STAMP TO ESN-FIRST-SEEN-RUN
               WRITE ESN-EXEC-LOG-SEEN-RECORD
               IF NOT EXEC-LOG-SEEN-IO-SUCCESS
                   DISPLAY '102: Error writing exec log seen: '
                       EXEC-LOG-SEEN-FS
                   PERFORM 510-PROGRAM-ERROR-CONTINUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF NOT EXEC-LOG-SEEN-IO-SUCCESS
               DISPLAY '101: Error reading exec log seen: '
                   EXEC-LOG-SEEN-FS
               PERFORM 510-PROGRAM-ERROR-CONTINUE
               EXIT PARAGRAPH
           END-IF

           IF WS-SORTED-INPUT
                   AND WS-ABORTED-RUN-STAMP NOT = SPACES
                   AND ESN-FIRST-SEEN-RUN = WS-ABORTED-RUN-STAMP
               MOVE WS-THIS-RUN-STAMP TO ESN-FIRST-SEEN-RUN
               REWRITE ESN-EXEC-LOG-SEEN-RECORD
               IF NOT EXEC-LOG-SEEN-IO-SUCCESS
                   DISPLAY '103: Error rewriting exec log seen: '
                       EXEC-LOG-SEEN-FS
                   PERFORM 510-PROGRAM-ERROR-CONTINUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           SET WS-DUP-EXEC-LOG TO TRUE

           EXIT.

      ******************************************************************
      * Update the total health trend record using the current         *
      * trend record as part of the health trend rollup.               *
               SET HEALTH-LOG-RECORD-FOUND TO TRUE
               SET CONTINUE-HEALTH-INTERVAL TO TRUE
               MOVE HEALTH-LOG-RECORD TO HLR-HEALTH-LOG-RECORD
      *-----------------------------------------------------------------
      *        An interval written before the AUTH/FORBID counters
      *        existed holds spaces there; start them from zero.
      *-----------------------------------------------------------------
               IF HLR-AUTH IS NOT NUMERIC
                   MOVE 0 TO HLR-AUTH
               END-IF
               IF HLR-FORBID IS NOT NUMERIC
                   MOVE 0 TO HLR-FORBID
               END-IF
           ELSE
               IF HEALTH-LOG-KEY-NOT-FOUND
      *-----------------------------------------------------------------
               ADD 1 TO HLR-ERROR
           END-IF

      *-----------------------------------------------------------------
      * AUTH and FORBID requests are still ordinary requests above, but
      * are tallied separately so a credential-stuffing run against a
      * region shows up as more than "OK" workload (see ZTPTRSEC).
      *-----------------------------------------------------------------
           IF ELR-TYPE-AUTH
               ADD 1 TO HLR-AUTH
           END-IF

           IF ELR-TYPE-FORBID
               ADD 1 TO HLR-FORBID
           END-IF

      *-----------------------------------------------------------------
      * Write a new record, or rewrite it if it's already there.
      *-----------------------------------------------------------------
      * record may land in any already-reported interval - so instead
      * it remembers which trend intervals were touched and re-emits
      * them all after the merge (243-REEMIT-CHANGED-INTERVALS).
      *
      * Under time zone normalization the logs are in stamped order,
      * not shop-time order, so a record may land in an interval that
      * was already emitted; remember it for 244-REEMIT-LATE-INTERVALS.
      *-----------------------------------------------------------------
           IF WS-INCR-MODE
               PERFORM 231-REMEMBER-TOUCHED-INTERVAL
           ELSE
               IF WS-TZ-NORMALIZING AND NOT WS-NO-TREND-INTERVAL AND
                       TI-TREND-INTERVAL-START <
                           WS-NEXT-TREND-INTERVAL-START
                   PERFORM 231-REMEMBER-TOUCHED-INTERVAL
               END-IF
               IF START-NEW-HEALTH-INTERVAL AND
                       (WS-NO-TREND-INTERVAL OR
                       HS-HEALTH-INTERVAL-START >=
               IF WS-INCR-MODE
                   PERFORM 231-REMEMBER-TOUCHED-INTERVAL
               ELSE
                   IF WS-TZ-NORMALIZING AND NOT WS-NO-TREND-INTERVAL
                           AND TI-TREND-INTERVAL-START <
                               WS-NEXT-TREND-INTERVAL-START
                       PERFORM 231-REMEMBER-TOUCHED-INTERVAL
                   END-IF
                   IF NOT WS-NO-TREND-INTERVAL AND
                           HS-HEALTH-INTERVAL-START >=
                               WS-NEXT-TREND-INTERVAL-END
               ADD 1 TO HLR-ERROR
           END-IF

      *-----------------------------------------------------------------
      * AUTH and FORBID requests are still ordinary requests above, but
      * are tallied separately so a credential-stuffing run against a
      * region shows up as more than "OK" workload (see ZTPTRSEC).
      *-----------------------------------------------------------------
           IF ELR-TYPE-AUTH
               ADD 1 TO HLR-AUTH
           END-IF

           IF ELR-TYPE-FORBID
               ADD 1 TO HLR-FORBID
           END-IF

           MOVE HE-HEALTH-INTERVAL-END TO RPT-END-INTERVAL
           IF VALID-EXEC-LOG-NONE-YET
               SET VALID-EXEC-LOG-FOUND TO TRUE
           IF HEALTH-LOG-IO-SUCCESS
               SET WS-SORTED-GROUP-EXISTS TO TRUE
               MOVE HEALTH-LOG-RECORD TO HLR-HEALTH-LOG-RECORD
               IF HLR-AUTH IS NOT NUMERIC
                   MOVE 0 TO HLR-AUTH
               END-IF
               IF HLR-FORBID IS NOT NUMERIC
                   MOVE 0 TO HLR-FORBID
               END-IF
           ELSE
               IF HEALTH-LOG-KEY-NOT-FOUND
                   MOVE SPACES TO HLR-HEALTH-LOG-RECORD
           IF JOB-STATS-IO-SUCCESS
               SET JOB-STATS-RECORD-FOUND TO TRUE
               MOVE JOB-STATS-RECORD TO JSR-JOB-STATS-RECORD
               IF JSR-ELAPSED-TOTAL IS NOT NUMERIC
                   MOVE 0 TO JSR-ELAPSED-TOTAL
               END-IF
           ELSE
               IF JOB-STATS-KEY-NOT-FOUND
                   SET JOB-STATS-RECORD-NOT-FOUND TO TRUE

           ADD 1 TO JSR-REQUESTS
           ADD ELR-CPU-TIME TO JSR-CPU-TIME-TOTAL
           IF ELR-V2-FORMAT AND ELR-ELAPSED-TIME IS NUMERIC
               ADD ELR-ELAPSED-TIME TO JSR-ELAPSED-TOTAL
           END-IF

           EVALUATE TRUE
               WHEN ELR-RESPONSE-FAST

      ******************************************************************
      * Note the trend interval of the record just merged (incremental *
      * mode, or a late record under time zone normalization), so      *
      * 243-REEMIT-CHANGED-INTERVALS can re-emit just the intervals    *
      * that actually changed this run.                                *
      *                                                                 *
      * Input:  TI-TREND-INTERVAL-START (from 235-CALCULATE-INTERVALS) *
      * Output: WS-TOUCHED-INTERVALS-TABLE                              *
               PERFORM 240-CREATE-HEALTH-TREND-REC
           END-PERFORM

           IF WS-INCR-MODE AND WS-TOUCHED-COUNT > 0
               DISPLAY '==> TRENDY incremental: re-emitted '
                   WS-TOUCHED-COUNT ' changed trend interval(s)'
           END-IF

           EXIT.

      ******************************************************************
      * Nightly and catch-up runs: re-emit the already-emitted trend   *
      * intervals that late, shop-time-normalized records fell into,   *
      * so their HEALTH-TREND, history and alert records are rebuilt   *
      * from the completed HEALTH-LOG before the day is rolled up. The *
      * emit position 240- was at is put back afterwards.              *
      *                                                                *
      * Input:  WS-TOUCHED-INTERVALS-TABLE                             *
      * Output: HEALTH-TREND file (via 243-REEMIT-CHANGED-INTERVALS)   *
      ******************************************************************
       244-REEMIT-LATE-INTERVALS.

           IF WS-TOUCHED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-TREND-INTERVAL-START TO WS-LATE-SAVE-START
           MOVE WS-NEXT-TREND-INTERVAL-END TO WS-LATE-SAVE-END

           PERFORM 243-REEMIT-CHANGED-INTERVALS

           DISPLAY '==> TRENDY: re-emitted ' WS-TOUCHED-COUNT
               ' trend interval(s) that received late records'

           MOVE WS-LATE-SAVE-START TO WS-NEXT-TREND-INTERVAL-START
           MOVE WS-LATE-SAVE-END TO WS-NEXT-TREND-INTERVAL-END
           MOVE 0 TO WS-TOUCHED-COUNT

           EXIT.

      ******************************************************************
      * Create a summary trend record for the given interval, one per  *
      * system (ELR-SYSTEM-ID) that reported in that interval, so one  *
      * Total up the health log entries into a health trend record per
      * system; HEALTH-LOG-KEY sorts interval then system id, so all
      * of a given system's entries for this interval are contiguous.
      *
      * HEALTH-LOG is shared by all partitions. A partition step takes
      * only its own registry slice's entries, so the trend, history,
      * gap and incident work below (which all build on the systems
      * totalled here) never touches another partition's systems.
      *-----------------------------------------------------------------
           SET HEALTH-LOG-HAS-MORE TO TRUE

                       IF HEALTH-LOG-KEY < WS-NEXT-TREND-INTERVAL-END
                           MOVE HEALTH-LOG-RECORD
                               TO HLR-HEALTH-LOG-RECORD
                           PERFORM 241-CHECK-PARTITION-SLICE
                       ELSE
                           SET HEALTH-LOG-DONE TO TRUE
                       END-IF

                       IF HEALTH-LOG-HAS-MORE AND WS-SR-IN-SLICE
                           IF WS-HEALTH-LOG-COUNT > 0 AND
                                   HLR-SYSTEM-ID NOT =
                                       WS-CURRENT-SYSTEM-ID
                           MOVE HLR-SYSTEM-ID TO WS-CURRENT-SYSTEM-ID
                           ADD 1 TO WS-HEALTH-LOG-COUNT
                           PERFORM 220-PROCESS-HEALTH-TREND-REC
                       END-IF
               END-READ


           EXIT.

      ******************************************************************
      * Is HLR-SYSTEM-ID one of this step's systems? Always yes in an  *
      * ordinary run, or in a partition step with no registry loaded;  *
      * otherwise only for the systems in the step's registry slice,   *
      * looked up the same way 309-STASH-DAYROLL-ENTRY does.           *
      *                                                                *
      * Input:  HLR-SYSTEM-ID, WS-SYSTEM-REGISTRY-TABLE                *
      * Output: WS-SR-SLICE-FLAG                                       *
      ******************************************************************
       241-CHECK-PARTITION-SLICE.

           SET WS-SR-IN-SLICE TO TRUE

           IF WS-PARTITIONED-RUN AND WS-SR-COUNT > 0
               SET WS-SR-ENTRY-NOT-FOUND TO TRUE
               PERFORM VARYING WS-SR-INDEX FROM 1 BY 1
                       UNTIL WS-SR-INDEX > WS-SR-COUNT
                           OR WS-SR-ENTRY-FOUND
                   IF WS-SR-SYSTEM-ID(WS-SR-INDEX) = HLR-SYSTEM-ID
                       SET WS-SR-ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-SR-ENTRY-NOT-FOUND
                   SET WS-SR-NOT-IN-SLICE TO TRUE
               END-IF
           END-IF

           EXIT.


      ******************************************************************
      * Write out (and reset) the accumulated HTT-HEALTH-TREND-TOTALS  *
      ******************************************************************
       268-CHECK-INCIDENT-CORRELATION.

      *-----------------------------------------------------------------
      * A PRT=n step's degraded and seen counts cover only its own
      * systems, so one fleet-wide incident would come out as partial
      * ones; ZTPTRMRG correlates the merged HEALTH-TREND instead.
      *-----------------------------------------------------------------
           IF WS-PARTITIONED-RUN
               EXIT PARAGRAPH
           END-IF

           IF WS-SEEN-COUNT < 2 OR WS-DEGRADED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
               STOP RUN
           END-IF

      *-----------------------------------------------------------------
      * The AUTH/FORBID totals ride along under the summary; the
      * per-system picture is ZTPTRSEC's job.
      *-----------------------------------------------------------------
           MOVE RPT-AUTH-EXEC-LOGS TO WSD-AUTH-EXEC-LOGS
           MOVE RPT-FORBID-EXEC-LOGS TO WSD-FORBID-EXEC-LOGS
           DISPLAY WS-SECURITY-DISPOSITION-LINE
           WRITE STATS-REPORT-RECORD FROM WS-SECURITY-DISPOSITION-LINE
           IF NOT STATS-REPORT-IO-SUCCESS
               DISPLAY '100: Error writing stats report: '
                   STATS-REPORT-FS
               PERFORM 510-PROGRAM-ERROR-CONTINUE
           END-IF

      *-----------------------------------------------------------------
      * Duplicates diverted to DUPLOG: the total, then one line for
      * each system that retransmitted.
      *-----------------------------------------------------------------
           MOVE RPT-DUPLICATE-EXEC-LOGS TO WDT-DUPLICATE-EXEC-LOGS
           DISPLAY WS-DUPLICATE-TOTAL-LINE
           WRITE STATS-REPORT-RECORD FROM WS-DUPLICATE-TOTAL-LINE
           IF NOT STATS-REPORT-IO-SUCCESS
               DISPLAY '105: Error writing stats report: '
                   STATS-REPORT-FS
               PERFORM 510-PROGRAM-ERROR-CONTINUE
           END-IF

           PERFORM VARYING WS-DUP-INDEX FROM 1 BY 1
                   UNTIL WS-DUP-INDEX > WS-DUP-SYSTEMS
               MOVE WS-DUP-SYSTEM-ID(WS-DUP-INDEX) TO WDS-SYSTEM-ID
               MOVE WS-DUP-COUNT(WS-DUP-INDEX)
                   TO WDS-DUPLICATE-EXEC-LOGS
               DISPLAY WS-DUPLICATE-SYSTEM-LINE
               WRITE STATS-REPORT-RECORD FROM WS-DUPLICATE-SYSTEM-LINE
               IF NOT STATS-REPORT-IO-SUCCESS
                   DISPLAY '105: Error writing stats report: '
                       STATS-REPORT-FS
                   PERFORM 510-PROGRAM-ERROR-CONTINUE
               END-IF
           END-PERFORM

      *-----------------------------------------------------------------
      * Time-zone normalization: records restated into shop time and
      * records that landed in a DST switch hour.
      *-----------------------------------------------------------------
           MOVE RPT-TZ-SHIFTED-EXEC-LOGS TO WTZ-SHIFTED-EXEC-LOGS
           MOVE RPT-DST-AMBIGUOUS-EXEC-LOGS TO WTZ-AMBIGUOUS-EXEC-LOGS
           DISPLAY WS-TIME-ZONE-LINE
           WRITE STATS-REPORT-RECORD FROM WS-TIME-ZONE-LINE
           IF NOT STATS-REPORT-IO-SUCCESS
               DISPLAY '113: Error writing stats report: '
                   STATS-REPORT-FS
               PERFORM 510-PROGRAM-ERROR-CONTINUE
           END-IF

           PERFORM 301-WRITE-STATS-REPORT-CSV

           EXIT.

       309-STASH-DAYROLL-ENTRY.

      *-----------------------------------------------------------------
      * The history is shared by all partitions; a partition step
      * rolls up only the systems in its own registry slice.
      *-----------------------------------------------------------------
           IF WS-PARTITIONED-RUN AND WS-SR-COUNT > 0
               SET WS-SR-ENTRY-NOT-FOUND TO TRUE
               PERFORM VARYING WS-SR-INDEX FROM 1 BY 1
                       UNTIL WS-SR-INDEX > WS-SR-COUNT
                           OR WS-SR-ENTRY-FOUND
                   IF WS-SR-SYSTEM-ID(WS-SR-INDEX) = HTH-SYSTEM-ID
                       SET WS-SR-ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-SR-ENTRY-NOT-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-DAYROLL-COUNT >= 500
               DISPLAY '==> TRENDY: day rollup table full, interval '
                   HTH-INTERVAL ' system ' HTH-SYSTEM-ID
                   CFG-VOLUME-SWING-PCT '%'
           END-IF

      *-----------------------------------------------------------------
      * Shop time (the standard UTC offset every record is restated
      * in) likewise: registry TMZ first, PARM TMZ= over it.
      *-----------------------------------------------------------------
           MOVE 'TMZ     ' TO WS-REGISTRY-PARM
           CALL 'ZTPPARMD' USING WS-REGISTRY-PROGRAM,
               WS-REGISTRY-PARM, WS-REGISTRY-VALUE
           IF WS-REGISTRY-VALUE NOT = SPACES
               MOVE WS-REGISTRY-VALUE(1:5) TO WS-TZ-OFFSET-TEXT
               PERFORM 119-CONVERT-UTC-OFFSET
               IF WS-TZ-OFFSET-VALID
                   MOVE WS-TZ-OFFSET-MINUTES TO WS-SHOP-UTC-OFFSET
                   DISPLAY '==> TRENDY registry shop time zone UTC'
                       WS-TZ-OFFSET-TEXT
               END-IF
           END-IF

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           PERFORM 113-CHECK-PARM-VSP
           PERFORM 117-CHECK-PARM-EXP
           PERFORM 118-CHECK-PARM-SRT
           PERFORM 121-CHECK-PARM-TMZ
           PERFORM 122-CHECK-PARM-PRT
           MOVE WS-PARM-HTI-FIELD TO WS-PARM-ANY-FIELD
           PERFORM 113-CHECK-PARM-VSP
           PERFORM 117-CHECK-PARM-EXP
           PERFORM 118-CHECK-PARM-SRT
           PERFORM 121-CHECK-PARM-TMZ
           PERFORM 122-CHECK-PARM-PRT
           MOVE WS-PARM-FIELD-3 TO WS-PARM-ANY-FIELD
           PERFORM 113-CHECK-PARM-VSP
           PERFORM 117-CHECK-PARM-EXP
           PERFORM 118-CHECK-PARM-SRT
           PERFORM 121-CHECK-PARM-TMZ
           PERFORM 122-CHECK-PARM-PRT
           MOVE WS-PARM-FIELD-4 TO WS-PARM-ANY-FIELD
           PERFORM 113-CHECK-PARM-VSP
           PERFORM 117-CHECK-PARM-EXP
           PERFORM 118-CHECK-PARM-SRT
           PERFORM 121-CHECK-PARM-TMZ
           PERFORM 122-CHECK-PARM-PRT

           MOVE WS-PARM-HLI-FIELD(1:4) TO WS-PARM-KEY
           IF WS-PARM-KEY = 'HLI='

           EXIT.

      ******************************************************************
      * If WS-PARM-ANY-FIELD carries 'PRT=n', run as partition n of a  *
      * partitioned nightly run (see WS-RUN-PARTITION).                *
      ******************************************************************
       122-CHECK-PARM-PRT.

           IF WS-PARM-ANY-FIELD(1:4) = 'PRT='
               IF WS-PARM-ANY-FIELD(5:1) >= '1'
                       AND WS-PARM-ANY-FIELD(5:1) <= '4'
                   MOVE WS-PARM-ANY-FIELD(5:1) TO WS-RUN-PARTITION
                   DISPLAY '==> TRENDY running as partition '
                       WS-RUN-PARTITION
               ELSE
                   DISPLAY '==> TRENDY: invalid partition ignored: '
                       WS-PARM-ANY-FIELD
                   PERFORM 510-PROGRAM-ERROR-CONTINUE
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * If WS-PARM-ANY-FIELD carries 'TMZ=+hhmm', set the shop time    *
      * zone (standard UTC offset) records are normalized to.          *
      ******************************************************************
       121-CHECK-PARM-TMZ.

           IF WS-PARM-ANY-FIELD(1:4) = 'TMZ='
               MOVE WS-PARM-ANY-FIELD(5:5) TO WS-TZ-OFFSET-TEXT
               PERFORM 119-CONVERT-UTC-OFFSET
               IF WS-TZ-OFFSET-VALID
                   MOVE WS-TZ-OFFSET-MINUTES TO WS-SHOP-UTC-OFFSET
                   DISPLAY '==> TRENDY shop time zone UTC'
                       WS-TZ-OFFSET-TEXT
               ELSE
                   DISPLAY '==> TRENDY invalid TMZ ignored: '
                       WS-PARM-ANY-FIELD
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * Convert a '+hhmm'/'-hhmm' UTC offset to signed minutes. Hours  *
      * run to 14 (the widest offset in use), minutes to 59.           *
      *                                                                *
      * Input:  WS-TZ-OFFSET-TEXT                                      *
      * Output: WS-TZ-OFFSET-MINUTES, WS-TZ-OFFSET-FLAG                *
      ******************************************************************
       119-CONVERT-UTC-OFFSET.

           SET WS-TZ-OFFSET-INVALID TO TRUE
           MOVE 0 TO WS-TZ-OFFSET-MINUTES

           IF (WS-TZ-OFFSET-TEXT(1:1) NOT = '+'
                   AND WS-TZ-OFFSET-TEXT(1:1) NOT = '-')
                   OR WS-TZ-OFFSET-TEXT(2:4) IS NOT NUMERIC
                   OR WS-TZ-OFFSET-TEXT(2:2) > '14'
                   OR WS-TZ-OFFSET-TEXT(4:2) > '59'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TZ-OFFSET-TEXT(2:2) TO WS-TZ-OFFSET-HH
           MOVE WS-TZ-OFFSET-TEXT(4:2) TO WS-TZ-OFFSET-MM
           COMPUTE WS-TZ-OFFSET-MINUTES =
               WS-TZ-OFFSET-HH * 60 + WS-TZ-OFFSET-MM
           IF WS-TZ-OFFSET-TEXT(1:1) = '-'
               MULTIPLY -1 BY WS-TZ-OFFSET-MINUTES
           END-IF
           SET WS-TZ-OFFSET-VALID TO TRUE

           EXIT.

      ******************************************************************
      * If WS-PARM-ANY-FIELD carries 'EXP=sss' (a SYSTEM-ID or 'ALL'), *
      * turn on the rating explanation trace for that selection.       *
      ******************************************************************
       106-LOAD-RESTART-POINT.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-THIS-RUN-STAMP
           MOVE 0 TO WS-RESTART-POINT
           MOVE SPACES TO WS-ABORTED-RUN-STAMP

           OPEN INPUT CHECKPOINT-FILE
           IF NOT CHECKPOINT-IO-SUCCESS
                       NOT AT END
                           MOVE CHK-RECORDS-PROCESSED
                               TO WS-RESTART-POINT
                           MOVE CHK-RUN-STAMP TO WS-ABORTED-RUN-STAMP
                   END-READ
               END-PERFORM


           IF WS-RESTART-COMPLETE
               MOVE 0 TO WS-RESTART-POINT
               MOVE SPACES TO WS-ABORTED-RUN-STAMP
           ELSE
               IF WS-RESTART-POINT NOT = 0
                   DISPLAY '==> TRENDY restart: skipping first '
                   ' registered system(s) from SYSREGY'
           END-IF

           IF WS-SR-OTHER-PARTITIONS > 0
               DISPLAY '==> TRENDY left ' WS-SR-OTHER-PARTITIONS
                   ' registered system(s) to the other partitions'
           END-IF

           EXIT.

      ******************************************************************
               EXIT PARAGRAPH
           END-IF

      *-----------------------------------------------------------------
      * A partition step only knows its own partition's systems.
      *-----------------------------------------------------------------
           IF WS-PARTITIONED-RUN
               MOVE SRG-PARTITION TO WS-SR-PARTITION
               IF WS-SR-PARTITION = SPACE
                   MOVE '1' TO WS-SR-PARTITION
               END-IF
               IF WS-SR-PARTITION NOT = WS-RUN-PARTITION
                   ADD 1 TO WS-SR-OTHER-PARTITIONS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-SR-COUNT < 20
               ADD 1 TO WS-SR-COUNT
               MOVE SRG-SYSTEM-ID TO WS-SR-SYSTEM-ID(WS-SR-COUNT)
               MOVE SRG-EXPECTED-FROM-HH TO WS-SR-FROM-HH(WS-SR-COUNT)
               MOVE SRG-EXPECTED-TO-HH TO WS-SR-TO-HH(WS-SR-COUNT)
               MOVE 0 TO WS-SR-SEEN-FLAG(WS-SR-COUNT)
               PERFORM 116-ADD-REGISTRY-TIME-ZONE
           ELSE
               DISPLAY '==> TRENDY: system registry table full, '
                   'ignoring entry for ' SRG-SYSTEM-ID

           EXIT.

      ******************************************************************
      * Stash the time zone of the registry entry just added. A blank  *
      * offset means the system reports in shop time; an unreadable    *
      * offset or rule is warned about and the entry kept without a    *
      * zone, so its records are still accepted, just not shifted.     *
      ******************************************************************
       116-ADD-REGISTRY-TIME-ZONE.

           MOVE 0 TO WS-SR-ZONE-FLAG(WS-SR-COUNT)
           MOVE 0 TO WS-SR-UTC-OFFSET(WS-SR-COUNT)
           MOVE SPACES TO WS-SR-DST-RULE(WS-SR-COUNT)

           IF SRG-UTC-OFFSET = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SRG-UTC-OFFSET TO WS-TZ-OFFSET-TEXT
           PERFORM 119-CONVERT-UTC-OFFSET
           IF WS-TZ-OFFSET-INVALID
                   OR (SRG-DST-RULE NOT = SPACES
                       AND SRG-DST-RULE NOT = 'NO'
                       AND SRG-DST-RULE NOT = 'EU'
                       AND SRG-DST-RULE NOT = 'US')
               DISPLAY '==> TRENDY: invalid time zone for '
                   SRG-SYSTEM-ID ' ignored: ' SRG-UTC-OFFSET ' '
                   SRG-DST-RULE
               PERFORM 510-PROGRAM-ERROR-CONTINUE
               EXIT PARAGRAPH
           END-IF

           SET WS-SR-HAS-ZONE(WS-SR-COUNT) TO TRUE
           SET WS-TZ-NORMALIZING TO TRUE
           MOVE WS-TZ-OFFSET-MINUTES TO WS-SR-UTC-OFFSET(WS-SR-COUNT)
           MOVE SRG-DST-RULE TO WS-SR-DST-RULE(WS-SR-COUNT)

           EXIT.

      ******************************************************************
      * Load the planned maintenance windows (if the MAINTWIN dataset  *
      * is supplied) into WS-MAINT-WINDOW-TABLE.                       *
               STOP RUN
           END-IF

           OPEN OUTPUT DUPLICATE-LOG
           IF NOT DUPLICATE-LOG-IO-SUCCESS
               DISPLAY '106: Error opening duplicate log: '
                   DUPLICATE-LOG-FS
               PERFORM 521-PROGRAM-ERROR-OPEN
               PERFORM 500-END-PROGRAM
               STOP RUN
           END-IF

      *-----------------------------------------------------------------
      * Re-open the checkpoint file for output; 106-LOAD-RESTART-POINT
      * already read the restart point left by a prior run. Opening
               STOP RUN
           END-IF

      *-----------------------------------------------------------------
      * Start the history with the restart point carried in, under
      * this run's stamp: an abend before the first regular checkpoint
      * then neither loses the old restart point nor leaves the rerun
      * unable to tell this run's EXEC-LOG-SEEN entries apart.
      *-----------------------------------------------------------------
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE WS-RESTART-POINT TO CHK-RECORDS-PROCESSED
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHK-WRITTEN-AT
           MOVE WS-THIS-RUN-STAMP TO CHK-RUN-STAMP
           WRITE CHECKPOINT-RECORD
           IF NOT CHECKPOINT-IO-SUCCESS
               DISPLAY '112: Error writing checkpoint file: '
                   CHECKPOINT-FS
               PERFORM 510-PROGRAM-ERROR-CONTINUE
           END-IF

           OPEN OUTPUT ALERT-LOG
           IF NOT ALERT-LOG-IO-SUCCESS
               DISPLAY '29: Error opening alert log: ' ALERT-LOG-FS
               END-IF
           END-IF

      *-----------------------------------------------------------------
      * EXEC-LOG-SEEN has to outlive the run too - retransmits often
      * arrive the next day. Same I-O open with first-run OUTPUT
      * fallback.
      *-----------------------------------------------------------------
           OPEN I-O EXEC-LOG-SEEN
           IF NOT EXEC-LOG-SEEN-IO-SUCCESS
               IF EXEC-LOG-SEEN-DNE
                   OPEN OUTPUT EXEC-LOG-SEEN
                   IF NOT EXEC-LOG-SEEN-IO-SUCCESS
                       DISPLAY '107: Error opening exec log seen: '
                           EXEC-LOG-SEEN-FS
                       PERFORM 521-PROGRAM-ERROR-OPEN
                       PERFORM 500-END-PROGRAM
                       STOP RUN
                   END-IF

                   CLOSE EXEC-LOG-SEEN
                   IF NOT EXEC-LOG-SEEN-IO-SUCCESS
                       DISPLAY '108: Error closing exec log seen: '
                           EXEC-LOG-SEEN-FS
                       PERFORM 521-PROGRAM-ERROR-OPEN
                       PERFORM 500-END-PROGRAM
                       STOP RUN
                   END-IF

                   OPEN I-O EXEC-LOG-SEEN
                   IF NOT EXEC-LOG-SEEN-IO-SUCCESS
                       DISPLAY '109: Error opening exec log seen: '
                           EXEC-LOG-SEEN-FS
                       PERFORM 521-PROGRAM-ERROR-OPEN
                       PERFORM 500-END-PROGRAM
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY '109: Error opening exec log seen: '
                       EXEC-LOG-SEEN-FS
                   PERFORM 521-PROGRAM-ERROR-OPEN
                   PERFORM 500-END-PROGRAM
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT WEEK-COMPARE-REPORT
           IF NOT WEEK-COMPARE-IO-SUCCESS
               DISPLAY '43: Error opening week compare report: '
               PERFORM 510-PROGRAM-ERROR-CONTINUE
           END-IF

           CLOSE DUPLICATE-LOG
           IF NOT DUPLICATE-LOG-IO-SUCCESS
               DISPLAY '110: Error closing duplicate log: '
                   DUPLICATE-LOG-FS
               PERFORM 510-PROGRAM-ERROR-CONTINUE
           END-IF

           CLOSE CHECKPOINT-FILE
           IF NOT CHECKPOINT-IO-SUCCESS
               DISPLAY '28: Error closing checkpoint file: '
               PERFORM 510-PROGRAM-ERROR-CONTINUE
           END-IF

           CLOSE EXEC-LOG-SEEN
           IF NOT EXEC-LOG-SEEN-IO-SUCCESS
               DISPLAY '111: Error closing exec log seen: '
                   EXEC-LOG-SEEN-FS
               PERFORM 510-PROGRAM-ERROR-CONTINUE
           END-IF

           IF NOT WS-EXPLAIN-OFF
               CLOSE EXPLAIN-TRACE
               IF NOT EXPLAIN-TRACE-IO-SUCCESS
           END-IF

           EXIT.

      ******************************************************************
      * 213-CHECK-DUPLICATE-EXEC-LOG found this record already         *
      * consolidated. Divert it to the DUPLICATE-LOG and count it for  *
      * its system so the STATS-REPORT shows who is retransmitting.    *
      ******************************************************************
       532-REPORT-DUPLICATE-EXEC-LOG.

           ADD 1 TO RPT-DUPLICATE-EXEC-LOGS

           SET WS-DUP-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DUP-INDEX FROM 1 BY 1
                   UNTIL WS-DUP-INDEX > WS-DUP-SYSTEMS
                       OR WS-DUP-ENTRY-FOUND
               IF WS-DUP-SYSTEM-ID(WS-DUP-INDEX) = ELR-SYSTEM-ID
                   SET WS-DUP-ENTRY-FOUND TO TRUE
                   ADD 1 TO WS-DUP-COUNT(WS-DUP-INDEX)
               END-IF
           END-PERFORM

           IF WS-DUP-ENTRY-NOT-FOUND AND WS-DUP-SYSTEMS < 20
               ADD 1 TO WS-DUP-SYSTEMS
               MOVE ELR-SYSTEM-ID TO WS-DUP-SYSTEM-ID(WS-DUP-SYSTEMS)
               MOVE 1 TO WS-DUP-COUNT(WS-DUP-SYSTEMS)
           END-IF

           MOVE EXEC-LOG-RECORD TO DUPLICATE-LOG-RECORD
           WRITE DUPLICATE-LOG-RECORD
           IF NOT DUPLICATE-LOG-IO-SUCCESS
               DISPLAY '104: Error writing duplicate log: '
                   DUPLICATE-LOG-FS
               PERFORM 510-PROGRAM-ERROR-CONTINUE
           END-IF

           EXIT.
       
