       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCSWKL.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Weekly data-steward worklist for CUSTFILE. ZTPDQSCD scores     *
      * whole feeds; the customer data stewards need to know which     *
      * records to fix. This pass scores every live CUSTFILE record    *
      * for quality problems:                                          *
      *                                                                *
      *   NO-LAST   no last name                                       *
      *   NO-FIRST  no first name                                      *
      *   PHONE     a phone ZTPCICST would refuse today: missing, not  *
      *             ten digits, or a leading 0 or 1 in the area code   *
      *   CAPS      a name keyed in all capitals                       *
      *   DIGITS    a name with digits in it                           *
      *   DUP=key   a likely duplicate of that record: the same phone, *
      *             or the same first name with a last name that       *
      *             sounds alike (ZTPCSNDX)                            *
      *   STALE     not changed in years (PARM 'YRS=nn', default 3)    *
      *                                                                *
      * Each problem carries a weight; a record's priority is the sum  *
      * of its weights plus one for every week it has been waiting on  *
      * the worklist, so nothing sinks out of sight for good. The      *
      * worklist (SWKLRPT) has one section per steward, highest        *
      * priority first. Stewards own ranges of last-name initials      *
      * (STEWARDS); a record no range covers goes to UNASSIGN.         *
      *                                                                *
      * Week to week the program keeps one state record per live       *
      * customer (QSTOLD in, QSTNEW out - run them as a generation     *
      * data group): the FILE-VERSION last seen, when it last changed  *
      * and when the record joined the worklist. A record whose        *
      * problems have been fixed - or that has been deleted - drops    *
      * off and is counted as fixed. The first run, with no state,     *
      * takes each record's last change from the audit KSDS (AUDKSDS); *
      * a record the trail never mentions is dated from the start of   *
      * the trail. Each run appends its open, new and fixed counts to  *
      * the SWKLHIST history, and the report closes with the backlog   *
      * trend over the last eight runs.                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTFILE ASSIGN TO CUSTFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FILE-KEY
           FILE STATUS IS CUSTFILE-FS.

           SELECT OPTIONAL STEWARD-FILE ASSIGN STEWARDS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STEWARD-FILE-FS.

           SELECT OPTIONAL OLD-STATE ASSIGN QSTOLD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OLD-STATE-FS.

           SELECT NEW-STATE ASSIGN QSTNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS NEW-STATE-FS.

           SELECT OPTIONAL AUDIT-MASTER ASSIGN AUDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AMR-KEY
           FILE STATUS IS AUDIT-MASTER-FS.

           SELECT SEED-KEYS ASSIGN SEEDKEYS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SEED-KEYS-FS.

           SELECT DUP-WORK ASSIGN DUPWORK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DUP-WORK-FS.

           SELECT DUP-KEYS ASSIGN DUPKEYS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DUP-KEYS-FS.

           SELECT OPTIONAL TREND-HISTORY ASSIGN SWKLHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TREND-HISTORY-FS.

           SELECT WORKLIST-REPORT ASSIGN SWKLRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WORKLIST-REPORT-FS.

           SELECT SEED-SORT-WORK ASSIGN TO SORTWK1.
           SELECT MATCH-SORT-WORK ASSIGN TO SORTWK2.
           SELECT DUP-SORT-WORK ASSIGN TO SORTWK3.
           SELECT WORKLIST-SORT-WORK ASSIGN TO SORTWK4.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTFILE RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS FILE-RECORD.
       01  FILE-RECORD.
           03  FILE-KEY         PIC X(6).
           03  FILE-KEEP        PIC X(1).
               88  KEEP-YES     VALUE 'K'.
           03  FILE-LASTNAME    PIC X(40).
           03  FILE-FIRSTNAME   PIC X(40).
           03  FILE-PHONE       PIC X(10).
           03  FILE-VERSION     PIC 9(8).
           03  FILE-DEL-FLAG    PIC X(1).
               88  DELETED-YES  VALUE 'X'.
           03  FILE-DEL-DATE    PIC X(8).
           03  FILLER           PIC X(6).

      *-----------------------------------------------------------------
      * A steward and the last-name initials they own, e.g.
      * 'JSMITH   A M JANE SMITH'. Ranges are tried in file order.
      *-----------------------------------------------------------------
       FD  STEWARD-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS STEWARD-RECORD.
       01  STEWARD-RECORD.
           05 STW-STEWARD-ID       PIC X(8).
           05 FILLER               PIC X.
           05 STW-FROM-LETTER      PIC X.
           05 FILLER               PIC X.
           05 STW-TO-LETTER        PIC X.
           05 FILLER               PIC X.
           05 STW-STEWARD-NAME     PIC X(30).
           05 FILLER               PIC X(37).

      *-----------------------------------------------------------------
      * One state record per live customer, in key order: the version
      * last seen, the date it last changed, and - while the record is
      * on the worklist - the date it joined and its steward.
      *-----------------------------------------------------------------
       FD  OLD-STATE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS OLD-STATE-RECORD.
       01  OLD-STATE-RECORD.
           05 QSO-KEY              PIC X(6).
           05 FILLER               PIC X.
           05 QSO-VERSION          PIC 9(8).
           05 FILLER               PIC X.
           05 QSO-CHANGED-DATE     PIC X(8).
           05 FILLER               PIC X.
           05 QSO-FIRST-LISTED     PIC X(8).
           05 FILLER               PIC X.
           05 QSO-STEWARD-ID       PIC X(8).
           05 FILLER               PIC X(38).

       FD  NEW-STATE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS NEW-STATE-RECORD.
       01  NEW-STATE-RECORD.
           05 QSN-KEY              PIC X(6).
           05 FILLER               PIC X.
           05 QSN-VERSION          PIC 9(8).
           05 FILLER               PIC X.
           05 QSN-CHANGED-DATE     PIC X(8).
           05 FILLER               PIC X.
           05 QSN-FIRST-LISTED     PIC X(8).
           05 FILLER               PIC X.
           05 QSN-STEWARD-ID       PIC X(8).
           05 FILLER               PIC X(38).

       FD  AUDIT-MASTER RECORD CONTAINS 141 CHARACTERS
           DATA RECORD IS AUDIT-MASTER-RECORD.
       01  AUDIT-MASTER-RECORD.
           05 AMR-KEY.
               10 AMR-DATE         PIC X(8).
               10 AMR-TIME         PIC X(8).
               10 AMR-SEQUENCE     PIC 9(4).
           05 FILLER               PIC X.
           05 AMR-AUDIT-DATA       PIC X(120).

       FD  SEED-KEYS RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SEED-KEYS-RECORD.
       01  SEED-KEYS-RECORD.
           05 SKR-KEY              PIC X(6).
           05 SKR-DATE             PIC X(8).
           05 FILLER               PIC X(6).

       FD  DUP-WORK RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DUP-WORK-RECORD.
       01  DUP-WORK-RECORD         PIC X(20).

       FD  DUP-KEYS RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS DUP-KEYS-RECORD.
       01  DUP-KEYS-RECORD.
           05 DKR-KEY              PIC X(6).
           05 DKR-PARTNER-KEY      PIC X(6).
           05 FILLER               PIC X(8).

       FD  TREND-HISTORY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TREND-HISTORY-RECORD.
       01  TREND-HISTORY-RECORD.
           05 SWH-RUN-DATE         PIC X(8).
           05 FILLER               PIC X.
           05 SWH-STEWARD-ID       PIC X(8).
           05 FILLER               PIC X.
           05 SWH-OPEN             PIC 9(7).
           05 FILLER               PIC X.
           05 SWH-NEW              PIC 9(7).
           05 FILLER               PIC X.
           05 SWH-FIXED            PIC 9(7).
           05 FILLER               PIC X(39).

       FD  WORKLIST-REPORT RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS WORKLIST-REPORT-RECORD.
       01  WORKLIST-REPORT-RECORD  PIC X(132).

       SD  SEED-SORT-WORK
           DATA RECORD IS SEED-SORT-RECORD.
       01  SEED-SORT-RECORD.
           05 SSR-KEY              PIC X(6).
           05 SSR-DATE             PIC X(8).
           05 FILLER               PIC X(6).

       SD  MATCH-SORT-WORK
           DATA RECORD IS MATCH-SORT-RECORD.
       01  MATCH-SORT-RECORD.
           05 MSR-MATCH-KEY        PIC X(45).
           05 MSR-FILE-KEY         PIC X(6).

       SD  DUP-SORT-WORK
           DATA RECORD IS DUP-SORT-RECORD.
       01  DUP-SORT-RECORD.
           05 DSR-KEY              PIC X(6).
           05 DSR-PARTNER-KEY      PIC X(6).
           05 FILLER               PIC X(8).

       SD  WORKLIST-SORT-WORK
           DATA RECORD IS WORKLIST-SORT-RECORD.
       01  WORKLIST-SORT-RECORD.
           05 WSR-STEWARD-ID       PIC X(8).
           05 WSR-PRIORITY         PIC 9(4).
           05 WSR-KEY              PIC X(6).
           05 WSR-LASTNAME         PIC X(40).
           05 WSR-FIRSTNAME        PIC X(40).
           05 WSR-PHONE            PIC X(10).
           05 WSR-WEEKS            PIC 9(3).
           05 WSR-NEW-FLAG         PIC X.
           05 WSR-REASONS          PIC X(55).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  CUSTFILE-FS         PIC X(2).
           88 CUSTFILE-FS-OK       VALUE '00'.
           88 CUSTFILE-FS-EOF      VALUE '10'.
       77  STEWARD-FILE-FS     PIC X(2).
           88 STEWARD-FILE-FS-OK   VALUE '00' '05'.
       77  OLD-STATE-FS        PIC X(2).
           88 OLD-STATE-FS-OK      VALUE '00' '05'.
       77  NEW-STATE-FS        PIC X(2).
           88 NEW-STATE-FS-OK      VALUE '00'.
       77  AUDIT-MASTER-FS     PIC X(2).
           88 AUDIT-MASTER-FS-OK   VALUE '00'.
       77  SEED-KEYS-FS        PIC X(2).
           88 SEED-KEYS-FS-OK      VALUE '00'.
       77  DUP-WORK-FS         PIC X(2).
           88 DUP-WORK-FS-OK       VALUE '00'.
       77  DUP-KEYS-FS         PIC X(2).
           88 DUP-KEYS-FS-OK       VALUE '00'.
       77  TREND-HISTORY-FS    PIC X(2).
           88 TREND-HISTORY-FS-OK  VALUE '00' '05'.
           88 TREND-HISTORY-FS-DNE VALUE '35'.
       77  WORKLIST-REPORT-FS  PIC X(2).
           88 WORKLIST-REPORT-FS-OK VALUE '00'.

       77  CUSTFILE-IO-FLAG    PIC 9.
           88 CUSTFILE-DONE        VALUE 1.
           88 CUSTFILE-HAS-MORE    VALUE 0.
       77  OLD-STATE-IO-FLAG   PIC 9.
           88 OLD-STATE-DONE       VALUE 1.
           88 OLD-STATE-HAS-MORE   VALUE 0.
       77  SEED-IO-FLAG        PIC 9.
           88 SEED-DONE            VALUE 1.
           88 SEED-HAS-MORE        VALUE 0.
       77  DUP-IO-FLAG         PIC 9.
           88 DUP-DONE             VALUE 1.
           88 DUP-HAS-MORE         VALUE 0.
       77  AUDIT-IO-FLAG       PIC 9.
           88 AUDIT-DONE           VALUE 1.
           88 AUDIT-HAS-MORE       VALUE 0.
       77  SORT-IO-FLAG        PIC 9.
           88 SORT-DONE            VALUE 1.
           88 SORT-HAS-MORE        VALUE 0.

           COPY ZTAUDREC.

      ******************************************************************
      * Problem weights and the staleness limit.                       *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-SWKL.
           05 CFG-STALE-YEARS      PIC 9(2) VALUE 3.
           05 CFG-WEIGHT-NO-LAST   PIC 9(2) VALUE 40.
           05 CFG-WEIGHT-NO-FIRST  PIC 9(2) VALUE 20.
           05 CFG-WEIGHT-PHONE     PIC 9(2) VALUE 30.
           05 CFG-WEIGHT-DUPLICATE PIC 9(2) VALUE 25.
           05 CFG-WEIGHT-DIGITS    PIC 9(2) VALUE 15.
           05 CFG-WEIGHT-STALE     PIC 9(2) VALUE 10.
           05 CFG-WEIGHT-CAPS      PIC 9(2) VALUE 5.

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
       77  WS-TODAY                PIC X(8).
       77  WS-TODAY-DAY-NUMBER     PIC 9(7).
       77  WS-DAY-NUMBER           PIC 9(7).
       77  WS-STALE-CUTOFF         PIC X(8).

      *-----------------------------------------------------------------
      * First run: no state yet, so last-change dates come from the
      * audit trail. WS-TRAIL-START is the trail's earliest date.
      *-----------------------------------------------------------------
       77  WS-SEEDING-FLAG     PIC 9 VALUE 0.
           88 WS-SEEDING           VALUE 1.
       77  WS-TRAIL-FLAG       PIC 9 VALUE 0.
           88 WS-TRAIL-AVAILABLE   VALUE 1.
       77  WS-TRAIL-START      PIC X(8) VALUE SPACES.

      ******************************************************************
      * Stewards, with this run's counts and last run's backlog. The   *
      * last entry is always UNASSIGN, the owner of last resort.       *
      ******************************************************************
       01  WS-STEWARD-TABLE.
           05 WS-ST-ENTRY OCCURS 50 TIMES.
               10 WS-ST-STEWARD-ID     PIC X(8).
               10 WS-ST-STEWARD-NAME   PIC X(30).
               10 WS-ST-FROM-LETTER    PIC X.
               10 WS-ST-TO-LETTER      PIC X.
               10 WS-ST-OPEN           PIC 9(7).
               10 WS-ST-NEW            PIC 9(7).
               10 WS-ST-FIXED          PIC 9(7).
               10 WS-ST-LAST-OPEN      PIC 9(7).
               10 WS-ST-LAST-FLAG      PIC X.
                   88 WS-ST-HAS-LAST       VALUE 'Y'.
       77  WS-ST-USED          PIC 9(2) VALUE 0.
       77  WS-ST-INDEX         PIC 9(2).
       77  WS-ST-FOUND-FLAG    PIC 9.
           88 WS-ST-FOUND          VALUE 1.
           88 WS-ST-NOT-FOUND      VALUE 0.
       77  WS-ST-UNASSIGNED    PIC 9(2).
       77  WS-NAME-INITIAL     PIC X.
       77  WS-LOOKUP-STEWARD   PIC X(8).

      ******************************************************************
      * Backlog trend: the last seven runs' totals from SWKLHIST,      *
      * oldest first, then this run's.                                 *
      ******************************************************************
       01  WS-TREND-TABLE.
           05 WS-TR-ENTRY OCCURS 8 TIMES.
               10 WS-TR-RUN-DATE       PIC X(8).
               10 WS-TR-OPEN           PIC 9(7).
               10 WS-TR-NEW            PIC 9(7).
               10 WS-TR-FIXED          PIC 9(7).
       77  WS-TR-USED          PIC 9 VALUE 0.
       77  WS-TR-INDEX         PIC 9.
       77  WS-TREND-CHANGE     PIC S9(7).

      *-----------------------------------------------------------------
      * Duplicate grouping: records sharing a match key (phone, or
      * sound-alike last name plus first name) are each paired with
      * the first record of their group.
      *-----------------------------------------------------------------
       01  WS-MATCH-ENTRY.
           05 WS-ME-MATCH-KEY.
               10 WS-ME-MATCH-TYPE     PIC X.
               10 WS-ME-MATCH-VALUE    PIC X(44).
           05 WS-ME-FILE-KEY           PIC X(6).
       77  WS-PHONETIC-CODE    PIC X(4).
       77  WS-UPPER-FIRSTNAME  PIC X(40).
       77  WS-GROUP-MATCH-KEY  PIC X(45).
       77  WS-GROUP-FIRST-KEY  PIC X(6).
       77  WS-GROUP-SIZE       PIC 9(5).
       01  WS-DUP-PAIR.
           05 WS-DP-KEY            PIC X(6).
           05 WS-DP-PARTNER-KEY    PIC X(6).
           05 FILLER               PIC X(8) VALUE SPACES.

      *-----------------------------------------------------------------
      * The record being scored.
      *-----------------------------------------------------------------
       77  WS-STATE-FLAG       PIC 9.
           88 WS-STATE-FOUND       VALUE 1.
           88 WS-STATE-NOT-FOUND   VALUE 0.
       77  WS-DUP-PARTNER      PIC X(6).
       77  WS-CHANGED-DATE     PIC X(8).
       77  WS-FIRST-LISTED     PIC X(8).
       77  WS-PRIORITY         PIC 9(4).
       77  WS-WEEKS-LISTED     PIC 9(3).
       77  WS-REASONS          PIC X(55).
       77  WS-REASON-POINTER   PIC 9(2).
       77  WS-NAME-WORK        PIC X(40).
       77  WS-NAME-UPPER       PIC X(40).
       77  WS-NAME-LOWER       PIC X(40).
       77  WS-DIGIT-COUNT      PIC 9(2).
       77  WS-CAPS-FLAG        PIC 9.
           88 WS-NAME-IN-CAPS      VALUE 1.
       77  WS-DIGITS-FLAG      PIC 9.
           88 WS-NAME-HAS-DIGITS   VALUE 1.

       01  WS-WORKLIST-TOTALS.
           05 WS-TOTAL-SCORED      PIC 9(7) VALUE 0.
           05 WS-TOTAL-OPEN        PIC 9(7) VALUE 0.
           05 WS-TOTAL-NEW         PIC 9(7) VALUE 0.
           05 WS-TOTAL-FIXED       PIC 9(7) VALUE 0.
           05 WS-TOTAL-DUP-PAIRS   PIC 9(7) VALUE 0.
           05 WS-TOTAL-SEEDED      PIC 9(7) VALUE 0.

      ******************************************************************
      * Report lines.                                                  *
      ******************************************************************
       01  SWK-TITLE-LINE.
           05 FILLER               PIC X(40)
               VALUE 'CUSTFILE DATA-STEWARD WORKLIST FOR WEEK '.
           05 FILLER               PIC X(7) VALUE 'ENDING '.
           05 SWK-TITLE-DATE       PIC X(8).
           05 FILLER               PIC X(77) VALUE SPACES.

       01  SWK-STEWARD-LINE.
           05 FILLER               PIC X(9) VALUE 'STEWARD '.
           05 SWK-STEWARD-ID       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 SWK-STEWARD-NAME     PIC X(30).
           05 FILLER               PIC X(7) VALUE '  OPEN '.
           05 SWK-STEWARD-OPEN     PIC Z(6)9.
           05 FILLER               PIC X(6) VALUE '  NEW '.
           05 SWK-STEWARD-NEW      PIC Z(6)9.
           05 FILLER               PIC X(8) VALUE '  FIXED '.
           05 SWK-STEWARD-FIXED    PIC Z(6)9.
           05 FILLER               PIC X(12) VALUE '  LAST WEEK '.
           05 SWK-STEWARD-LAST     PIC X(7).
           05 FILLER               PIC X(23) VALUE SPACES.

       01  SWK-HEADING-LINE.
           05 FILLER               PIC X(45) VALUE
              'PRIO  KEY     LAST NAME                 FIRST'.
           05 FILLER               PIC X(45) VALUE
              ' NAME           PHONE      WEEKS REASONS'.
           05 FILLER               PIC X(42) VALUE SPACES.

       01  SWK-DETAIL-LINE.
           05 SWK-PRIORITY         PIC ZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SWK-KEY              PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SWK-LASTNAME         PIC X(25).
           05 FILLER               PIC X VALUE SPACE.
           05 SWK-FIRSTNAME        PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 SWK-PHONE            PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 SWK-WEEKS            PIC ZZ9.
           05 SWK-NEW-FLAG         PIC X.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SWK-REASONS          PIC X(54).

       01  SWK-TREND-HEADING.
           05 FILLER               PIC X(50) VALUE
              'WEEK ENDING    OPEN      NEW    FIXED   CHANGE'.
           05 FILLER               PIC X(82) VALUE SPACES.

       01  SWK-TREND-LINE.
           05 SWK-TREND-DATE       PIC X(8).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SWK-TREND-OPEN       PIC Z(7)9.
           05 FILLER               PIC X VALUE SPACE.
           05 SWK-TREND-NEW        PIC Z(7)9.
           05 FILLER               PIC X VALUE SPACE.
           05 SWK-TREND-FIXED      PIC Z(7)9.
           05 FILLER               PIC X VALUE SPACE.
           05 SWK-TREND-CHANGE     PIC X(8).
           05 FILLER               PIC X(86) VALUE SPACES.

       77  WS-CHANGE-EDIT      PIC +(6)9.
       77  WS-COUNT-EDIT       PIC Z(6)9.
       77  WS-REPORT-STEWARD   PIC X(8).

      *-----------------------------------------------------------------
      * Variables for CHECK-PARM ('YRS=nn').
      *-----------------------------------------------------------------
       77  WS-PARM             PIC X(100).
       77  WS-PARM-FIELD       PIC X(20).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPCSWKL start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM
           PERFORM COMPUTE-RUN-DATES
           PERFORM LOAD-STEWARDS
           PERFORM LOAD-TREND-HISTORY
           PERFORM OPEN-OLD-STATE
           PERFORM SEED-CHANGE-DATES
           PERFORM FIND-LIKELY-DUPLICATES
           PERFORM BUILD-WORKLIST
           PERFORM WRITE-STEWARD-SUMMARY
           PERFORM WRITE-BACKLOG-TREND
           PERFORM APPEND-TREND-HISTORY

           DISPLAY '==> ZTPCSWKL scored ' WS-TOTAL-SCORED
               ' record(s): ' WS-TOTAL-OPEN ' on the worklist, '
               WS-TOTAL-NEW ' new, ' WS-TOTAL-FIXED ' fixed'
           DISPLAY '==> ZTPCSWKL end with RETURN-CODE=' RETURN-CODE

           GOBACK.

       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               EXIT PARAGRAPH
           END-IF

           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD
           END-UNSTRING

           IF WS-PARM-FIELD(1:4) = 'YRS='
                   AND WS-PARM-FIELD(5:2) IS NUMERIC
               MOVE WS-PARM-FIELD(5:2) TO CFG-STALE-YEARS
           ELSE
               DISPLAY '==> ZTPCSWKL ignoring PARM ' WS-PARM-FIELD
           END-IF

           EXIT.

      ******************************************************************
      * Today, and the date before which a record counts as stale.     *
      ******************************************************************
       COMPUTE-RUN-DATES.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE CURR-YEAR  TO DAI-YEAR
           MOVE CURR-MONTH TO DAI-MONTH
           MOVE CURR-DAY   TO DAI-DAY
           MOVE DAI-DATE-AS-INTEGER-REDEF TO WS-TODAY
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)

           COMPUTE WS-DAY-NUMBER =
               WS-TODAY-DAY-NUMBER - (CFG-STALE-YEARS * 365)
           COMPUTE DAI-DATE-AS-INTEGER =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
           MOVE DAI-DATE-AS-INTEGER-REDEF TO WS-STALE-CUTOFF

           DISPLAY '==> ZTPCSWKL records unchanged since before '
               WS-STALE-CUTOFF ' are stale'

           EXIT.

      ******************************************************************
      * STEWARDS is optional: without it every record is UNASSIGN's.   *
      ******************************************************************
       LOAD-STEWARDS.

           OPEN INPUT STEWARD-FILE
           IF STEWARD-FILE-FS-OK
               PERFORM UNTIL NOT STEWARD-FILE-FS-OK
                   READ STEWARD-FILE
                   IF STEWARD-FILE-FS-OK
                           AND STW-STEWARD-ID NOT = SPACES
                           AND STW-STEWARD-ID NOT = 'UNASSIGN'
                       IF WS-ST-USED < 49
                           ADD 1 TO WS-ST-USED
                           PERFORM CLEAR-STEWARD-ENTRY
                           MOVE STW-STEWARD-ID
                               TO WS-ST-STEWARD-ID(WS-ST-USED)
                           MOVE STW-STEWARD-NAME
                               TO WS-ST-STEWARD-NAME(WS-ST-USED)
                           MOVE STW-FROM-LETTER
                               TO WS-ST-FROM-LETTER(WS-ST-USED)
                           MOVE STW-TO-LETTER
                               TO WS-ST-TO-LETTER(WS-ST-USED)
                       ELSE
                           DISPLAY '1: Too many stewards, ignoring '
                               STW-STEWARD-ID
                           MOVE RC-WARNING TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STEWARD-FILE
           ELSE
               DISPLAY '==> ZTPCSWKL no STEWARDS, all to UNASSIGN'
           END-IF

           ADD 1 TO WS-ST-USED
           PERFORM CLEAR-STEWARD-ENTRY
           MOVE 'UNASSIGN' TO WS-ST-STEWARD-ID(WS-ST-USED)
           MOVE 'NO STEWARD FOR THESE INITIALS'
               TO WS-ST-STEWARD-NAME(WS-ST-USED)
           MOVE WS-ST-USED TO WS-ST-UNASSIGNED

           EXIT.

       CLEAR-STEWARD-ENTRY.

           MOVE SPACES TO WS-ST-STEWARD-ID(WS-ST-USED)
           MOVE SPACES TO WS-ST-STEWARD-NAME(WS-ST-USED)
           MOVE SPACES TO WS-ST-FROM-LETTER(WS-ST-USED)
           MOVE SPACES TO WS-ST-TO-LETTER(WS-ST-USED)
           MOVE 0 TO WS-ST-OPEN(WS-ST-USED)
           MOVE 0 TO WS-ST-NEW(WS-ST-USED)
           MOVE 0 TO WS-ST-FIXED(WS-ST-USED)
           MOVE 0 TO WS-ST-LAST-OPEN(WS-ST-USED)
           MOVE 'N' TO WS-ST-LAST-FLAG(WS-ST-USED)

           EXIT.

      ******************************************************************
      * Last run's backlog per steward, and the last seven runs'       *
      * totals ('*ALL' rows) for the trend.                            *
      ******************************************************************
       LOAD-TREND-HISTORY.

           OPEN INPUT TREND-HISTORY
           IF NOT TREND-HISTORY-FS-OK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT TREND-HISTORY-FS-OK
               READ TREND-HISTORY
               IF TREND-HISTORY-FS-OK AND SWH-OPEN IS NUMERIC
                   IF SWH-STEWARD-ID = '*ALL'
                       PERFORM KEEP-TREND-ENTRY
                   ELSE
                       MOVE SWH-STEWARD-ID TO WS-LOOKUP-STEWARD
                       PERFORM FIND-STEWARD-BY-ID
                       IF WS-ST-FOUND
                           MOVE SWH-OPEN
                               TO WS-ST-LAST-OPEN(WS-ST-INDEX)
                           MOVE 'Y' TO WS-ST-LAST-FLAG(WS-ST-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE TREND-HISTORY

           EXIT.

       KEEP-TREND-ENTRY.

           IF WS-TR-USED = 7
               PERFORM VARYING WS-TR-INDEX FROM 1 BY 1
                       UNTIL WS-TR-INDEX > 6
                   MOVE WS-TR-ENTRY(WS-TR-INDEX + 1)
                       TO WS-TR-ENTRY(WS-TR-INDEX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-TR-USED
           END-IF

           MOVE SWH-RUN-DATE TO WS-TR-RUN-DATE(WS-TR-USED)
           MOVE SWH-OPEN TO WS-TR-OPEN(WS-TR-USED)
           MOVE SWH-NEW TO WS-TR-NEW(WS-TR-USED)
           MOVE SWH-FIXED TO WS-TR-FIXED(WS-TR-USED)

           EXIT.

      ******************************************************************
      * Find WS-LOOKUP-STEWARD in the table; a steward no longer on    *
      * STEWARDS is counted under UNASSIGN.                            *
      ******************************************************************
       FIND-STEWARD-BY-ID.

           SET WS-ST-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-USED OR WS-ST-FOUND
               IF WS-ST-STEWARD-ID(WS-ST-INDEX) = WS-LOOKUP-STEWARD
                   SET WS-ST-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-ST-FOUND
               SUBTRACT 1 FROM WS-ST-INDEX
           ELSE
               MOVE WS-ST-UNASSIGNED TO WS-ST-INDEX
           END-IF

           EXIT.

      ******************************************************************
      * Read the first old state record now: an empty or missing       *
      * QSTOLD means this is the first run.                            *
      ******************************************************************
       OPEN-OLD-STATE.

           SET OLD-STATE-HAS-MORE TO TRUE
           OPEN INPUT OLD-STATE
           IF NOT OLD-STATE-FS-OK
               SET OLD-STATE-DONE TO TRUE
           ELSE
               PERFORM READ-OLD-STATE
           END-IF

           IF OLD-STATE-DONE
               SET WS-SEEDING TO TRUE
               DISPLAY '==> ZTPCSWKL no prior state, first run'
           END-IF

           EXIT.

       READ-OLD-STATE.

           READ OLD-STATE
               AT END
                   SET OLD-STATE-DONE TO TRUE
           END-READ

           EXIT.

      ******************************************************************
      * First run only: the latest successful CUSTFILE change per key  *
      * from the audit KSDS, sorted into key order for the match.      *
      ******************************************************************
       SEED-CHANGE-DATES.

           IF NOT WS-SEEDING
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AUDIT-MASTER
           IF NOT AUDIT-MASTER-FS-OK
               IF AUDIT-MASTER-FS = '05'
                   CLOSE AUDIT-MASTER
               END-IF
               DISPLAY '==> ZTPCSWKL no AUDKSDS, last changes dated '
                   'today'
               EXIT PARAGRAPH
           END-IF
           SET WS-TRAIL-AVAILABLE TO TRUE

           SORT SEED-SORT-WORK
               ON ASCENDING KEY SSR-KEY
               ON DESCENDING KEY SSR-DATE
               INPUT PROCEDURE IS SELECT-SEED-ENTRIES
               GIVING SEED-KEYS
           IF SORT-RETURN NOT = 0
               DISPLAY '2: Error sorting audit trail: SORT-RETURN='
                   SORT-RETURN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE AUDIT-MASTER

           IF WS-TRAIL-START = SPACES
               MOVE WS-TODAY TO WS-TRAIL-START
           END-IF
           DISPLAY '==> ZTPCSWKL audit trail starts ' WS-TRAIL-START

           EXIT.

       SELECT-SEED-ENTRIES.

           SET AUDIT-HAS-MORE TO TRUE
           PERFORM UNTIL AUDIT-DONE
               READ AUDIT-MASTER NEXT RECORD
                   AT END
                       SET AUDIT-DONE TO TRUE
                   NOT AT END
                       PERFORM SELECT-ONE-SEED-ENTRY
               END-READ

               IF NOT AUDIT-MASTER-FS-OK AND NOT AUDIT-DONE
                   DISPLAY '3: Error reading audit master: '
                       AUDIT-MASTER-FS
                   MOVE RC-SEVERE-ERROR TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM

           EXIT.

       SELECT-ONE-SEED-ENTRY.

           IF WS-TRAIL-START = SPACES
               MOVE AMR-DATE TO WS-TRAIL-START
           END-IF

           MOVE AMR-AUDIT-DATA TO AUD-TRAIL-RECORD
           IF AUD-SYSTEM-ID NOT = 'CUSTFILE' OR AUD-STATUS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF AUD-KEY = SPACES OR AUD-KEY = '000000'
               EXIT PARAGRAPH
           END-IF
           EVALUATE AUD-REQUEST-TYPE
               WHEN 'C'
               WHEN 'U'
               WHEN 'D'
               WHEN 'K'
               WHEN 'R'
               WHEN 'G'
               WHEN 'V'
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO SEED-SORT-RECORD
           MOVE AUD-KEY TO SSR-KEY
           MOVE AMR-DATE TO SSR-DATE
           RELEASE SEED-SORT-RECORD

           EXIT.

      ******************************************************************
      * Likely duplicates. Every live record is released under its     *
      * phone and under its sound-alike last name plus first name;     *
      * records landing on the same match key are paired, and the      *
      * pairs are sorted into key order for the match.                 *
      ******************************************************************
       FIND-LIKELY-DUPLICATES.

           OPEN INPUT CUSTFILE
           IF NOT CUSTFILE-FS-OK
               DISPLAY '4: Error opening CUSTFILE: ' CUSTFILE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DUP-WORK
           IF NOT DUP-WORK-FS-OK
               DISPLAY '5: Error opening DUPWORK: ' DUP-WORK-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           SORT MATCH-SORT-WORK
               ON ASCENDING KEY MSR-MATCH-KEY MSR-FILE-KEY
               INPUT PROCEDURE IS SELECT-MATCH-ENTRIES
               OUTPUT PROCEDURE IS PAIR-MATCHING-RECORDS
           IF SORT-RETURN NOT = 0
               DISPLAY '6: Error sorting match keys: SORT-RETURN='
                   SORT-RETURN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE CUSTFILE
           CLOSE DUP-WORK

           SORT DUP-SORT-WORK
               ON ASCENDING KEY DSR-KEY DSR-PARTNER-KEY
               USING DUP-WORK
               GIVING DUP-KEYS
           IF SORT-RETURN NOT = 0
               DISPLAY '7: Error sorting duplicates: SORT-RETURN='
                   SORT-RETURN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY '==> ZTPCSWKL found ' WS-TOTAL-DUP-PAIRS
               ' likely duplicate pairing(s)'

           EXIT.

       SELECT-MATCH-ENTRIES.

           SET CUSTFILE-HAS-MORE TO TRUE
           PERFORM UNTIL CUSTFILE-DONE
               READ CUSTFILE NEXT RECORD
                   AT END
                       SET CUSTFILE-DONE TO TRUE
                   NOT AT END
                       PERFORM SELECT-ONE-MATCH-ENTRY
               END-READ

               IF NOT CUSTFILE-FS-OK AND NOT CUSTFILE-FS-EOF
                   DISPLAY '8: Error reading CUSTFILE: ' CUSTFILE-FS
                   MOVE RC-SEVERE-ERROR TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM

           EXIT.

      *-----------------------------------------------------------------
      * Only a valid phone can match: blank or malformed phones are
      * their own problem, not evidence of a duplicate.
      *-----------------------------------------------------------------
       SELECT-ONE-MATCH-ENTRY.

           IF FILE-KEY = '000000' OR DELETED-YES
               EXIT PARAGRAPH
           END-IF

           MOVE FILE-KEY TO WS-ME-FILE-KEY

           IF FILE-PHONE IS NUMERIC
               MOVE SPACES TO WS-ME-MATCH-KEY
               MOVE 'P' TO WS-ME-MATCH-TYPE
               MOVE FILE-PHONE TO WS-ME-MATCH-VALUE
               RELEASE MATCH-SORT-RECORD FROM WS-MATCH-ENTRY
           END-IF

           IF FILE-FIRSTNAME = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL 'ZTPCSNDX' USING FILE-LASTNAME, WS-PHONETIC-CODE
           IF WS-PHONETIC-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE FILE-FIRSTNAME TO WS-UPPER-FIRSTNAME
           INSPECT WS-UPPER-FIRSTNAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-ME-MATCH-KEY
           MOVE 'N' TO WS-ME-MATCH-TYPE
           STRING WS-PHONETIC-CODE WS-UPPER-FIRSTNAME
               DELIMITED BY SIZE INTO WS-ME-MATCH-VALUE
           RELEASE MATCH-SORT-RECORD FROM WS-MATCH-ENTRY

           EXIT.

       PAIR-MATCHING-RECORDS.

           MOVE HIGH-VALUES TO WS-GROUP-MATCH-KEY
           MOVE 0 TO WS-GROUP-SIZE

           SET SORT-HAS-MORE TO TRUE
           PERFORM UNTIL SORT-DONE
               RETURN MATCH-SORT-WORK
                   AT END
                       SET SORT-DONE TO TRUE
                   NOT AT END
                       PERFORM PAIR-ONE-MATCH-ENTRY
               END-RETURN
           END-PERFORM

           EXIT.

       PAIR-ONE-MATCH-ENTRY.

           IF MSR-MATCH-KEY NOT = WS-GROUP-MATCH-KEY
               MOVE MSR-MATCH-KEY TO WS-GROUP-MATCH-KEY
               MOVE MSR-FILE-KEY TO WS-GROUP-FIRST-KEY
               MOVE 1 TO WS-GROUP-SIZE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GROUP-SIZE

           IF WS-GROUP-SIZE = 2
               MOVE WS-GROUP-FIRST-KEY TO WS-DP-KEY
               MOVE MSR-FILE-KEY TO WS-DP-PARTNER-KEY
               PERFORM WRITE-DUP-PAIR
           END-IF

           MOVE MSR-FILE-KEY TO WS-DP-KEY
           MOVE WS-GROUP-FIRST-KEY TO WS-DP-PARTNER-KEY
           PERFORM WRITE-DUP-PAIR

           EXIT.

       WRITE-DUP-PAIR.

           MOVE WS-DUP-PAIR TO DUP-WORK-RECORD
           WRITE DUP-WORK-RECORD
           IF NOT DUP-WORK-FS-OK
               DISPLAY '9: Error writing DUPWORK: ' DUP-WORK-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-TOTAL-DUP-PAIRS

           EXIT.

      ******************************************************************
      * Score CUSTFILE against last week's state and this week's       *
      * duplicates, writing this week's state as it goes, then print   *
      * the worklist in steward and priority order.                    *
      ******************************************************************
       BUILD-WORKLIST.

           OPEN INPUT CUSTFILE
           IF NOT CUSTFILE-FS-OK
               DISPLAY '4: Error opening CUSTFILE: ' CUSTFILE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT DUP-KEYS
           IF NOT DUP-KEYS-FS-OK
               DISPLAY '10: Error opening DUPKEYS: ' DUP-KEYS-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF
           SET DUP-HAS-MORE TO TRUE
           PERFORM READ-DUP-KEY

           SET SEED-DONE TO TRUE
           IF WS-TRAIL-AVAILABLE
               OPEN INPUT SEED-KEYS
               IF NOT SEED-KEYS-FS-OK
                   DISPLAY '11: Error opening SEEDKEYS: ' SEED-KEYS-FS
                   MOVE RC-SEVERE-ERROR TO RETURN-CODE
                   GOBACK
               END-IF
               SET SEED-HAS-MORE TO TRUE
               PERFORM READ-SEED-KEY
           END-IF

           OPEN OUTPUT NEW-STATE
           IF NOT NEW-STATE-FS-OK
               DISPLAY '12: Error opening QSTNEW: ' NEW-STATE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT WORKLIST-REPORT
           IF NOT WORKLIST-REPORT-FS-OK
               DISPLAY '13: Error opening SWKLRPT: '
                   WORKLIST-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-TODAY TO SWK-TITLE-DATE
           MOVE SWK-TITLE-LINE TO WORKLIST-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           SORT WORKLIST-SORT-WORK
               ON ASCENDING KEY WSR-STEWARD-ID
               ON DESCENDING KEY WSR-PRIORITY
               ON ASCENDING KEY WSR-KEY
               INPUT PROCEDURE IS SCORE-CUSTFILE
               OUTPUT PROCEDURE IS PRINT-WORKLIST
           IF SORT-RETURN NOT = 0
               DISPLAY '14: Error sorting worklist: SORT-RETURN='
                   SORT-RETURN
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE CUSTFILE
           CLOSE DUP-KEYS
           IF WS-TRAIL-AVAILABLE
               CLOSE SEED-KEYS
           END-IF
           CLOSE OLD-STATE
           CLOSE NEW-STATE

           EXIT.

       SCORE-CUSTFILE.

           SET CUSTFILE-HAS-MORE TO TRUE
           PERFORM UNTIL CUSTFILE-DONE
               READ CUSTFILE NEXT RECORD
                   AT END
                       SET CUSTFILE-DONE TO TRUE
                   NOT AT END
                       IF FILE-KEY NOT = '000000' AND NOT DELETED-YES
                           PERFORM SCORE-ONE-RECORD
                       END-IF
               END-READ

               IF NOT CUSTFILE-FS-OK AND NOT CUSTFILE-FS-EOF
                   DISPLAY '8: Error reading CUSTFILE: ' CUSTFILE-FS
                   MOVE RC-SEVERE-ERROR TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM

      *-----------------------------------------------------------------
      * State left over belongs to records deleted since last week.
      *-----------------------------------------------------------------
           MOVE HIGH-VALUES TO FILE-KEY
           PERFORM ADVANCE-OLD-STATE

           EXIT.

       SCORE-ONE-RECORD.

           ADD 1 TO WS-TOTAL-SCORED

           PERFORM ADVANCE-OLD-STATE
           SET WS-STATE-NOT-FOUND TO TRUE
           IF NOT OLD-STATE-DONE AND QSO-KEY = FILE-KEY
               SET WS-STATE-FOUND TO TRUE
           END-IF

           MOVE SPACES TO WS-DUP-PARTNER
           PERFORM UNTIL DUP-DONE OR DKR-KEY >= FILE-KEY
               PERFORM READ-DUP-KEY
           END-PERFORM
           IF NOT DUP-DONE AND DKR-KEY = FILE-KEY
               MOVE DKR-PARTNER-KEY TO WS-DUP-PARTNER
           END-IF

           PERFORM SET-CHANGED-DATE
           PERFORM ASSIGN-STEWARD
           PERFORM SCORE-PROBLEMS

           MOVE SPACES TO WS-FIRST-LISTED
           IF WS-PRIORITY > 0
               PERFORM LIST-RECORD
           ELSE
               IF WS-STATE-FOUND AND QSO-FIRST-LISTED NOT = SPACES
                   MOVE QSO-STEWARD-ID TO WS-LOOKUP-STEWARD
                   PERFORM COUNT-FIXED-RECORD
               END-IF
           END-IF

           MOVE SPACES TO NEW-STATE-RECORD
           MOVE FILE-KEY TO QSN-KEY
           MOVE FILE-VERSION TO QSN-VERSION
           MOVE WS-CHANGED-DATE TO QSN-CHANGED-DATE
           MOVE WS-FIRST-LISTED TO QSN-FIRST-LISTED
           IF WS-FIRST-LISTED NOT = SPACES
               MOVE WS-ST-STEWARD-ID(WS-ST-INDEX) TO QSN-STEWARD-ID
           END-IF
           WRITE NEW-STATE-RECORD
           IF NOT NEW-STATE-FS-OK
               DISPLAY '15: Error writing QSTNEW: ' NEW-STATE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      ******************************************************************
      * Pass over state for keys before FILE-KEY: those records have   *
      * been deleted, which takes them off the worklist.               *
      ******************************************************************
       ADVANCE-OLD-STATE.

           PERFORM UNTIL OLD-STATE-DONE OR QSO-KEY >= FILE-KEY
               IF QSO-FIRST-LISTED NOT = SPACES
                   MOVE QSO-STEWARD-ID TO WS-LOOKUP-STEWARD
                   PERFORM COUNT-FIXED-RECORD
               END-IF
               PERFORM READ-OLD-STATE
           END-PERFORM

           EXIT.

       COUNT-FIXED-RECORD.

           PERFORM FIND-STEWARD-BY-ID
           ADD 1 TO WS-ST-FIXED(WS-ST-INDEX)
           ADD 1 TO WS-TOTAL-FIXED

           EXIT.

       READ-DUP-KEY.

           READ DUP-KEYS
               AT END
                   SET DUP-DONE TO TRUE
           END-READ

           EXIT.

       READ-SEED-KEY.

           READ SEED-KEYS
               AT END
                   SET SEED-DONE TO TRUE
           END-READ

           EXIT.

      ******************************************************************
      * The date the record last changed: carried forward while its    *
      * version stands still, today when it has moved. With no state   *
      * it is new since last week, or this is the first run and the    *
      * audit trail says (the first entry per key is the latest).      *
      ******************************************************************
       SET-CHANGED-DATE.

           IF WS-STATE-FOUND
               IF QSO-VERSION = FILE-VERSION
                   MOVE QSO-CHANGED-DATE TO WS-CHANGED-DATE
               ELSE
                   MOVE WS-TODAY TO WS-CHANGED-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY TO WS-CHANGED-DATE
           IF NOT WS-SEEDING OR NOT WS-TRAIL-AVAILABLE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL SEED-DONE OR SKR-KEY >= FILE-KEY
               PERFORM READ-SEED-KEY
           END-PERFORM
           IF NOT SEED-DONE AND SKR-KEY = FILE-KEY
               MOVE SKR-DATE TO WS-CHANGED-DATE
           ELSE
               MOVE WS-TRAIL-START TO WS-CHANGED-DATE
           END-IF
           ADD 1 TO WS-TOTAL-SEEDED

           EXIT.

      ******************************************************************
      * The first range holding the last name's initial owns it.       *
      ******************************************************************
       ASSIGN-STEWARD.

           MOVE FILE-LASTNAME(1:1) TO WS-NAME-INITIAL
           INSPECT WS-NAME-INITIAL CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           SET WS-ST-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX >= WS-ST-UNASSIGNED OR WS-ST-FOUND
               IF WS-NAME-INITIAL >= WS-ST-FROM-LETTER(WS-ST-INDEX)
                       AND WS-NAME-INITIAL
                           <= WS-ST-TO-LETTER(WS-ST-INDEX)
                       AND WS-NAME-INITIAL NOT = SPACE
                   SET WS-ST-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-ST-FOUND
               SUBTRACT 1 FROM WS-ST-INDEX
           ELSE
               MOVE WS-ST-UNASSIGNED TO WS-ST-INDEX
           END-IF

           EXIT.

      ******************************************************************
      * Add up the record's problems into WS-PRIORITY and name them in *
      * WS-REASONS. Zero means a clean record.                         *
      ******************************************************************
       SCORE-PROBLEMS.

           MOVE 0 TO WS-PRIORITY
           MOVE SPACES TO WS-REASONS
           MOVE 1 TO WS-REASON-POINTER

           IF FILE-LASTNAME = SPACES
               ADD CFG-WEIGHT-NO-LAST TO WS-PRIORITY
               STRING 'NO-LAST ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-POINTER
           END-IF

           IF FILE-FIRSTNAME = SPACES
               ADD CFG-WEIGHT-NO-FIRST TO WS-PRIORITY
               STRING 'NO-FIRST ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-POINTER
           END-IF

      *-----------------------------------------------------------------
      * ZTPCICST's phone edit: ten digits, no leading 0 or 1.
      *-----------------------------------------------------------------
           IF FILE-PHONE IS NOT NUMERIC
                   OR FILE-PHONE(1:1) = '0' OR FILE-PHONE(1:1) = '1'
               ADD CFG-WEIGHT-PHONE TO WS-PRIORITY
               STRING 'PHONE ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-POINTER
           END-IF

           MOVE 0 TO WS-CAPS-FLAG
           MOVE 0 TO WS-DIGITS-FLAG
           MOVE FILE-LASTNAME TO WS-NAME-WORK
           PERFORM CHECK-NAME-STYLE
           MOVE FILE-FIRSTNAME TO WS-NAME-WORK
           PERFORM CHECK-NAME-STYLE

           IF WS-NAME-IN-CAPS
               ADD CFG-WEIGHT-CAPS TO WS-PRIORITY
               STRING 'CAPS ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-POINTER
           END-IF

           IF WS-NAME-HAS-DIGITS
               ADD CFG-WEIGHT-DIGITS TO WS-PRIORITY
               STRING 'DIGITS ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-POINTER
           END-IF

           IF WS-DUP-PARTNER NOT = SPACES
               ADD CFG-WEIGHT-DUPLICATE TO WS-PRIORITY
               STRING 'DUP=' WS-DUP-PARTNER ' ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-POINTER
           END-IF

           IF WS-CHANGED-DATE < WS-STALE-CUTOFF
               ADD CFG-WEIGHT-STALE TO WS-PRIORITY
               STRING 'STALE ' DELIMITED BY SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-POINTER
           END-IF

           EXIT.

      *-----------------------------------------------------------------
      * A name in capitals has capital letters and no small ones (its
      * upper-case copy is itself, its lower-case copy is not). Digits
      * are counted outright.
      *-----------------------------------------------------------------
       CHECK-NAME-STYLE.

           MOVE WS-NAME-WORK TO WS-NAME-UPPER
           INSPECT WS-NAME-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WS-NAME-WORK TO WS-NAME-LOWER
           INSPECT WS-NAME-LOWER CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'
           IF WS-NAME-UPPER = WS-NAME-WORK
                   AND WS-NAME-LOWER NOT = WS-NAME-WORK
               MOVE 1 TO WS-CAPS-FLAG
           END-IF

           MOVE 0 TO WS-DIGIT-COUNT
           INSPECT WS-NAME-WORK TALLYING WS-DIGIT-COUNT
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
           IF WS-DIGIT-COUNT > 0
               MOVE 1 TO WS-DIGITS-FLAG
           END-IF

           EXIT.

      ******************************************************************
      * Put the record on its steward's worklist. One that was already *
      * there keeps its original date and gains a point a week.        *
      ******************************************************************
       LIST-RECORD.

           IF WS-STATE-FOUND AND QSO-FIRST-LISTED IS NUMERIC
               MOVE QSO-FIRST-LISTED TO WS-FIRST-LISTED
               MOVE QSO-FIRST-LISTED TO DAI-DATE-AS-INTEGER
               COMPUTE WS-WEEKS-LISTED =
                   (WS-TODAY-DAY-NUMBER
                    - FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER))
                   / 7
               MOVE SPACE TO WSR-NEW-FLAG
           ELSE
               MOVE WS-TODAY TO WS-FIRST-LISTED
               MOVE 0 TO WS-WEEKS-LISTED
               ADD 1 TO WS-ST-NEW(WS-ST-INDEX)
               ADD 1 TO WS-TOTAL-NEW
               MOVE '*' TO WSR-NEW-FLAG
           END-IF

           IF WS-PRIORITY + WS-WEEKS-LISTED > 9999
               MOVE 9999 TO WS-PRIORITY
           ELSE
               ADD WS-WEEKS-LISTED TO WS-PRIORITY
           END-IF

           ADD 1 TO WS-ST-OPEN(WS-ST-INDEX)
           ADD 1 TO WS-TOTAL-OPEN

           MOVE WS-ST-STEWARD-ID(WS-ST-INDEX) TO WSR-STEWARD-ID
           MOVE WS-PRIORITY TO WSR-PRIORITY
           MOVE FILE-KEY TO WSR-KEY
           MOVE FILE-LASTNAME TO WSR-LASTNAME
           MOVE FILE-FIRSTNAME TO WSR-FIRSTNAME
           MOVE FILE-PHONE TO WSR-PHONE
           MOVE WS-WEEKS-LISTED TO WSR-WEEKS
           MOVE WS-REASONS TO WSR-REASONS
           RELEASE WORKLIST-SORT-RECORD

           EXIT.

      ******************************************************************
      * One section per steward with entries, headed by the steward's  *
      * counts. '*' after the weeks marks an entry new this week.      *
      ******************************************************************
       PRINT-WORKLIST.

           MOVE SPACES TO WS-REPORT-STEWARD
           SET SORT-HAS-MORE TO TRUE
           PERFORM UNTIL SORT-DONE
               RETURN WORKLIST-SORT-WORK
                   AT END
                       SET SORT-DONE TO TRUE
                   NOT AT END
                       PERFORM PRINT-ONE-ENTRY
               END-RETURN
           END-PERFORM

           EXIT.

       PRINT-ONE-ENTRY.

           IF WSR-STEWARD-ID NOT = WS-REPORT-STEWARD
               MOVE WSR-STEWARD-ID TO WS-REPORT-STEWARD
               MOVE WSR-STEWARD-ID TO WS-LOOKUP-STEWARD
               PERFORM FIND-STEWARD-BY-ID
               MOVE SPACES TO WORKLIST-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               PERFORM BUILD-STEWARD-LINE
               MOVE SWK-STEWARD-LINE TO WORKLIST-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE SWK-HEADING-LINE TO WORKLIST-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE WSR-PRIORITY TO SWK-PRIORITY
           MOVE WSR-KEY TO SWK-KEY
           MOVE WSR-LASTNAME TO SWK-LASTNAME
           MOVE WSR-FIRSTNAME TO SWK-FIRSTNAME
           MOVE WSR-PHONE TO SWK-PHONE
           MOVE WSR-WEEKS TO SWK-WEEKS
           MOVE WSR-NEW-FLAG TO SWK-NEW-FLAG
           MOVE WSR-REASONS TO SWK-REASONS
           MOVE SWK-DETAIL-LINE TO WORKLIST-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       BUILD-STEWARD-LINE.

           MOVE WS-ST-STEWARD-ID(WS-ST-INDEX) TO SWK-STEWARD-ID
           MOVE WS-ST-STEWARD-NAME(WS-ST-INDEX) TO SWK-STEWARD-NAME
           MOVE WS-ST-OPEN(WS-ST-INDEX) TO SWK-STEWARD-OPEN
           MOVE WS-ST-NEW(WS-ST-INDEX) TO SWK-STEWARD-NEW
           MOVE WS-ST-FIXED(WS-ST-INDEX) TO SWK-STEWARD-FIXED
           IF WS-ST-HAS-LAST(WS-ST-INDEX)
               MOVE WS-ST-LAST-OPEN(WS-ST-INDEX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO SWK-STEWARD-LAST
           ELSE
               MOVE 'NONE' TO SWK-STEWARD-LAST
           END-IF

           EXIT.

      ******************************************************************
      * Every steward's counts, including those with nothing open.     *
      ******************************************************************
       WRITE-STEWARD-SUMMARY.

           MOVE SPACES TO WORKLIST-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'BACKLOG BY STEWARD' TO WORKLIST-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-USED
               PERFORM BUILD-STEWARD-LINE
               MOVE SWK-STEWARD-LINE TO WORKLIST-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           EXIT.

      ******************************************************************
      * The total backlog over the last eight runs, this one last. A   *
      * growing backlog ends the run with a warning.                   *
      ******************************************************************
       WRITE-BACKLOG-TREND.

           IF WS-TR-USED = 7
               PERFORM VARYING WS-TR-INDEX FROM 1 BY 1
                       UNTIL WS-TR-INDEX > 6
                   MOVE WS-TR-ENTRY(WS-TR-INDEX + 1)
                       TO WS-TR-ENTRY(WS-TR-INDEX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-TR-USED
           END-IF
           MOVE WS-TODAY TO WS-TR-RUN-DATE(WS-TR-USED)
           MOVE WS-TOTAL-OPEN TO WS-TR-OPEN(WS-TR-USED)
           MOVE WS-TOTAL-NEW TO WS-TR-NEW(WS-TR-USED)
           MOVE WS-TOTAL-FIXED TO WS-TR-FIXED(WS-TR-USED)

           MOVE SPACES TO WORKLIST-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE 'BACKLOG TREND' TO WORKLIST-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SWK-TREND-HEADING TO WORKLIST-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-TR-INDEX FROM 1 BY 1
                   UNTIL WS-TR-INDEX > WS-TR-USED
               MOVE WS-TR-RUN-DATE(WS-TR-INDEX) TO SWK-TREND-DATE
               MOVE WS-TR-OPEN(WS-TR-INDEX) TO SWK-TREND-OPEN
               MOVE WS-TR-NEW(WS-TR-INDEX) TO SWK-TREND-NEW
               MOVE WS-TR-FIXED(WS-TR-INDEX) TO SWK-TREND-FIXED
               IF WS-TR-INDEX = 1
                   MOVE SPACES TO SWK-TREND-CHANGE
               ELSE
                   COMPUTE WS-TREND-CHANGE =
                       WS-TR-OPEN(WS-TR-INDEX)
                       - WS-TR-OPEN(WS-TR-INDEX - 1)
                   MOVE WS-TREND-CHANGE TO WS-CHANGE-EDIT
                   MOVE WS-CHANGE-EDIT TO SWK-TREND-CHANGE
               END-IF
               MOVE SWK-TREND-LINE TO WORKLIST-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-PERFORM

           IF WS-TR-USED > 1
               IF WS-TR-OPEN(WS-TR-USED) > WS-TR-OPEN(WS-TR-USED - 1)
                   DISPLAY '==> ZTPCSWKL backlog grew since last run'
                   IF RETURN-CODE < RC-WARNING
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           CLOSE WORKLIST-REPORT

           EXIT.

      ******************************************************************
      * This run's counts, one row per steward and a '*ALL' total.     *
      ******************************************************************
       APPEND-TREND-HISTORY.

           OPEN EXTEND TREND-HISTORY
           IF NOT TREND-HISTORY-FS-OK
               IF TREND-HISTORY-FS-DNE
                   OPEN OUTPUT TREND-HISTORY
               END-IF
           END-IF
           IF NOT TREND-HISTORY-FS-OK
               DISPLAY '16: Error opening SWKLHIST: '
                   TREND-HISTORY-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-USED
               MOVE SPACES TO TREND-HISTORY-RECORD
               MOVE WS-TODAY TO SWH-RUN-DATE
               MOVE WS-ST-STEWARD-ID(WS-ST-INDEX) TO SWH-STEWARD-ID
               MOVE WS-ST-OPEN(WS-ST-INDEX) TO SWH-OPEN
               MOVE WS-ST-NEW(WS-ST-INDEX) TO SWH-NEW
               MOVE WS-ST-FIXED(WS-ST-INDEX) TO SWH-FIXED
               PERFORM WRITE-TREND-RECORD
           END-PERFORM

           MOVE SPACES TO TREND-HISTORY-RECORD
           MOVE WS-TODAY TO SWH-RUN-DATE
           MOVE '*ALL' TO SWH-STEWARD-ID
           MOVE WS-TOTAL-OPEN TO SWH-OPEN
           MOVE WS-TOTAL-NEW TO SWH-NEW
           MOVE WS-TOTAL-FIXED TO SWH-FIXED
           PERFORM WRITE-TREND-RECORD

           CLOSE TREND-HISTORY

           EXIT.

       WRITE-TREND-RECORD.

           WRITE TREND-HISTORY-RECORD
           IF NOT TREND-HISTORY-FS-OK
               DISPLAY '17: Error writing SWKLHIST: '
                   TREND-HISTORY-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-REPORT-LINE.

           WRITE WORKLIST-REPORT-RECORD
           IF NOT WORKLIST-REPORT-FS-OK
               DISPLAY '18: Error writing SWKLRPT: '
                   WORKLIST-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.
