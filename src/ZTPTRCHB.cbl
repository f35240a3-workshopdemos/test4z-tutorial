       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTRCHB.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Monthly CPU chargeback for TRENDY. Finance bills the business  *
      * units for the CPU their regions and jobs consume; this run     *
      * replaces adding up HLR-CPU-TIME-TOTAL by hand at month end.    *
      *                                                                *
      * Inputs:                                                        *
      *   HLLOG    - the HEALTH-LOG KSDS: CPU seconds per interval     *
      *              and system (every request, v1 and v2)             *
      *   JOBSTATS - the job-level KSDS (see ZTPTRJSR): CPU seconds    *
      *              per interval, system and v2 job name (optional)   *
      *   RATECARD - the price per CPU second by system, hour band     *
      *              and, optionally, job name                         *
      *   OWNERREG - the owner/cost-center registry by system and,     *
      *              optionally, job name                              *
      *                                                                *
      * Each interval falls in the PRIME band (weekdays inside the     *
      * prime hours) or the OFF-PRIME band (everything else). A job's  *
      * CPU from JOBSTATS is billed at the job's rate to the job's     *
      * owner; the rest of the system's HEALTH-LOG CPU in that band    *
      * (its v1 traffic and any job not broken out) is billed at the   *
      * system rate to the system's owner, so no second is billed      *
      * twice and none is dropped.                                     *
      *                                                                *
      * Rate card lookup takes the most specific entry: own system     *
      * over '***', a named job over any job, an exact band over '*'.  *
      * Owner lookup is system + job, then the system alone. A charge  *
      * with no owner lands on the NO OWNER exception section (and on  *
      * the GL extract as cost center '*NOOWNER'); a charge with no    *
      * rate is shown at zero and flagged. Either ends with            *
      * RC-WARNING so the month-end job gets looked at.                *
      *                                                                *
      * Outputs: CHBRPT, the invoice report by cost center, and        *
      * CHBGLX, the flat GL interface extract (see ZTPTRGLX).          *
      *                                                                *
      * Optional runtime PARMs: 'MONTH=YYYY-MM' selects the billed     *
      * month (default: the previous month) and 'PRM=hhhh' the prime   *
      * hours, from and to (default 0818, i.e. 08:00 to 18:00).        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HEALTH-LOG ASSIGN TO HLLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HEALTH-LOG-KEY
           FILE STATUS IS HEALTH-LOG-FS.

           SELECT OPTIONAL JOB-STATS ASSIGN TO JOBSTATS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JOB-STATS-KEY
           FILE STATUS IS JOB-STATS-FS.

           SELECT RATE-CARD ASSIGN TO RATECARD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RATE-CARD-FS.

           SELECT OWNER-REGISTRY ASSIGN TO OWNERREG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS OWNER-REGISTRY-FS.

           SELECT INVOICE-REPORT ASSIGN TO CHBRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INVOICE-REPORT-FS.

           SELECT GL-EXTRACT ASSIGN TO CHBGLX
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GL-EXTRACT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  HEALTH-LOG RECORD CONTAINS 145 CHARACTERS
           DATA RECORD IS HEALTH-LOG-RECORD.
       01  HEALTH-LOG-RECORD.
           02  HEALTH-LOG-KEY  PIC X(19).
           02  HEALTH-LOG-DATA PIC X(126).

       FD  JOB-STATS RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS JOB-STATS-RECORD.
       01  JOB-STATS-RECORD.
           02  JOB-STATS-KEY   PIC X(27).
           02  JOB-STATS-DATA  PIC X(53).

      ******************************************************************
      * Rate card: price per CPU second. '***' system and '*' band are *
      * wildcards; a blank job name prices the system's own (non-job)  *
      * consumption and any job without an entry of its own.           *
      ******************************************************************
       FD  RATE-CARD RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RATE-CARD-RECORD.
       01  RATE-CARD-RECORD.
           05 RCR-SYSTEM-ID        PIC X(3).
           05 FILLER               PIC X.
           05 RCR-HOUR-BAND        PIC X.
           05 FILLER               PIC X.
           05 RCR-JOB-NAME         PIC X(8).
           05 FILLER               PIC X.
           05 RCR-RATE             PIC 9(3)V9(4).
           05 FILLER               PIC X.
           05 RCR-DESCRIPTION      PIC X(30).
           05 FILLER               PIC X(27).

      ******************************************************************
      * Owner registry: the cost center billed for a system, or for    *
      * one job on it when the job belongs to someone else (blank job  *
      * name = the system as a whole).                                 *
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

       FD  INVOICE-REPORT RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS INVOICE-REPORT-RECORD.
       01  INVOICE-REPORT-RECORD PIC X(120).

       FD  GL-EXTRACT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS GL-EXTRACT-RECORD.
       01  GL-EXTRACT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  HEALTH-LOG-FS           PIC 9(2).
           88 HEALTH-LOG-IO-SUCCESS    VALUE 00.
           88 HEALTH-LOG-EOF           VALUE 10.
       77  JOB-STATS-FS            PIC 9(2).
           88 JOB-STATS-IO-SUCCESS     VALUE 00.
           88 JOB-STATS-EOF            VALUE 10.
       77  RATE-CARD-FS            PIC 9(2).
           88 RATE-CARD-IO-SUCCESS     VALUE 00.
           88 RATE-CARD-EOF            VALUE 10.
       77  OWNER-REGISTRY-FS       PIC 9(2).
           88 OWNER-REGISTRY-IO-SUCCESS VALUE 00.
           88 OWNER-REGISTRY-EOF        VALUE 10.
       77  INVOICE-REPORT-FS       PIC 9(2).
           88 INVOICE-REPORT-IO-SUCCESS VALUE 00.
       77  GL-EXTRACT-FS           PIC 9(2).
           88 GL-EXTRACT-IO-SUCCESS     VALUE 00.

       77  HEALTH-LOG-IO-FLAG      PIC 9.
           88 HEALTH-LOG-DONE      VALUE 1.
           88 HEALTH-LOG-HAS-MORE  VALUE 0.
       77  JOB-STATS-IO-FLAG       PIC 9.
           88 JOB-STATS-DONE       VALUE 1.
           88 JOB-STATS-HAS-MORE   VALUE 0.

      ******************************************************************
      * The HEALTH-LOG and JOBSTATS record layouts.                    *
      ******************************************************************
           COPY ZTPTRREC REPLACING
                   ==:ELR:== BY ==ELR==
                   ==:HLR:== BY ==HLR==
                   ==:HTT:== BY ==HTT==
                   ==:HTR:== BY ==HTR==
                   ==:RPT:== BY ==RPT==.

           COPY ZTPTRJSR REPLACING ==:JSR:== BY ==JSR==.

           COPY ZTPTRGLX REPLACING ==:GLX:== BY ==GLX==.

      ******************************************************************
      * Configuration parameters: the prime-shift hours (weekdays      *
      * only; Saturday and Sunday are off-prime all day).              *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-TRCHB.
           05 CFG-PRIME-FROM-HH        PIC 9(2) VALUE 08.
           05 CFG-PRIME-TO-HH          PIC 9(2) VALUE 18.

      ******************************************************************
      * The billed month.                                              *
      ******************************************************************
       01  WS-CURRENT-DATE.
           05 CURR-YEAR                PIC 9(4).
           05 CURR-MONTH               PIC 9(2).
           05 CURR-DAY                 PIC 9(2).
           05 FILLER                   PIC X(13).
       01  WS-REPORT-MONTH.
           05 WS-RM-YEAR               PIC 9(4).
           05 FILLER                   PIC X VALUE '-'.
           05 WS-RM-MONTH              PIC 9(2).
       01  DAI-DATE-AS-INTEGER         PIC 9(8).
       01  DAI-DATE-AS-INTEGER-REDEF REDEFINES DAI-DATE-AS-INTEGER.
           05 DAI-YEAR                 PIC 9(4).
           05 DAI-MONTH                PIC 9(2).
           05 DAI-DAY                  PIC 9(2).
       77  WS-DAY-NUM                  PIC 9(7).
       77  WS-WEEKDAY                  PIC 9.
           88 WS-WEEKEND               VALUE 5 6.
       77  WS-WEEK-COUNT               PIC 9(7).
       77  WS-BROWSE-START             PIC X(16).
       77  WS-INTERVAL-HOUR            PIC 9(2).
       77  WS-HOUR-BAND                PIC X.
           88 WS-PRIME-BAND            VALUE 'P'.
           88 WS-OFF-PRIME-BAND        VALUE 'O'.

      ******************************************************************
      * Rate card and owner registry, as loaded.                       *
      ******************************************************************
       01  WS-RATE-TABLE.
           05 WS-RC-ENTRY OCCURS 60 TIMES.
               10 WS-RC-SYSTEM-ID      PIC X(3).
               10 WS-RC-HOUR-BAND      PIC X.
               10 WS-RC-JOB-NAME       PIC X(8).
               10 WS-RC-RATE           PIC 9(3)V9(4).
       77  WS-RC-COUNT                 PIC 9(3) VALUE 0.
       77  WS-RC-INDEX                 PIC 9(3).
       77  WS-RC-SCORE                 PIC 9.
       77  WS-RC-BEST-SCORE            PIC 9.
       77  WS-RC-FOUND-FLAG            PIC 9.
           88 WS-RC-FOUND              VALUE 1.
           88 WS-RC-NOT-FOUND          VALUE 0.

       01  WS-OWNER-TABLE.
           05 WS-OW-ENTRY OCCURS 60 TIMES.
               10 WS-OW-SYSTEM-ID      PIC X(3).
               10 WS-OW-JOB-NAME       PIC X(8).
               10 WS-OW-COST-CENTER    PIC X(8).
               10 WS-OW-OWNER-NAME     PIC X(30).
       77  WS-OW-COUNT                 PIC 9(3) VALUE 0.
       77  WS-OW-INDEX                 PIC 9(3).
       77  WS-OW-FOUND-FLAG            PIC 9.
           88 WS-OW-FOUND              VALUE 1.
           88 WS-OW-NOT-FOUND          VALUE 0.

      ******************************************************************
      * The month's CPU seconds: per system and band from HEALTH-LOG,  *
      * per system, job and band from JOBSTATS.                        *
      ******************************************************************
       01  WS-SYSTEM-BAND-TABLE.
           05 WS-SB-ENTRY OCCURS 40 TIMES.
               10 WS-SB-SYSTEM-ID      PIC X(3).
               10 WS-SB-HOUR-BAND      PIC X.
               10 WS-SB-CPU            PIC 9(9).
               10 WS-SB-JOB-CPU        PIC 9(9).
       77  WS-SB-COUNT                 PIC 9(3) VALUE 0.
       77  WS-SB-INDEX                 PIC 9(3).

       01  WS-JOB-BAND-TABLE.
           05 WS-JB-ENTRY OCCURS 200 TIMES.
               10 WS-JB-SYSTEM-ID      PIC X(3).
               10 WS-JB-JOB-NAME       PIC X(8).
               10 WS-JB-HOUR-BAND      PIC X.
               10 WS-JB-CPU            PIC 9(9).
       77  WS-JB-COUNT                 PIC 9(3) VALUE 0.
       77  WS-JB-INDEX                 PIC 9(3).

       77  WS-TALLY-FOUND-FLAG         PIC 9.
           88 WS-TALLY-FOUND           VALUE 1.
           88 WS-TALLY-NOT-FOUND       VALUE 0.

      ******************************************************************
      * The priced charge lines and the cost centers they roll up to.  *
      ******************************************************************
       01  WS-CHARGE-TABLE.
           05 WS-CH-ENTRY OCCURS 240 TIMES.
               10 WS-CH-COST-CENTER    PIC X(8).
               10 WS-CH-SYSTEM-ID      PIC X(3).
               10 WS-CH-JOB-NAME       PIC X(8).
               10 WS-CH-HOUR-BAND      PIC X.
               10 WS-CH-CPU            PIC 9(9).
               10 WS-CH-RATE           PIC 9(3)V9(4).
               10 WS-CH-AMOUNT         PIC 9(9)V99.
               10 WS-CH-RATE-FLAG      PIC 9.
                   88 WS-CH-RATED      VALUE 1.
                   88 WS-CH-NO-RATE    VALUE 0.
       77  WS-CH-COUNT                 PIC 9(3) VALUE 0.
       77  WS-CH-INDEX                 PIC 9(3).

       01  WS-COST-CENTER-TABLE.
           05 WS-CC-ENTRY OCCURS 60 TIMES.
               10 WS-CC-COST-CENTER    PIC X(8).
               10 WS-CC-OWNER-NAME     PIC X(30).
       77  WS-CC-COUNT                 PIC 9(3) VALUE 0.
       77  WS-CC-INDEX                 PIC 9(3).
       77  WS-CC-FOUND-FLAG            PIC 9.
           88 WS-CC-FOUND              VALUE 1.
           88 WS-CC-NOT-FOUND          VALUE 0.

       77  WS-NO-OWNER-COST-CENTER     PIC X(8) VALUE '*NOOWNER'.

      ******************************************************************
      * The charge being priced.                                       *
      ******************************************************************
       77  WS-WANT-SYSTEM-ID           PIC X(3).
       77  WS-WANT-JOB-NAME            PIC X(8).
       77  WS-WANT-HOUR-BAND           PIC X.
       77  WS-WANT-CPU                 PIC 9(9).
       77  WS-WANT-RATE                PIC 9(3)V9(4).
       77  WS-WANT-COST-CENTER         PIC X(8).
       77  WS-WANT-OWNER-NAME          PIC X(30).

       01  WS-INVOICE-TOTALS.
           05 WS-CC-TOTAL-CPU          PIC 9(10).
           05 WS-CC-TOTAL-AMOUNT       PIC 9(10)V99.
           05 WS-GRAND-TOTAL-CPU       PIC 9(10) VALUE 0.
           05 WS-GRAND-TOTAL-AMOUNT    PIC 9(10)V99 VALUE 0.
           05 WS-NO-OWNER-LINES        PIC 9(4) VALUE 0.
           05 WS-NO-RATE-LINES         PIC 9(4) VALUE 0.

       01  CHB-HEADER-LINE.
           05 FILLER                   PIC X(25)
              VALUE '==> CPU CHARGEBACK FOR '.
           05 CHB-HDR-MONTH            PIC X(7).
           05 FILLER                   PIC X(15) VALUE ' (PRIME HOURS '.
           05 CHB-HDR-PRIME-FROM       PIC 9(2).
           05 FILLER                   PIC X(4) VALUE ':00-'.
           05 CHB-HDR-PRIME-TO         PIC 9(2).
           05 FILLER                   PIC X(13) VALUE ':00 WEEKDAYS)'.
           05 FILLER                   PIC X(52) VALUE SPACES.

       01  CHB-COST-CENTER-LINE.
           05 FILLER                   PIC X(12) VALUE 'COST CENTER '.
           05 CHB-CC-COST-CENTER       PIC X(8).
           05 FILLER                   PIC X VALUE SPACE.
           05 CHB-CC-OWNER-NAME        PIC X(30).
           05 FILLER                   PIC X(69) VALUE SPACES.

       01  CHB-DETAIL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 CHB-SYSTEM-ID            PIC X(3).
           05 FILLER                   PIC X VALUE SPACE.
           05 CHB-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X(6) VALUE ' BAND='.
           05 CHB-HOUR-BAND            PIC X(9).
           05 FILLER                   PIC X(5) VALUE ' CPU='.
           05 CHB-CPU                  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(6) VALUE ' RATE='.
           05 CHB-RATE                 PIC ZZ9.9999.
           05 FILLER                   PIC X(8) VALUE ' AMOUNT='.
           05 CHB-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X VALUE SPACE.
           05 CHB-FLAG                 PIC X(7).
           05 FILLER                   PIC X(29) VALUE SPACES.

       01  CHB-TOTAL-LINE.
           05 FILLER                   PIC X(4) VALUE SPACES.
           05 CHB-TOTAL-LABEL          PIC X(27).
           05 FILLER                   PIC X(5) VALUE ' CPU='.
           05 CHB-TOTAL-CPU            PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE SPACES.
           05 FILLER                   PIC X(8) VALUE ' AMOUNT='.
           05 CHB-TOTAL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(33) VALUE SPACES.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES ('MONTH=YYYY-MM,PRM=hhhh'). *
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

           DISPLAY '==> ZTPTRCHB start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM-OVERRIDES
           PERFORM OPEN-CHARGEBACK-FILES
           PERFORM LOAD-RATE-CARD
           PERFORM LOAD-OWNER-REGISTRY
           PERFORM BROWSE-MONTH-HEALTH-LOG
           PERFORM BROWSE-MONTH-JOB-STATS
           PERFORM PRICE-CHARGES
           PERFORM WRITE-INVOICE-REPORT
           PERFORM CLOSE-CHARGEBACK-FILES

           IF (WS-NO-OWNER-LINES > 0 OR WS-NO-RATE-LINES > 0)
                   AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY '==> ZTPTRCHB end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Default to the previous month - the run is scheduled just      *
      * after month end - then apply any PARM overrides.               *
      ******************************************************************
       CHECK-PARM-OVERRIDES.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           IF CURR-MONTH = 01
               COMPUTE WS-RM-YEAR = CURR-YEAR - 1
               MOVE 12 TO WS-RM-MONTH
           ELSE
               MOVE CURR-YEAR TO WS-RM-YEAR
               COMPUTE WS-RM-MONTH = CURR-MONTH - 1
           END-IF

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM NOT = SPACES
               UNSTRING WS-PARM DELIMITED BY ','
                   INTO WS-PARM-FIELD WS-PARM-FIELD-2
               END-UNSTRING

               PERFORM VARYING WS-PARM-INDEX FROM 1 BY 2
                       UNTIL WS-PARM-INDEX > 3
                   IF WS-PARM-FIELD(1:6) = 'MONTH='
                           AND WS-PARM-FIELD(7:4) IS NUMERIC
                           AND WS-PARM-FIELD(12:2) IS NUMERIC
                       MOVE WS-PARM-FIELD(7:7) TO WS-REPORT-MONTH
                   END-IF
                   IF WS-PARM-FIELD(1:4) = 'PRM='
                           AND WS-PARM-FIELD(5:4) IS NUMERIC
                           AND WS-PARM-FIELD(5:2) < WS-PARM-FIELD(7:2)
                       MOVE WS-PARM-FIELD(5:2) TO CFG-PRIME-FROM-HH
                       MOVE WS-PARM-FIELD(7:2) TO CFG-PRIME-TO-HH
                   END-IF
                   MOVE WS-PARM-FIELD-2 TO WS-PARM-FIELD
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-BROWSE-START
           STRING WS-REPORT-MONTH '-01 00:00'
               DELIMITED BY SIZE INTO WS-BROWSE-START

           DISPLAY '==> ZTPTRCHB billing ' WS-REPORT-MONTH
               ', prime hours ' CFG-PRIME-FROM-HH '-' CFG-PRIME-TO-HH

           EXIT.

       OPEN-CHARGEBACK-FILES.

           OPEN INPUT HEALTH-LOG
           IF NOT HEALTH-LOG-IO-SUCCESS
               DISPLAY '1: Error opening health log: ' HEALTH-LOG-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT RATE-CARD
           IF NOT RATE-CARD-IO-SUCCESS
               DISPLAY '2: Error opening rate card: ' RATE-CARD-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT OWNER-REGISTRY
           IF NOT OWNER-REGISTRY-IO-SUCCESS
               DISPLAY '3: Error opening owner registry: '
                   OWNER-REGISTRY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INVOICE-REPORT
           IF NOT INVOICE-REPORT-IO-SUCCESS
               DISPLAY '4: Error opening invoice report: '
                   INVOICE-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT GL-EXTRACT
           IF NOT GL-EXTRACT-IO-SUCCESS
               DISPLAY '5: Error opening GL extract: ' GL-EXTRACT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       LOAD-RATE-CARD.

           READ RATE-CARD
           PERFORM UNTIL RATE-CARD-FS > 04
               IF RCR-SYSTEM-ID NOT = SPACES
                       AND (RCR-HOUR-BAND = 'P' OR 'O' OR '*')
                       AND RCR-RATE IS NUMERIC
                   IF WS-RC-COUNT < 60
                       ADD 1 TO WS-RC-COUNT
                       MOVE RCR-SYSTEM-ID
                           TO WS-RC-SYSTEM-ID(WS-RC-COUNT)
                       MOVE RCR-HOUR-BAND
                           TO WS-RC-HOUR-BAND(WS-RC-COUNT)
                       MOVE RCR-JOB-NAME TO WS-RC-JOB-NAME(WS-RC-COUNT)
                       MOVE RCR-RATE TO WS-RC-RATE(WS-RC-COUNT)
                   ELSE
                       DISPLAY '==> ZTPTRCHB rate card table full, '
                           'skipped: ' RATE-CARD-RECORD(1:40)
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY '==> ZTPTRCHB invalid rate card entry '
                       'skipped: ' RATE-CARD-RECORD(1:40)
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               READ RATE-CARD
           END-PERFORM

           DISPLAY '==> ZTPTRCHB loaded ' WS-RC-COUNT
               ' rate card entr(ies)'

           EXIT.

       LOAD-OWNER-REGISTRY.

           READ OWNER-REGISTRY
           PERFORM UNTIL OWNER-REGISTRY-FS > 04
               IF OWN-SYSTEM-ID NOT = SPACES
                       AND OWN-COST-CENTER NOT = SPACES
                   IF WS-OW-COUNT < 60
                       ADD 1 TO WS-OW-COUNT
                       MOVE OWN-SYSTEM-ID
                           TO WS-OW-SYSTEM-ID(WS-OW-COUNT)
                       MOVE OWN-JOB-NAME TO WS-OW-JOB-NAME(WS-OW-COUNT)
                       MOVE OWN-COST-CENTER
                           TO WS-OW-COST-CENTER(WS-OW-COUNT)
                       MOVE OWN-OWNER-NAME
                           TO WS-OW-OWNER-NAME(WS-OW-COUNT)
                   ELSE
                       DISPLAY '==> ZTPTRCHB owner table full, '
                           'skipped: ' OWNER-REGISTRY-RECORD(1:40)
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY '==> ZTPTRCHB invalid owner entry '
                       'skipped: ' OWNER-REGISTRY-RECORD(1:40)
                   MOVE RC-WARNING TO RETURN-CODE
               END-IF
               READ OWNER-REGISTRY
           END-PERFORM

           DISPLAY '==> ZTPTRCHB loaded ' WS-OW-COUNT
               ' owner registry entr(ies)'

           EXIT.

      ******************************************************************
      * Classify an interval 'YYYY-MM-DD HH:MM' into its hour band.    *
      * INTEGER-OF-DATE day 1 (1601-01-01) was a Monday, so the        *
      * remainder of (day - 1) / 7 is 0 for Monday .. 6 for Sunday.    *
      *                                                                *
      * Input:  DAI-DATE-AS-INTEGER, WS-INTERVAL-HOUR                  *
      * Output: WS-HOUR-BAND                                           *
      ******************************************************************
       CLASSIFY-HOUR-BAND.

           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
           SUBTRACT 1 FROM WS-DAY-NUM
           DIVIDE WS-DAY-NUM BY 7
               GIVING WS-WEEK-COUNT REMAINDER WS-WEEKDAY

           IF WS-WEEKEND
                   OR WS-INTERVAL-HOUR < CFG-PRIME-FROM-HH
                   OR WS-INTERVAL-HOUR >= CFG-PRIME-TO-HH
               SET WS-OFF-PRIME-BAND TO TRUE
           ELSE
               SET WS-PRIME-BAND TO TRUE
           END-IF

           EXIT.

      ******************************************************************
      * Total each system's CPU seconds per band from HEALTH-LOG.      *
      ******************************************************************
       BROWSE-MONTH-HEALTH-LOG.

           MOVE WS-BROWSE-START TO HEALTH-LOG-KEY(1:16)
           MOVE LOW-VALUES TO HEALTH-LOG-KEY(17:3)
           SET HEALTH-LOG-HAS-MORE TO TRUE
           START HEALTH-LOG
                   KEY IS GREATER OR EQUAL TO HEALTH-LOG-KEY
               INVALID KEY
                   SET HEALTH-LOG-DONE TO TRUE
           END-START

           PERFORM UNTIL HEALTH-LOG-DONE
               READ HEALTH-LOG NEXT RECORD
                   AT END
                       SET HEALTH-LOG-DONE TO TRUE
                   NOT AT END
                       MOVE HEALTH-LOG-RECORD TO HLR-HEALTH-LOG-RECORD
                       IF HLR-INTERVAL(1:7) > WS-REPORT-MONTH
                           SET HEALTH-LOG-DONE TO TRUE
                       ELSE
                           PERFORM TALLY-SYSTEM-CPU
                       END-IF
               END-READ

               IF NOT HEALTH-LOG-IO-SUCCESS AND NOT HEALTH-LOG-EOF
                   DISPLAY '6: Error reading health log: '
                       HEALTH-LOG-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET HEALTH-LOG-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

       TALLY-SYSTEM-CPU.

           MOVE HLR-YEAR  TO DAI-YEAR
           MOVE HLR-MONTH TO DAI-MONTH
           MOVE HLR-DAY   TO DAI-DAY
           MOVE HLR-HOUR  TO WS-INTERVAL-HOUR
           PERFORM CLASSIFY-HOUR-BAND

           SET WS-TALLY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SB-INDEX FROM 1 BY 1
                   UNTIL WS-SB-INDEX > WS-SB-COUNT
                       OR WS-TALLY-FOUND
               IF WS-SB-SYSTEM-ID(WS-SB-INDEX) = HLR-SYSTEM-ID
                       AND WS-SB-HOUR-BAND(WS-SB-INDEX) = WS-HOUR-BAND
                   SET WS-TALLY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-TALLY-FOUND
               SUBTRACT 1 FROM WS-SB-INDEX
           ELSE
               IF WS-SB-COUNT >= 40
                   DISPLAY '==> ZTPTRCHB system table full, '
                       'CPU not billed for ' HLR-SYSTEM-ID
                   MOVE RC-ERROR TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SB-COUNT
               MOVE WS-SB-COUNT TO WS-SB-INDEX
               MOVE HLR-SYSTEM-ID TO WS-SB-SYSTEM-ID(WS-SB-INDEX)
               MOVE WS-HOUR-BAND TO WS-SB-HOUR-BAND(WS-SB-INDEX)
               MOVE 0 TO WS-SB-CPU(WS-SB-INDEX)
               MOVE 0 TO WS-SB-JOB-CPU(WS-SB-INDEX)
           END-IF

           ADD HLR-CPU-TIME-TOTAL TO WS-SB-CPU(WS-SB-INDEX)

           EXIT.

      ******************************************************************
      * Total each v2 job's CPU seconds per band from JOBSTATS. No     *
      * JOBSTATS dataset simply bills everything at system level.      *
      ******************************************************************
       BROWSE-MONTH-JOB-STATS.

           OPEN INPUT JOB-STATS
           IF NOT JOB-STATS-IO-SUCCESS
               DISPLAY '==> ZTPTRCHB no job stats, billing at system '
                   'level only: ' JOB-STATS-FS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO JOB-STATS-KEY
           MOVE WS-BROWSE-START TO JOB-STATS-KEY(1:16)
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
                       IF JSR-INTERVAL(1:7) > WS-REPORT-MONTH
                           SET JOB-STATS-DONE TO TRUE
                       ELSE
                           PERFORM TALLY-JOB-CPU
                       END-IF
               END-READ

               IF NOT JOB-STATS-IO-SUCCESS AND NOT JOB-STATS-EOF
                   DISPLAY '7: Error reading job stats: '
                       JOB-STATS-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET JOB-STATS-DONE TO TRUE
               END-IF
           END-PERFORM

           CLOSE JOB-STATS

           EXIT.

       TALLY-JOB-CPU.

           MOVE JSR-INTERVAL(1:4)  TO DAI-YEAR
           MOVE JSR-INTERVAL(6:2)  TO DAI-MONTH
           MOVE JSR-INTERVAL(9:2)  TO DAI-DAY
           MOVE JSR-INTERVAL(12:2) TO WS-INTERVAL-HOUR
           PERFORM CLASSIFY-HOUR-BAND

           SET WS-TALLY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-JB-INDEX FROM 1 BY 1
                   UNTIL WS-JB-INDEX > WS-JB-COUNT
                       OR WS-TALLY-FOUND
               IF WS-JB-SYSTEM-ID(WS-JB-INDEX) = JSR-SYSTEM-ID
                       AND WS-JB-JOB-NAME(WS-JB-INDEX) = JSR-JOB-NAME
                       AND WS-JB-HOUR-BAND(WS-JB-INDEX) = WS-HOUR-BAND
                   SET WS-TALLY-FOUND TO TRUE
               END-IF
           END-PERFORM

      *-----------------------------------------------------------------
      * A job that does not fit stays in its system's remainder, so
      * it is still billed - at the system rate, to the system owner.
      *-----------------------------------------------------------------
           IF WS-TALLY-FOUND
               SUBTRACT 1 FROM WS-JB-INDEX
           ELSE
               IF WS-JB-COUNT >= 200
                   DISPLAY '==> ZTPTRCHB job table full, '
                       JSR-SYSTEM-ID ' ' JSR-JOB-NAME
                       ' billed at system level'
                   MOVE RC-WARNING TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JB-COUNT
               MOVE WS-JB-COUNT TO WS-JB-INDEX
               MOVE JSR-SYSTEM-ID TO WS-JB-SYSTEM-ID(WS-JB-INDEX)
               MOVE JSR-JOB-NAME TO WS-JB-JOB-NAME(WS-JB-INDEX)
               MOVE WS-HOUR-BAND TO WS-JB-HOUR-BAND(WS-JB-INDEX)
               MOVE 0 TO WS-JB-CPU(WS-JB-INDEX)
           END-IF

           ADD JSR-CPU-TIME-TOTAL TO WS-JB-CPU(WS-JB-INDEX)

           EXIT.

      ******************************************************************
      * Turn the tallies into priced charge lines: one per job and     *
      * band, then one per system and band for whatever CPU the jobs   *
      * did not account for.                                           *
      ******************************************************************
       PRICE-CHARGES.

           PERFORM VARYING WS-JB-INDEX FROM 1 BY 1
                   UNTIL WS-JB-INDEX > WS-JB-COUNT
               PERFORM VARYING WS-SB-INDEX FROM 1 BY 1
                       UNTIL WS-SB-INDEX > WS-SB-COUNT
                   IF WS-SB-SYSTEM-ID(WS-SB-INDEX) =
                           WS-JB-SYSTEM-ID(WS-JB-INDEX)
                           AND WS-SB-HOUR-BAND(WS-SB-INDEX) =
                               WS-JB-HOUR-BAND(WS-JB-INDEX)
                       ADD WS-JB-CPU(WS-JB-INDEX)
                           TO WS-SB-JOB-CPU(WS-SB-INDEX)
                   END-IF
               END-PERFORM

               MOVE WS-JB-SYSTEM-ID(WS-JB-INDEX) TO WS-WANT-SYSTEM-ID
               MOVE WS-JB-JOB-NAME(WS-JB-INDEX) TO WS-WANT-JOB-NAME
               MOVE WS-JB-HOUR-BAND(WS-JB-INDEX) TO WS-WANT-HOUR-BAND
               MOVE WS-JB-CPU(WS-JB-INDEX) TO WS-WANT-CPU
               PERFORM ADD-CHARGE-LINE
           END-PERFORM

           PERFORM VARYING WS-SB-INDEX FROM 1 BY 1
                   UNTIL WS-SB-INDEX > WS-SB-COUNT
               IF WS-SB-JOB-CPU(WS-SB-INDEX) >
                       WS-SB-CPU(WS-SB-INDEX)
                   DISPLAY '==> ZTPTRCHB job CPU exceeds system CPU '
                       'for ' WS-SB-SYSTEM-ID(WS-SB-INDEX) ' band '
                       WS-SB-HOUR-BAND(WS-SB-INDEX)
                   MOVE RC-WARNING TO RETURN-CODE
                   MOVE 0 TO WS-WANT-CPU
               ELSE
                   COMPUTE WS-WANT-CPU = WS-SB-CPU(WS-SB-INDEX)
                       - WS-SB-JOB-CPU(WS-SB-INDEX)
               END-IF

               IF WS-WANT-CPU > 0
                   MOVE WS-SB-SYSTEM-ID(WS-SB-INDEX)
                       TO WS-WANT-SYSTEM-ID
                   MOVE SPACES TO WS-WANT-JOB-NAME
                   MOVE WS-SB-HOUR-BAND(WS-SB-INDEX)
                       TO WS-WANT-HOUR-BAND
                   PERFORM ADD-CHARGE-LINE
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Price one charge and record it against its cost center.        *
      *                                                                *
      * Input: WS-WANT-SYSTEM-ID, -JOB-NAME, -HOUR-BAND, -CPU          *
      ******************************************************************
       ADD-CHARGE-LINE.

           IF WS-CH-COUNT >= 240
               DISPLAY '==> ZTPTRCHB charge table full, not billed: '
                   WS-WANT-SYSTEM-ID ' ' WS-WANT-JOB-NAME
               MOVE RC-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-RATE
           PERFORM RESOLVE-OWNER

           ADD 1 TO WS-CH-COUNT
           MOVE WS-WANT-COST-CENTER TO WS-CH-COST-CENTER(WS-CH-COUNT)
           MOVE WS-WANT-SYSTEM-ID TO WS-CH-SYSTEM-ID(WS-CH-COUNT)
           MOVE WS-WANT-JOB-NAME TO WS-CH-JOB-NAME(WS-CH-COUNT)
           MOVE WS-WANT-HOUR-BAND TO WS-CH-HOUR-BAND(WS-CH-COUNT)
           MOVE WS-WANT-CPU TO WS-CH-CPU(WS-CH-COUNT)
           MOVE WS-WANT-RATE TO WS-CH-RATE(WS-CH-COUNT)
           COMPUTE WS-CH-AMOUNT(WS-CH-COUNT) ROUNDED =
               WS-WANT-CPU * WS-WANT-RATE
           IF WS-RC-FOUND
               SET WS-CH-RATED(WS-CH-COUNT) TO TRUE
           ELSE
               SET WS-CH-NO-RATE(WS-CH-COUNT) TO TRUE
               ADD 1 TO WS-NO-RATE-LINES
           END-IF

           IF WS-WANT-COST-CENTER = WS-NO-OWNER-COST-CENTER
               ADD 1 TO WS-NO-OWNER-LINES
               EXIT PARAGRAPH
           END-IF

           SET WS-CC-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
                       OR WS-CC-FOUND
               IF WS-CC-COST-CENTER(WS-CC-INDEX) = WS-WANT-COST-CENTER
                   SET WS-CC-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-CC-NOT-FOUND AND WS-CC-COUNT < 60
               ADD 1 TO WS-CC-COUNT
               MOVE WS-WANT-COST-CENTER
                   TO WS-CC-COST-CENTER(WS-CC-COUNT)
               MOVE WS-WANT-OWNER-NAME
                   TO WS-CC-OWNER-NAME(WS-CC-COUNT)
           END-IF

           EXIT.

      ******************************************************************
      * Most specific matching rate card entry: own system scores 4,   *
      * a named job 2, an exact band 1; '***', blank job and '*' band  *
      * match anything but score nothing.                              *
      *                                                                *
      * Output: WS-WANT-RATE, WS-RC-FOUND-FLAG                         *
      ******************************************************************
       RESOLVE-RATE.

           MOVE 0 TO WS-WANT-RATE
           MOVE 0 TO WS-RC-BEST-SCORE
           SET WS-RC-NOT-FOUND TO TRUE

           PERFORM VARYING WS-RC-INDEX FROM 1 BY 1
                   UNTIL WS-RC-INDEX > WS-RC-COUNT
               IF (WS-RC-SYSTEM-ID(WS-RC-INDEX) = WS-WANT-SYSTEM-ID
                       OR WS-RC-SYSTEM-ID(WS-RC-INDEX) = '***')
                   AND (WS-RC-HOUR-BAND(WS-RC-INDEX) =
                           WS-WANT-HOUR-BAND
                       OR WS-RC-HOUR-BAND(WS-RC-INDEX) = '*')
                   AND (WS-RC-JOB-NAME(WS-RC-INDEX) = WS-WANT-JOB-NAME
                       OR WS-RC-JOB-NAME(WS-RC-INDEX) = SPACES)
                   MOVE 0 TO WS-RC-SCORE
                   IF WS-RC-SYSTEM-ID(WS-RC-INDEX) = WS-WANT-SYSTEM-ID
                       ADD 4 TO WS-RC-SCORE
                   END-IF
                   IF WS-RC-JOB-NAME(WS-RC-INDEX) NOT = SPACES
                       ADD 2 TO WS-RC-SCORE
                   END-IF
                   IF WS-RC-HOUR-BAND(WS-RC-INDEX) = WS-WANT-HOUR-BAND
                       ADD 1 TO WS-RC-SCORE
                   END-IF
                   IF WS-RC-NOT-FOUND
                           OR WS-RC-SCORE > WS-RC-BEST-SCORE
                       SET WS-RC-FOUND TO TRUE
                       MOVE WS-RC-SCORE TO WS-RC-BEST-SCORE
                       MOVE WS-RC-RATE(WS-RC-INDEX) TO WS-WANT-RATE
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Owner of the charge: system + job, then the system alone.      *
      *                                                                *
      * Output: WS-WANT-COST-CENTER, WS-WANT-OWNER-NAME                *
      ******************************************************************
       RESOLVE-OWNER.

           MOVE WS-NO-OWNER-COST-CENTER TO WS-WANT-COST-CENTER
           MOVE '** NO OWNER - EXCEPTIONS **' TO WS-WANT-OWNER-NAME

           SET WS-OW-NOT-FOUND TO TRUE
           IF WS-WANT-JOB-NAME NOT = SPACES
               PERFORM VARYING WS-OW-INDEX FROM 1 BY 1
                       UNTIL WS-OW-INDEX > WS-OW-COUNT
                           OR WS-OW-FOUND
                   IF WS-OW-SYSTEM-ID(WS-OW-INDEX) = WS-WANT-SYSTEM-ID
                           AND WS-OW-JOB-NAME(WS-OW-INDEX) =
                               WS-WANT-JOB-NAME
                       SET WS-OW-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-OW-NOT-FOUND
               PERFORM VARYING WS-OW-INDEX FROM 1 BY 1
                       UNTIL WS-OW-INDEX > WS-OW-COUNT
                           OR WS-OW-FOUND
                   IF WS-OW-SYSTEM-ID(WS-OW-INDEX) = WS-WANT-SYSTEM-ID
                           AND WS-OW-JOB-NAME(WS-OW-INDEX) = SPACES
                       SET WS-OW-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-OW-FOUND
               SUBTRACT 1 FROM WS-OW-INDEX
               MOVE WS-OW-COST-CENTER(WS-OW-INDEX)
                   TO WS-WANT-COST-CENTER
               MOVE WS-OW-OWNER-NAME(WS-OW-INDEX)
                   TO WS-WANT-OWNER-NAME
           END-IF

           EXIT.

      ******************************************************************
      * One section per cost center, the NO OWNER exceptions last,     *
      * then the grand total. Each charge line also goes to the GL     *
      * extract as it is printed.                                      *
      ******************************************************************
       WRITE-INVOICE-REPORT.

           MOVE WS-REPORT-MONTH TO CHB-HDR-MONTH
           MOVE CFG-PRIME-FROM-HH TO CHB-HDR-PRIME-FROM
           MOVE CFG-PRIME-TO-HH TO CHB-HDR-PRIME-TO
           MOVE CHB-HEADER-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               MOVE WS-CC-COST-CENTER(WS-CC-INDEX)
                   TO WS-WANT-COST-CENTER
               MOVE WS-CC-OWNER-NAME(WS-CC-INDEX)
                   TO WS-WANT-OWNER-NAME
               PERFORM WRITE-COST-CENTER-SECTION
           END-PERFORM

           IF WS-NO-OWNER-LINES > 0
               MOVE WS-NO-OWNER-COST-CENTER TO WS-WANT-COST-CENTER
               MOVE '** NO OWNER - EXCEPTIONS **' TO WS-WANT-OWNER-NAME
               PERFORM WRITE-COST-CENTER-SECTION
               DISPLAY '==> ZTPTRCHB: ' WS-NO-OWNER-LINES
                   ' charge line(s) with no owner'
           END-IF

           IF WS-NO-RATE-LINES > 0
               DISPLAY '==> ZTPTRCHB: ' WS-NO-RATE-LINES
                   ' charge line(s) with no rate card entry'
           END-IF

           MOVE 'GRAND TOTAL' TO CHB-TOTAL-LABEL
           MOVE WS-GRAND-TOTAL-CPU TO CHB-TOTAL-CPU
           MOVE WS-GRAND-TOTAL-AMOUNT TO CHB-TOTAL-AMOUNT
           MOVE CHB-TOTAL-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           EXIT.

       WRITE-COST-CENTER-SECTION.

           MOVE WS-WANT-COST-CENTER TO CHB-CC-COST-CENTER
           MOVE WS-WANT-OWNER-NAME TO CHB-CC-OWNER-NAME
           MOVE CHB-COST-CENTER-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           MOVE 0 TO WS-CC-TOTAL-CPU
           MOVE 0 TO WS-CC-TOTAL-AMOUNT
           PERFORM VARYING WS-CH-INDEX FROM 1 BY 1
                   UNTIL WS-CH-INDEX > WS-CH-COUNT
               IF WS-CH-COST-CENTER(WS-CH-INDEX) = WS-WANT-COST-CENTER
                   PERFORM WRITE-ONE-CHARGE-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO CHB-TOTAL-LABEL
           STRING 'TOTAL ' WS-WANT-COST-CENTER
               DELIMITED BY SIZE INTO CHB-TOTAL-LABEL
           MOVE WS-CC-TOTAL-CPU TO CHB-TOTAL-CPU
           MOVE WS-CC-TOTAL-AMOUNT TO CHB-TOTAL-AMOUNT
           MOVE CHB-TOTAL-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           EXIT.

       WRITE-ONE-CHARGE-LINE.

           MOVE WS-CH-SYSTEM-ID(WS-CH-INDEX) TO CHB-SYSTEM-ID
           MOVE WS-CH-JOB-NAME(WS-CH-INDEX) TO CHB-JOB-NAME
           IF WS-CH-JOB-NAME(WS-CH-INDEX) = SPACES
               MOVE '(system)' TO CHB-JOB-NAME
           END-IF
           IF WS-CH-HOUR-BAND(WS-CH-INDEX) = 'P'
               MOVE 'PRIME    ' TO CHB-HOUR-BAND
           ELSE
               MOVE 'OFF-PRIME' TO CHB-HOUR-BAND
           END-IF
           MOVE WS-CH-CPU(WS-CH-INDEX) TO CHB-CPU
           MOVE WS-CH-RATE(WS-CH-INDEX) TO CHB-RATE
           MOVE WS-CH-AMOUNT(WS-CH-INDEX) TO CHB-AMOUNT
           IF WS-CH-NO-RATE(WS-CH-INDEX)
               MOVE 'NO RATE' TO CHB-FLAG
           ELSE
               MOVE SPACES TO CHB-FLAG
           END-IF
           MOVE CHB-DETAIL-LINE TO INVOICE-REPORT-RECORD
           PERFORM WRITE-INVOICE-LINE

           ADD WS-CH-CPU(WS-CH-INDEX) TO WS-CC-TOTAL-CPU
           ADD WS-CH-AMOUNT(WS-CH-INDEX) TO WS-CC-TOTAL-AMOUNT
           ADD WS-CH-CPU(WS-CH-INDEX) TO WS-GRAND-TOTAL-CPU
           ADD WS-CH-AMOUNT(WS-CH-INDEX) TO WS-GRAND-TOTAL-AMOUNT

           MOVE SPACES TO GLX-CHARGEBACK-EXTRACT-RECORD
           MOVE WS-REPORT-MONTH TO GLX-PERIOD
           MOVE WS-CH-COST-CENTER(WS-CH-INDEX) TO GLX-COST-CENTER
           MOVE WS-CH-SYSTEM-ID(WS-CH-INDEX) TO GLX-SYSTEM-ID
           MOVE WS-CH-JOB-NAME(WS-CH-INDEX) TO GLX-JOB-NAME
           MOVE WS-CH-HOUR-BAND(WS-CH-INDEX) TO GLX-HOUR-BAND
           MOVE WS-CH-CPU(WS-CH-INDEX) TO GLX-CPU-SECONDS
           MOVE WS-CH-RATE(WS-CH-INDEX) TO GLX-RATE
           MOVE WS-CH-AMOUNT(WS-CH-INDEX) TO GLX-AMOUNT
           MOVE GLX-CHARGEBACK-EXTRACT-RECORD TO GL-EXTRACT-RECORD
           WRITE GL-EXTRACT-RECORD
           IF NOT GL-EXTRACT-IO-SUCCESS
               DISPLAY '8: Error writing GL extract: ' GL-EXTRACT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-INVOICE-LINE.

           WRITE INVOICE-REPORT-RECORD
           IF NOT INVOICE-REPORT-IO-SUCCESS
               DISPLAY '9: Error writing invoice report: '
                   INVOICE-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY INVOICE-REPORT-RECORD(1:110)

           EXIT.

       CLOSE-CHARGEBACK-FILES.

           CLOSE HEALTH-LOG
           IF NOT HEALTH-LOG-IO-SUCCESS
               DISPLAY '10: Error closing health log: ' HEALTH-LOG-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE RATE-CARD
           CLOSE OWNER-REGISTRY

           CLOSE INVOICE-REPORT
           IF NOT INVOICE-REPORT-IO-SUCCESS
               DISPLAY '11: Error closing invoice report: '
                   INVOICE-REPORT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           CLOSE GL-EXTRACT
           IF NOT GL-EXTRACT-IO-SUCCESS
               DISPLAY '12: Error closing GL extract: ' GL-EXTRACT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.
