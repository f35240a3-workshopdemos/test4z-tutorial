      ******************************************************************
      * Broadcom Test4z example. See ZTPRUNPL, ZTPPREFL and ZTPRCSUM.  *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Job rules (JOBRULES): one record per optional nightly job,     *
      * saying which nights it runs on.                                *
      *                                                                *
      *  JRL-SCHEDULE   DAILY     every night                          *
      *                 BUSDAY    business days: Monday to Friday,     *
      *                           not a BIZCAL holiday                 *
      *                 MAILDAY   mail days: Monday to Saturday, not   *
      *                           a BIZCAL holiday                     *
      *                 MONTHEND  the last business day of the month   *
      *                 QTRSTART  the first business day of a quarter  *
      *                 QTREND    the quarter's BIZCAL quarter-end day *
      *                           if one is declared, otherwise the    *
      *                           last business day of the quarter     *
      *  JRL-WEEKDAYS   Monday to Sunday, 'Y' for a day the job may    *
      *                 run on; all blank leaves it to the schedule    *
      *  JRL-ON-HOLIDAY 'R' runs a DAILY job on holidays as well       *
      *  JRL-PARM-FORM  the PARM the job is given for its period:      *
      *                 MONTH     'MONTH=YYYYMM'                       *
      *                 MONTHX    'MONTH=YYYY-MM'                      *
      *                 FROMTO    'FROM=YYYYMMDD,TO=YYYYMMDD'          *
      *                 FROMTOTS  the same to the second,              *
      *                           'FROM=YYYYMMDDHHMMSS,TO=...'         *
      *                 blank     no period PARM                       *
      *  JRL-PARM-EXTRA fixed PARM text added after the period's       *
      *                                                                *
      * The period is the night itself for DAILY, BUSDAY and MAILDAY;  *
      * the month to date for MONTHEND; the quarter to date for        *
      * QTREND; the quarter just ended for QTRSTART.                   *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  JRL-JOB-RULE-RECORD.
           05 JRL-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X.
           05 JRL-SCHEDULE             PIC X(8).
           05 FILLER                   PIC X.
           05 JRL-WEEKDAYS.
               10 JRL-WEEKDAY-FLAG     PIC X(1) OCCURS 7 TIMES.
           05 FILLER                   PIC X.
           05 JRL-ON-HOLIDAY           PIC X(1).
              88 JRL-RUNS-ON-HOLIDAY   VALUE 'R'.
           05 FILLER                   PIC X.
           05 JRL-PARM-FORM            PIC X(8).
           05 FILLER                   PIC X.
           05 JRL-PARM-EXTRA           PIC X(20).
           05 FILLER                   PIC X(23).

      ******************************************************************
      * Run plan (RUNPLAN): tonight's decision for every ruled job,    *
      * written by ZTPRUNPL before the stream starts. A job the plan   *
      * skips was not scheduled, which ZTPPREFL and ZTPRCSUM tell      *
      * apart from a job that should have run and did not.             *
      ******************************************************************
       01  RPL-RUN-PLAN-RECORD.
           05 RPL-PLAN-DATE            PIC X(8).
           05 FILLER                   PIC X.
           05 RPL-JOB-NAME             PIC X(8).
           05 FILLER                   PIC X.
           05 RPL-DECISION             PIC X(4).
              88 RPL-RUN               VALUE 'RUN '.
              88 RPL-SKIP              VALUE 'SKIP'.
           05 FILLER                   PIC X.
           05 RPL-REASON               PIC X(28).
           05 FILLER                   PIC X.
           05 RPL-PARM                 PIC X(60).
           05 FILLER                   PIC X(8).
