      ******************************************************************
      * Copybook for the ZTPTRSEC security-disposition feed.           *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * One record per system per reported day: the day's request      *
      * volume, its AUTH and FORBID dispositions (HLR-AUTH and         *
      * HLR-FORBID summed over the day's HEALTH-LOG intervals), the    *
      * combined share of requests they represent, the system's own    *
      * normal share over the baseline days, the interval with the     *
      * most dispositions, and whether the day was flagged.            *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :SDR:-SECURITY-DISPOSITION-RECORD.
           05 :SDR:-REPORT-DATE             PIC X(10).
           05 FILLER                        PIC X.
           05 :SDR:-SYSTEM-ID               PIC X(3).
           05 FILLER                        PIC X.
           05 :SDR:-REQUESTS                PIC 9(8).
           05 FILLER                        PIC X.
           05 :SDR:-AUTH                    PIC 9(7).
           05 FILLER                        PIC X.
           05 :SDR:-FORBID                  PIC 9(7).
           05 FILLER                        PIC X.
           05 :SDR:-SHARE-PCT               PIC 9(3)V99.
           05 FILLER                        PIC X.
           05 :SDR:-BASELINE-SHARE-PCT      PIC 9(3)V99.
           05 FILLER                        PIC X.
           05 :SDR:-PEAK-INTERVAL           PIC X(16).
           05 FILLER                        PIC X.
           05 :SDR:-STATUS                  PIC X.
               88 :SDR:-SPIKE               VALUE 'S'.
               88 :SDR:-NORMAL              VALUE 'N'.
               88 :SDR:-NO-BASELINE         VALUE 'B'.
               88 :SDR:-NO-DATA             VALUE 'D'.
           05 FILLER                        PIC X(10).
