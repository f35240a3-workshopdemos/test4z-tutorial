      ******************************************************************
      * Copybook for the ZTPTRCHB CPU chargeback GL extract (CHBGLX).  *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * One record per charge line of the monthly invoice: the cost    *
      * center billed, what was billed (system, and job name when the  *
      * line is a job-level charge), the hour band, the CPU seconds,   *
      * the rate applied and the amount. Lines nobody owns carry the   *
      * cost center '*NOOWNER' so the GL interface can route them to   *
      * the suspense account instead of dropping them.                 *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :GLX:-CHARGEBACK-EXTRACT-RECORD.
           05 :GLX:-PERIOD                  PIC X(7).
           05 FILLER                        PIC X.
           05 :GLX:-COST-CENTER             PIC X(8).
           05 FILLER                        PIC X.
           05 :GLX:-SYSTEM-ID               PIC X(3).
           05 FILLER                        PIC X.
           05 :GLX:-JOB-NAME                PIC X(8).
           05 FILLER                        PIC X.
           05 :GLX:-HOUR-BAND               PIC X.
               88 :GLX:-PRIME               VALUE 'P'.
               88 :GLX:-OFF-PRIME           VALUE 'O'.
           05 FILLER                        PIC X.
           05 :GLX:-CPU-SECONDS             PIC 9(9).
           05 FILLER                        PIC X.
           05 :GLX:-RATE                    PIC 9(3)V9(4).
           05 FILLER                        PIC X.
           05 :GLX:-AMOUNT                  PIC 9(9)V99.
           05 FILLER                        PIC X(19).
