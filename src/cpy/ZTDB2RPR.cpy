      ******************************************************************
      * Broadcom Test4z example. See ZTDB2RPS for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Cycle-time curve (RCTCURV), written by ZTDB2RCT: one record    *
      * per weekly band of days since notice, with the customers who   *
      * confirmed in that band and the customers still outstanding at  *
      * that age. RCV-TO-DAYS is 999 on the open-ended last band.      *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  RCV-CURVE-RECORD.
           05 RCV-BAND                 PIC 9(1).
           05 FILLER                   PIC X.
           05 RCV-FROM-DAYS            PIC 9(3).
           05 FILLER                   PIC X.
           05 RCV-TO-DAYS              PIC 9(3).
           05 FILLER                   PIC X.
           05 RCV-CONVERTED            PIC 9(5).
           05 FILLER                   PIC X.
           05 RCV-OUTSTANDING          PIC 9(5).
           05 FILLER                   PIC X.
           05 RCV-BUILT-DATE           PIC X(10).
           05 FILLER                   PIC X(48).

      ******************************************************************
      * Reorder propensity score (SCORES), written by ZTDB2RPS for     *
      * each notified, unconfirmed TBZELDA customer and read by        *
      * ZTDB2CL to order the call list. RPS-SCORE is 0-100, the sum    *
      * of the five component points that follow it.                   *
      ******************************************************************
       01  RPS-SCORE-RECORD.
           05 RPS-ACCOUNT-NUMBER       PIC X(12).
           05 FILLER                   PIC X.
           05 RPS-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 RPS-SCORE                PIC 9(3).
           05 FILLER                   PIC X.
           05 RPS-DAYS-OUT             PIC 9(4).
           05 FILLER                   PIC X.
           05 RPS-TIMING-POINTS        PIC 9(2).
           05 FILLER                   PIC X.
           05 RPS-PRIOR-POINTS         PIC 9(2).
           05 FILLER                   PIC X.
           05 RPS-PRODUCT-POINTS       PIC 9(2).
           05 FILLER                   PIC X.
           05 RPS-CHECKS-POINTS        PIC 9(2).
           05 FILLER                   PIC X.
           05 RPS-VARIANT-POINTS       PIC 9(2).
           05 FILLER                   PIC X.
           05 RPS-SCORED-DATE          PIC X(10).
           05 FILLER                   PIC X(12).

      ******************************************************************
      * Score history (SCORHSTI/SCORHSTO), rolled forward by ZTDB2RPS: *
      * one record per account per notice (ACCOUNT_NUMBER plus its     *
      * NOTIFICATION_DATE). RSH-SCORE is the latest score the account  *
      * carried on the call list; the outcome turns 'Y' when TBZELDA   *
      * shows the reorder confirmed. Earlier notices of an account are *
      * its prior reorder behavior; ZTDB2RPV reads the file to check   *
      * each month's scores against what actually converted.           *
      ******************************************************************
       01  RSH-HISTORY-RECORD.
           05 RSH-ACCOUNT-NUMBER       PIC X(12).
           05 FILLER                   PIC X.
           05 RSH-NOTIF-DATE           PIC X(10).
           05 FILLER                   PIC X.
           05 RSH-PRODUCT-TYPE         PIC X(1).
           05 FILLER                   PIC X.
           05 RSH-VARIANT              PIC X(1).
           05 FILLER                   PIC X.
           05 RSH-SCORE                PIC 9(3).
           05 FILLER                   PIC X.
           05 RSH-FIRST-SCORED         PIC X(10).
           05 FILLER                   PIC X.
           05 RSH-LAST-SCORED          PIC X(10).
           05 FILLER                   PIC X.
           05 RSH-OUTCOME              PIC X(1).
              88 RSH-OPEN              VALUE ' '.
              88 RSH-CONVERTED         VALUE 'Y'.
           05 FILLER                   PIC X.
           05 RSH-REORDER-DATE         PIC X(10).
           05 FILLER                   PIC X(14).
