      ******************************************************************
      * Broadcom Test4z example. See ZTDB2ADS for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Address standardization request and result, passed to          *
      * ZTDB2ADS. The caller fills ADS-INPUT-ADDR with a TBZELDA       *
      * CUST_ADDR; everything else is returned:                        *
      *                                                                *
      *  ADS-STD-ADDR     the standardized address, ready to mail      *
      *  ADS-STREET, ADS-CITY, ADS-STATE, ADS-ZIP   its parsed parts   *
      *  ADS-RESULT  'U' - already standard, mailed as it stands       *
      *              'C' - corrected (case, spacing, punctuation or    *
      *                    abbreviations changed)                      *
      *              'H' - held: not deliverable as it stands, for the *
      *                    reason in ADS-HOLD-REASON                   *
      ******************************************************************
       01  ADS-ADDRESS-AREA.
           05 ADS-INPUT-ADDR           PIC X(20).
           05 ADS-STD-ADDR             PIC X(20).
           05 ADS-STREET               PIC X(20).
           05 ADS-CITY                 PIC X(20).
           05 ADS-STATE                PIC X(2).
           05 ADS-ZIP                  PIC X(10).
           05 ADS-RESULT               PIC X(1).
              88 ADS-UNCHANGED         VALUE 'U'.
              88 ADS-CORRECTED         VALUE 'C'.
              88 ADS-HELD              VALUE 'H'.
           05 ADS-HOLD-REASON          PIC X(13).
              88 ADS-NO-ZIP            VALUE 'NO ZIP'.
              88 ADS-INVALID-STATE     VALUE 'INVALID STATE'.
              88 ADS-TOO-SHORT         VALUE 'TOO SHORT'.

      ******************************************************************
      * Address-correction worklist (ADDRCORR), written by ZTDB2TE1:   *
      * one record per customer whose notice was held out of MAILEXTR  *
      * because the address could not be mailed. Once the address is   *
      * corrected in TBZELDA the customer goes out with the next run.  *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  ACW-WORKLIST-RECORD.
           05 ACW-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 ACW-ACCOUNT-NUMBER       PIC X(12).
           05 FILLER                   PIC X.
           05 ACW-CUST-ADDR            PIC X(20).
           05 FILLER                   PIC X.
           05 ACW-HOLD-REASON          PIC X(13).
           05 FILLER                   PIC X.
           05 ACW-NOTICE-FLAG          PIC X(6).
           05 FILLER                   PIC X.
           05 ACW-HELD-DATE            PIC X(10).
           05 FILLER                   PIC X(14).
