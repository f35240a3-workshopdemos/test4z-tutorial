      ******************************************************************
      * Broadcom Test4z example. See ZTDB2RSX and ZTPCICSZ.            *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Reorder contact state (RSTATKS), one per TBZELDA account that  *
      * ZTDB2TE1's flat state files know something about, keyed by     *
      * ACCOUNT_NUMBER. Rebuilt by ZTDB2RSX after every notification   *
      * run so the online inquiry (ZTPCICSZ) can see what batch sent:  *
      *                                                                *
      *  RSK-LETTER-VARIANT    'A'/'B' from the mail history (MAILHST) *
      *                        - blank when never mailed               *
      *  RSK-SECOND-NOTICE-DATE the day the SECOND notice went out     *
      *                        (SECNOT) - blank when none              *
      *  RSK-DNC-...           the DNCFILE suppression, if listed      *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  RSK-STATE-RECORD.
           05 RSK-ACCOUNT-NUMBER       PIC X(12).
           05 FILLER                   PIC X.
           05 RSK-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 RSK-LETTER-VARIANT       PIC X(1).
           05 FILLER                   PIC X.
           05 RSK-SECOND-NOTICE-DATE   PIC X(10).
           05 FILLER                   PIC X.
           05 RSK-DNC-NO-MAIL          PIC X(1).
              88 RSK-NO-MAIL           VALUE 'Y'.
           05 FILLER                   PIC X.
           05 RSK-DNC-NO-PHONE         PIC X(1).
              88 RSK-NO-PHONE          VALUE 'Y'.
           05 FILLER                   PIC X.
           05 RSK-DNC-REASON           PIC X(20).
           05 FILLER                   PIC X.
           05 RSK-BUILT-DATE           PIC X(8).

      ******************************************************************
      * Cross-reference by CUSTFILE key (XREFKEY): the ZTDB2XRR links  *
      * re-keyed FILE-KEY first, so an online program can browse all   *
      * the accounts linked to one CUSTFILE customer with a generic    *
      * STARTBR on XRK-FILE-KEY.                                       *
      ******************************************************************
       01  XRK-KEYED-XREF-RECORD.
           05 XRK-KEY.
              10 XRK-FILE-KEY          PIC X(6).
              10 XRK-ACCOUNT-NUMBER    PIC X(12).
           05 FILLER                   PIC X.
           05 XRK-STATUS               PIC X.
              88 XRK-SEEDED            VALUE 'S'.
              88 XRK-CONFIRMED         VALUE 'C'.
           05 FILLER                   PIC X(60).
