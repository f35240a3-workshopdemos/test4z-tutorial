      ******************************************************************
      * Broadcom Test4z example. See ZTDB2PHV for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Directory attestation record.                                  *
      *                                                                *
      * ZTDB2PHV writes one per employee to the attestation extract    *
      * (ATTEXTR) when a campaign starts: the employee's own EMPPHONE  *
      * entry and up to six of their EMPPHNUM typed numbers, with the  *
      * action and response date left blank. The employee sends the    *
      * same record back on the response file (ATTRESP) with:          *
      *                                                                *
      *  ATX-ACTION 'C' - confirmed, everything is correct             *
      *             'X' - corrected; the fields now hold the right     *
      *                   values (a typed-number slot blanked out      *
      *                   means that number should go)                 *
      *                                                                *
      * and ATX-RESPONSE-DATE set (YYYYMMDD). ATX-CAMPAIGN-DATE ties   *
      * the response to the campaign that sent it.                     *
      ******************************************************************
       01  ATX-ATTESTATION-RECORD.
           05 ATX-ACTION               PIC X.
              88 ATX-CONFIRMED         VALUE 'C'.
              88 ATX-CORRECTED         VALUE 'X'.
           05 ATX-RESPONSE-DATE        PIC X(8).
           05 ATX-KEY                  PIC X(6).
           05 ATX-DEPT-CODE            PIC X(4).
           05 ATX-LASTNAME             PIC X(40).
           05 ATX-FIRSTNAME            PIC X(40).
           05 ATX-PHONE                PIC X(10).
           05 ATX-EXTENSION            PIC X(5).
           05 ATX-EMAIL                PIC X(50).
           05 ATX-CAMPAIGN-DATE        PIC X(8).
           05 ATX-NUMBER-SLOT OCCURS 6 TIMES.
              10 ATX-NUMBER-TYPE       PIC X.
              10 ATX-NUMBER-PHONE      PIC X(10).
           05 FILLER                   PIC X(12).

      ******************************************************************
      * Attestation tracking record (ATTRKI / ATTRKO), one per         *
      * employee in key order, rolled forward run to run like the      *
      * pending queue. ATT-LAST-ATTESTED survives from campaign to     *
      * campaign; blank means the employee has never attested.         *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  ATT-TRACKING-RECORD.
           05 ATT-KEY                  PIC X(6).
           05 FILLER                   PIC X.
           05 ATT-DEPT-CODE            PIC X(4).
           05 FILLER                   PIC X.
           05 ATT-LASTNAME             PIC X(20).
           05 FILLER                   PIC X.
           05 ATT-CAMPAIGN-DATE        PIC X(8).
           05 FILLER                   PIC X.
           05 ATT-STATUS               PIC X.
              88 ATT-PENDING           VALUE 'P'.
              88 ATT-ATTESTED          VALUE 'A'.
              88 ATT-WITHDRAWN         VALUE 'W'.
           05 FILLER                   PIC X.
           05 ATT-ATTESTED-DATE        PIC X(8).
           05 FILLER                   PIC X.
           05 ATT-LAST-ATTESTED        PIC X(8).
           05 FILLER                   PIC X(19).
