      ******************************************************************
      * Broadcom Test4z example. See ZTDB2ERS for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Right-to-erasure request (ERASREQ), one per person:            *
      *                                                                *
      *  ERQ-REQUEST-ID         the privacy office's reference, quoted *
      *                         on every certificate line              *
      *  ERQ-KEY                the person's 6-character customer /    *
      *                         employee key, when it is known         *
      *  ERQ-LASTNAME           the person's name; required without a  *
      *  ERQ-FIRSTNAME          key (both parts), optional with one    *
      *  ERQ-REQUESTED-BY       who raised the request                 *
      *                                                                *
      * A request without a key is resolved by name; a name that       *
      * matches more than one key is refused until it is resubmitted   *
      * with the key.                                                  *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  ERQ-ERASURE-REQUEST.
           05 ERQ-REQUEST-ID           PIC X(8).
           05 FILLER                   PIC X.
           05 ERQ-KEY                  PIC X(6).
           05 FILLER                   PIC X.
           05 ERQ-LASTNAME             PIC X(30).
           05 FILLER                   PIC X.
           05 ERQ-FIRSTNAME            PIC X(20).
           05 FILLER                   PIC X.
           05 ERQ-REQUESTED-BY         PIC X(8).
           05 FILLER                   PIC X(4).
