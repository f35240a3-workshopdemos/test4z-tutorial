      ******************************************************************
      * Broadcom Test4z example. See ZTDB2XRF for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Customer cross-reference record: one TBZELDA ACCOUNT_NUMBER    *
      * linked to one CUSTFILE FILE-KEY, kept in account order.        *
      *                                                                *
      *  XRF-STATUS 'S' - seeded by ZTDB2XRF's matching run from a     *
      *                   single, unambiguous name match; in use, but  *
      *                   not yet confirmed by a clerk                 *
      *             'C' - confirmed or entered by a clerk              *
      *                                                                *
      * ZTDB2CL and ZTDB2TE5 join TBZELDA to CUSTFILE through this     *
      * file instead of by name.                                       *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  XRF-XREF-RECORD.
           05 XRF-ACCOUNT-NUMBER       PIC X(12).
           05 FILLER                   PIC X.
           05 XRF-FILE-KEY             PIC X(6).
           05 FILLER                   PIC X.
           05 XRF-STATUS               PIC X.
              88 XRF-SEEDED            VALUE 'S'.
              88 XRF-CONFIRMED         VALUE 'C'.
           05 FILLER                   PIC X.
           05 XRF-LINKED-DATE          PIC X(8).
           05 FILLER                   PIC X.
           05 XRF-LINKED-BY            PIC X(8).
           05 FILLER                   PIC X(41).

      ******************************************************************
      * Cross-reference maintenance request (XREFREQ), one per line:   *
      *                                                                *
      *  XRQ-ACTION 'A' - add a link (account not yet linked)          *
      *             'C' - confirm a seeded link as it stands           *
      *             'U' - re-point a linked account to another key     *
      *             'D' - drop the account's link                      *
      *                                                                *
      * XRQ-FILE-KEY is required for 'A' and 'U' (and, when given on   *
      * 'C', must match the seeded key). XRQ-CLERK identifies who made *
      * the decision and is carried onto the link.                     *
      ******************************************************************
       01  XRQ-XREF-REQUEST.
           05 XRQ-ACTION               PIC X.
              88 XRQ-ADD               VALUE 'A'.
              88 XRQ-CONFIRM           VALUE 'C'.
              88 XRQ-REPOINT           VALUE 'U'.
              88 XRQ-DROP              VALUE 'D'.
           05 FILLER                   PIC X.
           05 XRQ-ACCOUNT-NUMBER       PIC X(12).
           05 FILLER                   PIC X.
           05 XRQ-FILE-KEY             PIC X(6).
           05 FILLER                   PIC X.
           05 XRQ-CLERK                PIC X(8).
           05 FILLER                   PIC X(50).
