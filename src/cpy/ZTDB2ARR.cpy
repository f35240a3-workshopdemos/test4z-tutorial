      ******************************************************************
      * Broadcom Test4z example. See ZTDB2ARC for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Dormant-customer archive (ARCHIVI/ARCHIVO), rolled forward by  *
      * ZTDB2ARC and ZTDB2ARS: one record per TBZELDA row moved out of *
      * the table, carrying every column ZTDB2ARS needs to put the row *
      * back. A restored row keeps its record, turned to 'R' with the  *
      * restore date, so the archive is also the customer's history    *
      * and ZTDB2ARC counts the restore as activity. ZTDB2ERS copies   *
      * it forward too, with an erased person's name and address       *
      * anonymized.                                                    *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  ARV-ARCHIVE-RECORD.
           05 ARV-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 ARV-CUST-ADDR            PIC X(20).
           05 FILLER                   PIC X.
           05 ARV-ACCOUNT-NUMBER       PIC X(12).
           05 FILLER                   PIC X.
           05 ARV-PRODUCT-TYPE         PIC X(1).
           05 FILLER                   PIC X.
           05 ARV-TOTAL-CHECKS         PIC 9(9).
           05 FILLER                   PIC X.
           05 ARV-ACTUAL-CHECKS        PIC 9(9).
           05 FILLER                   PIC X.
           05 ARV-NOTIF-DATE           PIC X(10).
           05 FILLER                   PIC X.
           05 ARV-REORDERED            PIC X(1).
           05 FILLER                   PIC X.
           05 ARV-REORDER-DATE         PIC X(10).
           05 FILLER                   PIC X.
           05 ARV-BAD-ADDRESS          PIC X(1).
           05 FILLER                   PIC X.
           05 ARV-LAST-ACTIVITY        PIC X(10).
           05 FILLER                   PIC X.
           05 ARV-ARCHIVED-DATE        PIC X(10).
           05 FILLER                   PIC X.
           05 ARV-STATUS               PIC X(1).
              88 ARV-ARCHIVED          VALUE 'A'.
              88 ARV-RESTORED          VALUE 'R'.
           05 FILLER                   PIC X.
           05 ARV-RESTORED-DATE        PIC X(10).
           05 FILLER                   PIC X(3).
