      ******************************************************************
      * Broadcom Test4z example. See ZTPPATCH for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Record-patch audit images: the AUD-MESSAGE of the 'RECPATCH'   *
      * audit entries ZTPPATCH writes to PTAUDIT, which ZTPAUDDR       *
      * drains into the permanent audit KSDS. AUD-KEY is the patch id. *
      *                                                                *
      *  AUD-REQUEST-TYPE 'P'  PTA-PATCH-IMAGE: the dataset, record    *
      *                        number, field offset and length, and    *
      *                        who asked for and approved the patch,   *
      *                        and the dataset class ('P' production,  *
      *                        'T' test); AUD-STATUS 'Y' applied, 'N'  *
      *                        refused                                 *
      *                   'B'  PTA-VALUE-IMAGE: the field before       *
      *                   'A'  PTA-VALUE-IMAGE: the field after        *
      *                   'N'  PTA-REFUSAL-IMAGE (AUD-STATUS 'N'):     *
      *                        why the patch was refused               *
      *                                                                *
      * An applied patch writes P, B and A entries in that order; a    *
      * refused one writes P and N.                                    *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  PTA-PATCH-IMAGE.
           05 PTA-DSNAME               PIC X(44).
           05 FILLER                   PIC X.
           05 PTA-RECORD-NUMBER        PIC 9(7).
           05 FILLER                   PIC X.
           05 PTA-FIELD-OFFSET         PIC 9(3).
           05 FILLER                   PIC X.
           05 PTA-FIELD-LENGTH         PIC 9(3).
           05 FILLER                   PIC X.
           05 PTA-REQUESTER            PIC X(8).
           05 FILLER                   PIC X.
           05 PTA-APPROVER             PIC X(8).
           05 FILLER                   PIC X.
           05 PTA-DATASET-CLASS        PIC X(1).
              88 PTA-PRODUCTION        VALUE 'P'.
              88 PTA-TEST              VALUE 'T'.
           05 FILLER                   PIC X(2).

       01  PTA-VALUE-IMAGE REDEFINES PTA-PATCH-IMAGE.
           05 PTA-FIELD-NAME           PIC X(10).
           05 FILLER                   PIC X.
           05 PTA-FIELD-VALUE          PIC X(60).
           05 FILLER                   PIC X(11).

       01  PTA-REFUSAL-IMAGE REDEFINES PTA-PATCH-IMAGE.
           05 PTA-REFUSAL-REASON       PIC X(30).
           05 FILLER                   PIC X.
           05 PTA-FOUND-VALUE          PIC X(51).
