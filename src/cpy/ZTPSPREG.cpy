      ******************************************************************
      * Broadcom Test4z example. See ZTPGROWF for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Space registry (SPCREG): one record per dataset whose growth   *
      * is forecast, named by its DD name, the name ZTPMANIF keys its  *
      * nightly measurements under.                                    *
      *                                                                *
      *  SPR-ALLOC-BYTES        the space allocated to the dataset, in *
      *                         bytes of data it can hold              *
      *  SPR-WARN-PCT           percent of the allocation at which the *
      *                         storage admins want warning (zero: the *
      *                         ZTPGROWF default)                      *
      *  SPR-RATE-CHANGE-PCT    percent the recent growth rate may     *
      *                         differ from the earlier rate before it *
      *                         is flagged (zero: the ZTPGROWF         *
      *                         default)                               *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  SPR-SPACE-REGISTRY-RECORD.
           05 SPR-DDNAME               PIC X(8).
           05 FILLER                   PIC X.
           05 SPR-ALLOC-BYTES          PIC 9(12).
           05 FILLER                   PIC X.
           05 SPR-WARN-PCT             PIC 9(3).
           05 FILLER                   PIC X.
           05 SPR-RATE-CHANGE-PCT      PIC 9(3).
           05 FILLER                   PIC X(51).
