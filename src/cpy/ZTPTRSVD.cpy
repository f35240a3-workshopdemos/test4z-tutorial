      ******************************************************************
      * Copybook for the TRENDY business-service definition file       *
      * (SVCDEF) read by ZTPTRSVC.                                     *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * One record per member system of a business service. A service  *
      * spanning three regions has three records with the same         *
      * :SVD:-SERVICE-ID (and name); :SVD:-WEIGHT is the member's      *
      * relative share of the service's composite rating, so the core  *
      * region can count for more than a fail-over region.             *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :SVD:-SERVICE-DEFINITION-RECORD.
           05 :SVD:-SERVICE-ID              PIC X(8).
           05 FILLER                        PIC X.
           05 :SVD:-SERVICE-NAME            PIC X(30).
           05 FILLER                        PIC X.
           05 :SVD:-SYSTEM-ID               PIC X(3).
           05 FILLER                        PIC X.
           05 :SVD:-WEIGHT                  PIC 9(3).
           05 FILLER                        PIC X(33).
