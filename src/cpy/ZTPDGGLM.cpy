      ******************************************************************
      * Copybook for the adoption-fee GL account map (GLACCTS),        *
      * maintained by ZTPDOGGM and read by the fee posting run         *
      * ZTPDOGGL.                                                      *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * One record per shelter location and species: the revenue       *
      * account the adoption fees are credited to, the clearing        *
      * account the takings are debited to until banked, and the       *
      * cost center both post under. Location '*' and species '*' are  *
      * catch-alls; the posting run takes the most specific entry -    *
      * location and species, then location with '*', then '*' with    *
      * species, then '*' with '*'.                                    *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :GLM:-ACCOUNT-MAP-RECORD.
           05 :GLM:-LOCATION                PIC X(20).
           05 FILLER                        PIC X.
           05 :GLM:-SPECIES                 PIC X(1).
           05 FILLER                        PIC X.
           05 :GLM:-REVENUE-ACCOUNT         PIC X(10).
           05 FILLER                        PIC X.
           05 :GLM:-CLEARING-ACCOUNT        PIC X(10).
           05 FILLER                        PIC X.
           05 :GLM:-COST-CENTER             PIC X(8).
           05 FILLER                        PIC X(27).
