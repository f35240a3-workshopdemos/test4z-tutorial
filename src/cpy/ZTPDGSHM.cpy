      ******************************************************************
      * Copybook for the shelter master (SHELTERS): one record per     *
      * shelter location per species it houses, maintained by the      *
      * shelter office and read by the shelter reports.                *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * SHM-LOCATION is spelled exactly as the shelter puts it in      *
      * INP-SHELTER-LOCATION on the intake and adoption feeds.         *
      * SHM-FULL-PCT is the percent-full mark above which the shelter  *
      * wants animals moved out; zero or blank takes the house         *
      * default. SHM-CENSUS-COUNT/-DATE record a physical headcount;   *
      * a census newer than the last one applied resets the running    *
      * occupancy to the headcount.                                    *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  SHELTER-MASTER-REC.
           05 SHM-LOCATION                  PIC X(20).
           05 FILLER                        PIC X.
           05 SHM-SPECIES                   PIC X(1).
           05 FILLER                        PIC X.
           05 SHM-CAPACITY                  PIC 9(4).
           05 FILLER                        PIC X.
           05 SHM-FULL-PCT                  PIC 9(3).
           05 FILLER                        PIC X.
           05 SHM-CENSUS-COUNT              PIC 9(4).
           05 FILLER                        PIC X.
           05 SHM-CENSUS-DATE               PIC X(8).
           05 FILLER                        PIC X.
           05 SHM-SHELTER-NAME              PIC X(30).
           05 FILLER                        PIC X(4).
