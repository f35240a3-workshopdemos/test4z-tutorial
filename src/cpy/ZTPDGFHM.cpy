      ******************************************************************
      * Copybook for the foster home registry (FOSTHMI/FOSTHMO),       *
      * maintained by ZTPDOGFH and read by the foster placement run    *
      * ZTPDOGFS.                                                      *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * One record per volunteer foster home: who to call, the species *
      * the home will take (up to three of D, C and R in any order)    *
      * and how many animals it can hold at once.                      *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :FHM:-FOSTER-HOME-RECORD.
           05 :FHM:-HOME-ID                 PIC X(8).
           05 FILLER                        PIC X.
           05 :FHM:-HOME-NAME               PIC X(25).
           05 FILLER                        PIC X.
           05 :FHM:-CONTACT                 PIC X(20).
           05 FILLER                        PIC X.
           05 :FHM:-SPECIES-ACCEPTED.
               10 :FHM:-SPECIES-OK          PIC X(1) OCCURS 3 TIMES.
           05 FILLER                        PIC X.
           05 :FHM:-CAPACITY                PIC 9(2).
           05 FILLER                        PIC X(38).
