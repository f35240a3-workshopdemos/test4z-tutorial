      ******************************************************************
      * Copybook for the foster placement file (FOSTPLI/FOSTPLO),      *
      * maintained by ZTPDOGFS and read by ZTPDOGOC and ZTPDOGWL.      *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * One record per placement of a registry animal in a foster      *
      * home. The animal's species, breed and shelter are copied from  *
      * the animal registry when it is placed; the home's name and     *
      * contact are refreshed from the foster home registry each run.  *
      * A placement is open ('F') until the animal comes back to its   *
      * shelter ('R') or leaves care from the foster home ('O');       *
      * :FPL:-STATUS-DATE is the day that happened. Closed placements  *
      * stay on the file for a while so a shelter census can tell      *
      * which animals were away on the census day.                     *
      *                                                                *
      * :FPL:-OFFERED-FLAG is set by ZTPDOGWL once it has offered the  *
      * placement's animal to a waiting adopter, so each placement is  *
      * offered once; ZTPDOGFS carries it forward and starts a new     *
      * placement unflagged.                                           *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :FPL:-PLACEMENT-RECORD.
           05 :FPL:-ANIMAL-ID               PIC X(8).
           05 FILLER                        PIC X.
           05 :FPL:-HOME-ID                 PIC X(8).
           05 FILLER                        PIC X.
           05 :FPL:-SPECIES                 PIC X(1).
           05 FILLER                        PIC X.
           05 :FPL:-BREED                   PIC X(30).
           05 FILLER                        PIC X.
           05 :FPL:-SHELTER                 PIC X(20).
           05 FILLER                        PIC X.
           05 :FPL:-PLACED-DATE             PIC X(8).
           05 FILLER                        PIC X.
           05 :FPL:-DUE-BACK-DATE           PIC X(8).
           05 FILLER                        PIC X.
           05 :FPL:-STATUS                  PIC X(1).
               88 :FPL:-IN-FOSTER           VALUE 'F'.
               88 :FPL:-RETURNED            VALUE 'R'.
               88 :FPL:-LEFT-CARE           VALUE 'O'.
           05 FILLER                        PIC X.
           05 :FPL:-STATUS-DATE             PIC X(8).
           05 FILLER                        PIC X.
           05 :FPL:-HOME-NAME               PIC X(25).
           05 FILLER                        PIC X.
           05 :FPL:-HOME-CONTACT            PIC X(20).
           05 FILLER                        PIC X.
           05 :FPL:-OFFERED-FLAG            PIC X(1).
               88 :FPL:-OFFERED             VALUE 'Y'.
           05 FILLER                        PIC X.
