      ******************************************************************
      * Copybook for the adoption follow-up letter schedule            *
      * (FUSCHEDI/FUSCHEDO), maintained by ZTPDOGFU.                   *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Two records per adoption: letter '1', due 30 days after the    *
      * adoption, and letter '2', due six months after it. A letter is *
      * pending until the night it is sent, or until a correction      *
      * backs its adoption out; :FUS:-STATUS-DATE is the night either  *
      * happened. The adopter's name and address arrive on the         *
      * adopter contact feed and are kept here once known.             *
      * :FUS:-ADOPT-COUNT is the net number of adoption records less   *
      * corrections seen for the adoption, the same on both letters;   *
      * spaces on a schedule written before it existed count as 1.     *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :FUS:-SCHEDULE-RECORD.
           05 :FUS:-ANIMAL-ID               PIC X(8).
           05 FILLER                        PIC X.
           05 :FUS:-ADOPT-DATE              PIC X(8).
           05 FILLER                        PIC X.
           05 :FUS:-LETTER-NO               PIC X(1).
               88 :FUS:-THIRTY-DAY          VALUE '1'.
               88 :FUS:-SIX-MONTH           VALUE '2'.
           05 FILLER                        PIC X.
           05 :FUS:-DUE-DATE                PIC X(8).
           05 FILLER                        PIC X.
           05 :FUS:-STATUS                  PIC X(1).
               88 :FUS:-PENDING             VALUE 'P'.
               88 :FUS:-SENT                VALUE 'S'.
               88 :FUS:-CANCELLED           VALUE 'X'.
           05 FILLER                        PIC X.
           05 :FUS:-STATUS-DATE             PIC X(8).
           05 FILLER                        PIC X.
           05 :FUS:-SPECIES                 PIC X(1).
           05 FILLER                        PIC X.
           05 :FUS:-SHELTER                 PIC X(20).
           05 FILLER                        PIC X.
           05 :FUS:-ADOPTER-NAME            PIC X(20).
           05 FILLER                        PIC X.
           05 :FUS:-ADOPTER-ADDR            PIC X(20).
           05 FILLER                        PIC X.
           05 :FUS:-ADOPT-COUNT             PIC 9(3).
           05 FILLER                        PIC X(12).
