      ******************************************************************
      * Copybook for the shelter animal registry (ANIMALI/ANIMALO),    *
      * maintained by ZTPDOGRG and read by the shelter reports.        *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * One record per animal, keyed by the animal id the shelter      *
      * assigns at intake. The record describes the animal's current   *
      * (or most recent) stay: an animal with a blank outcome is still *
      * in care; a closed animal that comes back in starts a new stay  *
      * on the same record and :ANR:-STAYS counts its stays.           *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :ANR:-ANIMAL-RECORD.
           05 :ANR:-ANIMAL-ID               PIC X(8).
           05 FILLER                        PIC X.
           05 :ANR:-SPECIES                 PIC X(1).
           05 FILLER                        PIC X.
           05 :ANR:-BREED                   PIC X(30).
           05 FILLER                        PIC X.
           05 :ANR:-SHELTER                 PIC X(20).
           05 FILLER                        PIC X.
           05 :ANR:-INTAKE-DATE             PIC X(8).
           05 FILLER                        PIC X.
           05 :ANR:-OUTCOME                 PIC X(1).
               88 :ANR:-IN-CARE             VALUE ' '.
               88 :ANR:-ADOPTED             VALUE 'A'.
               88 :ANR:-TRANSFERRED         VALUE 'T'.
               88 :ANR:-RETURNED            VALUE 'R'.
               88 :ANR:-OTHER-OUTCOME       VALUE 'O'.
           05 FILLER                        PIC X.
           05 :ANR:-OUTCOME-DATE            PIC X(8).
           05 FILLER                        PIC X.
           05 :ANR:-STAYS                   PIC 9(2).
           05 FILLER                        PIC X(15).
