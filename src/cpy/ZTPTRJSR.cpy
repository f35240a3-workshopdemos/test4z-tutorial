      * drove a system's worst intervals without calling the region's  *
      * sysprog.                                                       *
      *                                                                *
      * ELAPSED-TOTAL sums the v2 records' elapsed seconds for the     *
      * ZTPTRCPR regression watch. Records written before the field    *
      * existed carry spaces there; readers treat a non-numeric value  *
      * as zero and leave those runs out of elapsed averages.          *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :JSR:-JOB-STATS-RECORD.
               10 :JSR:-SLOW            PIC 9(6).
               10 FILLER                PIC X.
               10 :JSR:-BAD             PIC 9(6).
               10 FILLER                PIC X.
               10 :JSR:-ELAPSED-TOTAL   PIC 9(8).
