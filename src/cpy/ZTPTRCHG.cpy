      ******************************************************************
      * Copybook for the change-record file (CHGREC) extracted from    *
      * the change-management system and read by ZTPTRCIM.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * One record per implemented production change: the change       *
      * number, the TRENDY system it was applied to and when the       *
      * implementation started and ended ('YYYY-MM-DD HH:MM'). A blank *
      * end means the implementation window was not closed in the      *
      * change system; the start is then used for both.                *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :CHG:-CHANGE-RECORD.
           05 :CHG:-CHANGE-NUMBER           PIC X(10).
           05 FILLER                        PIC X.
           05 :CHG:-SYSTEM-ID               PIC X(3).
           05 FILLER                        PIC X.
           05 :CHG:-IMPL-START              PIC X(16).
           05 FILLER                        PIC X.
           05 :CHG:-IMPL-END                PIC X(16).
           05 FILLER                        PIC X.
           05 :CHG:-DESCRIPTION             PIC X(30).
           05 FILLER                        PIC X.
