      ******************************************************************
      * Copybook for the TRENDY system dependency file (DEPEND),       *
      * maintained by ZTPDEPMT and read by ZTPTRBLR.                   *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * One record per dependency edge: :DEP:-SYSTEM-ID depends on     *
      * :DEP:-UPSTREAM-ID, so when the upstream system degrades the    *
      * dependent one is expected to follow. A system with several     *
      * upstreams has one record per upstream. Both ids must be in     *
      * the SYSTEM-REGISTRY (SYSREGY).                                 *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :DEP:-DEPENDENCY-RECORD.
           05 :DEP:-SYSTEM-ID               PIC X(3).
           05 FILLER                        PIC X.
           05 :DEP:-UPSTREAM-ID             PIC X(3).
           05 FILLER                        PIC X.
           05 :DEP:-DESCRIPTION             PIC X(30).
           05 FILLER                        PIC X(42).
