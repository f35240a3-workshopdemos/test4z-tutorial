      ******************************************************************
      * Broadcom Test4z example. See ZTDB2RIS for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Referential-integrity rules (RIRULES): one record per rule,    *
      * "field RIR-FIELD of store RIR-STORE must exist in reference    *
      * RIR-REFERENCE as of RIR-AS-OF".                                *
      *                                                                *
      *  RIR-STORE.RIR-FIELD  EMPPHONE.EMP_DEPT   employee department  *
      *                       ADOPTS.REASON       correction reason    *
      *                       BREEDREF.ALIASOF    alias's breed        *
      *                       RUNBKREF.SYSTEM     runbook system id    *
      *                       DEPEND.SYSTEM       dependent system id  *
      *                       DEPEND.UPSTREAM     upstream system id   *
      *  RIR-REFERENCE        DEPTMAST  active department codes        *
      *                       REFTABLE  codes of table RIR-REF-TABLE,  *
      *                                 honoring valid-from/valid-to   *
      *                       BREEDREF  breed (not alias) names        *
      *                       SYSREGY   registered system ids          *
      *  RIR-AS-OF            blank     the sweep's date               *
      *                       YYYYMMDD  that date                      *
      *                       RECORD    each store record's own date   *
      *                                 (ADOPTS: the adoption date);   *
      *                                 the sweep's date otherwise     *
      *                                                                *
      * A record whose rule id starts with '*' is a comment.           *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  RIR-INTEGRITY-RULE-RECORD.
           05 RIR-RULE-ID              PIC X(8).
           05 FILLER                   PIC X.
           05 RIR-STORE                PIC X(8).
           05 FILLER                   PIC X.
           05 RIR-FIELD                PIC X(8).
           05 FILLER                   PIC X.
           05 RIR-REFERENCE            PIC X(8).
           05 FILLER                   PIC X.
           05 RIR-REF-TABLE            PIC X(8).
           05 FILLER                   PIC X.
           05 RIR-AS-OF                PIC X(8).
              88 RIR-AS-OF-RECORD-DATE VALUE 'RECORD'.
           05 FILLER                   PIC X(27).
