      ******************************************************************
      * Broadcom Test4z example. See ZTPSODRP for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Maintenance sign-off log (MNTLOG): one record per change a     *
      * maintenance program applies, with who asked for it and who     *
      * signed it off, appended by every stream that has no change     *
      * log of its own. ZTPPARMM keeps its own PARMCHGL.               *
      *                                                                *
      *  MNL-STREAM     REFTABLE  ZTPREFMT reference-code change       *
      *                 RUNBKREF  ZTPRBKMT runbook-reference change    *
      *                 BIZCAL    ZTPCALMT business-calendar change    *
      *                 PHAPPR    ZTDB2PHN approved delete/un-keep     *
      *                 EXDISP    ZTPEXDIG exception disposition       *
      *                 RECPATCH  ZTPPATCH controlled record patch     *
      *  MNL-ACTION     the stream's own action code; for RECPATCH    *
      *                 the patched dataset's class, 'P' production    *
      *                 or 'T' test                                    *
      *  MNL-REQUESTER  the requesting user; for PHAPPR blank (the     *
      *                 request came from PHUPDATE or a ZTPCICSC       *
      *                 capture), for EXDISP the initials that had     *
      *                 acknowledged an exception now being resolved   *
      *  MNL-APPROVER   the approving user: the request's approver,    *
      *                 the PHAPPRV release, or the disposing initials *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  MNL-SIGNOFF-RECORD.
           05 MNL-STAMP                PIC X(14).
           05 FILLER                   PIC X.
           05 MNL-STREAM               PIC X(8).
           05 FILLER                   PIC X.
           05 MNL-ACTION               PIC X(1).
           05 FILLER                   PIC X.
           05 MNL-CHANGE-KEY           PIC X(30).
           05 FILLER                   PIC X.
           05 MNL-REQUESTER            PIC X(8).
           05 FILLER                   PIC X.
           05 MNL-APPROVER             PIC X(8).
           05 FILLER                   PIC X(26).
