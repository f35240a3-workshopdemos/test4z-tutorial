      ******************************************************************
      * Broadcom Test4z example. See ZTPCFRCV for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * CUSTFILE replay image: the AUD-MESSAGE of every successful     *
      * state-changing 'CUSTFILE' audit entry written by ZTPCICST and  *
      * ZTPCBAT. It carries the FILE-VERSION the change produced and   *
      * the field values it applied, so ZTPCFRCV can re-apply the      *
      * change to a restored backup and prove, version by version,     *
      * that each one lands where the original did.                    *
      *                                                                *
      *   ARP-VERSION     FILE-VERSION after the change                *
      *   ARP-NAME-TAG    'L=' last name or 'F=' first name set to     *
      *                   ARP-NAME; spaces when no name was changed    *
      *   ARP-PHONE-TAG   'P=' phone set to ARP-PHONE; else spaces     *
      *   ARP-LINK-TAG    merges only: 'DUP=' on the survivor's entry  *
      *                   names the duplicate folded into it, 'SRV='   *
      *                   on the retired duplicate's entry names the   *
      *                   survivor                                     *
      *                                                                *
      * Deletes, keeps, releases and revives need only the version.    *
      * A batch create or update that sets both names writes a second  *
      * entry right behind the first, AUD-REQUEST-TYPE '+' on the same *
      * key and version, carrying the first name. '+' is not a request *
      * type, so counts of changes never see it.                       *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  ARP-REPLAY-IMAGE.
           05 ARP-VERSION-TAG          PIC X(4).
           05 ARP-VERSION              PIC 9(8).
           05 FILLER                   PIC X.
           05 ARP-NAME-TAG             PIC X(2).
           05 ARP-NAME                 PIC X(40).
           05 FILLER                   PIC X.
           05 ARP-PHONE-TAG            PIC X(2).
           05 ARP-PHONE                PIC X(10).
           05 FILLER                   PIC X.
           05 ARP-LINK-TAG             PIC X(4).
           05 ARP-LINK-KEY             PIC X(6).
           05 FILLER                   PIC X(3).
