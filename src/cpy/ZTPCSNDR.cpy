      ******************************************************************
      * Broadcom Test4z example. See ZTPCSNDB for details.             *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * CUSTFILE sound-alike name index (CUSTNDX KSDS): one entry per  *
      * live CUSTFILE record with a last name, keyed by the phonetic   *
      * code of that last name (see ZTPCSNDX) followed by the record's *
      * FILE-KEY, so every record that sounds alike sits together and  *
      * a browse on the code alone finds them all.                     *
      *                                                                *
      * Built from scratch by ZTPCSNDB and kept current by ZTPCICST    *
      * and ZTPCBAT as records are created, renamed, merged,           *
      * tombstoned and revived. Tombstones have no entry.              *
      ******************************************************************
       01  SNX-NAME-INDEX-RECORD.
           05 SNX-KEY.
              10 SNX-PHONETIC-CODE     PIC X(4).
              10 SNX-FILE-KEY          PIC X(6).
           05 FILLER                   PIC X.
           05 SNX-LASTNAME             PIC X(40).
           05 FILLER                   PIC X(29).
