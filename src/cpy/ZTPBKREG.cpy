      ******************************************************************
      * Broadcom Test4z example. See ZTPBKCHK and ZTPBKRST.            *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Backup registry (BKREG): one record per keyed store the shop   *
      * must be able to recover. A KSDS is named by its DD name, the   *
      * name ZTPMANIF keys its live counts under (CUSTFILE, HLLOG,     *
      * HTHIST, JOBSTATS, ANNOT, AUDKSDS); a DB2 table by its table    *
      * name (EMPPHONE, EMPPHHST, TBZELDA).                            *
      *                                                                *
      *  BKR-RPO-HOURS          recovery point: the newest backup may  *
      *                         be no older than this                  *
      *  BKR-BACKUP-DSN         the backup dataset (GDG base for a     *
      *                         generation data group)                 *
      *  BKR-COUNT-TOLERANCE    percent the backup's record count may  *
      *                         differ from the live count (zero: the  *
      *                         ZTPBKCHK default)                      *
      *  BKR-RESTORE-INTERVAL   days allowed between proven restores   *
      *                         (zero: the ZTPBKRST default)           *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  BKR-REGISTRY-RECORD.
           05 BKR-STORE                PIC X(8).
           05 FILLER                   PIC X.
           05 BKR-STORE-TYPE           PIC X(4).
              88 BKR-KSDS              VALUE 'KSDS'.
              88 BKR-DB2-TABLE         VALUE 'DB2 '.
           05 FILLER                   PIC X.
           05 BKR-RPO-HOURS            PIC 9(3).
           05 FILLER                   PIC X.
           05 BKR-BACKUP-DSN           PIC X(44).
           05 FILLER                   PIC X.
           05 BKR-COUNT-TOLERANCE      PIC 9(3).
           05 FILLER                   PIC X.
           05 BKR-RESTORE-INTERVAL     PIC 9(3).
           05 FILLER                   PIC X(10).

      ******************************************************************
      * Backup inventory (BKINV): one record per backup dataset on the *
      * catalog, as listed by the nightly catalog step after the       *
      * backup jobs - the dataset, when it was taken, and the records  *
      * the backup job reported copying.                               *
      ******************************************************************
       01  BKI-INVENTORY-RECORD.
           05 BKI-BACKUP-DSN           PIC X(44).
           05 FILLER                   PIC X.
           05 BKI-TAKEN-STAMP.
               10 BKI-TAKEN-DATE       PIC X(8).
               10 FILLER               PIC X.
               10 BKI-TAKEN-TIME       PIC X(6).
           05 FILLER                   PIC X.
           05 BKI-RECORD-COUNT         PIC 9(10).
           05 FILLER                   PIC X(9).

      ******************************************************************
      * Restore-test log (RSTLOG): one record per restore test, kept   *
      * for good and appended by ZTPBKRST when the test job reports    *
      * its result.                                                    *
      ******************************************************************
       01  RTL-RESTORE-TEST-RECORD.
           05 RTL-STORE                PIC X(8).
           05 FILLER                   PIC X.
           05 RTL-TEST-DATE            PIC X(8).
           05 FILLER                   PIC X.
           05 RTL-RESULT               PIC X(4).
              88 RTL-PASSED            VALUE 'PASS'.
              88 RTL-FAILED            VALUE 'FAIL'.
           05 FILLER                   PIC X.
           05 RTL-RECORDS-RESTORED     PIC 9(10).
           05 FILLER                   PIC X.
           05 RTL-BACKUP-DSN           PIC X(44).
           05 FILLER                   PIC X(2).
