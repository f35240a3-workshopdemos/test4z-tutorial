      ******************************************************************
      * Broadcom Test4z example. See ZTPCICST and ZTPCUSRP.            *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * Caller quota record (AUTHQUOT KSDS), kept alongside AUTHFILE:  *
      * the most requests of one type a caller may issue to ZTPCICST   *
      * in one clock hour. AUTHFILE says which request types a caller  *
      * may issue at all; AUTHQUOT says how many. A caller/type with   *
      * no quota record (or a zero limit) is not limited.              *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  QTA-QUOTA-RECORD.
           05 QTA-KEY.
              10 QTA-CALLER-ID         PIC X(8).
              10 QTA-REQUEST-TYPE      PIC X.
           05 FILLER                   PIC X.
           05 QTA-HOURLY-LIMIT         PIC 9(7).
           05 FILLER                   PIC X(63).

      ******************************************************************
      * Caller usage record (CALLUSE KSDS): ZTPCICST's running count   *
      * of one caller's requests of one type in one clock hour, split  *
      * into accepted and refused (over the quota), with the limit in  *
      * force at the time (zero = no limit). ZTPCUSRP reports a day's  *
      * usage from it and ages old records out.                        *
      ******************************************************************
       01  USG-USAGE-RECORD.
           05 USG-KEY.
              10 USG-CALLER-ID         PIC X(8).
              10 USG-DATE              PIC X(8).
              10 USG-HOUR              PIC X(2).
              10 USG-REQUEST-TYPE      PIC X.
           05 FILLER                   PIC X.
           05 USG-ACCEPTED             PIC 9(7).
           05 FILLER                   PIC X.
           05 USG-REFUSED              PIC 9(7).
           05 FILLER                   PIC X.
           05 USG-HOURLY-LIMIT         PIC 9(7).
           05 FILLER                   PIC X(37).
