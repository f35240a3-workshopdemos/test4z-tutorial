      ******************************************************************
      * Broadcom Test4z example. See ZTPCRMXO and ZTPCRMIN.            *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      ******************************************************************

      ******************************************************************
      * CRM contact interchange. The sales CRM exchanges its customer  *
      * contact list with CUSTFILE as pipe-delimited text, one line    *
      * per fixed 200-byte record, trailing spaces ignored:            *
      *                                                                *
      *   H|CUSTFILE|yyyymmdd                     header, first line   *
      *   D|a|id|last|first|phone|version|date    one contact change   *
      *   T|nnnnnnn                               trailer: D lines     *
      *                                                                *
      * Outbound (ZTPCRMXO, CRMOUT) the action is 'U' - add or replace *
      * the contact with these values - or 'D' - the customer has been *
      * deleted here. Inbound (ZTPCRMIN, CRMIN) it is 'A' for a new    *
      * contact (no id; the key CUSTFILE assigns comes back on the     *
      * next outbound extract), 'U' for a change or 'D' for a removal. *
      * The version is the FILE-VERSION the line carries: outbound,    *
      * the current one; inbound, the one the CRM last received. The   *
      * date is the day the change was made on the sending side.       *
      * Empty fields are allowed; a '|' is never part of a value.      *
      ******************************************************************
       01  CRM-CONTACT-FIELDS.
           05 CRM-RECORD-TYPE          PIC X.
              88 CRM-HEADER                VALUE 'H'.
              88 CRM-DETAIL                VALUE 'D'.
              88 CRM-TRAILER               VALUE 'T'.
           05 CRM-ACTION               PIC X.
              88 CRM-ADD                   VALUE 'A'.
              88 CRM-CHANGE                VALUE 'U'.
              88 CRM-REMOVE                VALUE 'D'.
           05 CRM-CUSTOMER-ID          PIC X(6).
           05 CRM-LASTNAME             PIC X(40).
           05 CRM-FIRSTNAME            PIC X(40).
           05 CRM-PHONE                PIC X(10).
           05 CRM-VERSION              PIC X(8).
           05 CRM-CHANGE-DATE          PIC X(8).

      *-----------------------------------------------------------------
      * Header and trailer values.
      *-----------------------------------------------------------------
       01  CRM-CONTROL-FIELDS.
           05 CRM-FILE-SYSTEM          PIC X(8).
           05 CRM-FILE-DATE            PIC X(8).
           05 CRM-DETAIL-COUNT         PIC X(7).
