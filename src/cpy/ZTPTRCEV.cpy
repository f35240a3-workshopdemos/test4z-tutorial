      ******************************************************************
      * Copybook for the enterprise console interface of ZTPTRCEF:     *
      * the outbound event record (CONFEED), in the console's fixed    *
      * inbound event format, and the acknowledgment record the        *
      * console returns for it (CONACK).                               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Every event carries a sequence number that is unique across    *
      * runs. The console acknowledges by sequence number; a resent    *
      * event keeps its original number and is flagged 'R', so the     *
      * console can drop it if the first copy did arrive after all.    *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :CEV:-CONSOLE-EVENT-RECORD.
           05 :CEV:-RECORD-TYPE             PIC X(4).
           05 FILLER                        PIC X.
           05 :CEV:-SEQUENCE                PIC 9(8).
           05 FILLER                        PIC X.
           05 :CEV:-SOURCE                  PIC X(8).
           05 FILLER                        PIC X.
           05 :CEV:-SEND-TYPE               PIC X.
               88 :CEV:-FIRST-SEND          VALUE 'N'.
               88 :CEV:-RESEND              VALUE 'R'.
           05 FILLER                        PIC X.
           05 :CEV:-SEVERITY                PIC X.
               88 :CEV:-CRITICAL            VALUE 'C'.
               88 :CEV:-MAJOR               VALUE 'M'.
               88 :CEV:-NORMAL              VALUE 'N'.
           05 FILLER                        PIC X.
           05 :CEV:-EVENT-CLASS             PIC X(8).
           05 FILLER                        PIC X.
           05 :CEV:-NODE                    PIC X(3).
           05 FILLER                        PIC X.
           05 :CEV:-EVENT-TIME              PIC X(16).
           05 FILLER                        PIC X.
           05 :CEV:-OPENED-TIME             PIC X(16).
           05 FILLER                        PIC X.
           05 :CEV:-HAPPY-RATING            PIC 9(2).
           05 FILLER                        PIC X.
           05 :CEV:-RUNBOOK-ID              PIC X(6).
           05 FILLER                        PIC X.
           05 :CEV:-ONCALL-CONTACT          PIC X(20).
           05 FILLER                        PIC X.
           05 :CEV:-MESSAGE                 PIC X(40).
           05 FILLER                        PIC X(5).

      ******************************************************************
      * One acknowledgment per event the console processed: 'ACK'      *
      * when it was accepted, 'NAK' when it was rejected (the event is *
      * then sent again on the next run).                              *
      ******************************************************************
       01  :CAK:-CONSOLE-ACK-RECORD.
           05 :CAK:-SEQUENCE                PIC 9(8).
           05 FILLER                        PIC X.
           05 :CAK:-STATUS                  PIC X(3).
               88 :CAK:-ACCEPTED            VALUE 'ACK'.
               88 :CAK:-REJECTED            VALUE 'NAK'.
           05 FILLER                        PIC X.
           05 :CAK:-ACK-TIME                PIC X(14).
           05 FILLER                        PIC X.
           05 :CAK:-CONSOLE-EVENT-ID        PIC X(20).
           05 FILLER                        PIC X(32).
