      ******************************************************************
      * Copybook for the on-call rotation calendar (ONCALCAL),         *
      * maintained by ZTPOCLMT and read by ZTPALERT to resolve the     *
      * contact for each OPEN/ESCALATE event.                          *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * One record per rotation slot: the team (as named on the        *
      * RUNBKREF entry), the dates the slot runs (YYYYMMDD, both       *
      * inclusive), the hours it covers ('hhmm', from inclusive, to    *
      * exclusive; from = to is round the clock, from > to is an       *
      * overnight slot, the same semantics as the system registry's    *
      * expected hours), and the primary and secondary contacts. The   *
      * date range is applied to the event's own calendar date.        *
      * OPEN events page the primary, ESCALATE events the secondary.   *
      *                                                                *
      * NB: Spaces included between fields for easier file browsing.   *
      ******************************************************************
       01  :OCR:-ONCALL-RECORD.
           05 :OCR:-TEAM-ID                 PIC X(8).
           05 FILLER                        PIC X.
           05 :OCR:-FROM-DATE               PIC X(8).
           05 FILLER                        PIC X.
           05 :OCR:-TO-DATE                 PIC X(8).
           05 FILLER                        PIC X.
           05 :OCR:-FROM-HHMM               PIC X(4).
           05 FILLER                        PIC X.
           05 :OCR:-TO-HHMM                 PIC X(4).
           05 FILLER                        PIC X.
           05 :OCR:-PRIMARY-CONTACT         PIC X(20).
           05 FILLER                        PIC X.
           05 :OCR:-SECONDARY-CONTACT       PIC X(20).
           05 FILLER                        PIC X(2).
