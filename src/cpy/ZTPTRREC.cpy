      * records in this interval (zero when only v1 records arrived).  *
      ******************************************************************
           05  :HLR:-ELAPSED-TOTAL          PIC 9(8).
      ******************************************************************
      * Security dispositions: EXEC-LOG records in this interval whose *
      * request type was AUTH (authentication refused) or FORBID       *
      * (authorization refused). They are still counted in             *
      * :HLR:-REQUESTS; these break them out so ZTPTRSEC can watch     *
      * each system's share against its own normal level.              *
      ******************************************************************
           05  FILLER                       PIC X.
           05  :HLR:-AUTH                   PIC 9(6).
           05  FILLER                       PIC X.
           05  :HLR:-FORBID                 PIC 9(6).

      ******************************************************************
      * Record for HEALTH-TREND file is a summary of the health logs   *
               10 :RPT:-HEALTH-LOG-ADDITIONS PIC 9(6).
               10 :RPT:-HEALTH-TREND-COUNT   PIC 9(6).
               10 :RPT:-ERROR-EXEC-LOGS      PIC 9(6).
               10 :RPT:-INVALID-EXEC-LOGS    PIC 9(6).
               10 :RPT:-AUTH-EXEC-LOGS       PIC 9(6).
               10 :RPT:-FORBID-EXEC-LOGS     PIC 9(6).
               10 :RPT:-DUPLICATE-EXEC-LOGS  PIC 9(6).
               10 :RPT:-TZ-SHIFTED-EXEC-LOGS PIC 9(6).
               10 :RPT:-DST-AMBIGUOUS-EXEC-LOGS PIC 9(6).
