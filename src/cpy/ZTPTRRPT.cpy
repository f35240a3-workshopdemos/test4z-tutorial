           05 RPL-INVALID-EXEC-LOGS    PIC Z(11)9.
           05 FILLER                   PIC X(3) VALUE SPACES.

      ******************************************************************
      * Run totals of the security dispositions, written under the     *
      * summary by 300-WRITE-STATS-REPORT.                             *
      ******************************************************************
       01  WS-SECURITY-DISPOSITION-LINE.
           05 FILLER                    PIC X(31)
              VALUE '==> SECURITY DISPOSITIONS AUTH='.
           05 WSD-AUTH-EXEC-LOGS        PIC Z(5)9.
           05 FILLER                    PIC X(8) VALUE ' FORBID='.
           05 WSD-FORBID-EXEC-LOGS      PIC Z(5)9.
           05 FILLER                    PIC X(29) VALUE SPACES.

      ******************************************************************
      * Duplicate EXEC-LOG records diverted to DUPLOG, in total and    *
      * per system, written under the security dispositions.           *
      ******************************************************************
       01  WS-DUPLICATE-TOTAL-LINE.
           05 FILLER                    PIC X(32)
              VALUE '==> DUPLICATE EXEC LOGS DIVERTED'.
           05 FILLER                    PIC X(7) VALUE ' TOTAL='.
           05 WDT-DUPLICATE-EXEC-LOGS   PIC Z(5)9.
           05 FILLER                    PIC X(35) VALUE SPACES.

      ******************************************************************
      * Records restated from a regional time zone into shop time, and *
      * those whose local time fell in a DST switch hour (repeated in  *
      * autumn, skipped in spring) and so could not be placed exactly. *
      ******************************************************************
       01  WS-TIME-ZONE-LINE.
           05 FILLER                    PIC X(29)
              VALUE '==> TIME ZONE NORMALIZATION '.
           05 FILLER                    PIC X(8) VALUE 'SHIFTED='.
           05 WTZ-SHIFTED-EXEC-LOGS     PIC Z(5)9.
           05 FILLER                    PIC X(15)
              VALUE ' DST-AMBIGUOUS='.
           05 WTZ-AMBIGUOUS-EXEC-LOGS   PIC Z(5)9.
           05 FILLER                    PIC X(16) VALUE SPACES.

      ******************************************************************
      * One line per system that retransmitted, under the total.       *
      ******************************************************************
       01  WS-DUPLICATE-SYSTEM-LINE.
           05 FILLER                    PIC X(32)
              VALUE '==> DUPLICATE EXEC LOGS   SYSTEM'.
           05 FILLER                    PIC X VALUE SPACE.
           05 WDS-SYSTEM-ID             PIC X(3).
           05 FILLER                    PIC X(3) VALUE ' = '.
           05 WDS-DUPLICATE-EXEC-LOGS   PIC Z(5)9.
           05 FILLER                    PIC X(35) VALUE SPACES.

      ******************************************************************
      * Development-only report for spot checking performance data.    *
      ******************************************************************
