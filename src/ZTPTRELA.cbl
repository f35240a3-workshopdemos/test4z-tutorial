       DATA DIVISION.
       FILE SECTION.

       FD  HEALTH-LOG RECORD CONTAINS 145 CHARACTERS
           DATA RECORD IS HEALTH-LOG-RECORD.
       01  HEALTH-LOG-RECORD.
           02  HEALTH-LOG-KEY  PIC X(19).
           02  HEALTH-LOG-DATA PIC X(126).

       FD  CONTENTION-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
