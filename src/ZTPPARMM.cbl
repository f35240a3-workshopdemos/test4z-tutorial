      * Every applied change is also appended to the PARMCHGL change   *
      * log with a timestamp and the requesting user id - so "who      *
      * changed the alert floor, and when?" is a browse, not a         *
      * two-day archaeology dig through JCL member history. A request  *
      * may also carry the id of the user who approved it (columns     *
      * 60-67), which is logged beside the requester for the           *
      * segregation-of-duties review (ZTPSODRP).                       *
      *                                                                *
      * The current registry (PARMREGI, optional on the very first     *
      * run) plus the applied requests are written to PARMREGO; the    *
           05 PRQ-PARM-VALUE       PIC X(20).
           05 FILLER               PIC X.
           05 PRQ-EFFECTIVE-DATE   PIC X(8).
           05 FILLER               PIC X.
           05 PRQ-APPROVER-ID      PIC X(8).
           05 FILLER               PIC X(13).

       FD  CHANGE-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           05 CHL-PARM-VALUE       PIC X(20).
           05 FILLER               PIC X.
           05 CHL-EFFECTIVE-DATE   PIC X(8).
           05 FILLER               PIC X.
           05 CHL-APPROVER-ID      PIC X(8).
           05 FILLER               PIC X(18).

       WORKING-STORAGE SECTION.

           STRING 'APPLIED ' PRQ-ACTION ' ' PRQ-PROGRAM
               ' ' PRQ-PARM-NAME ' ' PRQ-PARM-VALUE
               ' EFF ' PRQ-EFFECTIVE-DATE ' BY ' PRQ-USER-ID
               ' APPROVED ' PRQ-APPROVER-ID
               DELIMITED BY SIZE INTO CHANGE-REPORT-RECORD
           PERFORM WRITE-CHANGE-LINE

           MOVE PRQ-PARM-NAME TO CHL-PARM-NAME
           MOVE PRQ-PARM-VALUE TO CHL-PARM-VALUE
           MOVE PRQ-EFFECTIVE-DATE TO CHL-EFFECTIVE-DATE
           MOVE PRQ-APPROVER-ID TO CHL-APPROVER-ID

           WRITE CHANGE-LOG-RECORD
           IF NOT CHANGE-LOG-FS-OK
