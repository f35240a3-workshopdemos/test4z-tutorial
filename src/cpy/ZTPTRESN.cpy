      ******************************************************************
      * Copybook for the EXEC-LOG seen store (EXSEEN), the keyed file  *
      * ZTPTRNDY uses to recognize an EXEC-LOG record it has already   *
      * consolidated.                                                  *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * The key is the whole 80-byte EXEC-LOG image. It starts with    *
      * the date, time and second and carries the system id, so two    *
      * records collide only when the same system logged the same      *
      * content in the same second - a retransmitted record, not a     *
      * second real execution. The run stamp (YYYYMMDDHHMMSS) says     *
      * which ZTPTRNDY run first consolidated the record.              *
      ******************************************************************
       01  :ESN:-EXEC-LOG-SEEN-RECORD.
           05 :ESN:-EXEC-LOG-IMAGE          PIC X(80).
           05 FILLER                        PIC X.
           05 :ESN:-FIRST-SEEN-RUN          PIC X(14).
           05 FILLER                        PIC X(5).
