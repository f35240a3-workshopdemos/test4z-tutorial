       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPTRSPL.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * EXEC-LOG splitter for the partitioned nightly TRENDY run. A    *
      * night's EXEC-LOG too big for one ZTPTRNDY step in the batch    *
      * window is split here by SYSTEM-ID group into up to four        *
      * partition files (EXLOGP1-EXLOGP4), each of which then runs     *
      * through its own ZTPTRNDY step with PARM 'PRT=n', side by side. *
      * ZTPTRMRG puts the steps' outputs back together afterwards.     *
      *                                                                *
      * The group of each system is the partition column of the        *
      * SYSTEM-REGISTRY (SYSREGY, '1'-'4', blank is '1'), so a system  *
      * always lands in the same partition and every partition file    *
      * keeps its systems' records in their original order - which     *
      * is what each step's checkpoint/restart counts against. A       *
      * system not in the registry goes to partition 1, where the      *
      * registry check rejects it just as the single step would.       *
      *                                                                *
      * Optional runtime PARM: 'PRT=n', the number of partitions in    *
      * use tonight (default 4). A registry entry naming a partition   *
      * beyond it (or an unreadable one) is warned about and its       *
      * system sent to partition 1, with RC-WARNING.                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EXEC-LOG ASSIGN TO EXLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXEC-LOG-FS.

           SELECT OPTIONAL SYSTEM-REGISTRY ASSIGN TO SYSREGY
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SYSTEM-REGISTRY-FS.

      ******************************************************************
      * ==> One EXEC-LOG per partition; the JCL gives a partition not  *
      *     in use tonight a DUMMY DD.                                 *
      ******************************************************************

           SELECT EXEC-LOG-PART-1 ASSIGN TO EXLOGP1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXEC-LOG-PART-1-FS.

           SELECT EXEC-LOG-PART-2 ASSIGN TO EXLOGP2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXEC-LOG-PART-2-FS.

           SELECT EXEC-LOG-PART-3 ASSIGN TO EXLOGP3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXEC-LOG-PART-3-FS.

           SELECT EXEC-LOG-PART-4 ASSIGN TO EXLOGP4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXEC-LOG-PART-4-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  EXEC-LOG RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXEC-LOG-RECORD.
       01  EXEC-LOG-RECORD PIC X(80).

       FD  SYSTEM-REGISTRY RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SYSTEM-REGISTRY-RECORD.
       01  SYSTEM-REGISTRY-RECORD.
           05 SRG-SYSTEM-ID         PIC X(3).
           05 FILLER                PIC X.
           05 SRG-DESCRIPTION       PIC X(30).
           05 FILLER                PIC X.
           05 SRG-EXPECTED-FROM-HH  PIC 9(2).
           05 FILLER                PIC X.
           05 SRG-EXPECTED-TO-HH    PIC 9(2).
           05 FILLER                PIC X.
           05 SRG-UTC-OFFSET        PIC X(5).
           05 FILLER                PIC X.
           05 SRG-DST-RULE          PIC X(2).
           05 FILLER                PIC X.
           05 SRG-PARTITION         PIC X(1).
           05 FILLER                PIC X(29).

       FD  EXEC-LOG-PART-1 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXEC-LOG-PART-1-RECORD.
       01  EXEC-LOG-PART-1-RECORD PIC X(80).

       FD  EXEC-LOG-PART-2 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXEC-LOG-PART-2-RECORD.
       01  EXEC-LOG-PART-2-RECORD PIC X(80).

       FD  EXEC-LOG-PART-3 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXEC-LOG-PART-3-RECORD.
       01  EXEC-LOG-PART-3-RECORD PIC X(80).

       FD  EXEC-LOG-PART-4 RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EXEC-LOG-PART-4-RECORD.
       01  EXEC-LOG-PART-4-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  EXEC-LOG-FS             PIC 9(2).
           88 EXEC-LOG-IO-SUCCESS      VALUE 00.
           88 EXEC-LOG-EOF             VALUE 10.
       77  SYSTEM-REGISTRY-FS      PIC 9(2).
           88 SYSTEM-REGISTRY-IO-SUCCESS VALUE 00 05.
           88 SYSTEM-REGISTRY-EOF        VALUE 10.
       77  EXEC-LOG-PART-1-FS      PIC 9(2).
           88 EXEC-LOG-PART-1-IO-SUCCESS VALUE 00.
       77  EXEC-LOG-PART-2-FS      PIC 9(2).
           88 EXEC-LOG-PART-2-IO-SUCCESS VALUE 00.
       77  EXEC-LOG-PART-3-FS      PIC 9(2).
           88 EXEC-LOG-PART-3-IO-SUCCESS VALUE 00.
       77  EXEC-LOG-PART-4-FS      PIC 9(2).
           88 EXEC-LOG-PART-4-IO-SUCCESS VALUE 00.

       77  EXEC-LOG-IO-FLAG        PIC 9.
           88 EXEC-LOG-DONE        VALUE 1.
           88 EXEC-LOG-HAS-MORE    VALUE 0.
       77  SYSTEM-REGISTRY-IO-FLAG PIC 9.
           88 SYSTEM-REGISTRY-DONE     VALUE 1.
           88 SYSTEM-REGISTRY-HAS-MORE VALUE 0.

      ******************************************************************
      * The EXEC-LOG record layout (see ZTPTRREC); only the system id  *
      * is looked at, the record is copied through untouched.          *
      ******************************************************************
           COPY ZTPTRREC REPLACING
                   ==:ELR:== BY ==ELR==
                   ==:HLR:== BY ==HLR==
                   ==:HTT:== BY ==HTT==
                   ==:HTR:== BY ==HTR==
                   ==:RPT:== BY ==RPT==.

      ******************************************************************
      * Configuration parameters.                                      *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-TRSPL.
           05 CFG-PARTITION-COUNT      PIC 9 VALUE 4.

      ******************************************************************
      * System to partition, from the registry. Room for four full     *
      * partitions of ZTPTRNDY's 20-entry registry table.              *
      ******************************************************************
       01  WS-PARTITION-MAP-TABLE.
           05 WS-PM-ENTRY OCCURS 80 TIMES.
               10 WS-PM-SYSTEM-ID      PIC X(3) VALUE SPACES.
               10 WS-PM-PARTITION      PIC 9 VALUE 1.
       77  WS-PM-COUNT                 PIC 9(3) VALUE 0.
       77  WS-PM-INDEX                 PIC 9(3).
       77  WS-PM-FOUND-FLAG            PIC 9.
           88 WS-PM-ENTRY-FOUND        VALUE 1.
           88 WS-PM-ENTRY-NOT-FOUND    VALUE 0.
       77  WS-PM-BAD-COUNT             PIC 9(3) VALUE 0.

      ******************************************************************
      * The partition the current record goes to, and the tallies.     *
      ******************************************************************
       77  WS-TARGET-PARTITION         PIC 9.
       77  WS-NEW-PARTITION            PIC X(1).
       01  WS-PARTITION-COUNTS.
           05 WS-PARTITION-RECORDS     PIC 9(9) OCCURS 4 TIMES
                                       VALUE 0.
       77  WS-TOTAL-RECORDS            PIC 9(9) VALUE 0.
       77  WS-UNREGISTERED-RECORDS     PIC 9(9) VALUE 0.
       77  WS-PART-INDEX               PIC 9.

      ******************************************************************
      * Variables for CHECK-PARM-OVERRIDES.                            *
      ******************************************************************
       77  WS-PARM                     PIC X(100).
       01  WS-PARM-FIELDS.
           05 WS-PARM-FIELD            PIC X(20) OCCURS 4 TIMES.
       77  WS-PARM-INDEX               PIC 9(2).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH           PIC S9(4) COMP.
           05 LS-PARM-DATA             PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPTRSPL start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM-OVERRIDES
           PERFORM OPEN-SPLIT-FILES
           PERFORM LOAD-PARTITION-MAP
           PERFORM SPLIT-EXEC-LOG
           PERFORM CLOSE-SPLIT-FILES
           PERFORM REPORT-SPLIT-COUNTS

           IF WS-PM-BAD-COUNT > 0 AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY '==> ZTPTRSPL end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * 'PRT=n' (1-4) sets the number of partitions in use.            *
      ******************************************************************
       CHECK-PARM-OVERRIDES.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PARM-FIELDS
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD(1) WS-PARM-FIELD(2)
                   WS-PARM-FIELD(3) WS-PARM-FIELD(4)
           END-UNSTRING

           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > 4
               IF WS-PARM-FIELD(WS-PARM-INDEX)(1:4) = 'PRT='
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:1) >= '1'
                       AND WS-PARM-FIELD(WS-PARM-INDEX)(5:1) <= '4'
                   MOVE WS-PARM-FIELD(WS-PARM-INDEX)(5:1)
                       TO CFG-PARTITION-COUNT
               END-IF
           END-PERFORM

           DISPLAY '==> ZTPTRSPL splitting into ' CFG-PARTITION-COUNT
               ' partition(s)'

           EXIT.

       OPEN-SPLIT-FILES.

           OPEN INPUT EXEC-LOG
           IF NOT EXEC-LOG-IO-SUCCESS
               DISPLAY '1: Error opening exec log: ' EXEC-LOG-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT SYSTEM-REGISTRY
           IF NOT SYSTEM-REGISTRY-IO-SUCCESS
               DISPLAY '2: Error opening system registry: '
                   SYSTEM-REGISTRY-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT EXEC-LOG-PART-1
           IF NOT EXEC-LOG-PART-1-IO-SUCCESS
               DISPLAY '3: Error opening exec log partition 1: '
                   EXEC-LOG-PART-1-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT EXEC-LOG-PART-2
           IF NOT EXEC-LOG-PART-2-IO-SUCCESS
               DISPLAY '3: Error opening exec log partition 2: '
                   EXEC-LOG-PART-2-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT EXEC-LOG-PART-3
           IF NOT EXEC-LOG-PART-3-IO-SUCCESS
               DISPLAY '3: Error opening exec log partition 3: '
                   EXEC-LOG-PART-3-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT EXEC-LOG-PART-4
           IF NOT EXEC-LOG-PART-4-IO-SUCCESS
               DISPLAY '3: Error opening exec log partition 4: '
                   EXEC-LOG-PART-4-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       LOAD-PARTITION-MAP.

           SET SYSTEM-REGISTRY-HAS-MORE TO TRUE
           PERFORM UNTIL SYSTEM-REGISTRY-DONE
               READ SYSTEM-REGISTRY
                   AT END
                       SET SYSTEM-REGISTRY-DONE TO TRUE
                   NOT AT END
                       IF SRG-SYSTEM-ID NOT = SPACES
                           PERFORM ADD-PARTITION-MAP-ENTRY
                       END-IF
               END-READ

               IF NOT SYSTEM-REGISTRY-IO-SUCCESS AND
                       NOT SYSTEM-REGISTRY-EOF
                   DISPLAY '4: Error reading system registry: '
                       SYSTEM-REGISTRY-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET SYSTEM-REGISTRY-DONE TO TRUE
               END-IF
           END-PERFORM

           DISPLAY '==> ZTPTRSPL mapped ' WS-PM-COUNT
               ' registered system(s) to partitions'

           EXIT.

      ******************************************************************
      * Blank is partition 1; anything not a partition in use tonight  *
      * is warned about and also sent to partition 1.                  *
      ******************************************************************
       ADD-PARTITION-MAP-ENTRY.

           IF WS-PM-COUNT >= 80
               DISPLAY '==> ZTPTRSPL: partition map full, '
                   SRG-SYSTEM-ID ' goes to partition 1'
               ADD 1 TO WS-PM-BAD-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SRG-PARTITION TO WS-NEW-PARTITION
           IF WS-NEW-PARTITION = SPACE
               MOVE '1' TO WS-NEW-PARTITION
           END-IF

           ADD 1 TO WS-PM-COUNT
           MOVE SRG-SYSTEM-ID TO WS-PM-SYSTEM-ID(WS-PM-COUNT)

           IF WS-NEW-PARTITION IS NUMERIC
                   AND WS-NEW-PARTITION >= '1'
                   AND WS-NEW-PARTITION <= CFG-PARTITION-COUNT
               MOVE WS-NEW-PARTITION TO WS-PM-PARTITION(WS-PM-COUNT)
           ELSE
               DISPLAY '==> ZTPTRSPL: ' SRG-SYSTEM-ID
                   ' has partition "' SRG-PARTITION
                   '" not in use, goes to partition 1'
               ADD 1 TO WS-PM-BAD-COUNT
               MOVE 1 TO WS-PM-PARTITION(WS-PM-COUNT)
           END-IF

           EXIT.

       SPLIT-EXEC-LOG.

           SET EXEC-LOG-HAS-MORE TO TRUE
           PERFORM UNTIL EXEC-LOG-DONE
               READ EXEC-LOG INTO ELR-EXEC-LOG-RECORD
                   AT END
                       SET EXEC-LOG-DONE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-RECORDS
                       PERFORM FIND-RECORD-PARTITION
                       PERFORM WRITE-PARTITION-RECORD
               END-READ

               IF NOT EXEC-LOG-IO-SUCCESS AND NOT EXEC-LOG-EOF
                   DISPLAY '5: Error reading exec log: ' EXEC-LOG-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET EXEC-LOG-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

       FIND-RECORD-PARTITION.

           MOVE 1 TO WS-TARGET-PARTITION
           SET WS-PM-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PM-INDEX FROM 1 BY 1
                   UNTIL WS-PM-INDEX > WS-PM-COUNT
                       OR WS-PM-ENTRY-FOUND
               IF WS-PM-SYSTEM-ID(WS-PM-INDEX) = ELR-SYSTEM-ID
                   SET WS-PM-ENTRY-FOUND TO TRUE
                   MOVE WS-PM-PARTITION(WS-PM-INDEX)
                       TO WS-TARGET-PARTITION
               END-IF
           END-PERFORM

           IF WS-PM-ENTRY-NOT-FOUND
               ADD 1 TO WS-UNREGISTERED-RECORDS
           END-IF

           EXIT.

       WRITE-PARTITION-RECORD.

           ADD 1 TO WS-PARTITION-RECORDS(WS-TARGET-PARTITION)

           EVALUATE WS-TARGET-PARTITION
               WHEN 1
                   WRITE EXEC-LOG-PART-1-RECORD FROM EXEC-LOG-RECORD
                   IF NOT EXEC-LOG-PART-1-IO-SUCCESS
                       DISPLAY '6: Error writing exec log partition 1: '
                           EXEC-LOG-PART-1-FS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   END-IF
               WHEN 2
                   WRITE EXEC-LOG-PART-2-RECORD FROM EXEC-LOG-RECORD
                   IF NOT EXEC-LOG-PART-2-IO-SUCCESS
                       DISPLAY '6: Error writing exec log partition 2: '
                           EXEC-LOG-PART-2-FS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   END-IF
               WHEN 3
                   WRITE EXEC-LOG-PART-3-RECORD FROM EXEC-LOG-RECORD
                   IF NOT EXEC-LOG-PART-3-IO-SUCCESS
                       DISPLAY '6: Error writing exec log partition 3: '
                           EXEC-LOG-PART-3-FS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   WRITE EXEC-LOG-PART-4-RECORD FROM EXEC-LOG-RECORD
                   IF NOT EXEC-LOG-PART-4-IO-SUCCESS
                       DISPLAY '6: Error writing exec log partition 4: '
                           EXEC-LOG-PART-4-FS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   END-IF
           END-EVALUATE

           EXIT.

       CLOSE-SPLIT-FILES.

           CLOSE EXEC-LOG
           CLOSE SYSTEM-REGISTRY

           CLOSE EXEC-LOG-PART-1
           IF NOT EXEC-LOG-PART-1-IO-SUCCESS
               DISPLAY '7: Error closing exec log partition 1: '
                   EXEC-LOG-PART-1-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           CLOSE EXEC-LOG-PART-2
           IF NOT EXEC-LOG-PART-2-IO-SUCCESS
               DISPLAY '7: Error closing exec log partition 2: '
                   EXEC-LOG-PART-2-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           CLOSE EXEC-LOG-PART-3
           IF NOT EXEC-LOG-PART-3-IO-SUCCESS
               DISPLAY '7: Error closing exec log partition 3: '
                   EXEC-LOG-PART-3-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           CLOSE EXEC-LOG-PART-4
           IF NOT EXEC-LOG-PART-4-IO-SUCCESS
               DISPLAY '7: Error closing exec log partition 4: '
                   EXEC-LOG-PART-4-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       REPORT-SPLIT-COUNTS.

           DISPLAY '==> ZTPTRSPL read ' WS-TOTAL-RECORDS
               ' EXEC-LOG record(s), ' WS-UNREGISTERED-RECORDS
               ' from unregistered systems (sent to partition 1)'

           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                   UNTIL WS-PART-INDEX > CFG-PARTITION-COUNT
               DISPLAY '==> ZTPTRSPL partition ' WS-PART-INDEX ': '
                   WS-PARTITION-RECORDS(WS-PART-INDEX) ' record(s)'
           END-PERFORM

           EXIT.
