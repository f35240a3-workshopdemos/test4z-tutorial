       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPCFRCV.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Forward recovery for CUSTFILE. When CUSTFILE is lost or        *
      * damaged, restoring last night's backup loses every change      *
      * made since. This program loads the backup image (CUSTBKUP, a   *
      * sequential unload in key order) into an empty CUSTFILE, then   *
      * browses the permanent audit KSDS (AUDKSDS, see ZTPAUDDR) from  *
      * the backup time forward and re-applies every successful        *
      * state-changing 'CUSTFILE' entry in order, online and batch     *
      * alike, from the replay image each one carries (see ZTAUDRPL).  *
      *                                                                *
      * FILE-VERSION proves every step: a change that produced version *
      * N must find the recovered record at N-1 (a create must find no *
      * record at all) and leaves it at exactly N. The first entry     *
      * that cannot be applied cleanly - a version out of step, a      *
      * record missing or already there, a tombstone where a live      *
      * record belongs, an entry with no replay image - stops the      *
      * replay and is reported. The rest of the trail is still read,   *
      * but only to learn what the file should have looked like.       *
      *                                                                *
      * A backup taken while CICS was up may already hold changes      *
      * stamped after the backup time. A record the replay has not     *
      * touched yet whose backup version has already reached an        *
      * entry's version is taken to hold that change, and the entry    *
      * is passed over rather than treated as a failure.               *
      *                                                                *
      * The report (FRCVRPT) lists each change applied, the stop (if   *
      * any), then compares, key by key, the version the audit trail   *
      * says each changed record should be at against the version      *
      * recovered, and the live and tombstone record counts the trail  *
      * implies against the counts in the recovered file.              *
      *                                                                *
      * Tombstones ZTPCSTPG purged after the backup was taken come     *
      * back with it (purges are not audited); run ZTPCSTPG after the  *
      * recovery. CUSTNDX must be rebuilt with ZTPCSNDB afterwards.    *
      *                                                                *
      * Runtime PARM: 'FROM=YYYYMMDDHHMMSS[,TO=YYYYMMDDHHMMSS]'. FROM  *
      * is the time the backup was taken and is required; TO stops the *
      * roll-forward at a point in time (default: end of the trail).   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BACKUP-IMAGE ASSIGN CUSTBKUP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BACKUP-IMAGE-FS.

           SELECT CUSTFILE ASSIGN TO CUSTFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FILE-KEY
           FILE STATUS IS CUSTFILE-FS.

           SELECT AUDIT-MASTER ASSIGN AUDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMR-KEY
           FILE STATUS IS AUDIT-MASTER-FS.

           SELECT RECOVERY-REPORT ASSIGN FRCVRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RECOVERY-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  BACKUP-IMAGE RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BACKUP-IMAGE-RECORD.
       01  BACKUP-IMAGE-RECORD PIC X(120).

       FD  CUSTFILE RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS FILE-RECORD.
       01  FILE-RECORD.
           03  FILE-KEY         PIC X(6).
           03  FILE-KEEP        PIC X(1).
               88  KEEP-YES     VALUE 'K'.
           03  FILE-LASTNAME    PIC X(40).
           03  FILE-FIRSTNAME   PIC X(40).
           03  FILE-PHONE       PIC X(10).
           03  FILE-VERSION     PIC 9(8).
           03  FILE-DEL-FLAG    PIC X(1).
               88  DELETED-YES  VALUE 'X'.
           03  FILE-DEL-DATE    PIC X(8).
           03  FILLER           PIC X(6).

       FD  AUDIT-MASTER RECORD CONTAINS 141 CHARACTERS
           DATA RECORD IS AUDIT-MASTER-RECORD.
       01  AUDIT-MASTER-RECORD.
           05 AMR-KEY.
               10 AMR-DATE         PIC X(8).
               10 AMR-TIME         PIC X(8).
               10 AMR-SEQUENCE     PIC 9(4).
           05 FILLER               PIC X.
           05 AMR-AUDIT-DATA       PIC X(120).

       FD  RECOVERY-REPORT RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS RECOVERY-REPORT-RECORD.
       01  RECOVERY-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  BACKUP-IMAGE-FS     PIC X(2).
           88 BACKUP-IMAGE-FS-OK   VALUE '00'.
           88 BACKUP-IMAGE-FS-EOF  VALUE '10'.
       77  CUSTFILE-FS         PIC X(2).
           88 CUSTFILE-FS-OK        VALUE '00'.
           88 CUSTFILE-FS-EOF       VALUE '10'.
           88 CUSTFILE-FS-NOT-FOUND VALUE '23'.
       77  AUDIT-MASTER-FS     PIC X(2).
           88 AUDIT-MASTER-FS-OK  VALUE '00'.
           88 AUDIT-MASTER-FS-EOF VALUE '10'.
       77  RECOVERY-REPORT-FS  PIC X(2).
           88 RECOVERY-REPORT-FS-OK VALUE '00'.

       77  BACKUP-IO-FLAG      PIC 9.
           88 BACKUP-DONE          VALUE 1.
           88 BACKUP-HAS-MORE      VALUE 0.
       77  CUSTFILE-IO-FLAG    PIC 9.
           88 CUSTFILE-DONE        VALUE 1.
           88 CUSTFILE-HAS-MORE    VALUE 0.
       77  AUDIT-IO-FLAG       PIC 9.
           88 AUDIT-DONE           VALUE 1.
           88 AUDIT-HAS-MORE       VALUE 0.

           COPY ZTAUDREC.

           COPY ZTAUDRPL.

      *-----------------------------------------------------------------
      * The roll-forward window from the PARM, as AMR-KEY date and
      * time: FROM is the backup time, TO the optional stopping point.
      *-----------------------------------------------------------------
       77  WS-WINDOW-FROM      PIC X(14) VALUE SPACES.
       77  WS-WINDOW-TO        PIC X(14) VALUE HIGH-VALUES.
       77  WS-ENTRY-STAMP      PIC X(14).

       77  WS-REPLAY-FLAG      PIC 9 VALUE 0.
           88 WS-REPLAY-RUNNING    VALUE 0.
           88 WS-REPLAY-STOPPED    VALUE 1.
       77  WS-RECORD-FLAG      PIC 9.
           88 WS-RECORD-FOUND      VALUE 1.
           88 WS-RECORD-ABSENT     VALUE 0.
       77  WS-STOP-REASON      PIC X(60) VALUE SPACES.

      *-----------------------------------------------------------------
      * One line of the report per applied change, and the stop line.
      *-----------------------------------------------------------------
       77  WS-VERSION-EDIT     PIC Z(7)9.
       77  WS-FOUND-EDIT       PIC Z(7)9.
       77  WS-EXPECTED-VERSION PIC 9(8).

      *-----------------------------------------------------------------
      * The survivor of a replayed merge is held here while the
      * duplicate it absorbed is read.
      *-----------------------------------------------------------------
       01  WS-SURVIVOR-RECORD  PIC X(120).
       01  WS-DUP-RECORD.
           03  WS-DUP-KEY       PIC X(6).
           03  WS-DUP-KEEP      PIC X(1).
           03  WS-DUP-LASTNAME  PIC X(40).
           03  WS-DUP-FIRSTNAME PIC X(40).
           03  WS-DUP-PHONE     PIC X(10).
           03  FILLER           PIC X(23).

      ******************************************************************
      * Every key the trail changes: the version the trail says it     *
      * ends at, and whether the replay has touched it yet (a record   *
      * not yet touched still holds its backup image).                 *
      ******************************************************************
       01  WS-KEY-TABLE.
           05 WS-KT-ENTRY OCCURS 3000 TIMES.
               10 WS-KT-KEY            PIC X(6).
               10 WS-KT-AUDIT-VERSION  PIC 9(8).
               10 WS-KT-TOUCHED        PIC X.
       77  WS-KT-USED          PIC 9(4) VALUE 0.
       77  WS-KT-INDEX         PIC 9(4).
       77  WS-KT-FOUND-FLAG    PIC 9.
           88 WS-KT-FOUND      VALUE 1.
           88 WS-KT-NOT-FOUND  VALUE 0.

      *-----------------------------------------------------------------
      * Key counter upkeep: the highest key a replayed create used,
      * so the 000000 control record never hands a recovered key out
      * again.
      *-----------------------------------------------------------------
       77  WS-HIGHEST-CREATED  PIC 9(6) VALUE 0.
       77  WS-NUMERIC-KEY      PIC 9(6).

       01  WS-RECOVERY-TOTALS.
           05 WS-BACKUP-RECORDS    PIC 9(7) VALUE 0.
           05 WS-BACKUP-LIVE       PIC 9(7) VALUE 0.
           05 WS-BACKUP-TOMBSTONES PIC 9(7) VALUE 0.
           05 WS-TOTAL-READ        PIC 9(7) VALUE 0.
           05 WS-TOTAL-CHANGES     PIC 9(7) VALUE 0.
           05 WS-TOTAL-APPLIED     PIC 9(7) VALUE 0.
           05 WS-TOTAL-IN-BACKUP   PIC 9(7) VALUE 0.
           05 WS-TOTAL-NOT-APPLIED PIC 9(7) VALUE 0.
           05 WS-TOTAL-KEYS-MATCH  PIC 9(7) VALUE 0.
           05 WS-TOTAL-KEYS-DIFFER PIC 9(7) VALUE 0.
           05 WS-RECOVERED-LIVE    PIC 9(7) VALUE 0.
           05 WS-RECOVERED-TOMBS   PIC 9(7) VALUE 0.
       77  WS-EXPECTED-LIVE    PIC S9(7) VALUE 0.
       77  WS-EXPECTED-TOMBS   PIC S9(7) VALUE 0.

       01  FRV-TITLE-LINE.
           05 FILLER               PIC X(40)
               VALUE 'CUSTFILE FORWARD RECOVERY - BACKUP OF '.
           05 FRV-TITLE-FROM       PIC X(14).
           05 FILLER               PIC X(10) VALUE ' THROUGH '.
           05 FRV-TITLE-TO         PIC X(14).
           05 FILLER               PIC X(22) VALUE SPACES.

       01  FRV-ENTRY-LINE.
           05 FRV-ENTRY-ACTION     PIC X(10).
           05 FRV-ENTRY-DATE       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 FRV-ENTRY-TIME       PIC X(6).
           05 FILLER               PIC X VALUE '.'.
           05 FRV-ENTRY-SEQUENCE   PIC 9(4).
           05 FILLER               PIC X(6) VALUE ' TYPE '.
           05 FRV-ENTRY-TYPE       PIC X.
           05 FILLER               PIC X(5) VALUE ' KEY '.
           05 FRV-ENTRY-KEY        PIC X(6).
           05 FILLER               PIC X(9) VALUE ' VERSION '.
           05 FRV-ENTRY-VERSION    PIC Z(7)9.
           05 FILLER               PIC X(35) VALUE SPACES.

       01  FRV-REASON-LINE.
           05 FILLER               PIC X(10) VALUE '  REASON: '.
           05 FRV-REASON           PIC X(60).
           05 FILLER               PIC X(30) VALUE SPACES.

       01  FRV-HEADING-LINE.
           05 FILLER               PIC X(50) VALUE
               'KEY     AUDIT-VERSION  RECOVERED-VERSION  STATUS'.
           05 FILLER               PIC X(50) VALUE SPACES.

       01  FRV-KEY-LINE.
           05 FRV-KEY              PIC X(6).
           05 FILLER               PIC X(6) VALUE SPACES.
           05 FRV-AUDIT-VERSION    PIC Z(7)9.
           05 FILLER               PIC X(11) VALUE SPACES.
           05 FRV-RECOVERED-VERSION PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FRV-KEY-STATUS       PIC X(20).
           05 FILLER               PIC X(39) VALUE SPACES.

       01  FRV-COUNT-LINE.
           05 FRV-COUNT-LABEL      PIC X(30).
           05 FILLER               PIC X(11) VALUE ' RECOVERED '.
           05 FRV-COUNT-RECOVERED  PIC Z(6)9.
           05 FILLER               PIC X(8) VALUE '  TRAIL '.
           05 FRV-COUNT-EXPECTED   PIC -(6)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FRV-COUNT-STATUS     PIC X(8).
           05 FILLER               PIC X(27) VALUE SPACES.

       01  FRV-TOTAL-LINE.
           05 FRV-TOTAL-LABEL      PIC X(30).
           05 FRV-TOTAL-VALUE      PIC Z(6)9.
           05 FILLER               PIC X(63) VALUE SPACES.

      *-----------------------------------------------------------------
      * Variables for CHECK-PARM.
      *-----------------------------------------------------------------
       77  WS-PARM             PIC X(100) VALUE SPACES.
       77  WS-PARM-FROM-FIELD  PIC X(25).
       77  WS-PARM-TO-FIELD    PIC X(25).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY '==> ZTPCFRCV start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM
           PERFORM OPEN-RECOVERY-FILES
           PERFORM LOAD-BACKUP-IMAGE
           PERFORM REPLAY-AUDIT-TRAIL
           PERFORM UPDATE-CONTROL-RECORD
           PERFORM COMPARE-RECOVERED-VERSIONS
           PERFORM COUNT-RECOVERED-RECORDS
           PERFORM WRITE-RECOVERY-SUMMARY
           PERFORM CLOSE-RECOVERY-FILES

           DISPLAY '==> ZTPCFRCV end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Parse 'FROM=YYYYMMDDHHMMSS,TO=YYYYMMDDHHMMSS'. FROM is the     *
      * backup time and must be given: rolling forward from the wrong  *
      * point would re-apply changes the backup already holds, or      *
      * skip some it lacks.                                            *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FROM-FIELD WS-PARM-TO-FIELD
           END-UNSTRING

           IF WS-PARM-FROM-FIELD(1:5) = 'FROM='
                   AND WS-PARM-FROM-FIELD(6:14) IS NUMERIC
               MOVE WS-PARM-FROM-FIELD(6:14) TO WS-WINDOW-FROM
           END-IF

           IF WS-PARM-TO-FIELD(1:3) = 'TO='
                   AND WS-PARM-TO-FIELD(4:14) IS NUMERIC
               MOVE WS-PARM-TO-FIELD(4:14) TO WS-WINDOW-TO
           END-IF

           IF WS-WINDOW-FROM = SPACES
               DISPLAY '1: Required PARM FROM=YYYYMMDDHHMMSS (backup '
                   'time) missing'
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY '==> ZTPCFRCV rolling forward from ' WS-WINDOW-FROM
               ' to ' WS-WINDOW-TO

           EXIT.

      ******************************************************************
      * CUSTFILE is opened OUTPUT for the load: it must be empty       *
      * (REUSE, or delete/define in the job), as for any restore.      *
      ******************************************************************
       OPEN-RECOVERY-FILES.

           OPEN INPUT BACKUP-IMAGE
           IF NOT BACKUP-IMAGE-FS-OK
               DISPLAY '2: Error opening backup image: '
                   BACKUP-IMAGE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CUSTFILE
           IF NOT CUSTFILE-FS-OK
               DISPLAY '3: Error opening CUSTFILE for load: '
                   CUSTFILE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT AUDIT-MASTER
           IF NOT AUDIT-MASTER-FS-OK
               DISPLAY '4: Error opening audit master: '
                   AUDIT-MASTER-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RECOVERY-REPORT
           IF NOT RECOVERY-REPORT-FS-OK
               DISPLAY '5: Error opening recovery report: '
                   RECOVERY-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-WINDOW-FROM TO FRV-TITLE-FROM
           IF WS-WINDOW-TO = HIGH-VALUES
               MOVE 'END OF TRAIL' TO FRV-TITLE-TO
           ELSE
               MOVE WS-WINDOW-TO TO FRV-TITLE-TO
           END-IF
           MOVE FRV-TITLE-LINE TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Load the backup image into the empty CUSTFILE, then reopen it  *
      * I-O for the replay. A load that fails part way leaves nothing  *
      * worth rolling forward, so it ends the run.                     *
      ******************************************************************
       LOAD-BACKUP-IMAGE.

           SET BACKUP-HAS-MORE TO TRUE
           PERFORM UNTIL BACKUP-DONE
               READ BACKUP-IMAGE
                   AT END
                       SET BACKUP-DONE TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-RECORD
               END-READ

               IF NOT BACKUP-IMAGE-FS-OK AND NOT BACKUP-IMAGE-FS-EOF
                   DISPLAY '6: Error reading backup image: '
                       BACKUP-IMAGE-FS
                   MOVE RC-SEVERE-ERROR TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM

           CLOSE BACKUP-IMAGE
           CLOSE CUSTFILE
           OPEN I-O CUSTFILE
           IF NOT CUSTFILE-FS-OK
               DISPLAY '8: Error reopening CUSTFILE: ' CUSTFILE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-BACKUP-LIVE TO WS-EXPECTED-LIVE
           MOVE WS-BACKUP-TOMBSTONES TO WS-EXPECTED-TOMBS

           DISPLAY '==> ZTPCFRCV loaded ' WS-BACKUP-RECORDS
               ' record(s) from the backup image'

           EXIT.

       LOAD-ONE-RECORD.

           MOVE BACKUP-IMAGE-RECORD TO FILE-RECORD
           WRITE FILE-RECORD
           IF NOT CUSTFILE-FS-OK
               DISPLAY '7: Error loading CUSTFILE [' FILE-KEY ']: '
                   CUSTFILE-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO WS-BACKUP-RECORDS
           IF FILE-KEY = '000000'
               EXIT PARAGRAPH
           END-IF
           IF DELETED-YES
               ADD 1 TO WS-BACKUP-TOMBSTONES
           ELSE
               ADD 1 TO WS-BACKUP-LIVE
           END-IF

           EXIT.

      ******************************************************************
      * Browse the audit KSDS from the backup time; its key leads with *
      * date and time, so the trail comes back in the order the        *
      * changes were made.                                             *
      ******************************************************************
       REPLAY-AUDIT-TRAIL.

           MOVE WS-WINDOW-FROM(1:8) TO AMR-DATE
           MOVE SPACES TO AMR-TIME
           STRING WS-WINDOW-FROM(9:6) '00' DELIMITED BY SIZE
               INTO AMR-TIME
           MOVE 0 TO AMR-SEQUENCE

           SET AUDIT-HAS-MORE TO TRUE
           START AUDIT-MASTER KEY IS GREATER OR EQUAL TO AMR-KEY
               INVALID KEY
                   SET AUDIT-DONE TO TRUE
           END-START

           PERFORM UNTIL AUDIT-DONE
               READ AUDIT-MASTER NEXT RECORD
                   AT END
                       SET AUDIT-DONE TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-ENTRY-STAMP
                       STRING AMR-DATE AMR-TIME(1:6)
                           DELIMITED BY SIZE INTO WS-ENTRY-STAMP
                       IF WS-ENTRY-STAMP > WS-WINDOW-TO
                           SET AUDIT-DONE TO TRUE
                       ELSE
                           PERFORM REPLAY-ONE-ENTRY
                       END-IF
               END-READ

               IF NOT AUDIT-MASTER-FS-OK
                       AND NOT AUDIT-MASTER-FS-EOF
                   DISPLAY '9: Error reading audit master: '
                       AUDIT-MASTER-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET AUDIT-DONE TO TRUE
               END-IF
           END-PERFORM

           DISPLAY '==> ZTPCFRCV read ' WS-TOTAL-READ
               ' audit entr(ies), ' WS-TOTAL-CHANGES
               ' CUSTFILE change(s)'

           EXIT.

      ******************************************************************
      * One audit entry. Only successful CUSTFILE changes matter:      *
      * searches, browses, counts and failures changed nothing. An     *
      * online 'R' is a record count, not a release, and carries no    *
      * replay image.                                                  *
      ******************************************************************
       REPLAY-ONE-ENTRY.

           ADD 1 TO WS-TOTAL-READ
           MOVE AMR-AUDIT-DATA TO AUD-TRAIL-RECORD

           IF AUD-SYSTEM-ID NOT = 'CUSTFILE'
                   OR AUD-STATUS NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF AUD-REQUEST-TYPE NOT = 'C' AND
                   AUD-REQUEST-TYPE NOT = 'U' AND
                   AUD-REQUEST-TYPE NOT = 'D' AND
                   AUD-REQUEST-TYPE NOT = 'K' AND
                   AUD-REQUEST-TYPE NOT = 'R' AND
                   AUD-REQUEST-TYPE NOT = 'G' AND
                   AUD-REQUEST-TYPE NOT = 'V' AND
                   AUD-REQUEST-TYPE NOT = '+'
               EXIT PARAGRAPH
           END-IF

           IF AUD-KEY = SPACES OR AUD-KEY = '000000'
               EXIT PARAGRAPH
           END-IF

           MOVE AUD-MESSAGE TO ARP-REPLAY-IMAGE
           IF ARP-VERSION-TAG NOT = 'VER='
                   OR ARP-VERSION IS NOT NUMERIC
               IF AUD-REQUEST-TYPE = 'R'
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO ARP-VERSION
           END-IF

           ADD 1 TO WS-TOTAL-CHANGES
           PERFORM FIND-KEY-ENTRY
           IF WS-KT-FOUND AND ARP-VERSION > 0
               MOVE ARP-VERSION TO WS-KT-AUDIT-VERSION(WS-KT-INDEX)
           END-IF

           IF WS-REPLAY-STOPPED
               ADD 1 TO WS-TOTAL-NOT-APPLIED
               PERFORM COUNT-EXPECTED-CHANGE
               EXIT PARAGRAPH
           END-IF

           IF WS-KT-NOT-FOUND
               MOVE 'KEY TABLE FULL, CHANGED KEYS CANNOT BE TRACKED'
                   TO WS-STOP-REASON
               PERFORM STOP-REPLAY
               EXIT PARAGRAPH
           END-IF

           IF ARP-VERSION = 0
               MOVE 'ENTRY HAS NO REPLAY IMAGE' TO WS-STOP-REASON
               PERFORM STOP-REPLAY
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-RECOVERED-RECORD

      *-----------------------------------------------------------------
      * A record the replay has not reached yet, already at or past
      * this version in the backup: the backup holds this change.
      *-----------------------------------------------------------------
           IF WS-RECORD-FOUND
                   AND WS-KT-TOUCHED(WS-KT-INDEX) NOT = 'Y'
                   AND FILE-VERSION >= ARP-VERSION
               ADD 1 TO WS-TOTAL-IN-BACKUP
               EXIT PARAGRAPH
           END-IF

           EVALUATE AUD-REQUEST-TYPE
               WHEN 'C'
                   PERFORM REPLAY-CREATE
               WHEN '+'
                   PERFORM REPLAY-CONTINUATION
               WHEN OTHER
                   PERFORM REPLAY-CHANGE
           END-EVALUATE

           IF WS-REPLAY-STOPPED
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-KT-TOUCHED(WS-KT-INDEX)
           ADD 1 TO WS-TOTAL-APPLIED
           PERFORM COUNT-EXPECTED-CHANGE

           MOVE 'APPLIED   ' TO FRV-ENTRY-ACTION
           PERFORM WRITE-ENTRY-LINE

           EXIT.

      ******************************************************************
      * Find the key's table entry, adding it on first sight.          *
      ******************************************************************
       FIND-KEY-ENTRY.

           SET WS-KT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-KT-INDEX FROM 1 BY 1
                   UNTIL WS-KT-INDEX > WS-KT-USED
                       OR WS-KT-FOUND
               IF WS-KT-KEY(WS-KT-INDEX) = AUD-KEY
                   SET WS-KT-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-KT-FOUND
               SUBTRACT 1 FROM WS-KT-INDEX
               EXIT PARAGRAPH
           END-IF

           IF WS-KT-USED >= 3000
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-KT-USED
           MOVE WS-KT-USED TO WS-KT-INDEX
           MOVE AUD-KEY TO WS-KT-KEY(WS-KT-INDEX)
           MOVE 0 TO WS-KT-AUDIT-VERSION(WS-KT-INDEX)
           MOVE 'N' TO WS-KT-TOUCHED(WS-KT-INDEX)
           SET WS-KT-FOUND TO TRUE

           EXIT.

       READ-RECOVERED-RECORD.

           MOVE AUD-KEY TO FILE-KEY
           READ CUSTFILE
           IF CUSTFILE-FS-OK
               SET WS-RECORD-FOUND TO TRUE
           ELSE
               SET WS-RECORD-ABSENT TO TRUE
           END-IF

           EXIT.

      ******************************************************************
      * A create always produces version 1 of a key never used before. *
      ******************************************************************
       REPLAY-CREATE.

           IF WS-RECORD-FOUND
               MOVE SPACES TO WS-STOP-REASON
               MOVE FILE-VERSION TO WS-FOUND-EDIT
               STRING 'CREATE FINDS RECORD ALREADY AT VERSION '
                   WS-FOUND-EDIT DELIMITED BY SIZE INTO WS-STOP-REASON
               PERFORM STOP-REPLAY
               EXIT PARAGRAPH
           END-IF
           IF NOT CUSTFILE-FS-NOT-FOUND
               PERFORM STOP-ON-CUSTFILE-ERROR
               EXIT PARAGRAPH
           END-IF

           IF ARP-VERSION NOT = 1
               MOVE 'CREATE ENTRY IS NOT VERSION 1' TO WS-STOP-REASON
               PERFORM STOP-REPLAY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FILE-RECORD
           MOVE AUD-KEY TO FILE-KEY
           PERFORM APPLY-REPLAY-FIELDS
           MOVE ARP-VERSION TO FILE-VERSION

           WRITE FILE-RECORD
           IF NOT CUSTFILE-FS-OK
               PERFORM STOP-ON-CUSTFILE-ERROR
               EXIT PARAGRAPH
           END-IF

           IF AUD-KEY IS NUMERIC
               MOVE AUD-KEY TO WS-NUMERIC-KEY
               IF WS-NUMERIC-KEY > WS-HIGHEST-CREATED
                   MOVE WS-NUMERIC-KEY TO WS-HIGHEST-CREATED
               END-IF
           END-IF

           EXIT.

      ******************************************************************
      * A '+' continuation finishes the change just applied to its     *
      * key, so the record must already stand at the entry's version.  *
      ******************************************************************
       REPLAY-CONTINUATION.

           IF WS-RECORD-ABSENT
               PERFORM STOP-ON-MISSING-RECORD
               EXIT PARAGRAPH
           END-IF

           IF FILE-VERSION NOT = ARP-VERSION
               MOVE ARP-VERSION TO WS-EXPECTED-VERSION
               PERFORM STOP-ON-VERSION
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-REPLAY-FIELDS
           REWRITE FILE-RECORD
           IF NOT CUSTFILE-FS-OK
               PERFORM STOP-ON-CUSTFILE-ERROR
           END-IF

           EXIT.

      ******************************************************************
      * Every other change bumped an existing record by one version:   *
      * the record must stand at the entry's version less one, in the  *
      * live or tombstone state the change expects, and is rewritten   *
      * at exactly the entry's version.                                *
      ******************************************************************
       REPLAY-CHANGE.

           IF WS-RECORD-ABSENT
               PERFORM STOP-ON-MISSING-RECORD
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-EXPECTED-VERSION = ARP-VERSION - 1
           IF FILE-VERSION NOT = WS-EXPECTED-VERSION
               PERFORM STOP-ON-VERSION
               EXIT PARAGRAPH
           END-IF

           IF AUD-REQUEST-TYPE = 'V'
               IF NOT DELETED-YES
                   MOVE 'REVIVE FINDS A LIVE RECORD' TO WS-STOP-REASON
                   PERFORM STOP-REPLAY
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF DELETED-YES
                   MOVE 'CHANGE FINDS A TOMBSTONE' TO WS-STOP-REASON
                   PERFORM STOP-REPLAY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE AUD-REQUEST-TYPE
               WHEN 'U'
                   PERFORM APPLY-REPLAY-FIELDS
               WHEN 'D'
                   MOVE 'X' TO FILE-DEL-FLAG
                   MOVE AUD-DATE TO FILE-DEL-DATE
               WHEN 'K'
                   SET KEEP-YES TO TRUE
               WHEN 'R'
                   MOVE SPACE TO FILE-KEEP
               WHEN 'V'
                   MOVE SPACE TO FILE-DEL-FLAG
                   MOVE SPACES TO FILE-DEL-DATE
               WHEN 'G'
                   PERFORM REPLAY-MERGE
           END-EVALUATE

           IF WS-REPLAY-STOPPED
               EXIT PARAGRAPH
           END-IF

           MOVE ARP-VERSION TO FILE-VERSION
           REWRITE FILE-RECORD
           IF NOT CUSTFILE-FS-OK
               PERFORM STOP-ON-CUSTFILE-ERROR
           END-IF

           EXIT.

      ******************************************************************
      * A merge leaves two entries: 'SRV=' on the duplicate, which     *
      * became a tombstone, and 'DUP=' on the survivor, whose blank    *
      * fields took the duplicate's values. A tombstone keeps its      *
      * content, so the duplicate can be read whichever entry comes    *
      * first.                                                         *
      ******************************************************************
       REPLAY-MERGE.

           IF ARP-LINK-TAG = 'SRV='
               MOVE 'X' TO FILE-DEL-FLAG
               MOVE AUD-DATE TO FILE-DEL-DATE
               EXIT PARAGRAPH
           END-IF

           IF ARP-LINK-TAG NOT = 'DUP='
               MOVE 'MERGE ENTRY NAMES NEITHER DUP= NOR SRV='
                   TO WS-STOP-REASON
               PERFORM STOP-REPLAY
               EXIT PARAGRAPH
           END-IF

           MOVE FILE-RECORD TO WS-SURVIVOR-RECORD
           MOVE ARP-LINK-KEY TO FILE-KEY
           READ CUSTFILE
           IF NOT CUSTFILE-FS-OK
               MOVE SPACES TO WS-STOP-REASON
               STRING 'MERGED DUPLICATE ' ARP-LINK-KEY
                   ' NOT IN RECOVERED FILE' DELIMITED BY SIZE
                   INTO WS-STOP-REASON
               PERFORM STOP-REPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE FILE-RECORD TO WS-DUP-RECORD
           MOVE WS-SURVIVOR-RECORD TO FILE-RECORD

           IF FILE-LASTNAME = SPACES
                   AND WS-DUP-LASTNAME NOT = SPACES
               MOVE WS-DUP-LASTNAME TO FILE-LASTNAME
           END-IF
           IF FILE-FIRSTNAME = SPACES
                   AND WS-DUP-FIRSTNAME NOT = SPACES
               MOVE WS-DUP-FIRSTNAME TO FILE-FIRSTNAME
           END-IF
           IF FILE-PHONE = SPACES
                   AND WS-DUP-PHONE NOT = SPACES
               MOVE WS-DUP-PHONE TO FILE-PHONE
           END-IF

           EXIT.

      ******************************************************************
      * Set the field values the replay image carries.                 *
      ******************************************************************
       APPLY-REPLAY-FIELDS.

           IF ARP-NAME-TAG = 'L='
               MOVE ARP-NAME TO FILE-LASTNAME
           END-IF
           IF ARP-NAME-TAG = 'F='
               MOVE ARP-NAME TO FILE-FIRSTNAME
           END-IF
           IF ARP-PHONE-TAG = 'P='
               MOVE ARP-PHONE TO FILE-PHONE
           END-IF

           EXIT.

      ******************************************************************
      * What this change does to the live and tombstone counts the     *
      * trail implies.                                                 *
      ******************************************************************
       COUNT-EXPECTED-CHANGE.

           EVALUATE AUD-REQUEST-TYPE
               WHEN 'C'
                   ADD 1 TO WS-EXPECTED-LIVE
               WHEN 'D'
                   SUBTRACT 1 FROM WS-EXPECTED-LIVE
                   ADD 1 TO WS-EXPECTED-TOMBS
               WHEN 'V'
                   ADD 1 TO WS-EXPECTED-LIVE
                   SUBTRACT 1 FROM WS-EXPECTED-TOMBS
               WHEN 'G'
                   IF ARP-LINK-TAG = 'SRV='
                       SUBTRACT 1 FROM WS-EXPECTED-LIVE
                       ADD 1 TO WS-EXPECTED-TOMBS
                   END-IF
           END-EVALUATE

           EXIT.

       STOP-ON-MISSING-RECORD.

           IF CUSTFILE-FS-NOT-FOUND
               MOVE 'NO RECORD FOR THIS KEY IN RECOVERED FILE'
                   TO WS-STOP-REASON
               PERFORM STOP-REPLAY
           ELSE
               PERFORM STOP-ON-CUSTFILE-ERROR
           END-IF

           EXIT.

       STOP-ON-VERSION.

           MOVE SPACES TO WS-STOP-REASON
           MOVE FILE-VERSION TO WS-FOUND-EDIT
           MOVE WS-EXPECTED-VERSION TO WS-VERSION-EDIT
           STRING 'RECORD AT VERSION ' WS-FOUND-EDIT
               ', CHANGE NEEDS ' WS-VERSION-EDIT
               DELIMITED BY SIZE INTO WS-STOP-REASON
           PERFORM STOP-REPLAY

           EXIT.

       STOP-ON-CUSTFILE-ERROR.

           MOVE SPACES TO WS-STOP-REASON
           STRING 'CUSTFILE I/O ERROR, FILE STATUS ' CUSTFILE-FS
               DELIMITED BY SIZE INTO WS-STOP-REASON
           PERFORM STOP-REPLAY

           EXIT.

      ******************************************************************
      * The first entry that cannot be applied cleanly: report it and  *
      * apply nothing more. This entry and every later one count as    *
      * not applied.                                                   *
      ******************************************************************
       STOP-REPLAY.

           SET WS-REPLAY-STOPPED TO TRUE
           ADD 1 TO WS-TOTAL-NOT-APPLIED
           PERFORM COUNT-EXPECTED-CHANGE
           MOVE RC-ERROR TO RETURN-CODE

           MOVE 'STOPPED AT' TO FRV-ENTRY-ACTION
           PERFORM WRITE-ENTRY-LINE
           MOVE WS-STOP-REASON TO FRV-REASON
           MOVE FRV-REASON-LINE TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           DISPLAY '==> ZTPCFRCV stopped at ' AMR-DATE ' ' AMR-TIME
               ' ' AUD-REQUEST-TYPE ' [' AUD-KEY ']: ' WS-STOP-REASON

           EXIT.

       WRITE-ENTRY-LINE.

           MOVE AMR-DATE TO FRV-ENTRY-DATE
           MOVE AMR-TIME(1:6) TO FRV-ENTRY-TIME
           MOVE AMR-SEQUENCE TO FRV-ENTRY-SEQUENCE
           MOVE AUD-REQUEST-TYPE TO FRV-ENTRY-TYPE
           MOVE AUD-KEY TO FRV-ENTRY-KEY
           MOVE ARP-VERSION TO FRV-ENTRY-VERSION
           MOVE FRV-ENTRY-LINE TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Keep the 000000 control record ahead of every key a replayed   *
      * create used, so the next online or batch create cannot hand    *
      * one of them out again.                                         *
      ******************************************************************
       UPDATE-CONTROL-RECORD.

           IF WS-HIGHEST-CREATED = 0
               EXIT PARAGRAPH
           END-IF

           MOVE '000000' TO FILE-KEY
           READ CUSTFILE
           IF CUSTFILE-FS-OK
               IF FILE-RECORD(7:6) IS NUMERIC
                   MOVE FILE-RECORD(7:6) TO WS-NUMERIC-KEY
               ELSE
                   MOVE 0 TO WS-NUMERIC-KEY
               END-IF
               IF WS-NUMERIC-KEY < WS-HIGHEST-CREATED
                   MOVE WS-HIGHEST-CREATED TO FILE-RECORD(7:6)
                   REWRITE FILE-RECORD
               END-IF
           ELSE
               MOVE SPACES TO FILE-RECORD
               MOVE '000000' TO FILE-KEY
               MOVE WS-HIGHEST-CREATED TO FILE-RECORD(7:6)
               WRITE FILE-RECORD
           END-IF

           IF NOT CUSTFILE-FS-OK
               DISPLAY '10: Error updating the 000000 control record: '
                   CUSTFILE-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

      ******************************************************************
      * Key by key: the version the trail says each changed record     *
      * should be at, against the version recovered.                   *
      ******************************************************************
       COMPARE-RECOVERED-VERSIONS.

           MOVE SPACES TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE FRV-HEADING-LINE TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING WS-KT-INDEX FROM 1 BY 1
                   UNTIL WS-KT-INDEX > WS-KT-USED
               PERFORM COMPARE-ONE-KEY
           END-PERFORM

           EXIT.

       COMPARE-ONE-KEY.

           MOVE WS-KT-KEY(WS-KT-INDEX) TO FRV-KEY FILE-KEY
           MOVE WS-KT-AUDIT-VERSION(WS-KT-INDEX) TO FRV-AUDIT-VERSION

           READ CUSTFILE
           IF NOT CUSTFILE-FS-OK
               MOVE 'MISSING' TO FRV-RECOVERED-VERSION
               MOVE 'NOT RECOVERED' TO FRV-KEY-STATUS
               ADD 1 TO WS-TOTAL-KEYS-DIFFER
           ELSE
               MOVE FILE-VERSION TO WS-VERSION-EDIT
               MOVE WS-VERSION-EDIT TO FRV-RECOVERED-VERSION
               EVALUATE TRUE
                   WHEN FILE-VERSION = WS-KT-AUDIT-VERSION(WS-KT-INDEX)
                       MOVE 'MATCH' TO FRV-KEY-STATUS
                       ADD 1 TO WS-TOTAL-KEYS-MATCH
                   WHEN FILE-VERSION < WS-KT-AUDIT-VERSION(WS-KT-INDEX)
                       MOVE 'BEHIND THE TRAIL' TO FRV-KEY-STATUS
                       ADD 1 TO WS-TOTAL-KEYS-DIFFER
                   WHEN OTHER
                       MOVE 'AHEAD OF THE TRAIL' TO FRV-KEY-STATUS
                       ADD 1 TO WS-TOTAL-KEYS-DIFFER
               END-EVALUATE
           END-IF

           MOVE FRV-KEY-LINE TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      ******************************************************************
      * Count the recovered file's live records and tombstones; the    *
      * 000000 control record is not a customer.                       *
      ******************************************************************
       COUNT-RECOVERED-RECORDS.

           MOVE LOW-VALUES TO FILE-KEY
           SET CUSTFILE-HAS-MORE TO TRUE
           START CUSTFILE KEY IS GREATER OR EQUAL TO FILE-KEY
               INVALID KEY
                   SET CUSTFILE-DONE TO TRUE
           END-START

           PERFORM UNTIL CUSTFILE-DONE
               READ CUSTFILE NEXT RECORD
                   AT END
                       SET CUSTFILE-DONE TO TRUE
                   NOT AT END
                       IF FILE-KEY NOT = '000000'
                           IF DELETED-YES
                               ADD 1 TO WS-RECOVERED-TOMBS
                           ELSE
                               ADD 1 TO WS-RECOVERED-LIVE
                           END-IF
                       END-IF
               END-READ

               IF NOT CUSTFILE-FS-OK AND NOT CUSTFILE-FS-EOF
                   DISPLAY '11: Error reading CUSTFILE: ' CUSTFILE-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET CUSTFILE-DONE TO TRUE
               END-IF
           END-PERFORM

           EXIT.

       WRITE-RECOVERY-SUMMARY.

           MOVE SPACES TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE 'LIVE RECORDS' TO FRV-COUNT-LABEL
           MOVE WS-RECOVERED-LIVE TO FRV-COUNT-RECOVERED
           MOVE WS-EXPECTED-LIVE TO FRV-COUNT-EXPECTED
           IF WS-RECOVERED-LIVE = WS-EXPECTED-LIVE
               MOVE 'MATCH' TO FRV-COUNT-STATUS
           ELSE
               MOVE 'DIFFER' TO FRV-COUNT-STATUS
               ADD 1 TO WS-TOTAL-KEYS-DIFFER
           END-IF
           MOVE FRV-COUNT-LINE TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE 'TOMBSTONES' TO FRV-COUNT-LABEL
           MOVE WS-RECOVERED-TOMBS TO FRV-COUNT-RECOVERED
           MOVE WS-EXPECTED-TOMBS TO FRV-COUNT-EXPECTED
           IF WS-RECOVERED-TOMBS = WS-EXPECTED-TOMBS
               MOVE 'MATCH' TO FRV-COUNT-STATUS
           ELSE
               MOVE 'DIFFER' TO FRV-COUNT-STATUS
               ADD 1 TO WS-TOTAL-KEYS-DIFFER
           END-IF
           MOVE FRV-COUNT-LINE TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE 'BACKUP RECORDS LOADED' TO FRV-TOTAL-LABEL
           MOVE WS-BACKUP-RECORDS TO FRV-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'AUDIT ENTRIES READ' TO FRV-TOTAL-LABEL
           MOVE WS-TOTAL-READ TO FRV-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CUSTFILE CHANGE ENTRIES' TO FRV-TOTAL-LABEL
           MOVE WS-TOTAL-CHANGES TO FRV-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CHANGE ENTRIES APPLIED' TO FRV-TOTAL-LABEL
           MOVE WS-TOTAL-APPLIED TO FRV-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ENTRIES ALREADY IN BACKUP' TO FRV-TOTAL-LABEL
           MOVE WS-TOTAL-IN-BACKUP TO FRV-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ENTRIES NOT APPLIED' TO FRV-TOTAL-LABEL
           MOVE WS-TOTAL-NOT-APPLIED TO FRV-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE
           MOVE 'KEYS AT THE TRAIL VERSION' TO FRV-TOTAL-LABEL
           MOVE WS-TOTAL-KEYS-MATCH TO FRV-TOTAL-VALUE
           PERFORM WRITE-TOTAL-LINE

           DISPLAY '==> ZTPCFRCV changes applied       : '
               WS-TOTAL-APPLIED
           DISPLAY '==> ZTPCFRCV already in backup     : '
               WS-TOTAL-IN-BACKUP
           DISPLAY '==> ZTPCFRCV not applied           : '
               WS-TOTAL-NOT-APPLIED
           DISPLAY '==> ZTPCFRCV keys/counts differing : '
               WS-TOTAL-KEYS-DIFFER

           IF WS-TOTAL-KEYS-DIFFER > 0 AND RETURN-CODE < RC-ERROR
               MOVE RC-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       WRITE-TOTAL-LINE.

           MOVE FRV-TOTAL-LINE TO RECOVERY-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-LINE.

           WRITE RECOVERY-REPORT-RECORD
           IF NOT RECOVERY-REPORT-FS-OK
               DISPLAY '12: Error writing recovery report: '
                   RECOVERY-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           EXIT.

       CLOSE-RECOVERY-FILES.

           CLOSE CUSTFILE
           CLOSE AUDIT-MASTER
           CLOSE RECOVERY-REPORT
           IF NOT RECOVERY-REPORT-FS-OK
               DISPLAY '13: Error closing recovery report: '
                   RECOVERY-REPORT-FS
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           EXIT.
