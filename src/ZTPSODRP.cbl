       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTPSODRP.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Monthly segregation-of-duties report. Every controlled change  *
      * in the shop is meant to pass through two people: one asks for  *
      * it, another signs it off. This program gathers who did what    *
      * over a calendar month from the streams that record it:         *
      *                                                                *
      *  PARMCHGL  ZTPPARMM run-parameter changes (user, approver)     *
      *  MNTLOG    the maintenance sign-off log (layout in ZTPMNTLR):  *
      *            reference-code, runbook and business-calendar       *
      *            changes, ZTDB2PHN's dual-approval releases,         *
      *            ZTPEXDIG's exception dispositions, and ZTPPATCH's   *
      *            record patches                                      *
      *  AUDKSDS   the permanent audit KSDS, for the ZTPCICSC online   *
      *            captures ('BY=<user>' in the audit message)         *
      *                                                                *
      * and reports, on SODRPT:                                        *
      *                                                                *
      *  - every change one person both asked for and signed off: a    *
      *    parameter or maintenance request its own requester          *
      *    approved, a held delete/un-keep released by the user who    *
      *    captured it online, an exception resolved by the initials   *
      *    that acknowledged it                                        *
      *  - every maintenance change with no requester or no approver   *
      *    on record, and every production record patch (MNL-ACTION    *
      *    'P') with no approver                                       *
      *  - every user holding both sides of a conflicting pair of      *
      *    functions in the conflict matrix (CONFMTX), judged on what  *
      *    the user did this month plus the access the security        *
      *    extract (USRACCS) says the user holds                       *
      *                                                                *
      * A function is a stream and a role: R for asking (requesting,   *
      * capturing, acknowledging), A for signing off (approving,       *
      * releasing, resolving). Captures are PHCAPT R, releases         *
      * PHAPPR A.                                                      *
      *                                                                *
      * Runtime PARM: 'MONTH=YYYYMM'; the default is last month.       *
      *                                                                *
      * Same-person changes or conflicting access end the run with     *
      * RC-ERROR; unsigned changes alone with RC-WARNING.              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-CHANGE-LOG ASSIGN PARMCHGL
           FILE STATUS IS PARM-CHANGE-LOG-FS.

           SELECT OPTIONAL SIGNOFF-LOG ASSIGN MNTLOG
           FILE STATUS IS SIGNOFF-LOG-FS.

           SELECT OPTIONAL AUDIT-MASTER ASSIGN AUDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AMR-KEY
           FILE STATUS IS AUDIT-MASTER-FS.

           SELECT OPTIONAL CONFLICT-MATRIX ASSIGN CONFMTX
           FILE STATUS IS CONFLICT-MATRIX-FS.

           SELECT OPTIONAL USER-ACCESS ASSIGN USRACCS
           FILE STATUS IS USER-ACCESS-FS.

           SELECT SOD-REPORT ASSIGN SODRPT
           FILE STATUS IS SOD-REPORT-FS.

       DATA DIVISION.

       FILE SECTION.
       FD  PARM-CHANGE-LOG RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CHANGE-LOG-RECORD.
       01  CHANGE-LOG-RECORD.
           05 CHL-STAMP            PIC X(14).
           05 FILLER               PIC X.
           05 CHL-USER-ID          PIC X(8).
           05 FILLER               PIC X.
           05 CHL-ACTION           PIC X(1).
           05 FILLER               PIC X.
           05 CHL-PROGRAM          PIC X(8).
           05 FILLER               PIC X.
           05 CHL-PARM-NAME        PIC X(8).
           05 FILLER               PIC X.
           05 CHL-PARM-VALUE       PIC X(20).
           05 FILLER               PIC X.
           05 CHL-EFFECTIVE-DATE   PIC X(8).
           05 FILLER               PIC X.
           05 CHL-APPROVER-ID      PIC X(8).
           05 FILLER               PIC X(18).

       FD  SIGNOFF-LOG RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SIGNOFF-LOG-RECORD.
       01  SIGNOFF-LOG-RECORD PIC X(100).

       FD  AUDIT-MASTER RECORD CONTAINS 141 CHARACTERS
           DATA RECORD IS AUDIT-MASTER-RECORD.
       01  AUDIT-MASTER-RECORD.
           05 AMR-KEY.
               10 AMR-DATE         PIC X(8).
               10 AMR-TIME         PIC X(8).
               10 AMR-SEQUENCE     PIC 9(4).
           05 FILLER               PIC X.
           05 AMR-AUDIT-DATA       PIC X(120).

      *-----------------------------------------------------------------
      * The conflict matrix: one record per pair of functions no one
      * user may hold together, kept by the security administrator.
      *-----------------------------------------------------------------
       FD  CONFLICT-MATRIX RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CONFLICT-MATRIX-RECORD.
       01  CONFLICT-MATRIX-RECORD.
           05 MTX-STREAM-1         PIC X(8).
           05 FILLER               PIC X.
           05 MTX-ROLE-1           PIC X(1).
           05 FILLER               PIC X.
           05 MTX-STREAM-2         PIC X(8).
           05 FILLER               PIC X.
           05 MTX-ROLE-2           PIC X(1).
           05 FILLER               PIC X.
           05 MTX-DESCRIPTION      PIC X(40).
           05 FILLER               PIC X(18).

      *-----------------------------------------------------------------
      * The security extract: one record per function a user is
      * permitted, whether or not it was used this month.
      *-----------------------------------------------------------------
       FD  USER-ACCESS RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS USER-ACCESS-RECORD.
       01  USER-ACCESS-RECORD.
           05 UAC-USER-ID          PIC X(8).
           05 FILLER               PIC X.
           05 UAC-STREAM           PIC X(8).
           05 FILLER               PIC X.
           05 UAC-ROLE             PIC X(1).
           05 FILLER               PIC X(61).

       FD  SOD-REPORT RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS SOD-REPORT-RECORD.
       01  SOD-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       77  PARM-CHANGE-LOG-FS  PIC X(2).
       77  SIGNOFF-LOG-FS      PIC X(2).
       77  AUDIT-MASTER-FS     PIC X(2).
           88 AUDIT-MASTER-FS-OK   VALUE '00'.
       77  CONFLICT-MATRIX-FS  PIC X(2).
       77  USER-ACCESS-FS      PIC X(2).
       77  SOD-REPORT-FS       PIC X(2).

           COPY ZTPMNTLR.

           COPY ZTAUDREC.

      ******************************************************************
      * Configuration parameters.                                      *
      * NB: These are hardcoded defaults; how far before the month the *
      * captures are read, so a request captured late last month and   *
      * released this month still finds its capturing user.            *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-SODRP.
           05 CFG-CAPTURE-LOOKBACK-DAYS PIC 9(3) VALUE 31.

      *-----------------------------------------------------------------
      * Online captures: who captured which request, and when.
      *-----------------------------------------------------------------
       01  WS-CAPTURE-TABLE.
           05 WS-CP-ENTRY OCCURS 2000 TIMES.
               10 WS-CP-STAMP      PIC X(14).
               10 WS-CP-TYPE       PIC X(1).
               10 WS-CP-KEY        PIC X(6).
               10 WS-CP-USER       PIC X(8).
       77  WS-CP-COUNT         PIC 9(4) VALUE 0.
       77  WS-CP-INDEX         PIC 9(4).

      *-----------------------------------------------------------------
      * Each user's functions, from this month's activity (L) and the
      * security extract (G).
      *-----------------------------------------------------------------
       01  WS-USER-TABLE.
           05 WS-UF-ENTRY OCCURS 200 TIMES.
               10 WS-UF-USER       PIC X(8).
               10 WS-UF-FUNC-COUNT PIC 9(2).
               10 WS-UF-FUNCTION OCCURS 20 TIMES.
                   15 WS-UF-STREAM PIC X(8).
                   15 WS-UF-ROLE   PIC X(1).
                   15 WS-UF-SOURCE PIC X(1).
       77  WS-UF-COUNT         PIC 9(3) VALUE 0.
       77  WS-UF-INDEX         PIC 9(3).
       77  WS-UF-FUNC-INDEX    PIC 9(2).

       01  WS-MATRIX-TABLE.
           05 WS-MX-ENTRY OCCURS 100 TIMES.
               10 WS-MX-STREAM-1   PIC X(8).
               10 WS-MX-ROLE-1     PIC X(1).
               10 WS-MX-STREAM-2   PIC X(8).
               10 WS-MX-ROLE-2     PIC X(1).
               10 WS-MX-DESCRIPTION PIC X(40).
       77  WS-MX-COUNT         PIC 9(3) VALUE 0.
       77  WS-MX-INDEX         PIC 9(3).

      *-----------------------------------------------------------------
      * The function being noted or looked up.
      *-----------------------------------------------------------------
       77  WS-NOTE-USER        PIC X(8).
       77  WS-NOTE-STREAM      PIC X(8).
       77  WS-NOTE-ROLE        PIC X(1).
       77  WS-NOTE-SOURCE      PIC X(1).
       77  WS-FUNC-FOUND-FLAG  PIC 9.
           88 WS-FUNC-FOUND    VALUE 1.
           88 WS-FUNC-NOT-FOUND VALUE 0.
       77  WS-FIRST-USE        PIC X(4).
       77  WS-SECOND-USE       PIC X(4).

      *-----------------------------------------------------------------
      * The change being judged.
      *-----------------------------------------------------------------
       77  WS-CHG-STAMP        PIC X(14).
       77  WS-CHG-STREAM       PIC X(8).
       77  WS-CHG-ACTION       PIC X(1).
       77  WS-CHG-KEY          PIC X(30).
       77  WS-CHG-REQUESTER    PIC X(8).
       77  WS-CHG-APPROVER     PIC X(8).
       77  WS-CHG-VERDICT      PIC X(26).

      *-----------------------------------------------------------------
      * Variables for CHECK-PARM and the month window.
      *-----------------------------------------------------------------
       77  WS-PARM             PIC X(100) VALUE SPACES.
       01  WS-CURRENT-DATE.
           05 CURR-YEAR        PIC 9(4).
           05 CURR-MONTH       PIC 9(2).
           05 CURR-DAY         PIC 9(2).
           05 FILLER           PIC X(13).
       01  WS-REVIEW-MONTH.
           05 WS-REVIEW-YEAR   PIC 9(4).
           05 WS-REVIEW-MM     PIC 9(2).
       77  WS-MONTH-END-DATE   PIC X(8).
       01  DAI-DATE-AS-INTEGER PIC 9(8).
       77  WS-DAY-NUMBER       PIC 9(7).
       77  WS-CAPTURE-FROM     PIC X(8).
       77  WS-CAPTURE-STAMP    PIC X(14).

       77  WS-CHANGES-REVIEWED PIC 9(6) VALUE 0.
       77  WS-SAME-PERSON-COUNT PIC 9(5) VALUE 0.
       77  WS-UNSIGNED-COUNT   PIC 9(5) VALUE 0.
       77  WS-CONFLICT-COUNT   PIC 9(5) VALUE 0.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH   PIC S9(4) COMP.
           05 LS-PARM-DATA     PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTPSODRP start'
           MOVE RC-SUCCESS TO RETURN-CODE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM CHECK-PARM
           IF RETURN-CODE > RC-WARNING
               DISPLAY 'ZTPSODRP end with RETURN-CODE=' RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SOD-REPORT
           IF SOD-REPORT-FS NOT = '00'
               DISPLAY 'ZTPSODRP error opening SODRPT: '
                   SOD-REPORT-FS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO SOD-REPORT-RECORD
           STRING 'SEGREGATION OF DUTIES REVIEW MONTH=' WS-REVIEW-MONTH
               ' RUN=' WS-CURRENT-DATE(1:8)
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           PERFORM WRITE-SOD-LINE

           PERFORM LOAD-CAPTURES

           MOVE SPACES TO SOD-REPORT-RECORD
           MOVE 'CHANGE FINDINGS' TO SOD-REPORT-RECORD
           PERFORM WRITE-SOD-LINE

           PERFORM REVIEW-PARM-CHANGES
           PERFORM REVIEW-SIGNOFF-LOG

           PERFORM LOAD-USER-ACCESS
           PERFORM LOAD-CONFLICT-MATRIX

           MOVE SPACES TO SOD-REPORT-RECORD
           MOVE 'CONFLICTING ACCESS' TO SOD-REPORT-RECORD
           PERFORM WRITE-SOD-LINE

           PERFORM VARYING WS-UF-INDEX FROM 1 BY 1
                   UNTIL WS-UF-INDEX > WS-UF-COUNT
               PERFORM CHECK-USER-CONFLICTS
           END-PERFORM

           PERFORM WRITE-SOD-SUMMARY

           CLOSE SOD-REPORT

           DISPLAY 'ZTPSODRP end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * Parse 'MONTH=YYYYMM'; no PARM reviews last month. The window   *
      * runs from the first of the month to its last day.              *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           IF WS-PARM = SPACES
               IF CURR-MONTH = 1
                   COMPUTE WS-REVIEW-YEAR = CURR-YEAR - 1
                   MOVE 12 TO WS-REVIEW-MM
               ELSE
                   MOVE CURR-YEAR TO WS-REVIEW-YEAR
                   COMPUTE WS-REVIEW-MM = CURR-MONTH - 1
               END-IF
           ELSE
               IF WS-PARM(1:6) NOT = 'MONTH='
                       OR WS-PARM(7:6) IS NOT NUMERIC
                       OR WS-PARM(11:2) < '01'
                       OR WS-PARM(11:2) > '12'
                       OR WS-PARM(13:1) NOT = SPACE
                   DISPLAY 'ZTPSODRP PARM must be MONTH=YYYYMM: '
                       WS-PARM(1:30)
                   MOVE RC-ERROR TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PARM(7:6) TO WS-REVIEW-MONTH
           END-IF

      *-----------------------------------------------------------------
      * The last day of the month is the day before the first of the
      * next one.
      *-----------------------------------------------------------------
           IF WS-REVIEW-MM = 12
               COMPUTE DAI-DATE-AS-INTEGER =
                   (WS-REVIEW-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE DAI-DATE-AS-INTEGER =
                   WS-REVIEW-YEAR * 10000 + (WS-REVIEW-MM + 1) * 100
                   + 1
           END-IF
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               TO DAI-DATE-AS-INTEGER
           MOVE DAI-DATE-AS-INTEGER TO WS-MONTH-END-DATE

           COMPUTE DAI-DATE-AS-INTEGER =
               WS-REVIEW-YEAR * 10000 + WS-REVIEW-MM * 100 + 1
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DAI-DATE-AS-INTEGER)
               - CFG-CAPTURE-LOOKBACK-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               TO DAI-DATE-AS-INTEGER
           MOVE DAI-DATE-AS-INTEGER TO WS-CAPTURE-FROM

           DISPLAY 'ZTPSODRP reviewing ' WS-REVIEW-MONTH
               ' (captures from ' WS-CAPTURE-FROM ')'

           EXIT.

      ******************************************************************
      * Successful online captures from the audit KSDS. A capture in   *
      * the month counts as a PHCAPT R function for its user; earlier  *
      * ones are kept only to name who captured a request released     *
      * this month.                                                    *
      ******************************************************************
       LOAD-CAPTURES.

           OPEN INPUT AUDIT-MASTER
           IF NOT AUDIT-MASTER-FS-OK
               DISPLAY 'ZTPSODRP no audit KSDS, captures not '
                   'reviewed: ' AUDIT-MASTER-FS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAPTURE-FROM TO AMR-DATE
           MOVE LOW-VALUES TO AMR-TIME
           MOVE 0 TO AMR-SEQUENCE
           START AUDIT-MASTER KEY IS GREATER OR EQUAL TO AMR-KEY
           IF NOT AUDIT-MASTER-FS-OK
               DISPLAY 'ZTPSODRP no audit entries since '
                   WS-CAPTURE-FROM
               CLOSE AUDIT-MASTER
               EXIT PARAGRAPH
           END-IF

           READ AUDIT-MASTER NEXT RECORD
           PERFORM UNTIL AUDIT-MASTER-FS > '04'
                   OR AMR-DATE > WS-MONTH-END-DATE
               MOVE AMR-AUDIT-DATA TO AUD-TRAIL-RECORD
               IF AUD-SYSTEM-ID = 'CAPTURE '
                       AND AUD-STATUS = 'Y'
                       AND AUD-MESSAGE(1:3) = 'BY='
                   PERFORM NOTE-ONE-CAPTURE
               END-IF
               READ AUDIT-MASTER NEXT RECORD
           END-PERFORM

           CLOSE AUDIT-MASTER

           DISPLAY 'ZTPSODRP captures loaded=' WS-CP-COUNT

           EXIT.

       NOTE-ONE-CAPTURE.

           IF WS-CP-COUNT NOT < 2000
               DISPLAY 'ZTPSODRP capture table full at '
                   AUD-DATE ' ' AUD-TIME
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CP-COUNT
           MOVE SPACES TO WS-CP-STAMP(WS-CP-COUNT)
           STRING AUD-DATE AUD-TIME(1:6)
               DELIMITED BY SIZE INTO WS-CP-STAMP(WS-CP-COUNT)
           MOVE AUD-REQUEST-TYPE TO WS-CP-TYPE(WS-CP-COUNT)
           MOVE AUD-KEY TO WS-CP-KEY(WS-CP-COUNT)
           MOVE AUD-MESSAGE(4:8) TO WS-CP-USER(WS-CP-COUNT)

           IF AUD-DATE(1:6) = WS-REVIEW-MONTH
                   AND WS-CP-USER(WS-CP-COUNT) NOT = SPACES
               MOVE WS-CP-USER(WS-CP-COUNT) TO WS-NOTE-USER
               MOVE 'PHCAPT' TO WS-NOTE-STREAM
               MOVE 'R' TO WS-NOTE-ROLE
               MOVE 'L' TO WS-NOTE-SOURCE
               PERFORM NOTE-USER-FUNCTION
           END-IF

           EXIT.

      ******************************************************************
      * ZTPPARMM's change log: the requesting user and the approver.   *
      ******************************************************************
       REVIEW-PARM-CHANGES.

           OPEN INPUT PARM-CHANGE-LOG
           IF PARM-CHANGE-LOG-FS NOT = '00'
               DISPLAY 'ZTPSODRP no PARMCHGL: ' PARM-CHANGE-LOG-FS
               EXIT PARAGRAPH
           END-IF

           READ PARM-CHANGE-LOG
           PERFORM UNTIL PARM-CHANGE-LOG-FS > '04'
               IF CHL-STAMP(1:6) = WS-REVIEW-MONTH
                   MOVE CHL-STAMP TO WS-CHG-STAMP
                   MOVE 'PARMREG' TO WS-CHG-STREAM
                   MOVE CHL-ACTION TO WS-CHG-ACTION
                   MOVE SPACES TO WS-CHG-KEY
                   STRING CHL-PROGRAM ' ' CHL-PARM-NAME
                       DELIMITED BY SIZE INTO WS-CHG-KEY
                   MOVE CHL-USER-ID TO WS-CHG-REQUESTER
                   MOVE CHL-APPROVER-ID TO WS-CHG-APPROVER
                   PERFORM JUDGE-ONE-CHANGE
               END-IF
               READ PARM-CHANGE-LOG
           END-PERFORM

           CLOSE PARM-CHANGE-LOG

           EXIT.

      ******************************************************************
      * The maintenance sign-off log. A dual-approval release names    *
      * no requester of its own: the user who captured the request     *
      * online is looked up instead.                                   *
      ******************************************************************
       REVIEW-SIGNOFF-LOG.

           OPEN INPUT SIGNOFF-LOG
           IF SIGNOFF-LOG-FS NOT = '00'
               DISPLAY 'ZTPSODRP no MNTLOG: ' SIGNOFF-LOG-FS
               EXIT PARAGRAPH
           END-IF

           READ SIGNOFF-LOG INTO MNL-SIGNOFF-RECORD
           PERFORM UNTIL SIGNOFF-LOG-FS > '04'
               IF MNL-STAMP(1:6) = WS-REVIEW-MONTH
                   MOVE MNL-STAMP TO WS-CHG-STAMP
                   MOVE MNL-STREAM TO WS-CHG-STREAM
                   MOVE MNL-ACTION TO WS-CHG-ACTION
                   MOVE MNL-CHANGE-KEY TO WS-CHG-KEY
                   MOVE MNL-REQUESTER TO WS-CHG-REQUESTER
                   MOVE MNL-APPROVER TO WS-CHG-APPROVER
                   IF MNL-STREAM = 'PHAPPR'
                       PERFORM FIND-CAPTURING-USER
                   END-IF
                   PERFORM JUDGE-ONE-CHANGE
               END-IF
               READ SIGNOFF-LOG INTO MNL-SIGNOFF-RECORD
           END-PERFORM

           CLOSE SIGNOFF-LOG

           EXIT.

      ******************************************************************
      * The latest capture of the same request type and key at or      *
      * before the release. None means the request came in on the      *
      * PHUPDATE batch file rather than online.                        *
      ******************************************************************
       FIND-CAPTURING-USER.

           MOVE SPACES TO WS-CAPTURE-STAMP
           PERFORM VARYING WS-CP-INDEX FROM 1 BY 1
                   UNTIL WS-CP-INDEX > WS-CP-COUNT
               IF WS-CP-TYPE(WS-CP-INDEX) = WS-CHG-ACTION
                       AND WS-CP-KEY(WS-CP-INDEX) = WS-CHG-KEY(1:6)
                       AND WS-CP-STAMP(WS-CP-INDEX) NOT > WS-CHG-STAMP
                       AND WS-CP-STAMP(WS-CP-INDEX)
                           NOT < WS-CAPTURE-STAMP
                   MOVE WS-CP-STAMP(WS-CP-INDEX) TO WS-CAPTURE-STAMP
                   MOVE WS-CP-USER(WS-CP-INDEX) TO WS-CHG-REQUESTER
               END-IF
           END-PERFORM

           EXIT.

      ******************************************************************
      * Note both people's functions, then flag a change one person    *
      * both asked for and signed off, a maintenance change missing    *
      * either name, or a production record patch with no approver.    *
      ******************************************************************
       JUDGE-ONE-CHANGE.

           ADD 1 TO WS-CHANGES-REVIEWED
           MOVE 'L' TO WS-NOTE-SOURCE

           IF WS-CHG-REQUESTER NOT = SPACES
               MOVE WS-CHG-REQUESTER TO WS-NOTE-USER
               MOVE WS-CHG-STREAM TO WS-NOTE-STREAM
               MOVE 'R' TO WS-NOTE-ROLE
               IF WS-CHG-STREAM = 'PHAPPR'
                   MOVE 'PHCAPT' TO WS-NOTE-STREAM
               END-IF
               PERFORM NOTE-USER-FUNCTION
           END-IF

           IF WS-CHG-APPROVER NOT = SPACES
               MOVE WS-CHG-APPROVER TO WS-NOTE-USER
               MOVE WS-CHG-STREAM TO WS-NOTE-STREAM
               MOVE 'A' TO WS-NOTE-ROLE
               IF WS-CHG-STREAM = 'EXDISP' AND WS-CHG-ACTION = 'A'
                   MOVE 'R' TO WS-NOTE-ROLE
               END-IF
               PERFORM NOTE-USER-FUNCTION
           END-IF

           MOVE SPACES TO WS-CHG-VERDICT
           EVALUATE TRUE
               WHEN WS-CHG-REQUESTER NOT = SPACES
                       AND WS-CHG-REQUESTER = WS-CHG-APPROVER
                   EVALUATE WS-CHG-STREAM
                       WHEN 'PHAPPR'
                           MOVE 'CAPTURED AND APPROVED'
                               TO WS-CHG-VERDICT
                       WHEN 'EXDISP'
                           MOVE 'ACKNOWLEDGED AND RESOLVED'
                               TO WS-CHG-VERDICT
                       WHEN OTHER
                           MOVE 'REQUESTED AND APPROVED'
                               TO WS-CHG-VERDICT
                   END-EVALUATE
                   ADD 1 TO WS-SAME-PERSON-COUNT
               WHEN (WS-CHG-STREAM = 'PARMREG'
                       OR WS-CHG-STREAM = 'REFTABLE'
                       OR WS-CHG-STREAM = 'RUNBKREF'
                       OR WS-CHG-STREAM = 'BIZCAL')
                       AND (WS-CHG-REQUESTER = SPACES
                           OR WS-CHG-APPROVER = SPACES)
                   MOVE 'UNSIGNED' TO WS-CHG-VERDICT
                   ADD 1 TO WS-UNSIGNED-COUNT
               WHEN WS-CHG-STREAM = 'RECPATCH'
                       AND WS-CHG-ACTION = 'P'
                       AND WS-CHG-APPROVER = SPACES
                   MOVE 'UNSIGNED' TO WS-CHG-VERDICT
                   ADD 1 TO WS-UNSIGNED-COUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO SOD-REPORT-RECORD
           STRING WS-CHG-VERDICT ' ' WS-CHG-STREAM
               ' ' WS-CHG-ACTION ' ' WS-CHG-KEY
               ' REQ=' WS-CHG-REQUESTER
               ' APR=' WS-CHG-APPROVER
               ' AT ' WS-CHG-STAMP
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           PERFORM WRITE-SOD-LINE

           EXIT.

      ******************************************************************
      * The functions the security extract grants each user.           *
      ******************************************************************
       LOAD-USER-ACCESS.

           OPEN INPUT USER-ACCESS
           IF USER-ACCESS-FS NOT = '00'
               DISPLAY 'ZTPSODRP no USRACCS, access judged on this '
                   'month''s activity only: ' USER-ACCESS-FS
               EXIT PARAGRAPH
           END-IF

           MOVE 'G' TO WS-NOTE-SOURCE
           READ USER-ACCESS
           PERFORM UNTIL USER-ACCESS-FS > '04'
               IF UAC-USER-ID NOT = SPACES
                       AND UAC-STREAM NOT = SPACES
                   MOVE UAC-USER-ID TO WS-NOTE-USER
                   MOVE UAC-STREAM TO WS-NOTE-STREAM
                   MOVE UAC-ROLE TO WS-NOTE-ROLE
                   PERFORM NOTE-USER-FUNCTION
               END-IF
               READ USER-ACCESS
           END-PERFORM

           CLOSE USER-ACCESS

           EXIT.

       LOAD-CONFLICT-MATRIX.

           OPEN INPUT CONFLICT-MATRIX
           IF CONFLICT-MATRIX-FS NOT = '00'
               DISPLAY 'ZTPSODRP no CONFMTX, access conflicts not '
                   'checked: ' CONFLICT-MATRIX-FS
               EXIT PARAGRAPH
           END-IF

           READ CONFLICT-MATRIX
           PERFORM UNTIL CONFLICT-MATRIX-FS > '04'
               IF MTX-STREAM-1 = SPACES OR MTX-STREAM-2 = SPACES
                   CONTINUE
               ELSE
                   IF WS-MX-COUNT < 100
                       ADD 1 TO WS-MX-COUNT
                       MOVE MTX-STREAM-1 TO WS-MX-STREAM-1(WS-MX-COUNT)
                       MOVE MTX-ROLE-1 TO WS-MX-ROLE-1(WS-MX-COUNT)
                       MOVE MTX-STREAM-2 TO WS-MX-STREAM-2(WS-MX-COUNT)
                       MOVE MTX-ROLE-2 TO WS-MX-ROLE-2(WS-MX-COUNT)
                       MOVE MTX-DESCRIPTION
                           TO WS-MX-DESCRIPTION(WS-MX-COUNT)
                   ELSE
                       DISPLAY 'ZTPSODRP conflict matrix full, '
                           'pair ignored: ' CONFLICT-MATRIX-RECORD(1:20)
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ CONFLICT-MATRIX
           END-PERFORM

           CLOSE CONFLICT-MATRIX

           DISPLAY 'ZTPSODRP conflict pairs loaded=' WS-MX-COUNT

           EXIT.

      ******************************************************************
      * Record that a user holds a function, once per function; a      *
      * function both used and granted shows as used.                  *
      ******************************************************************
       NOTE-USER-FUNCTION.

           PERFORM VARYING WS-UF-INDEX FROM 1 BY 1
                   UNTIL WS-UF-INDEX > WS-UF-COUNT
                   OR WS-UF-USER(WS-UF-INDEX) = WS-NOTE-USER
               CONTINUE
           END-PERFORM

           IF WS-UF-INDEX > WS-UF-COUNT
               IF WS-UF-COUNT NOT < 200
                   DISPLAY 'ZTPSODRP user table full, '
                       WS-NOTE-USER ' not reviewed'
                   MOVE RC-WARNING TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-UF-COUNT
               MOVE WS-UF-COUNT TO WS-UF-INDEX
               MOVE WS-NOTE-USER TO WS-UF-USER(WS-UF-INDEX)
               MOVE 0 TO WS-UF-FUNC-COUNT(WS-UF-INDEX)
           END-IF

           PERFORM FIND-USER-FUNCTION
           IF WS-FUNC-FOUND
               IF WS-NOTE-SOURCE = 'L'
                   MOVE 'L' TO WS-UF-SOURCE(WS-UF-INDEX,
                       WS-UF-FUNC-INDEX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-UF-FUNC-COUNT(WS-UF-INDEX) NOT < 20
               DISPLAY 'ZTPSODRP function table full for '
                   WS-NOTE-USER
               MOVE RC-WARNING TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UF-FUNC-COUNT(WS-UF-INDEX)
           MOVE WS-UF-FUNC-COUNT(WS-UF-INDEX) TO WS-UF-FUNC-INDEX
           MOVE WS-NOTE-STREAM
               TO WS-UF-STREAM(WS-UF-INDEX, WS-UF-FUNC-INDEX)
           MOVE WS-NOTE-ROLE
               TO WS-UF-ROLE(WS-UF-INDEX, WS-UF-FUNC-INDEX)
           MOVE WS-NOTE-SOURCE
               TO WS-UF-SOURCE(WS-UF-INDEX, WS-UF-FUNC-INDEX)

           EXIT.

      ******************************************************************
      * Input: WS-UF-INDEX, WS-NOTE-STREAM, WS-NOTE-ROLE               *
      * Output: WS-FUNC-FOUND-FLAG, WS-UF-FUNC-INDEX                   *
      ******************************************************************
       FIND-USER-FUNCTION.

           SET WS-FUNC-NOT-FOUND TO TRUE
           PERFORM VARYING WS-UF-FUNC-INDEX FROM 1 BY 1
                   UNTIL WS-UF-FUNC-INDEX >
                       WS-UF-FUNC-COUNT(WS-UF-INDEX)
                   OR WS-FUNC-FOUND
               IF WS-UF-STREAM(WS-UF-INDEX, WS-UF-FUNC-INDEX)
                       = WS-NOTE-STREAM
                       AND WS-UF-ROLE(WS-UF-INDEX, WS-UF-FUNC-INDEX)
                           = WS-NOTE-ROLE
                   SET WS-FUNC-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF WS-FUNC-FOUND
               SUBTRACT 1 FROM WS-UF-FUNC-INDEX
           END-IF

           EXIT.

      ******************************************************************
      * One line per matrix pair the user holds both sides of, showing *
      * whether each side was used this month (USED) or only granted   *
      * by the security extract (HELD).                                *
      ******************************************************************
       CHECK-USER-CONFLICTS.

           PERFORM VARYING WS-MX-INDEX FROM 1 BY 1
                   UNTIL WS-MX-INDEX > WS-MX-COUNT
               MOVE WS-MX-STREAM-1(WS-MX-INDEX) TO WS-NOTE-STREAM
               MOVE WS-MX-ROLE-1(WS-MX-INDEX) TO WS-NOTE-ROLE
               PERFORM FIND-USER-FUNCTION
               IF WS-FUNC-FOUND
                   MOVE 'HELD' TO WS-FIRST-USE
                   IF WS-UF-SOURCE(WS-UF-INDEX, WS-UF-FUNC-INDEX) = 'L'
                       MOVE 'USED' TO WS-FIRST-USE
                   END-IF
                   MOVE WS-MX-STREAM-2(WS-MX-INDEX) TO WS-NOTE-STREAM
                   MOVE WS-MX-ROLE-2(WS-MX-INDEX) TO WS-NOTE-ROLE
                   PERFORM FIND-USER-FUNCTION
                   IF WS-FUNC-FOUND
                       MOVE 'HELD' TO WS-SECOND-USE
                       IF WS-UF-SOURCE(WS-UF-INDEX, WS-UF-FUNC-INDEX)
                               = 'L'
                           MOVE 'USED' TO WS-SECOND-USE
                       END-IF
                       PERFORM REPORT-CONFLICT
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       REPORT-CONFLICT.

           ADD 1 TO WS-CONFLICT-COUNT
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING 'CONFLICT ' WS-UF-USER(WS-UF-INDEX)
               ' ' WS-MX-STREAM-1(WS-MX-INDEX)
               ' ' WS-MX-ROLE-1(WS-MX-INDEX)
               ' ' WS-FIRST-USE
               ' + ' WS-MX-STREAM-2(WS-MX-INDEX)
               ' ' WS-MX-ROLE-2(WS-MX-INDEX)
               ' ' WS-SECOND-USE
               ' ' WS-MX-DESCRIPTION(WS-MX-INDEX)
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           PERFORM WRITE-SOD-LINE

           EXIT.

       WRITE-SOD-SUMMARY.

           MOVE SPACES TO SOD-REPORT-RECORD
           STRING 'CHANGES REVIEWED=' WS-CHANGES-REVIEWED
               ' SAME PERSON=' WS-SAME-PERSON-COUNT
               ' UNSIGNED=' WS-UNSIGNED-COUNT
               ' USERS=' WS-UF-COUNT
               ' CONFLICTS=' WS-CONFLICT-COUNT
               DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           PERFORM WRITE-SOD-LINE

           EVALUATE TRUE
               WHEN WS-SAME-PERSON-COUNT > 0 OR WS-CONFLICT-COUNT > 0
                   IF RETURN-CODE < RC-ERROR
                       MOVE RC-ERROR TO RETURN-CODE
                   END-IF
               WHEN WS-UNSIGNED-COUNT > 0
                   IF RETURN-CODE < RC-WARNING
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
           END-EVALUATE

           EXIT.

       WRITE-SOD-LINE.

           WRITE SOD-REPORT-RECORD
           IF SOD-REPORT-FS NOT = '00'
               DISPLAY 'ZTPSODRP error writing SODRPT: '
                   SOD-REPORT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               DISPLAY 'ZTPSODRP ' SOD-REPORT-RECORD(1:110)
           END-IF

           EXIT.
