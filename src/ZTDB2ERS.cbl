       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZTDB2ERS.

      ******************************************************************
      * Broadcom Test4z System Under Test (SUT) example.               *
      * Copyright (c) 2024 Broadcom. All Rights Reserved.              *
      *                                                                *
      * Right-to-erasure workflow. A person asking to be forgotten     *
      * lives on in a dozen places - CUSTFILE, the EMPPHONE and        *
      * EMPPHNUM tables, the change history, TBZELDA, its dormant-     *
      * customer archive and its cross-reference, the adopter          *
      * waitlist, the masked test bed and the permanent audit KSDS -   *
      * and finding them all by hand took the privacy office a week    *
      * per request, with no proof at the end of it.                   *
      *                                                                *
      * Each ERASREQ request (layout in ZTPERSRQ) names a person by    *
      * key, by name, or both; a name alone is resolved to the one key *
      * CUSTFILE and EMPPHONE carry it under, and refused if it        *
      * matches more than one. A key on the LEGHOLD legal-hold list    *
      * (as ZTPAUDRT reads it) freezes the person everywhere: every    *
      * hit is reported, nothing is touched. Otherwise, store by store *
      *                                                                *
      *  - CUSTFILE: a ZTPCBAT 'D' request (ERSCBAT) tombstones the    *
      *    record, and ZTPCSTPG purges the tombstone at its age; a     *
      *    kept record is retained                                     *
      *  - EMPPHONE: a ZTDB2PHN 'D' request (ERSPHUPD), which goes     *
      *    through ZTDB2PHN's delete approval; a kept row is retained. *
      *    EMPPHNUM numbers go with the delete (ZTDB2PHK), or are      *
      *    deleted here once the EMPPHONE row is gone                  *
      *  - EMPPHHST: the history rows are anonymized in place - names, *
      *    phone and e-mail replaced, change dates and types kept      *
      *  - TBZELDA: the accounts linked to the key on the ZTDB2XRF     *
      *    cross-reference (XREF), or held under the person's full     *
      *    name, have CUST_NAME and CUST_ADDR anonymized - the order   *
      *    history stays - and each cross-reference link gets a        *
      *    ZTDB2XRF 'D' request (ERSXRFRQ)                             *
      *  - the dormant-customer archive (ARCHIVI, layout in ZTDB2ARR): *
      *    copied forward to ARCHIVO with the same accounts' (or the   *
      *    full name's) CUST-NAME and CUST-ADDR anonymized the same    *
      *    way, for the JCL to roll over as ZTDB2ARC's is              *
      *  - the adopter waitlist (WAITLSTI): a ZTPDOGWL drop request    *
      *    (ERSWTLRQ) by name                                          *
      *  - the masked test bed: the key is dropped from the ZTPTSTEX   *
      *    key list (TSTKEYI -> TSTKEYO) for the next rebuild          *
      *  - the audit KSDS (AUDKSDS): audit entries are never altered;  *
      *    each is retained under its AUDTIERS retention tier (the     *
      *    '***' entry, or seven years, by default), or reported as    *
      *    past its age for ZTPAUDRT's next run                        *
      *                                                                *
      * The certificate (ERSCERT) lists every store for every request  *
      * - what was erased, anonymized or requested, what was not       *
      * found, and what was retained and why - and ends each request   *
      * COMPLETE, PENDING (rerun it once the generated requests have   *
      * been applied, which also catches the history before-image of   *
      * the EMPPHONE delete), HELD or REFUSED.                         *
      *                                                                *
      * Runtime PARM: 'DATE=YYYYMMDD', optional - the run date         *
      * (default today) that audit retention is measured from.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-REQUEST-FILE ASSIGN ERASREQ
           FILE STATUS IS ERASURE-REQUEST-STATUS.

           SELECT CUSTFILE ASSIGN TO CUSTFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FILE-KEY
           FILE STATUS IS CUSTFILE-FS.

           SELECT AUDIT-MASTER ASSIGN AUDKSDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AMR-KEY
           FILE STATUS IS AUDIT-MASTER-FS.

           SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN LEGHOLD
           FILE STATUS IS LEGAL-HOLD-STATUS.

           SELECT OPTIONAL TIER-FILE ASSIGN AUDTIERS
           FILE STATUS IS TIER-FILE-STATUS.

           SELECT OPTIONAL XREF-FILE ASSIGN XREF
           FILE STATUS IS XREF-STATUS.

           SELECT OPTIONAL WAITLIST-IN ASSIGN WAITLSTI
           FILE STATUS IS WAITLIST-IN-STATUS.

           SELECT OPTIONAL TEST-KEYS-IN ASSIGN TSTKEYI
           FILE STATUS IS TEST-KEYS-IN-STATUS.

           SELECT TEST-KEYS-OUT ASSIGN TSTKEYO
           FILE STATUS IS TEST-KEYS-OUT-STATUS.

           SELECT OPTIONAL ARCHIVE-IN ASSIGN TO ARCHIVI
           FILE STATUS IS ARCHIVE-IN-FS.

           SELECT ARCHIVE-OUT ASSIGN TO ARCHIVO
           FILE STATUS IS ARCHIVE-OUT-FS.

           SELECT CUST-ERASE-FILE ASSIGN ERSCBAT
           FILE STATUS IS CUST-ERASE-STATUS.

           SELECT PHONE-ERASE-FILE ASSIGN ERSPHUPD
           FILE STATUS IS PHONE-ERASE-STATUS.

           SELECT XREF-ERASE-FILE ASSIGN ERSXRFRQ
           FILE STATUS IS XREF-ERASE-STATUS.

           SELECT WAITLIST-ERASE-FILE ASSIGN ERSWTLRQ
           FILE STATUS IS WAITLIST-ERASE-STATUS.

           SELECT ERASURE-CERTIFICATE ASSIGN ERSCERT
           FILE STATUS IS ERASURE-CERTIFICATE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ERASURE-REQUEST-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ERASURE-REQUEST-RECORD.
       01  ERASURE-REQUEST-RECORD PIC X(80).

      *-----------------------------------------------------------------
      * CUSTFILE, as ZTPCBAT declares it. Read only: the tombstone
      * itself is applied by ZTPCBAT from ERSCBAT.
      *-----------------------------------------------------------------
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

      *-----------------------------------------------------------------
      * The permanent audit KSDS, as ZTPAUDDR builds it. Read only.
      *-----------------------------------------------------------------
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
      * The legal-hold list and retention tiers, as ZTPAUDRT reads
      * them.
      *-----------------------------------------------------------------
       FD  LEGAL-HOLD-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS LEGAL-HOLD-RECORD.
       01  LEGAL-HOLD-RECORD.
           05 LGH-AUD-KEY          PIC X(6).
           05 FILLER               PIC X.
           05 LGH-MATTER           PIC X(30).
           05 FILLER               PIC X(43).

       FD  TIER-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TIER-FILE-RECORD.
       01  TIER-FILE-RECORD.
           05 TIR-SYSTEM-ID        PIC X(8).
           05 FILLER               PIC X.
           05 TIR-RETENTION-DAYS   PIC 9(5).
           05 FILLER               PIC X(66).

       FD  XREF-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS XREF-FILE-RECORD.
       01  XREF-FILE-RECORD PIC X(80).

      *-----------------------------------------------------------------
      * The adopter waitlist and its requests, as ZTPDOGWL reads them.
      *-----------------------------------------------------------------
       FD  WAITLIST-IN RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS WAITLIST-IN-REC.
       01  WAITLIST-IN-REC.
           05 WLI-ADOPTER-NAME        PIC X(25).
           05 FILLER                  PIC X.
           05 WLI-CONTACT             PIC X(20).
           05 FILLER                  PIC X.
           05 WLI-SPECIES             PIC X(1).
           05 FILLER                  PIC X.
           05 WLI-BREED               PIC X(30).
           05 FILLER                  PIC X.
           05 WLI-DATE-ADDED          PIC X(8).
           05 FILLER                  PIC X(12).

       FD  WAITLIST-ERASE-FILE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS WAITLIST-REQUEST-REC.
       01  WAITLIST-REQUEST-REC.
           05 WRQ-ACTION              PIC X(1).
           05 FILLER                  PIC X.
           05 WRQ-ADOPTER-NAME        PIC X(25).
           05 FILLER                  PIC X.
           05 WRQ-CONTACT             PIC X(20).
           05 FILLER                  PIC X.
           05 WRQ-SPECIES             PIC X(1).
           05 FILLER                  PIC X.
           05 WRQ-BREED               PIC X(30).
           05 FILLER                  PIC X(19).

      *-----------------------------------------------------------------
      * The masked test bed's key list, as ZTPTSTEX reads it.
      *-----------------------------------------------------------------
       FD  TEST-KEYS-IN RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TEST-KEYS-IN-RECORD.
       01  TEST-KEYS-IN-RECORD.
           05 TKI-KEY              PIC X(6).
           05 FILLER               PIC X(74).

       FD  TEST-KEYS-OUT RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS TEST-KEYS-OUT-RECORD.
       01  TEST-KEYS-OUT-RECORD PIC X(80).

      *-----------------------------------------------------------------
      * The dormant-customer archive, as ZTDB2ARC rolls it forward.
      *-----------------------------------------------------------------
       FD  ARCHIVE-IN RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-IN-RECORD.
       01  ARCHIVE-IN-RECORD PIC X(140).

       FD  ARCHIVE-OUT RECORD CONTAINS 140 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ARCHIVE-OUT-RECORD.
       01  ARCHIVE-OUT-RECORD PIC X(140).

       FD  CUST-ERASE-FILE RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CUST-ERASE-RECORD.
       01  CUST-ERASE-RECORD PIC X(200).

       FD  PHONE-ERASE-FILE RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS PHONE-ERASE-RECORD.
       01  PHONE-ERASE-RECORD PIC X(200).

       FD  XREF-ERASE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS XREF-ERASE-RECORD.
       01  XREF-ERASE-RECORD PIC X(80).

       FD  ERASURE-CERTIFICATE RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ERASURE-CERTIFICATE-RECORD.
       01  ERASURE-CERTIFICATE-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

           COPY ZTRCCODE.

       01  ERASURE-REQUEST-STATUS      PIC X(2).
       01  CUSTFILE-FS                 PIC X(2).
           88 CUSTFILE-FS-OK             VALUE '00'.
           88 CUSTFILE-FS-NOT-FOUND      VALUE '23'.
       01  AUDIT-MASTER-FS             PIC X(2).
       01  LEGAL-HOLD-STATUS           PIC X(2).
       01  TIER-FILE-STATUS            PIC X(2).
       01  XREF-STATUS                 PIC X(2).
       01  WAITLIST-IN-STATUS          PIC X(2).
       01  TEST-KEYS-IN-STATUS         PIC X(2).
       01  TEST-KEYS-OUT-STATUS        PIC X(2).
       01  ARCHIVE-IN-FS               PIC X(2).
       01  ARCHIVE-OUT-FS              PIC X(2).
       01  CUST-ERASE-STATUS           PIC X(2).
       01  PHONE-ERASE-STATUS          PIC X(2).
       01  XREF-ERASE-STATUS           PIC X(2).
       01  WAITLIST-ERASE-STATUS       PIC X(2).
       01  ERASURE-CERTIFICATE-STATUS  PIC X(2).

           COPY ZTAUDREC.

           COPY ZTPERSRQ.

           COPY ZTDB2ARR.

      *-----------------------------------------------------------------
      * The erasure requests for ZTPCBAT and ZTDB2PHN, in the PHUPDATE
      * layout, and the link drops for ZTDB2XRF.
      *-----------------------------------------------------------------
           COPY ZTDB2PHR.

           COPY ZTDB2XRR.

      ******************************************************************
      * Configuration parameters.                                      *
      *                                                                *
      * NB: These are hardcoded defaults in this example, but for a    *
      *     real implementation, they would be loaded externally.      *
      ******************************************************************
       01  CONFIGURATION-PARAMETERS-ERS.
      *    Audit retention when AUDTIERS has no entry for the system
      *    and no '***' default - ZTPAUDRT's seven years.
           05 CFG-RETENTION-AGE-DAYS   PIC 9(5) VALUE 2555.

      *-----------------------------------------------------------------
      * Variables for CHECK-PARM.
      *-----------------------------------------------------------------
       77  WS-PARM             PIC X(100) VALUE SPACES.
       77  WS-PARM-FIELD       PIC X(20).
       77  WS-RUN-DATE         PIC X(8).
       77  WS-RUN-DATE-INT     PIC S9(9) VALUE 0.

      *-----------------------------------------------------------------
      * The night's erasure requests, resolved to a key (or to a name
      * alone) before any store is touched, with what the single
      * passes over the sequential stores found for each.
      *-----------------------------------------------------------------
       01  WS-ERASURE-TABLE.
           05 WS-ER-ENTRY OCCURS 100 TIMES.
               10 WS-ER-REQUEST-ID     PIC X(8).
               10 WS-ER-KEY            PIC X(6).
               10 WS-ER-LASTNAME       PIC X(30).
               10 WS-ER-FIRSTNAME      PIC X(20).
               10 WS-ER-FULL-NAME      PIC X(40).
               10 WS-ER-REQUESTED-BY   PIC X(8).
               10 WS-ER-STATE          PIC X(1).
                   88 WS-ER-RESOLVED   VALUE 'R'.
                   88 WS-ER-NAME-ONLY  VALUE 'N'.
                   88 WS-ER-REFUSED    VALUE 'A'.
               10 WS-ER-REFUSAL        PIC X(64).
               10 WS-ER-HOLD-FLAG      PIC 9.
                   88 WS-ER-HELD       VALUE 1.
               10 WS-ER-HOLD-MATTER    PIC X(30).
               10 WS-ER-AUD-HELD       PIC 9(6).
               10 WS-ER-AUD-KEPT       PIC 9(6).
               10 WS-ER-AUD-DUE        PIC 9(6).
               10 WS-ER-AUD-UNTIL-INT  PIC S9(9).
               10 WS-ER-AUD-SYSTEM     PIC X(8).
               10 WS-ER-AUD-DAYS       PIC 9(5).
               10 WS-ER-WL-COUNT       PIC 9(3).
               10 WS-ER-TB-COUNT       PIC 9(3).
               10 WS-ER-ARC-COUNT      PIC 9(3).
       77  WS-ER-COUNT         PIC 9(3) VALUE 0.
       77  WS-ER-INDEX         PIC 9(3).
       77  WS-ER-PICK          PIC 9(3).
       77  WS-ER-FOUND-FLAG    PIC 9.
           88 WS-ER-FOUND      VALUE 1.
       77  WS-LOOKUP-KEY       PIC X(6).

      *-----------------------------------------------------------------
      * Keys a name resolves to, across CUSTFILE and EMPPHONE.
      *-----------------------------------------------------------------
       01  WS-CANDIDATE-KEY-TABLE.
           05 WS-CK-KEY OCCURS 5 TIMES PIC X(6).
       77  WS-CK-COUNT         PIC 9 VALUE 0.
       77  WS-CK-INDEX         PIC 9.
       77  WS-CK-FOUND-FLAG    PIC 9.
           88 WS-CK-FOUND      VALUE 1.
       77  WS-CANDIDATE-KEY    PIC X(6).
       77  WS-REFUSAL-PTR      PIC 9(3).

      *-----------------------------------------------------------------
      * Legal holds and retention tiers, as in ZTPAUDRT.
      *-----------------------------------------------------------------
       01  WS-LEGAL-HOLD-TABLE.
           05 WS-LH-ENTRY OCCURS 100 TIMES.
               10 WS-LH-AUD-KEY        PIC X(6).
               10 WS-LH-MATTER         PIC X(30).
       77  WS-LH-COUNT         PIC 9(3) VALUE 0.
       77  WS-LH-INDEX         PIC 9(3).

       01  WS-TIER-TABLE.
           05 WS-TR-ENTRY OCCURS 20 TIMES.
               10 WS-TR-SYSTEM-ID      PIC X(8).
               10 WS-TR-DAYS           PIC 9(5).
       77  WS-TR-COUNT         PIC 9(2) VALUE 0.
       77  WS-TR-INDEX         PIC 9(2).
       77  WS-DEFAULT-DAYS     PIC 9(5).
       77  WS-TIER-DAYS        PIC 9(5).
       77  WS-ENTRY-DATE-INT   PIC S9(9).
       77  WS-RETAIN-UNTIL-INT PIC S9(9).
       77  WS-RETAIN-UNTIL     PIC 9(8).
       77  WS-AUDIT-OPEN-FLAG  PIC 9 VALUE 0.
           88 WS-AUDIT-OPEN    VALUE 1.

      *-----------------------------------------------------------------
      * The cross-reference, as in ZTDB2CL.
      *-----------------------------------------------------------------
       01  WS-XREF-TABLE.
           05 WS-XR-ENTRY OCCURS 2000 TIMES.
               10 WS-XR-ACCOUNT        PIC X(12).
               10 WS-XR-FILE-KEY       PIC X(6).
       77  WS-XR-COUNT         PIC 9(4) VALUE 0.
       77  WS-XR-INDEX         PIC 9(4).
       77  WS-XR-LOADED-FLAG   PIC 9 VALUE 0.
           88 WS-XR-LOADED     VALUE 1.

       77  WS-WAITLIST-LOADED-FLAG PIC 9 VALUE 0.
           88 WS-WAITLIST-LOADED   VALUE 1.
       77  WS-TEST-KEYS-LOADED-FLAG PIC 9 VALUE 0.
           88 WS-TEST-KEYS-LOADED  VALUE 1.
       77  WS-ARCHIVE-STATE    PIC X(1) VALUE SPACE.
           88 WS-ARCHIVE-NONE      VALUE SPACE.
           88 WS-ARCHIVE-COPIED    VALUE 'C'.
           88 WS-ARCHIVE-FAILED    VALUE 'E'.

      *-----------------------------------------------------------------
      * One person's TBZELDA accounts: linked to the key on the
      * cross-reference ('X') or held under the full name ('N').
      *-----------------------------------------------------------------
       01  WS-ACCOUNT-TABLE.
           05 WS-ZA-ENTRY OCCURS 20 TIMES.
               10 WS-ZA-ACCOUNT        PIC X(12).
               10 WS-ZA-SOURCE         PIC X(1).
                   88 WS-ZA-FROM-XREF  VALUE 'X'.
       77  WS-ZA-COUNT         PIC 9(2) VALUE 0.
       77  WS-ZA-INDEX         PIC 9(2).
       77  WS-ZA-FOUND-FLAG    PIC 9.
           88 WS-ZA-FOUND      VALUE 1.

      *-----------------------------------------------------------------
      * The person being erased, and how it went.
      *-----------------------------------------------------------------
       77  WS-PERSON-PENDING-FLAG PIC 9.
           88 WS-PERSON-PENDING   VALUE 1.
       77  WS-PERSON-ERROR-FLAG   PIC 9.
           88 WS-PERSON-ERROR     VALUE 1.
       77  WS-EMP-STATE        PIC X(1).
           88 WS-EMP-GONE          VALUE 'G'.
           88 WS-EMP-DELETE-ASKED  VALUE 'D'.
           88 WS-EMP-KEPT          VALUE 'K'.
           88 WS-EMP-HELD          VALUE 'H'.
           88 WS-EMP-IN-ERROR      VALUE 'E'.

      *-----------------------------------------------------------------
      * DB2 host variables.
      *-----------------------------------------------------------------
       01  WS-ERS-KEY          PIC X(6).
       01  WS-ERS-LASTNAME     PIC X(40).
       01  WS-ERS-FIRSTNAME    PIC X(40).
       01  WS-ERS-EMP-KEY      PIC X(6).
       01  WS-ERS-EMP-KEEP     PIC X(1).
       01  WS-ERS-CUST-NAME    PIC X(20).
       01  WS-ERS-ANON-NAME    PIC X(20).
       01  WS-ERS-ACCOUNT      PIC X(12).

       77  WS-ROW-COUNT        PIC S9(9) COMP VALUE 0.
       77  WS-EDIT-COUNT       PIC ZZZ9.
       77  WS-EDIT-DAYS        PIC ZZZZ9.
       77  WS-SQLCODE          PIC -(8)9.

       01  WS-ERASURE-TOTALS.
           05 WS-TOTAL-REQUESTS     PIC 9(6) VALUE 0.
           05 WS-TOTAL-COMPLETE     PIC 9(6) VALUE 0.
           05 WS-TOTAL-PENDING      PIC 9(6) VALUE 0.
           05 WS-TOTAL-HELD         PIC 9(6) VALUE 0.
           05 WS-TOTAL-REFUSED      PIC 9(6) VALUE 0.
           05 WS-TOTAL-IN-ERROR     PIC 9(6) VALUE 0.
           05 WS-TOTAL-CUST-REQS    PIC 9(6) VALUE 0.
           05 WS-TOTAL-PHONE-REQS   PIC 9(6) VALUE 0.
           05 WS-TOTAL-XREF-REQS    PIC 9(6) VALUE 0.
           05 WS-TOTAL-WAIT-REQS    PIC 9(6) VALUE 0.
           05 WS-TOTAL-ANONYMIZED   PIC 9(6) VALUE 0.
           05 WS-TOTAL-KEYS-PRUNED  PIC 9(6) VALUE 0.
           05 WS-TOTAL-ARC-ANONYMIZED PIC 9(6) VALUE 0.

      *-----------------------------------------------------------------
      * One certificate line per store per request, between a PERSON
      * line and a CERTIFY line.
      *-----------------------------------------------------------------
       01  ERC-CERTIFICATE-LINE.
           05 ERC-REQUEST-ID       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 ERC-KEY              PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 ERC-STORE            PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 ERC-ACTION           PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 ERC-DETAIL           PIC X(64).

      ******************************************************************
      * Employee phone tables, as declared in ZTDB2PHN.                *
      ******************************************************************
           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL DECLARE EMPPHONE TABLE
               (EMP_KEY      CHAR(06)    NOT NULL,
               EMP_KEEP      CHAR(01)    NOT NULL,
               EMP_LASTNAME  VARCHAR(40) NOT NULL,
               EMP_FIRSTNAME VARCHAR(40) NOT NULL,
               EMP_PHONE     CHAR(10)    NOT NULL,
               EMP_DEPT      CHAR(04)    NOT NULL,
               EMP_EXT       CHAR(05)    NOT NULL,
               EMP_EMAIL     VARCHAR(50) NOT NULL)
           END-EXEC.

           EXEC SQL DECLARE EMPPHNUM TABLE
               (NUM_KEY        CHAR(06)    NOT NULL,
               NUM_TYPE        CHAR(01)    NOT NULL,
               NUM_PHONE       CHAR(10)    NOT NULL)
           END-EXEC.

           EXEC SQL DECLARE EMPPHHST TABLE
               (HST_KEY        CHAR(06)    NOT NULL,
               HST_CHANGE_TS   CHAR(14)    NOT NULL,
               HST_REQUEST     CHAR(01)    NOT NULL,
               HST_KEEP        CHAR(01)    NOT NULL,
               HST_LASTNAME    VARCHAR(40) NOT NULL,
               HST_FIRSTNAME   VARCHAR(40) NOT NULL,
               HST_PHONE       CHAR(10)    NOT NULL,
               HST_DEPT        CHAR(04)    NOT NULL,
               HST_EXT         CHAR(05)    NOT NULL,
               HST_EMAIL       VARCHAR(50) NOT NULL)
           END-EXEC.

      *-----------------------------------------------------------------
      * TBZELDA accounts held under a person's full name.
      *-----------------------------------------------------------------
           EXEC SQL DECLARE NAMEACCT CURSOR FOR
               SELECT ACCOUNT_NUMBER
                   FROM MYUSERID.TBZELDA
                   WHERE CUST_NAME = :WS-ERS-CUST-NAME
                   ORDER BY ACCOUNT_NUMBER
           END-EXEC.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-DATA   PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

           DISPLAY 'ZTDB2ERS start'
           MOVE RC-SUCCESS TO RETURN-CODE

           PERFORM CHECK-PARM
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM LOAD-RETENTION-TIERS
           PERFORM LOAD-XREF

           OPEN INPUT ERASURE-REQUEST-FILE
           IF ERASURE-REQUEST-STATUS NOT = '00'
               DISPLAY 'ZTDB2ERS error opening ERASREQ: '
                   ERASURE-REQUEST-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTFILE
           OPEN OUTPUT CUST-ERASE-FILE
           OPEN OUTPUT PHONE-ERASE-FILE
           OPEN OUTPUT XREF-ERASE-FILE
           OPEN OUTPUT WAITLIST-ERASE-FILE
           OPEN OUTPUT ERASURE-CERTIFICATE
           IF NOT CUSTFILE-FS-OK
                   OR CUST-ERASE-STATUS NOT = '00'
                   OR PHONE-ERASE-STATUS NOT = '00'
                   OR XREF-ERASE-STATUS NOT = '00'
                   OR WAITLIST-ERASE-STATUS NOT = '00'
                   OR ERASURE-CERTIFICATE-STATUS NOT = '00'
               DISPLAY 'ZTDB2ERS error opening files: '
                   CUSTFILE-FS ' ' CUST-ERASE-STATUS ' '
                   PHONE-ERASE-STATUS ' ' XREF-ERASE-STATUS ' '
                   WAITLIST-ERASE-STATUS ' '
                   ERASURE-CERTIFICATE-STATUS
               MOVE RC-SEVERE-ERROR TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-ERASURE-REQUESTS
           CLOSE ERASURE-REQUEST-FILE

           PERFORM SCAN-AUDIT-MASTER
           PERFORM SCAN-WAITLIST
           PERFORM PRUNE-TEST-BED-KEYS
           PERFORM ANONYMIZE-ARCHIVE

           PERFORM VARYING WS-ER-INDEX FROM 1 BY 1
                   UNTIL WS-ER-INDEX > WS-ER-COUNT
               PERFORM ERASE-ONE-PERSON
           END-PERFORM

           PERFORM WRITE-CERTIFICATE-TOTALS

           CLOSE CUSTFILE
           CLOSE CUST-ERASE-FILE
           CLOSE PHONE-ERASE-FILE
           CLOSE XREF-ERASE-FILE
           CLOSE WAITLIST-ERASE-FILE
           CLOSE ERASURE-CERTIFICATE

           IF WS-TOTAL-REFUSED > 0 AND RETURN-CODE < RC-WARNING
               MOVE RC-WARNING TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2ERS requests=' WS-TOTAL-REQUESTS
               ' complete=' WS-TOTAL-COMPLETE
               ' pending=' WS-TOTAL-PENDING
               ' held=' WS-TOTAL-HELD
               ' refused=' WS-TOTAL-REFUSED
               ' in error=' WS-TOTAL-IN-ERROR
           DISPLAY 'ZTDB2ERS requests written: CUSTFILE='
               WS-TOTAL-CUST-REQS ' EMPPHONE=' WS-TOTAL-PHONE-REQS
               ' XREF=' WS-TOTAL-XREF-REQS
               ' WAITLIST=' WS-TOTAL-WAIT-REQS
           DISPLAY 'ZTDB2ERS rows anonymized=' WS-TOTAL-ANONYMIZED
               ' archive records anonymized=' WS-TOTAL-ARC-ANONYMIZED
               ' test-bed keys dropped=' WS-TOTAL-KEYS-PRUNED
           DISPLAY 'ZTDB2ERS end with RETURN-CODE=' RETURN-CODE

           GOBACK.

      ******************************************************************
      * 'DATE=YYYYMMDD', optional.                                     *
      ******************************************************************
       CHECK-PARM.

           MOVE SPACES TO WS-PARM
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM
           END-IF

           MOVE SPACES TO WS-PARM-FIELD
           UNSTRING WS-PARM DELIMITED BY ','
               INTO WS-PARM-FIELD
           END-UNSTRING

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           IF WS-PARM-FIELD(1:5) = 'DATE='
               IF WS-PARM-FIELD(6:8) IS NUMERIC
                   MOVE WS-PARM-FIELD(6:8) TO WS-RUN-DATE
               ELSE
                   DISPLAY 'ZTDB2ERS bad DATE= value, using today'
               END-IF
           END-IF

           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))

           DISPLAY 'ZTDB2ERS run date ' WS-RUN-DATE

           EXIT.

       LOAD-LEGAL-HOLDS.

           MOVE 0 TO WS-LH-COUNT

           OPEN INPUT LEGAL-HOLD-FILE
           IF LEGAL-HOLD-STATUS NOT = '00'
               DISPLAY 'ZTDB2ERS no legal-hold list: '
                   LEGAL-HOLD-STATUS
               EXIT PARAGRAPH
           END-IF

           READ LEGAL-HOLD-FILE
           PERFORM UNTIL LEGAL-HOLD-STATUS > '04'
               IF LGH-AUD-KEY NOT = SPACES AND WS-LH-COUNT < 100
                   ADD 1 TO WS-LH-COUNT
                   MOVE LGH-AUD-KEY TO WS-LH-AUD-KEY(WS-LH-COUNT)
                   MOVE LGH-MATTER TO WS-LH-MATTER(WS-LH-COUNT)
               END-IF
               READ LEGAL-HOLD-FILE
           END-PERFORM

           CLOSE LEGAL-HOLD-FILE

           DISPLAY 'ZTDB2ERS loaded ' WS-LH-COUNT
               ' legal hold(s) from LEGHOLD'

           EXIT.

      ******************************************************************
      * Retention tiers by audit system id; a '***' entry replaces the *
      * compiled-in default.                                           *
      ******************************************************************
       LOAD-RETENTION-TIERS.

           MOVE 0 TO WS-TR-COUNT
           MOVE CFG-RETENTION-AGE-DAYS TO WS-DEFAULT-DAYS

           OPEN INPUT TIER-FILE
           IF TIER-FILE-STATUS NOT = '00'
               DISPLAY 'ZTDB2ERS no tier file; default tier '
                   'applies to every system'
               EXIT PARAGRAPH
           END-IF

           READ TIER-FILE
           PERFORM UNTIL TIER-FILE-STATUS > '04'
               IF TIR-SYSTEM-ID NOT = SPACES
                       AND TIR-RETENTION-DAYS IS NUMERIC
                   IF TIR-SYSTEM-ID = '***'
                       MOVE TIR-RETENTION-DAYS TO WS-DEFAULT-DAYS
                   ELSE
                       IF WS-TR-COUNT < 20
                           ADD 1 TO WS-TR-COUNT
                           MOVE TIR-SYSTEM-ID
                               TO WS-TR-SYSTEM-ID(WS-TR-COUNT)
                           MOVE TIR-RETENTION-DAYS
                               TO WS-TR-DAYS(WS-TR-COUNT)
                       END-IF
                   END-IF
               END-IF
               READ TIER-FILE
           END-PERFORM

           CLOSE TIER-FILE

           DISPLAY 'ZTDB2ERS loaded ' WS-TR-COUNT
               ' retention tier(s) from AUDTIERS, default '
               WS-DEFAULT-DAYS ' day(s)'

           EXIT.

       LOAD-XREF.

           MOVE 0 TO WS-XR-COUNT

           OPEN INPUT XREF-FILE
           IF XREF-STATUS NOT = '00'
               DISPLAY 'ZTDB2ERS no cross-reference, TBZELDA by '
                   'name only: ' XREF-STATUS
               EXIT PARAGRAPH
           END-IF

           SET WS-XR-LOADED TO TRUE
           READ XREF-FILE INTO XRF-XREF-RECORD
           PERFORM UNTIL XREF-STATUS > '04'
               IF XRF-ACCOUNT-NUMBER NOT = SPACES
                       AND WS-XR-COUNT < 2000
                   ADD 1 TO WS-XR-COUNT
                   MOVE XRF-ACCOUNT-NUMBER
                       TO WS-XR-ACCOUNT(WS-XR-COUNT)
                   MOVE XRF-FILE-KEY
                       TO WS-XR-FILE-KEY(WS-XR-COUNT)
               END-IF
               READ XREF-FILE INTO XRF-XREF-RECORD
           END-PERFORM

           CLOSE XREF-FILE

           DISPLAY 'ZTDB2ERS loaded ' WS-XR-COUNT
               ' cross-reference link(s)'

           EXIT.

      ******************************************************************
      * Load every request, resolving each to the one key the person   *
      * is held under, and marking the ones on legal hold.             *
      ******************************************************************
       LOAD-ERASURE-REQUESTS.

           READ ERASURE-REQUEST-FILE INTO ERQ-ERASURE-REQUEST
           PERFORM UNTIL ERASURE-REQUEST-STATUS NOT = '00'
               IF ERQ-ERASURE-REQUEST NOT = SPACES
                   ADD 1 TO WS-TOTAL-REQUESTS
                   IF WS-ER-COUNT < 100
                       ADD 1 TO WS-ER-COUNT
                       MOVE WS-ER-COUNT TO WS-ER-INDEX
                       PERFORM RESOLVE-REQUEST
                   ELSE
                       DISPLAY 'ZTDB2ERS too many requests, ['
                           ERQ-REQUEST-ID '] not processed this run'
                       MOVE RC-WARNING TO RETURN-CODE
                   END-IF
               END-IF
               READ ERASURE-REQUEST-FILE INTO ERQ-ERASURE-REQUEST
           END-PERFORM

           DISPLAY 'ZTDB2ERS ' WS-ER-COUNT ' erasure request(s)'

           EXIT.

       RESOLVE-REQUEST.

           INITIALIZE WS-ER-ENTRY(WS-ER-INDEX)
           MOVE ERQ-REQUEST-ID TO WS-ER-REQUEST-ID(WS-ER-INDEX)
           MOVE ERQ-KEY TO WS-ER-KEY(WS-ER-INDEX)
           MOVE ERQ-LASTNAME TO WS-ER-LASTNAME(WS-ER-INDEX)
           MOVE ERQ-FIRSTNAME TO WS-ER-FIRSTNAME(WS-ER-INDEX)
           MOVE ERQ-REQUESTED-BY TO WS-ER-REQUESTED-BY(WS-ER-INDEX)
           SET WS-ER-RESOLVED(WS-ER-INDEX) TO TRUE

           IF ERQ-KEY NOT = SPACES
               IF ERQ-LASTNAME = SPACES OR ERQ-FIRSTNAME = SPACES
                   PERFORM FIND-NAME-BY-KEY
               END-IF
           ELSE
               IF ERQ-LASTNAME = SPACES OR ERQ-FIRSTNAME = SPACES
                   SET WS-ER-REFUSED(WS-ER-INDEX) TO TRUE
                   MOVE 'no key, and not both parts of the name'
                       TO WS-ER-REFUSAL(WS-ER-INDEX)
                   PERFORM BUILD-FULL-NAME
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-KEY-BY-NAME
               IF WS-ER-REFUSED(WS-ER-INDEX)
                   PERFORM BUILD-FULL-NAME
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM BUILD-FULL-NAME

           IF WS-ER-KEY(WS-ER-INDEX) NOT = SPACES
               PERFORM VARYING WS-LH-INDEX FROM 1 BY 1
                       UNTIL WS-LH-INDEX > WS-LH-COUNT
                           OR WS-ER-HELD(WS-ER-INDEX)
                   IF WS-LH-AUD-KEY(WS-LH-INDEX)
                           = WS-ER-KEY(WS-ER-INDEX)
                       SET WS-ER-HELD(WS-ER-INDEX) TO TRUE
                       MOVE WS-LH-MATTER(WS-LH-INDEX)
                           TO WS-ER-HOLD-MATTER(WS-ER-INDEX)
                   END-IF
               END-PERFORM
           END-IF

           EXIT.

      ******************************************************************
      * 'FIRST LAST', the form TBZELDA and the waitlist hold names in; *
      * blank unless both parts are known, so a bare surname never     *
      * matches anyone.                                                *
      ******************************************************************
       BUILD-FULL-NAME.

           MOVE SPACES TO WS-ER-FULL-NAME(WS-ER-INDEX)
           EVALUATE TRUE
               WHEN WS-ER-LASTNAME(WS-ER-INDEX) = SPACES
                   CONTINUE
               WHEN WS-ER-FIRSTNAME(WS-ER-INDEX) = SPACES
                   CONTINUE
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-ER-FIRSTNAME(WS-ER-INDEX))
                       ' '
                       FUNCTION TRIM(WS-ER-LASTNAME(WS-ER-INDEX))
                       DELIMITED BY SIZE
                       INTO WS-ER-FULL-NAME(WS-ER-INDEX)
           END-EVALUATE

           EXIT.

      ******************************************************************
      * A key without a name: the name CUSTFILE, or else EMPPHONE,     *
      * holds it under - needed for the name-only stores.              *
      ******************************************************************
       FIND-NAME-BY-KEY.

           MOVE WS-ER-KEY(WS-ER-INDEX) TO FILE-KEY
           READ CUSTFILE
           IF CUSTFILE-FS-OK
               MOVE FILE-LASTNAME TO WS-ER-LASTNAME(WS-ER-INDEX)
               MOVE FILE-FIRSTNAME TO WS-ER-FIRSTNAME(WS-ER-INDEX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ER-KEY(WS-ER-INDEX) TO WS-ERS-KEY
           EXEC SQL
               SELECT EMP_LASTNAME, EMP_FIRSTNAME
                   INTO :WS-ERS-LASTNAME, :WS-ERS-FIRSTNAME
                   FROM EMPPHONE
                   WHERE EMP_KEY = :WS-ERS-KEY
           END-EXEC
           IF SQLCODE = 0
               MOVE WS-ERS-LASTNAME TO WS-ER-LASTNAME(WS-ER-INDEX)
               MOVE WS-ERS-FIRSTNAME TO WS-ER-FIRSTNAME(WS-ER-INDEX)
           END-IF

           EXIT.

      ******************************************************************
      * A name without a key: every CUSTFILE record and EMPPHONE row   *
      * under exactly that name. One key resolves the request; none    *
      * leaves only the name-only stores to search; more than one is   *
      * refused - the wrong person must never be erased.               *
      ******************************************************************
       FIND-KEY-BY-NAME.

           MOVE 0 TO WS-CK-COUNT

           MOVE LOW-VALUES TO FILE-KEY
           START CUSTFILE KEY IS NOT LESS THAN FILE-KEY
           IF CUSTFILE-FS-OK
               READ CUSTFILE NEXT RECORD
               PERFORM UNTIL NOT CUSTFILE-FS-OK
                   IF FILE-KEY NOT = '000000'
                           AND FILE-LASTNAME = ERQ-LASTNAME
                           AND FILE-FIRSTNAME = ERQ-FIRSTNAME
                       MOVE FILE-KEY TO WS-CANDIDATE-KEY
                       PERFORM ADD-CANDIDATE-KEY
                   END-IF
                   READ CUSTFILE NEXT RECORD
               END-PERFORM
           END-IF

           MOVE ERQ-LASTNAME TO WS-ERS-LASTNAME
           MOVE ERQ-FIRSTNAME TO WS-ERS-FIRSTNAME
           MOVE 0 TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                   FROM EMPPHONE
                   WHERE EMP_LASTNAME = :WS-ERS-LASTNAME
                     AND EMP_FIRSTNAME = :WS-ERS-FIRSTNAME
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET WS-ER-REFUSED(WS-ER-INDEX) TO TRUE
               MOVE SQLCODE TO WS-SQLCODE
               STRING 'EMPPHONE name lookup failed, SQLCODE='
                   WS-SQLCODE
                   DELIMITED BY SIZE INTO WS-ER-REFUSAL(WS-ER-INDEX)
               EXIT PARAGRAPH
           END-IF

           IF WS-ROW-COUNT = 1
               EXEC SQL
                   SELECT EMP_KEY INTO :WS-ERS-EMP-KEY
                       FROM EMPPHONE
                       WHERE EMP_LASTNAME = :WS-ERS-LASTNAME
                         AND EMP_FIRSTNAME = :WS-ERS-FIRSTNAME
               END-EXEC
               IF SQLCODE = 0
                   MOVE WS-ERS-EMP-KEY TO WS-CANDIDATE-KEY
                   PERFORM ADD-CANDIDATE-KEY
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-ROW-COUNT > 1
                   SET WS-ER-REFUSED(WS-ER-INDEX) TO TRUE
                   MOVE WS-ROW-COUNT TO WS-EDIT-COUNT
                   STRING 'name on' WS-EDIT-COUNT
                       ' EMPPHONE rows - resubmit with the key'
                       DELIMITED BY SIZE
                       INTO WS-ER-REFUSAL(WS-ER-INDEX)
               WHEN WS-CK-COUNT > 1
                   SET WS-ER-REFUSED(WS-ER-INDEX) TO TRUE
                   MOVE 1 TO WS-REFUSAL-PTR
                   STRING 'name under keys'
                       DELIMITED BY SIZE
                       INTO WS-ER-REFUSAL(WS-ER-INDEX)
                       WITH POINTER WS-REFUSAL-PTR
                   PERFORM VARYING WS-CK-INDEX FROM 1 BY 1
                           UNTIL WS-CK-INDEX > WS-CK-COUNT
                       STRING ' ' WS-CK-KEY(WS-CK-INDEX)
                           DELIMITED BY SIZE
                           INTO WS-ER-REFUSAL(WS-ER-INDEX)
                           WITH POINTER WS-REFUSAL-PTR
                   END-PERFORM
                   STRING ' - resubmit with the key'
                       DELIMITED BY SIZE
                       INTO WS-ER-REFUSAL(WS-ER-INDEX)
                       WITH POINTER WS-REFUSAL-PTR
               WHEN WS-CK-COUNT = 1
                   MOVE WS-CK-KEY(1) TO WS-ER-KEY(WS-ER-INDEX)
               WHEN OTHER
                   SET WS-ER-NAME-ONLY(WS-ER-INDEX) TO TRUE
           END-EVALUATE

           EXIT.

       ADD-CANDIDATE-KEY.

           MOVE 0 TO WS-CK-FOUND-FLAG
           PERFORM VARYING WS-CK-INDEX FROM 1 BY 1
                   UNTIL WS-CK-INDEX > WS-CK-COUNT OR WS-CK-FOUND
               IF WS-CK-KEY(WS-CK-INDEX) = WS-CANDIDATE-KEY
                   SET WS-CK-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-CK-FOUND AND WS-CK-COUNT < 5
               ADD 1 TO WS-CK-COUNT
               MOVE WS-CANDIDATE-KEY TO WS-CK-KEY(WS-CK-COUNT)
           END-IF

           EXIT.

      ******************************************************************
      * The request resolved to WS-LOOKUP-KEY, if any.                 *
      *                                                                *
      * Output: WS-ER-FOUND-FLAG, WS-ER-PICK                           *
      ******************************************************************
       FIND-REQUEST-BY-KEY.

           MOVE 0 TO WS-ER-FOUND-FLAG
           PERFORM VARYING WS-ER-PICK FROM 1 BY 1
                   UNTIL WS-ER-PICK > WS-ER-COUNT OR WS-ER-FOUND
               IF WS-ER-RESOLVED(WS-ER-PICK)
                       AND WS-ER-KEY(WS-ER-PICK) = WS-LOOKUP-KEY
                   SET WS-ER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ER-FOUND
               SUBTRACT 1 FROM WS-ER-PICK
           END-IF

           EXIT.

      ******************************************************************
      * One pass over the audit KSDS. Audit entries are never altered; *
      * each entry for a requested key is counted as held, still in    *
      * its retention tier, or past it and due to ZTPAUDRT.            *
      ******************************************************************
       SCAN-AUDIT-MASTER.

           OPEN INPUT AUDIT-MASTER
           IF AUDIT-MASTER-FS NOT = '00'
               DISPLAY 'ZTDB2ERS error opening AUDKSDS: '
                   AUDIT-MASTER-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-AUDIT-OPEN TO TRUE

           READ AUDIT-MASTER NEXT RECORD
           PERFORM UNTIL AUDIT-MASTER-FS NOT = '00'
               MOVE AMR-AUDIT-DATA TO AUD-TRAIL-RECORD
               MOVE AUD-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-REQUEST-BY-KEY
               IF WS-ER-FOUND AND AUD-KEY NOT = SPACES
                   PERFORM TALLY-AUDIT-ENTRY
               END-IF
               READ AUDIT-MASTER NEXT RECORD
           END-PERFORM

           CLOSE AUDIT-MASTER

           EXIT.

       TALLY-AUDIT-ENTRY.

           IF WS-ER-HELD(WS-ER-PICK)
               ADD 1 TO WS-ER-AUD-HELD(WS-ER-PICK)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DEFAULT-DAYS TO WS-TIER-DAYS
           PERFORM VARYING WS-TR-INDEX FROM 1 BY 1
                   UNTIL WS-TR-INDEX > WS-TR-COUNT
               IF WS-TR-SYSTEM-ID(WS-TR-INDEX) = AUD-SYSTEM-ID
                   MOVE WS-TR-DAYS(WS-TR-INDEX) TO WS-TIER-DAYS
               END-IF
           END-PERFORM

      *-----------------------------------------------------------------
      * An entry with no usable date errs toward keeping it.
      *-----------------------------------------------------------------
           IF AMR-DATE IS NUMERIC
               COMPUTE WS-ENTRY-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(AMR-DATE))
           ELSE
               MOVE WS-RUN-DATE-INT TO WS-ENTRY-DATE-INT
           END-IF
           COMPUTE WS-RETAIN-UNTIL-INT =
               WS-ENTRY-DATE-INT + WS-TIER-DAYS

           IF WS-RETAIN-UNTIL-INT < WS-RUN-DATE-INT
               ADD 1 TO WS-ER-AUD-DUE(WS-ER-PICK)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ER-AUD-KEPT(WS-ER-PICK)
           IF WS-RETAIN-UNTIL-INT > WS-ER-AUD-UNTIL-INT(WS-ER-PICK)
               MOVE WS-RETAIN-UNTIL-INT
                   TO WS-ER-AUD-UNTIL-INT(WS-ER-PICK)
               MOVE AUD-SYSTEM-ID TO WS-ER-AUD-SYSTEM(WS-ER-PICK)
               MOVE WS-TIER-DAYS TO WS-ER-AUD-DAYS(WS-ER-PICK)
           END-IF

           EXIT.

      ******************************************************************
      * One pass over the adopter waitlist, matching entries to each   *
      * person's full name as ZTPDOGWL's drop request will.            *
      ******************************************************************
       SCAN-WAITLIST.

           OPEN INPUT WAITLIST-IN
           IF WAITLIST-IN-STATUS NOT = '00'
               DISPLAY 'ZTDB2ERS no waitlist available: '
                   WAITLIST-IN-STATUS
               EXIT PARAGRAPH
           END-IF
           SET WS-WAITLIST-LOADED TO TRUE

           READ WAITLIST-IN
           PERFORM UNTIL WAITLIST-IN-STATUS > '04'
               IF WLI-ADOPTER-NAME NOT = SPACES
                   PERFORM VARYING WS-ER-PICK FROM 1 BY 1
                           UNTIL WS-ER-PICK > WS-ER-COUNT
                       IF NOT WS-ER-REFUSED(WS-ER-PICK)
                               AND WS-ER-FULL-NAME(WS-ER-PICK)(1:25)
                                   = WLI-ADOPTER-NAME
                           ADD 1 TO WS-ER-WL-COUNT(WS-ER-PICK)
                       END-IF
                   END-PERFORM
               END-IF
               READ WAITLIST-IN
           END-PERFORM

           CLOSE WAITLIST-IN

           EXIT.

      ******************************************************************
      * Copy the test bed's key list forward without the erased keys;  *
      * the next ZTPTSTEX run from TSTKEYO builds a bed without them.  *
      * A key on legal hold stays.                                     *
      ******************************************************************
       PRUNE-TEST-BED-KEYS.

           OPEN INPUT TEST-KEYS-IN
           IF TEST-KEYS-IN-STATUS NOT = '00'
               DISPLAY 'ZTDB2ERS no test-bed key list available: '
                   TEST-KEYS-IN-STATUS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT TEST-KEYS-OUT
           IF TEST-KEYS-OUT-STATUS NOT = '00'
               DISPLAY 'ZTDB2ERS error opening TSTKEYO: '
                   TEST-KEYS-OUT-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               CLOSE TEST-KEYS-IN
               EXIT PARAGRAPH
           END-IF
           SET WS-TEST-KEYS-LOADED TO TRUE

           READ TEST-KEYS-IN
           PERFORM UNTIL TEST-KEYS-IN-STATUS > '04'
               MOVE TKI-KEY TO WS-LOOKUP-KEY
               PERFORM FIND-REQUEST-BY-KEY
               IF WS-ER-FOUND AND TKI-KEY NOT = SPACES
                   ADD 1 TO WS-ER-TB-COUNT(WS-ER-PICK)
               END-IF
               IF WS-ER-FOUND AND TKI-KEY NOT = SPACES
                       AND NOT WS-ER-HELD(WS-ER-PICK)
                   ADD 1 TO WS-TOTAL-KEYS-PRUNED
               ELSE
                   MOVE TEST-KEYS-IN-RECORD TO TEST-KEYS-OUT-RECORD
                   WRITE TEST-KEYS-OUT-RECORD
                   IF TEST-KEYS-OUT-STATUS NOT = '00'
                       DISPLAY 'ZTDB2ERS error writing TSTKEYO: '
                           TEST-KEYS-OUT-STATUS
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   END-IF
               END-IF
               READ TEST-KEYS-IN
           END-PERFORM

           CLOSE TEST-KEYS-IN
           CLOSE TEST-KEYS-OUT

           EXIT.

      ******************************************************************
      * Copy the dormant-customer archive forward with each person's   *
      * archived accounts anonymized as ANONYMIZE-TBZELDA does the     *
      * live rows: the accounts linked to the key on the cross-        *
      * reference, or held under the full name. An account on legal    *
      * hold is copied as it stands. ARCHIVO replaces ARCHIVI when the *
      * JCL rolls it over, exactly as after a ZTDB2ARC run.            *
      ******************************************************************
       ANONYMIZE-ARCHIVE.

           OPEN INPUT ARCHIVE-IN
           IF ARCHIVE-IN-FS NOT = '00'
               DISPLAY 'ZTDB2ERS no archive available: '
                   ARCHIVE-IN-FS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCHIVE-OUT
           IF ARCHIVE-OUT-FS NOT = '00'
               DISPLAY 'ZTDB2ERS error opening ARCHIVO: '
                   ARCHIVE-OUT-FS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               SET WS-ARCHIVE-FAILED TO TRUE
               CLOSE ARCHIVE-IN
               EXIT PARAGRAPH
           END-IF
           SET WS-ARCHIVE-COPIED TO TRUE

           READ ARCHIVE-IN INTO ARV-ARCHIVE-RECORD
           PERFORM UNTIL ARCHIVE-IN-FS > '04'
               PERFORM FIND-REQUEST-BY-ARCHIVE
               IF WS-ER-FOUND
                   ADD 1 TO WS-ER-ARC-COUNT(WS-ER-PICK)
                   IF NOT WS-ER-HELD(WS-ER-PICK)
                       MOVE SPACES TO WS-ERS-ANON-NAME
                       STRING 'ERASED ' WS-ER-REQUEST-ID(WS-ER-PICK)
                           DELIMITED BY SIZE INTO WS-ERS-ANON-NAME
                       MOVE WS-ERS-ANON-NAME TO ARV-CUST-NAME
                       MOVE WS-ERS-ANON-NAME TO ARV-CUST-ADDR
                       ADD 1 TO WS-TOTAL-ARC-ANONYMIZED
                   END-IF
               END-IF
               WRITE ARCHIVE-OUT-RECORD FROM ARV-ARCHIVE-RECORD
               IF ARCHIVE-OUT-FS NOT = '00'
                   DISPLAY 'ZTDB2ERS error writing ARCHIVO: '
                       ARCHIVE-OUT-FS
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   SET WS-ARCHIVE-FAILED TO TRUE
               END-IF
               READ ARCHIVE-IN INTO ARV-ARCHIVE-RECORD
           END-PERFORM

           CLOSE ARCHIVE-IN
           CLOSE ARCHIVE-OUT

           EXIT.

      ******************************************************************
      * Whose archive record is this? The key the account is linked to *
      * on the cross-reference first, then the full name it was        *
      * archived under.                                                *
      ******************************************************************
       FIND-REQUEST-BY-ARCHIVE.

           MOVE 0 TO WS-ER-FOUND-FLAG
           PERFORM VARYING WS-XR-INDEX FROM 1 BY 1
                   UNTIL WS-XR-INDEX > WS-XR-COUNT OR WS-ER-FOUND
               IF WS-XR-ACCOUNT(WS-XR-INDEX) = ARV-ACCOUNT-NUMBER
                       AND WS-XR-FILE-KEY(WS-XR-INDEX) NOT = SPACES
                   MOVE WS-XR-FILE-KEY(WS-XR-INDEX) TO WS-LOOKUP-KEY
                   PERFORM FIND-REQUEST-BY-KEY
               END-IF
           END-PERFORM
           IF WS-ER-FOUND OR ARV-CUST-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ER-PICK FROM 1 BY 1
                   UNTIL WS-ER-PICK > WS-ER-COUNT OR WS-ER-FOUND
               IF NOT WS-ER-REFUSED(WS-ER-PICK)
                       AND WS-ER-FULL-NAME(WS-ER-PICK) NOT = SPACES
                       AND WS-ER-FULL-NAME(WS-ER-PICK)(1:20)
                           = ARV-CUST-NAME
                   SET WS-ER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ER-FOUND
               SUBTRACT 1 FROM WS-ER-PICK
           END-IF

           EXIT.

      ******************************************************************
      * Erase one person, store by store, one certificate line each,   *
      * and certify the outcome.                                       *
      ******************************************************************
       ERASE-ONE-PERSON.

           MOVE 0 TO WS-PERSON-PENDING-FLAG
           MOVE 0 TO WS-PERSON-ERROR-FLAG
           MOVE SPACE TO WS-EMP-STATE
           MOVE WS-ER-KEY(WS-ER-INDEX) TO WS-ERS-KEY

           MOVE WS-ER-REQUEST-ID(WS-ER-INDEX) TO ERC-REQUEST-ID
           MOVE WS-ER-KEY(WS-ER-INDEX) TO ERC-KEY
           MOVE 'PERSON' TO ERC-STORE
           MOVE SPACES TO ERC-ACTION
           MOVE SPACES TO ERC-DETAIL
           STRING WS-ER-LASTNAME(WS-ER-INDEX) ' '
               WS-ER-FIRSTNAME(WS-ER-INDEX)
               ' by ' WS-ER-REQUESTED-BY(WS-ER-INDEX)
               DELIMITED BY SIZE INTO ERC-DETAIL
           PERFORM WRITE-CERTIFICATE-LINE

           IF WS-ER-REFUSED(WS-ER-INDEX)
               MOVE 'CERTIFY' TO ERC-STORE
               MOVE 'REFUSED' TO ERC-ACTION
               MOVE WS-ER-REFUSAL(WS-ER-INDEX) TO ERC-DETAIL
               PERFORM WRITE-CERTIFICATE-LINE
               ADD 1 TO WS-TOTAL-REFUSED
               EXIT PARAGRAPH
           END-IF

           IF WS-ER-HELD(WS-ER-INDEX)
               MOVE 'LEGHOLD' TO ERC-STORE
               MOVE 'HELD' TO ERC-ACTION
               MOVE SPACES TO ERC-DETAIL
               STRING 'key on legal hold: '
                   WS-ER-HOLD-MATTER(WS-ER-INDEX)
                   DELIMITED BY SIZE INTO ERC-DETAIL
               PERFORM WRITE-CERTIFICATE-LINE
           END-IF

           PERFORM ERASE-CUSTFILE-RECORD
           PERFORM ERASE-EMPLOYEE-ROW
           PERFORM ANONYMIZE-HISTORY
           PERFORM ANONYMIZE-TBZELDA
           PERFORM REPORT-ARCHIVE
           PERFORM DROP-WAITLIST-ENTRIES
           PERFORM REPORT-TEST-BED
           PERFORM REPORT-AUDIT-ENTRIES

           EXEC SQL COMMIT END-EXEC

           MOVE 'CERTIFY' TO ERC-STORE
           EVALUATE TRUE
               WHEN WS-PERSON-ERROR
                   MOVE 'ERROR' TO ERC-ACTION
                   MOVE 'not certified - see the errors above'
                       TO ERC-DETAIL
                   ADD 1 TO WS-TOTAL-IN-ERROR
               WHEN WS-ER-HELD(WS-ER-INDEX)
                   MOVE 'HELD' TO ERC-ACTION
                   MOVE 'nothing erased while the legal hold stands'
                       TO ERC-DETAIL
                   ADD 1 TO WS-TOTAL-HELD
               WHEN WS-PERSON-PENDING
                   MOVE 'PENDING' TO ERC-ACTION
                   MOVE 'rerun this request once the requests above '
                       & 'are applied' TO ERC-DETAIL
                   ADD 1 TO WS-TOTAL-PENDING
               WHEN OTHER
                   MOVE 'COMPLETE' TO ERC-ACTION
                   MOVE 'nothing left to erase; retained items above'
                       TO ERC-DETAIL
                   ADD 1 TO WS-TOTAL-COMPLETE
           END-EVALUATE
           PERFORM WRITE-CERTIFICATE-LINE

           EXIT.

      ******************************************************************
      * A tombstone request for ZTPCBAT, unless the record is kept,    *
      * held, or already tombstoned. A tombstoned record is still on   *
      * file, so the request stays PENDING until ZTPCSTPG purges it.   *
      ******************************************************************
       ERASE-CUSTFILE-RECORD.

           MOVE 'CUSTFILE' TO ERC-STORE
           IF WS-ERS-KEY = SPACES
               PERFORM REPORT-NO-KEY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ERS-KEY TO FILE-KEY
           READ CUSTFILE
           EVALUATE TRUE
               WHEN CUSTFILE-FS-NOT-FOUND
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'no CUSTFILE record for this key'
                       TO ERC-DETAIL
               WHEN NOT CUSTFILE-FS-OK
                   MOVE 'ERROR' TO ERC-ACTION
                   MOVE SPACES TO ERC-DETAIL
                   STRING 'read failed, status ' CUSTFILE-FS
                       DELIMITED BY SIZE INTO ERC-DETAIL
                   SET WS-PERSON-ERROR TO TRUE
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               WHEN WS-ER-HELD(WS-ER-INDEX)
                   PERFORM REPORT-LEGAL-HOLD
               WHEN DELETED-YES
                   SET WS-PERSON-PENDING TO TRUE
                   MOVE 'PURGE DUE' TO ERC-ACTION
                   MOVE SPACES TO ERC-DETAIL
                   STRING 'tombstoned ' FILE-DEL-DATE
                       ' - ZTPCSTPG purges it at the tombstone age'
                       DELIMITED BY SIZE INTO ERC-DETAIL
               WHEN KEEP-YES
                   MOVE 'RETAINED' TO ERC-ACTION
                   MOVE 'kept record (FILE-KEEP K) - release it, rerun'
                       TO ERC-DETAIL
               WHEN OTHER
                   MOVE SPACES TO UPD-PHONE-UPDATE-FILE-RECORD
                   MOVE 'D' TO UPD-REQUEST-TYPE
                   MOVE WS-ERS-KEY TO UPD-KEY
                   STRING 'erasure ' WS-ER-REQUEST-ID(WS-ER-INDEX)
                       DELIMITED BY SIZE INTO UPD-MESSAGE
                   MOVE UPD-PHONE-UPDATE-FILE-RECORD
                       TO CUST-ERASE-RECORD
                   WRITE CUST-ERASE-RECORD
                   IF CUST-ERASE-STATUS NOT = '00'
                       DISPLAY 'ZTDB2ERS error writing ERSCBAT: '
                           CUST-ERASE-STATUS
                       MOVE 'ERROR' TO ERC-ACTION
                       MOVE 'tombstone request NOT written'
                           TO ERC-DETAIL
                       SET WS-PERSON-ERROR TO TRUE
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-TOTAL-CUST-REQS
                       SET WS-PERSON-PENDING TO TRUE
                       MOVE 'REQUESTED' TO ERC-ACTION
                       MOVE 'tombstone requested (ERSCBAT) for ZTPCBAT'
                           TO ERC-DETAIL
                   END-IF
           END-EVALUATE
           PERFORM WRITE-CERTIFICATE-LINE

           EXIT.

      ******************************************************************
      * A delete request for ZTDB2PHN, then the typed numbers: they go *
      * with the delete (ZTDB2PHK), or are deleted here when the row   *
      * is already gone.                                               *
      ******************************************************************
       ERASE-EMPLOYEE-ROW.

           MOVE 'EMPPHONE' TO ERC-STORE
           IF WS-ERS-KEY = SPACES
               PERFORM REPORT-NO-KEY
               MOVE 'EMPPHNUM' TO ERC-STORE
               PERFORM REPORT-NO-KEY
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT EMP_KEEP INTO :WS-ERS-EMP-KEEP
                   FROM EMPPHONE
                   WHERE EMP_KEY = :WS-ERS-KEY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   SET WS-EMP-GONE TO TRUE
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'no EMPPHONE row for this key' TO ERC-DETAIL
               WHEN SQLCODE NOT = 0
                   SET WS-EMP-IN-ERROR TO TRUE
                   MOVE 'ERROR' TO ERC-ACTION
                   MOVE SPACES TO ERC-DETAIL
                   MOVE SQLCODE TO WS-SQLCODE
                   STRING 'lookup failed, SQLCODE=' WS-SQLCODE
                       DELIMITED BY SIZE INTO ERC-DETAIL
                   SET WS-PERSON-ERROR TO TRUE
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               WHEN WS-ER-HELD(WS-ER-INDEX)
                   SET WS-EMP-HELD TO TRUE
                   PERFORM REPORT-LEGAL-HOLD
               WHEN WS-ERS-EMP-KEEP = 'K'
                   SET WS-EMP-KEPT TO TRUE
                   MOVE 'RETAINED' TO ERC-ACTION
                   MOVE 'kept row (EMP_KEEP K) - un-keep it, rerun'
                       TO ERC-DETAIL
               WHEN OTHER
                   SET WS-EMP-DELETE-ASKED TO TRUE
                   MOVE SPACES TO UPD-PHONE-UPDATE-FILE-RECORD
                   MOVE 'D' TO UPD-REQUEST-TYPE
                   MOVE WS-ERS-KEY TO UPD-KEY
                   STRING 'erasure ' WS-ER-REQUEST-ID(WS-ER-INDEX)
                       DELIMITED BY SIZE INTO UPD-MESSAGE
                   MOVE UPD-PHONE-UPDATE-FILE-RECORD
                       TO PHONE-ERASE-RECORD
                   WRITE PHONE-ERASE-RECORD
                   IF PHONE-ERASE-STATUS NOT = '00'
                       DISPLAY 'ZTDB2ERS error writing ERSPHUPD: '
                           PHONE-ERASE-STATUS
                       SET WS-EMP-IN-ERROR TO TRUE
                       MOVE 'ERROR' TO ERC-ACTION
                       MOVE 'delete request NOT written'
                           TO ERC-DETAIL
                       SET WS-PERSON-ERROR TO TRUE
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-TOTAL-PHONE-REQS
                       SET WS-PERSON-PENDING TO TRUE
                       MOVE 'REQUESTED' TO ERC-ACTION
                       MOVE 'delete requested (ERSPHUPD), on ZTDB2PHN '
                           & 'approval' TO ERC-DETAIL
                   END-IF
           END-EVALUATE
           PERFORM WRITE-CERTIFICATE-LINE

           MOVE 'EMPPHNUM' TO ERC-STORE
           MOVE 0 TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                   FROM EMPPHNUM
                   WHERE NUM_KEY = :WS-ERS-KEY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM REPORT-SQL-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ERC-DETAIL
           EVALUATE TRUE
               WHEN WS-ROW-COUNT = 0
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'no typed numbers for this key' TO ERC-DETAIL
               WHEN WS-EMP-HELD
                   PERFORM REPORT-LEGAL-HOLD
               WHEN WS-EMP-KEPT
                   MOVE 'RETAINED' TO ERC-ACTION
                   STRING WS-EDIT-COUNT
                       ' typed number(s), kept with the EMPPHONE row'
                       DELIMITED BY SIZE INTO ERC-DETAIL
               WHEN WS-EMP-DELETE-ASKED
                   MOVE 'REQUESTED' TO ERC-ACTION
                   STRING WS-EDIT-COUNT
                       ' typed number(s), ZTDB2PHK retires them after '
                       'the delete'
                       DELIMITED BY SIZE INTO ERC-DETAIL
               WHEN WS-EMP-IN-ERROR
                   MOVE 'ERROR' TO ERC-ACTION
                   STRING WS-EDIT-COUNT
                       ' typed number(s), left until EMPPHONE is '
                       'resolved'
                       DELIMITED BY SIZE INTO ERC-DETAIL
               WHEN OTHER
                   EXEC SQL
                       DELETE FROM EMPPHNUM
                           WHERE NUM_KEY = :WS-ERS-KEY
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       PERFORM REPORT-SQL-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'ERASED' TO ERC-ACTION
                   STRING WS-EDIT-COUNT ' typed number(s) deleted'
                       DELIMITED BY SIZE INTO ERC-DETAIL
           END-EVALUATE
           PERFORM WRITE-CERTIFICATE-LINE

           EXIT.

      ******************************************************************
      * EMPPHHST keeps the change record but not the person: names,    *
      * phone and e-mail are replaced on every row not yet done. The   *
      * before-image of a delete still to be applied is caught when    *
      * the request is rerun.                                          *
      ******************************************************************
       ANONYMIZE-HISTORY.

           MOVE 'EMPPHHST' TO ERC-STORE
           IF WS-ERS-KEY = SPACES
               PERFORM REPORT-NO-KEY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-ROW-COUNT
                   FROM EMPPHHST
                   WHERE HST_KEY = :WS-ERS-KEY
                     AND HST_LASTNAME <> 'ERASED'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM REPORT-SQL-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO ERC-DETAIL
           EVALUATE TRUE
               WHEN WS-ROW-COUNT = 0 AND WS-EMP-DELETE-ASKED
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'none yet - rerun for the delete''s '
                       & 'before-image' TO ERC-DETAIL
               WHEN WS-ROW-COUNT = 0
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'no identifying history rows for this key'
                       TO ERC-DETAIL
               WHEN WS-ER-HELD(WS-ER-INDEX)
                   PERFORM REPORT-LEGAL-HOLD
               WHEN OTHER
                   EXEC SQL
                       UPDATE EMPPHHST
                           SET HST_LASTNAME  = 'ERASED',
                               HST_FIRSTNAME = ' ',
                               HST_PHONE     = '0000000000',
                               HST_EMAIL     = ' '
                           WHERE HST_KEY = :WS-ERS-KEY
                             AND HST_LASTNAME <> 'ERASED'
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                       PERFORM REPORT-SQL-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   ADD WS-ROW-COUNT TO WS-TOTAL-ANONYMIZED
                   MOVE 'ANONYMIZED' TO ERC-ACTION
                   IF WS-EMP-DELETE-ASKED
                       STRING WS-EDIT-COUNT ' row(s); rerun for the '
                           'delete''s before-image'
                           DELIMITED BY SIZE INTO ERC-DETAIL
                   ELSE
                       STRING WS-EDIT-COUNT ' row(s), change dates '
                           'and types kept'
                           DELIMITED BY SIZE INTO ERC-DETAIL
                   END-IF
           END-EVALUATE
           PERFORM WRITE-CERTIFICATE-LINE

           EXIT.

      ******************************************************************
      * TBZELDA keeps the account and its order history but not the    *
      * person: CUST_NAME and CUST_ADDR become 'ERASED' and the        *
      * request id. Accounts come from the cross-reference links for   *
      * the key and from the full name; each link gets a ZTDB2XRF drop *
      * request.                                                       *
      ******************************************************************
       ANONYMIZE-TBZELDA.

           MOVE 'TBZELDA' TO ERC-STORE
           MOVE 0 TO WS-ZA-COUNT

           IF WS-ERS-KEY NOT = SPACES
               PERFORM VARYING WS-XR-INDEX FROM 1 BY 1
                       UNTIL WS-XR-INDEX > WS-XR-COUNT
                   IF WS-XR-FILE-KEY(WS-XR-INDEX) = WS-ERS-KEY
                       MOVE WS-XR-ACCOUNT(WS-XR-INDEX)
                           TO WS-ERS-ACCOUNT
                       PERFORM ADD-PERSON-ACCOUNT
                       MOVE 'X' TO WS-ZA-SOURCE(WS-ZA-INDEX)
                   END-IF
               END-PERFORM
           END-IF

           IF WS-ER-FULL-NAME(WS-ER-INDEX) NOT = SPACES
               MOVE WS-ER-FULL-NAME(WS-ER-INDEX) TO WS-ERS-CUST-NAME
               EXEC SQL OPEN NAMEACCT END-EXEC
               IF SQLCODE NOT = 0
                   PERFORM REPORT-SQL-ERROR
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL
                   FETCH NAMEACCT INTO :WS-ERS-ACCOUNT
               END-EXEC
               PERFORM UNTIL SQLCODE NOT = 0
                   PERFORM ADD-PERSON-ACCOUNT
                   EXEC SQL
                       FETCH NAMEACCT INTO :WS-ERS-ACCOUNT
                   END-EXEC
               END-PERFORM
               IF SQLCODE NOT = 100
                   PERFORM REPORT-SQL-ERROR
                   EXEC SQL CLOSE NAMEACCT END-EXEC
                   EXIT PARAGRAPH
               END-IF
               EXEC SQL CLOSE NAMEACCT END-EXEC
           END-IF

           IF WS-ZA-COUNT = 0
               MOVE 'NOT FOUND' TO ERC-ACTION
               MOVE 'no account linked to the key or under the name'
                   TO ERC-DETAIL
               PERFORM WRITE-CERTIFICATE-LINE
           END-IF

           MOVE SPACES TO WS-ERS-ANON-NAME
           STRING 'ERASED ' WS-ER-REQUEST-ID(WS-ER-INDEX)
               DELIMITED BY SIZE INTO WS-ERS-ANON-NAME

           PERFORM VARYING WS-ZA-INDEX FROM 1 BY 1
                   UNTIL WS-ZA-INDEX > WS-ZA-COUNT
               PERFORM ANONYMIZE-ONE-ACCOUNT
           END-PERFORM

           PERFORM DROP-XREF-LINKS

           EXIT.

       ADD-PERSON-ACCOUNT.

           MOVE 0 TO WS-ZA-FOUND-FLAG
           PERFORM VARYING WS-ZA-INDEX FROM 1 BY 1
                   UNTIL WS-ZA-INDEX > WS-ZA-COUNT OR WS-ZA-FOUND
               IF WS-ZA-ACCOUNT(WS-ZA-INDEX) = WS-ERS-ACCOUNT
                   SET WS-ZA-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ZA-FOUND
               SUBTRACT 1 FROM WS-ZA-INDEX
               EXIT PARAGRAPH
           END-IF

           IF WS-ZA-COUNT >= 20
               DISPLAY 'ZTDB2ERS too many accounts for ['
                   WS-ER-REQUEST-ID(WS-ER-INDEX) '], ' WS-ERS-ACCOUNT
                   ' not handled this run'
               SET WS-PERSON-ERROR TO TRUE
               MOVE WS-ZA-COUNT TO WS-ZA-INDEX
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ZA-COUNT
           MOVE WS-ZA-COUNT TO WS-ZA-INDEX
           MOVE WS-ERS-ACCOUNT TO WS-ZA-ACCOUNT(WS-ZA-INDEX)
           MOVE 'N' TO WS-ZA-SOURCE(WS-ZA-INDEX)

           EXIT.

       ANONYMIZE-ONE-ACCOUNT.

           MOVE 'TBZELDA' TO ERC-STORE
           MOVE WS-ZA-ACCOUNT(WS-ZA-INDEX) TO WS-ERS-ACCOUNT
           MOVE SPACES TO ERC-DETAIL

           IF WS-ER-HELD(WS-ER-INDEX)
               MOVE 'RETAINED' TO ERC-ACTION
               STRING 'account ' WS-ERS-ACCOUNT ' - legal hold: '
                   WS-ER-HOLD-MATTER(WS-ER-INDEX)
                   DELIMITED BY SIZE INTO ERC-DETAIL
               PERFORM WRITE-CERTIFICATE-LINE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE MYUSERID.TBZELDA
                   SET CUST_NAME = :WS-ERS-ANON-NAME,
                       CUST_ADDR = :WS-ERS-ANON-NAME
                   WHERE ACCOUNT_NUMBER = :WS-ERS-ACCOUNT
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   STRING 'account ' WS-ERS-ACCOUNT
                       ' linked but no longer on file'
                       DELIMITED BY SIZE INTO ERC-DETAIL
               WHEN SQLCODE NOT = 0
                   MOVE 'ERROR' TO ERC-ACTION
                   MOVE SQLCODE TO WS-SQLCODE
                   STRING 'account ' WS-ERS-ACCOUNT
                       ' update failed, SQLCODE=' WS-SQLCODE
                       DELIMITED BY SIZE INTO ERC-DETAIL
                   SET WS-PERSON-ERROR TO TRUE
                   MOVE RC-SERIOUS-ERROR TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ANONYMIZED
                   MOVE 'ANONYMIZED' TO ERC-ACTION
                   STRING 'account ' WS-ERS-ACCOUNT
                       ': name and address, orders kept'
                       DELIMITED BY SIZE INTO ERC-DETAIL
           END-EVALUATE
           PERFORM WRITE-CERTIFICATE-LINE

           EXIT.

       DROP-XREF-LINKS.

           MOVE 'XREF' TO ERC-STORE
           MOVE SPACES TO ERC-DETAIL
           IF WS-ERS-KEY = SPACES
               PERFORM REPORT-NO-KEY
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-XR-LOADED
               MOVE 'NOT FOUND' TO ERC-ACTION
               MOVE 'no cross-reference supplied (XREF)' TO ERC-DETAIL
               PERFORM WRITE-CERTIFICATE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ZA-FOUND-FLAG
           PERFORM VARYING WS-ZA-INDEX FROM 1 BY 1
                   UNTIL WS-ZA-INDEX > WS-ZA-COUNT
               IF WS-ZA-FROM-XREF(WS-ZA-INDEX)
                   SET WS-ZA-FOUND TO TRUE
                   PERFORM DROP-ONE-XREF-LINK
               END-IF
           END-PERFORM

           IF NOT WS-ZA-FOUND
               MOVE 'NOT FOUND' TO ERC-ACTION
               MOVE 'no cross-reference link for this key'
                   TO ERC-DETAIL
               PERFORM WRITE-CERTIFICATE-LINE
           END-IF

           EXIT.

       DROP-ONE-XREF-LINK.

           MOVE SPACES TO ERC-DETAIL
           IF WS-ER-HELD(WS-ER-INDEX)
               MOVE 'RETAINED' TO ERC-ACTION
               STRING 'account ' WS-ZA-ACCOUNT(WS-ZA-INDEX)
                   ' - legal hold: ' WS-ER-HOLD-MATTER(WS-ER-INDEX)
                   DELIMITED BY SIZE INTO ERC-DETAIL
               PERFORM WRITE-CERTIFICATE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO XRQ-XREF-REQUEST
           SET XRQ-DROP TO TRUE
           MOVE WS-ZA-ACCOUNT(WS-ZA-INDEX) TO XRQ-ACCOUNT-NUMBER
           MOVE WS-ERS-KEY TO XRQ-FILE-KEY
           MOVE WS-ER-REQUESTED-BY(WS-ER-INDEX) TO XRQ-CLERK
           MOVE XRQ-XREF-REQUEST TO XREF-ERASE-RECORD
           WRITE XREF-ERASE-RECORD
           IF XREF-ERASE-STATUS NOT = '00'
               DISPLAY 'ZTDB2ERS error writing ERSXRFRQ: '
                   XREF-ERASE-STATUS
               MOVE 'ERROR' TO ERC-ACTION
               STRING 'account ' WS-ZA-ACCOUNT(WS-ZA-INDEX)
                   ' link drop NOT written'
                   DELIMITED BY SIZE INTO ERC-DETAIL
               SET WS-PERSON-ERROR TO TRUE
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOTAL-XREF-REQS
               SET WS-PERSON-PENDING TO TRUE
               MOVE 'REQUESTED' TO ERC-ACTION
               STRING 'account ' WS-ZA-ACCOUNT(WS-ZA-INDEX)
                   ' link drop (ERSXRFRQ) for ZTDB2XRF'
                   DELIMITED BY SIZE INTO ERC-DETAIL
           END-IF
           PERFORM WRITE-CERTIFICATE-LINE

           EXIT.

      ******************************************************************
      * What the archive pass did for this person.                     *
      ******************************************************************
       REPORT-ARCHIVE.

           MOVE 'ARCHIVE' TO ERC-STORE
           MOVE SPACES TO ERC-DETAIL
           MOVE WS-ER-ARC-COUNT(WS-ER-INDEX) TO WS-EDIT-COUNT
           EVALUATE TRUE
               WHEN WS-ARCHIVE-FAILED
                   MOVE 'ERROR' TO ERC-ACTION
                   MOVE 'archive NOT copied forward (ARCHIVO)'
                       TO ERC-DETAIL
                   SET WS-PERSON-ERROR TO TRUE
               WHEN WS-ARCHIVE-NONE
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'no archive supplied (ARCHIVI)' TO ERC-DETAIL
               WHEN WS-ER-ARC-COUNT(WS-ER-INDEX) = 0
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'no archived account for the key or name'
                       TO ERC-DETAIL
               WHEN WS-ER-HELD(WS-ER-INDEX)
                   PERFORM REPORT-LEGAL-HOLD
               WHEN OTHER
                   MOVE 'ANONYMIZED' TO ERC-ACTION
                   STRING WS-EDIT-COUNT ' record(s): name and '
                       'address (ARCHIVO), orders kept'
                       DELIMITED BY SIZE INTO ERC-DETAIL
           END-EVALUATE
           PERFORM WRITE-CERTIFICATE-LINE

           EXIT.

      ******************************************************************
      * A drop request for ZTPDOGWL, which drops every waiting entry   *
      * under the name.                                                *
      ******************************************************************
       DROP-WAITLIST-ENTRIES.

           MOVE 'WAITLIST' TO ERC-STORE
           MOVE SPACES TO ERC-DETAIL
           MOVE WS-ER-WL-COUNT(WS-ER-INDEX) TO WS-EDIT-COUNT
           EVALUATE TRUE
               WHEN NOT WS-WAITLIST-LOADED
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'no waitlist supplied (WAITLSTI)'
                       TO ERC-DETAIL
               WHEN WS-ER-FULL-NAME(WS-ER-INDEX) = SPACES
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'no name on file to search the waitlist by'
                       TO ERC-DETAIL
               WHEN WS-ER-WL-COUNT(WS-ER-INDEX) = 0
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'not on the adopter waitlist' TO ERC-DETAIL
               WHEN WS-ER-HELD(WS-ER-INDEX)
                   PERFORM REPORT-LEGAL-HOLD
               WHEN OTHER
                   MOVE SPACES TO WAITLIST-REQUEST-REC
                   MOVE 'D' TO WRQ-ACTION
                   MOVE WS-ER-FULL-NAME(WS-ER-INDEX)
                       TO WRQ-ADOPTER-NAME
                   WRITE WAITLIST-REQUEST-REC
                   IF WAITLIST-ERASE-STATUS NOT = '00'
                       DISPLAY 'ZTDB2ERS error writing ERSWTLRQ: '
                           WAITLIST-ERASE-STATUS
                       MOVE 'ERROR' TO ERC-ACTION
                       MOVE 'drop request NOT written' TO ERC-DETAIL
                       SET WS-PERSON-ERROR TO TRUE
                       MOVE RC-SERIOUS-ERROR TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-TOTAL-WAIT-REQS
                       SET WS-PERSON-PENDING TO TRUE
                       MOVE 'REQUESTED' TO ERC-ACTION
                       STRING WS-EDIT-COUNT ' entr(ies), drop '
                           '(ERSWTLRQ) for ZTPDOGWL'
                           DELIMITED BY SIZE INTO ERC-DETAIL
                   END-IF
           END-EVALUATE
           PERFORM WRITE-CERTIFICATE-LINE

           EXIT.

       REPORT-TEST-BED.

           MOVE 'TESTBED' TO ERC-STORE
           MOVE SPACES TO ERC-DETAIL
           EVALUATE TRUE
               WHEN WS-ERS-KEY = SPACES
                   PERFORM REPORT-NO-KEY
                   EXIT PARAGRAPH
               WHEN NOT WS-TEST-KEYS-LOADED
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'no test-bed key list supplied (TSTKEYI)'
                       TO ERC-DETAIL
               WHEN WS-ER-TB-COUNT(WS-ER-INDEX) = 0
                   MOVE 'NOT FOUND' TO ERC-ACTION
                   MOVE 'key not in the masked test bed' TO ERC-DETAIL
               WHEN WS-ER-HELD(WS-ER-INDEX)
                   PERFORM REPORT-LEGAL-HOLD
               WHEN OTHER
                   SET WS-PERSON-PENDING TO TRUE
                   MOVE 'REQUESTED' TO ERC-ACTION
                   MOVE 'key dropped (TSTKEYO) - rebuild with ZTPTSTEX'
                       TO ERC-DETAIL
           END-EVALUATE
           PERFORM WRITE-CERTIFICATE-LINE

           EXIT.

      ******************************************************************
      * What the audit KSDS keeps for the key, and why.                *
      ******************************************************************
       REPORT-AUDIT-ENTRIES.

           MOVE 'AUDKSDS' TO ERC-STORE
           MOVE SPACES TO ERC-DETAIL
           IF WS-ERS-KEY = SPACES
               PERFORM REPORT-NO-KEY
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-AUDIT-OPEN
               MOVE 'ERROR' TO ERC-ACTION
               MOVE 'audit KSDS could not be read' TO ERC-DETAIL
               SET WS-PERSON-ERROR TO TRUE
               PERFORM WRITE-CERTIFICATE-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-ER-AUD-HELD(WS-ER-INDEX) = 0
                   AND WS-ER-AUD-KEPT(WS-ER-INDEX) = 0
                   AND WS-ER-AUD-DUE(WS-ER-INDEX) = 0
               MOVE 'NOT FOUND' TO ERC-ACTION
               MOVE 'no audit entries for this key' TO ERC-DETAIL
               PERFORM WRITE-CERTIFICATE-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-ER-AUD-HELD(WS-ER-INDEX) > 0
               MOVE 'RETAINED' TO ERC-ACTION
               MOVE WS-ER-AUD-HELD(WS-ER-INDEX) TO WS-EDIT-COUNT
               MOVE SPACES TO ERC-DETAIL
               STRING WS-EDIT-COUNT ' entr(ies), legal hold: '
                   WS-ER-HOLD-MATTER(WS-ER-INDEX)
                   DELIMITED BY SIZE INTO ERC-DETAIL
               PERFORM WRITE-CERTIFICATE-LINE
           END-IF

           IF WS-ER-AUD-KEPT(WS-ER-INDEX) > 0
               MOVE 'RETAINED' TO ERC-ACTION
               MOVE WS-ER-AUD-KEPT(WS-ER-INDEX) TO WS-EDIT-COUNT
               MOVE WS-ER-AUD-DAYS(WS-ER-INDEX) TO WS-EDIT-DAYS
               COMPUTE WS-RETAIN-UNTIL = FUNCTION DATE-OF-INTEGER
                   (WS-ER-AUD-UNTIL-INT(WS-ER-INDEX))
               MOVE SPACES TO ERC-DETAIL
               STRING WS-EDIT-COUNT ' entr(ies) in retention to '
                   WS-RETAIN-UNTIL ' (' WS-ER-AUD-SYSTEM(WS-ER-INDEX)
                   WS-EDIT-DAYS ' days)'
                   DELIMITED BY SIZE INTO ERC-DETAIL
               PERFORM WRITE-CERTIFICATE-LINE
           END-IF

           IF WS-ER-AUD-DUE(WS-ER-INDEX) > 0
               MOVE 'PURGE DUE' TO ERC-ACTION
               MOVE WS-ER-AUD-DUE(WS-ER-INDEX) TO WS-EDIT-COUNT
               MOVE SPACES TO ERC-DETAIL
               STRING WS-EDIT-COUNT ' entr(ies) past retention, '
                   'ZTPAUDRT moves them off'
                   DELIMITED BY SIZE INTO ERC-DETAIL
               PERFORM WRITE-CERTIFICATE-LINE
           END-IF

           EXIT.

       REPORT-NO-KEY.

           MOVE 'NOT FOUND' TO ERC-ACTION
           MOVE 'no key on file for this name' TO ERC-DETAIL
           PERFORM WRITE-CERTIFICATE-LINE

           EXIT.

       REPORT-LEGAL-HOLD.

           MOVE 'RETAINED' TO ERC-ACTION
           MOVE SPACES TO ERC-DETAIL
           STRING 'legal hold: ' WS-ER-HOLD-MATTER(WS-ER-INDEX)
               DELIMITED BY SIZE INTO ERC-DETAIL

           EXIT.

       REPORT-SQL-ERROR.

           MOVE 'ERROR' TO ERC-ACTION
           MOVE SPACES TO ERC-DETAIL
           MOVE SQLCODE TO WS-SQLCODE
           STRING 'SQL failed, SQLCODE=' WS-SQLCODE
               DELIMITED BY SIZE INTO ERC-DETAIL
           PERFORM WRITE-CERTIFICATE-LINE
           SET WS-PERSON-ERROR TO TRUE
           MOVE RC-SERIOUS-ERROR TO RETURN-CODE

           EXIT.

       WRITE-CERTIFICATE-TOTALS.

           MOVE SPACES TO ERC-REQUEST-ID
           MOVE SPACES TO ERC-KEY
           MOVE 'TOTALS' TO ERC-STORE
           MOVE SPACES TO ERC-ACTION
           MOVE SPACES TO ERC-DETAIL
           STRING 'COMPLETE=' WS-TOTAL-COMPLETE
               ' PENDING=' WS-TOTAL-PENDING
               ' HELD=' WS-TOTAL-HELD
               ' REFUSED=' WS-TOTAL-REFUSED
               DELIMITED BY SIZE INTO ERC-DETAIL
           PERFORM WRITE-CERTIFICATE-LINE

           MOVE SPACES TO ERC-DETAIL
           STRING 'IN ERROR=' WS-TOTAL-IN-ERROR
               ' ANONYMIZED=' WS-TOTAL-ANONYMIZED
               ' ARCHIVED=' WS-TOTAL-ARC-ANONYMIZED
               ' TEST KEYS DROPPED=' WS-TOTAL-KEYS-PRUNED
               DELIMITED BY SIZE INTO ERC-DETAIL
           PERFORM WRITE-CERTIFICATE-LINE

           EXIT.

       WRITE-CERTIFICATE-LINE.

           MOVE ERC-CERTIFICATE-LINE TO ERASURE-CERTIFICATE-RECORD
           WRITE ERASURE-CERTIFICATE-RECORD
           IF ERASURE-CERTIFICATE-STATUS NOT = '00'
               DISPLAY 'ZTDB2ERS error writing ERSCERT: '
                   ERASURE-CERTIFICATE-STATUS
               MOVE RC-SERIOUS-ERROR TO RETURN-CODE
           END-IF

           DISPLAY 'ZTDB2ERS ' ERASURE-CERTIFICATE-RECORD(1:100)

           EXIT.
