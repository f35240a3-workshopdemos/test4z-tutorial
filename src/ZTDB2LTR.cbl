      *                                                               *
      *   &NAME.  the customer's name      &ADDR. the address         *
      *   &ACCT.  the account number       &DATE. the notice date     *
      *   &SHELTER. the shelter name       &SPECIES. the species      *
      *                                                               *
      * The last two come from an optional 'S' supplement record just *
      * ahead of its detail; the shelter system's adoption follow-up  *
      * letters (ZTPDOGFU) use them, and a detail without one leaves  *
      * them blank.                                                   *
      *                                                               *
      * The print-ready letters go to LETTERS, one template copy per  *
      * customer separated by a form-feed line; the extract trailer   *
           05 MXR-RECORD-TYPE          PIC X(1).
               88 MXR-DETAIL           VALUE 'D'.
               88 MXR-TRAILER          VALUE 'T'.
               88 MXR-SUPPLEMENT       VALUE 'S'.
           05 FILLER                   PIC X.
           05 MXR-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X.
           05 FILLER                   PIC X(8).
           05 MXT-RECORD-COUNT         PIC 9(6).
           05 FILLER                   PIC X(64).
       01  MAIL-EXTRACT-SUPPLEMENT REDEFINES MAIL-EXTRACT-RECORD.
           05 MXS-RECORD-TYPE          PIC X(1).
           05 FILLER                   PIC X.
           05 MXS-SHELTER-NAME         PIC X(30).
           05 FILLER                   PIC X.
           05 MXS-SPECIES-NAME         PIC X(10).
           05 FILLER                   PIC X(37).

       FD  FIRST-TEMPLATE-FILE RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
       77  WS-SUBST-TOKEN           PIC X(12).
       77  WS-SUBST-VALUE           PIC X(80).

      *-----------------------------------------------------------------
      * The supplement for the next detail, cleared once it is used.
      *-----------------------------------------------------------------
       77  WS-SUPP-SHELTER-NAME     PIC X(30) VALUE SPACES.
       77  WS-SUPP-SPECIES-NAME     PIC X(10) VALUE SPACES.

       01  WS-LETTER-TOTALS.
           05 WS-TOTAL-DETAILS      PIC 9(6) VALUE 0.
           05 WS-TOTAL-FIRST        PIC 9(6) VALUE 0.
                   WHEN MXR-DETAIL
                       ADD 1 TO WS-TOTAL-DETAILS
                       PERFORM GENERATE-ONE-LETTER
                       MOVE SPACES TO WS-SUPP-SHELTER-NAME
                       MOVE SPACES TO WS-SUPP-SPECIES-NAME
                   WHEN MXR-SUPPLEMENT
                       MOVE MXS-SHELTER-NAME TO WS-SUPP-SHELTER-NAME
                       MOVE MXS-SPECIES-NAME TO WS-SUPP-SPECIES-NAME
                   WHEN MXR-TRAILER
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE MXT-RECORD-COUNT TO WS-TRAILER-COUNT
           MOVE MXR-NOTIF-DATE TO WS-SUBST-VALUE
           PERFORM SUBSTITUTE-TOKEN

           MOVE '&SHELTER.' TO WS-SUBST-TOKEN
           MOVE 9 TO WS-SUBST-TOKEN-LEN
           MOVE WS-SUPP-SHELTER-NAME TO WS-SUBST-VALUE
           PERFORM SUBSTITUTE-TOKEN

           MOVE '&SPECIES.' TO WS-SUBST-TOKEN
           MOVE 9 TO WS-SUBST-TOKEN-LEN
           MOVE WS-SUPP-SPECIES-NAME TO WS-SUBST-VALUE
           PERFORM SUBSTITUTE-TOKEN

           MOVE WS-SUBST-LINE TO LETTER-RECORD
           PERFORM WRITE-LETTER-LINE

