      *                                                                *
      * The request types found in the PHUPDATE data set are           *
      * (D)elete, (U)pdate, (C)reate, (K)eep, un-keep (R),             *
      * (T)ransfer, add-(N)umber, remove-number (X), set-(M)anager,    *
      * and (S)earch.                                                  *
      * These are similar to the standard database CRUD operations,    *
      * but with some variation to better demonstrate unit test        *
      * validation. The mer(G)e and re(V)ive types below never appear  *
      * being applied, and re-examined on each later run until its     *
      * date arrives. Anything else in UPD-MESSAGE is free-form, as    *
      * before.                                                        *
      *                                                                *
      * A set-manager ('M') request names the employee's manager as    *
      * the leading text of UPD-MESSAGE, 'MGR=nnnnnn'; 'MGR=' with a   *
      * blank key clears the manager (the employee becomes a root of   *
      * the reporting tree).                                           *
      ******************************************************************
       01  UPD-PHONE-UPDATE-FILE-RECORD.
           05 UPD-REQUIRED-FIELDS.
                  88 UPD-REVIVE     VALUE 'V'.
                  88 UPD-ADD-NUMBER VALUE 'N'.
                  88 UPD-REM-NUMBER VALUE 'X'.
                  88 UPD-SET-MANAGER VALUE 'M'.
                  88 UPD-SEARCH     VALUE 'S'.
               10 UPD-KEY           PIC X(6).
               10 UPD-MESSAGE       PIC X(40).
