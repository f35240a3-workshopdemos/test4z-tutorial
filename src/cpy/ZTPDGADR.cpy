               88 INP-SPECIES-DOG     VALUE ' ' 'D'.
               88 INP-SPECIES-CAT     VALUE 'C'.
               88 INP-SPECIES-RABBIT  VALUE 'R'.
      *-----------------------------------------------------------------
      * Animal id and outcome, for the shelters that report animals
      * one by one (amount 1) so ZTPDOGRG can keep the animal
      * registry. Blank id: an aggregate count, as before. The
      * outcome is blank or 'A' for an adoption; transfers, returns
      * to owner and other outcomes travel on the same feed but are
      * not adoptions and are left out of the adoption totals.
      *-----------------------------------------------------------------
           05 INP-ANIMAL-ID           PIC X(8).
           05 INP-OUTCOME             PIC X(1).
               88 INP-OUTCOME-ADOPTED VALUE ' ' 'A'.
               88 INP-OUTCOME-TRANSFERRED VALUE 'T'.
               88 INP-OUTCOME-RETURNED VALUE 'R'.
               88 INP-OUTCOME-OTHER   VALUE 'O'.
