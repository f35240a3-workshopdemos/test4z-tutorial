      *-----------------------------------------------------------------
      * Read adoption records and keep running total per breed and
      * per shelter location, honoring the optional date-range PARM.
      * Transfers and other non-adoption outcomes on the feed are for
      * the animal registry only and are not counted here.
      *-----------------------------------------------------------------
           PERFORM READ-ADOPTION
           PERFORM UNTIL ADOPTS-EOF
                IF INP-ADOPTED-DATE >= WS-DATE-RANGE-FROM
                        AND INP-ADOPTED-DATE <= WS-DATE-RANGE-TO
                        AND INP-OUTCOME-ADOPTED
                    SET WS-ACCUM-ADOPTIONS TO TRUE
                    MOVE INP-DOG-BREED TO WS-MATCH-BREED
                    MOVE INP-SHELTER-LOCATION TO WS-MATCH-LOCATION
