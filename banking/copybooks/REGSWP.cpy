      ******************************************************************
      * Shared sweep arrangement layout - SWEEP.DAT
      * One record per primary account, keyed by its account digit,
      * linking it to the sweep account that holds its surplus.
      * Each night the primary is brought back to SW-TARGET: money
      * above the target goes to the sweep account and a shortfall
      * is pulled back from it, both against the balance less any
      * active holds.  A movement smaller than SW-MIN-AMOUNT is not
      * made, and the sweep account is never taken below zero.
      * SW-DIRECTION: B both ways / O out to the sweep account only /
      *               I in from the sweep account only.
      * SW-STATUS:    A active / I inactive.
      * SW-LAST-DATE, SW-LAST-DIR (O or I) and SW-LAST-AMOUNT record
      * the last sweep posted; an arrangement already swept on the
      * business date is not swept again by a rerun.
      ******************************************************************
       01 REG-SWEEP.
             02 SW-PRIMARY     PIC 9(09).
             02 SW-SWEEP       PIC 9(09).
             02 SW-TARGET      PIC 9(05)V99.
             02 SW-MIN-AMOUNT  PIC 9(05)V99.
             02 SW-DIRECTION   PIC X(01).
             02 SW-STATUS      PIC X(01).
             02 SW-LAST-DATE   PIC 9(08).
             02 SW-LAST-DIR    PIC X(01).
             02 SW-LAST-AMOUNT PIC 9(05)V99.
