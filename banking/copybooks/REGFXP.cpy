      ******************************************************************
      * Shared currency position layout - FXPOS.DAT
      * One record per branch and foreign currency, kept by the GL
      * posting step.  FXP-POSITION is the running balance of the
      * currency position account (3100) in that currency, credits
      * less debits, so a long position is positive, and FXP-BASE
      * its base currency value as last revalued on FXP-DATE.  The
      * PREV fields hold both as they stood before FXP-DATE, so a
      * rerun of that date starts from the same figures instead of
      * revaluing twice.
      ******************************************************************
       01 REG-FXPOS.
             02 FXP-KEY.
                  03 FXP-BRANCH   PIC 9(03).
                  03 FXP-CURRENCY PIC X(03).
             02 FXP-DATE          PIC 9(08).
             02 FXP-PREV-POSITION PIC S9(11)V99.
             02 FXP-PREV-BASE     PIC S9(11)V99.
             02 FXP-POSITION      PIC S9(11)V99.
             02 FXP-BASE          PIC S9(11)V99.
