      ******************************************************************
      * Shared account cross-reference layout - ACCTXREF.DAT
      * One record per account moved by the branch migration, keyed
      * by the old account digit.  ACCT-CHECK follows it, so an old
      * number keyed at the counter or quoted on an inbound item
      * still reaches the account under its new number.
      ******************************************************************
       01 REG-XREF.
             02 XRF-OLD-DIGIT   PIC 9(09).
             02 XRF-NEW-DIGIT   PIC 9(09).
             02 XRF-MOVED-DATE  PIC 9(08).
