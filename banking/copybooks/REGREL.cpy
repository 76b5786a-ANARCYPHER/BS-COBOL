      ******************************************************************
      * Shared account relationship layout - ACCTREL.DAT
      * One record per customer standing on an account, keyed by
      * account digit plus customer number.  REG-CLI keeps naming
      * the primary holder in CUST-NUMBER-CLI; an account with no
      * relationship records is a sole account signed by its owner
      * alone.  Adding the first extra customer writes the primary's
      * own record (role P) beside it.
      * REL-ROLE:    P primary / J joint holder / S authorised
      *              signatory / A power of attorney.  P and J own
      *              the account; every role may sign on it.
      * REL-MANDATE: 1 any one signer / 2 any two signers / A all
      *              signers.  It belongs to the account, so every
      *              record of the account carries the same value.
      ******************************************************************
       01 REG-ACCTREL.
             02 REL-KEY.
                  03 REL-DIGIT  PIC 9(09).
                  03 REL-CUST   PIC 9(06).
             02 REL-ROLE        PIC X(01).
             02 REL-MANDATE     PIC X(01).
             02 REL-ADDED-DATE  PIC 9(08).
             02 REL-OPERATOR    PIC X(08).
