      ******************************************************************
      * Shared balance history layout - BALHIST.DAT
      * One record per account per business date, keyed by account
      * digit plus date, written by the nightly balance history step
      * once the day's postings are in.  A date with no record for
      * the account carries the last balance before it: the account
      * did not exist yet, was closed, or the step did not run.
      * BH-AVAILABLE is the balance less the holds active that day.
      * BH-OD-USED is how far the balance stood below zero; it is
      * always zero for a loan, whose balance is the principal owed.
      ******************************************************************
       01 REG-BALHIST.
             02 BH-KEY.
                  03 BH-DIGIT      PIC 9(09).
                  03 BH-DATE       PIC 9(08).
             02 BH-BALANCE        PIC S9(05)V99.
             02 BH-AVAILABLE      PIC S9(06)V99.
             02 BH-HOLD-TOTAL     PIC 9(06)V99.
             02 BH-OD-USED        PIC 9(05)V99.
             02 BH-OD-LIMIT       PIC 9(05)V99.
             02 BH-ACCT-STATUS    PIC X(01).
             02 BH-ACCT-TYPE      PIC X(01).
