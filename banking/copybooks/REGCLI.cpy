      * DAILY-WDL-LIMIT caps the account's cash withdrawals per
      * business date across teller postings; zeros means no cap.
      * A supervisor may override it at the counter.
      * ACCT-CURRENCY is the code of the currency the account is
      * kept in; spaces means the base currency, as for every
      * account opened before foreign currency accounts existed.
      * ACCT-STATUS W marks an overdraft written off to losses: the
      * account takes no debits, and credits reaching it are taken
      * as recovery of the amount charged off (see COLLECT.DAT).
      ******************************************************************
       01 REG-CLI.
             02 DIGIT            PIC 9(09).
             02 LAST-ACTIVITY    PIC 9(08).
             02 ACCT-TYPE        PIC X(01).
             02 DAILY-WDL-LIMIT  PIC 9(05)V99 VALUE ZEROS.
             02 ACCT-CURRENCY    PIC X(03).
