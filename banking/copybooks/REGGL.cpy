      * day whose records reached the file always balances.
      * GL-ACCOUNT: 1000 cash on hand / 2000 customer deposits /
      *             3000 transfer suspense / 4000 fee income /
      *             5000 interest expense / 6000 payments clearing /
      *             7000 loans receivable / 8000 loan interest income /
      *             9000 tax payable / 3100 currency position /
      *             4100 exchange revaluation /
      *             5100 overdraft losses / 4200 loss recoveries.
      * Each currency keeps its own ledger: GL-CURRENCY carries the
      * code (the base currency's too) and each currency's records
      * balance on their own.  Revaluation of the open foreign
      * positions is posted in the base currency.
      ******************************************************************
       01 REG-GLPOST.
             02 GL-DATE         PIC 9(08).
             02 GL-ACCOUNT-NAME PIC X(20).
             02 GL-DC           PIC X(01).
             02 GL-AMOUNT       PIC S9(09)V99.
             02 GL-CURRENCY     PIC X(03).
