      ******************************************************************
      * Shared loan terms layout - LOANS.DAT
      * One record per loan, keyed by its account digit.  The loan
      * also has a PRODUCTS.DAT record with ACCT-TYPE L whose
      * balance is the principal still owed, carried negative; this
      * record carries the terms.  Loan money only moves through
      * the opening screen and the repayment batch: the tellers
      * refuse type L accounts and the monthly interest batch skips
      * them.
      * LN-RATE is the annual rate; interest is charged monthly on
      * the outstanding principal at one twelfth of it.
      * LN-REPAY-DAY is the day of the month instalments fall due
      * (1 to 28, so every month has one).
      * LN-NEXT-DUE is the oldest instalment not yet collected.
      * LN-STATUS: O open and up to date / A in arrears / P paid
      *            off.  LN-ARREARS-SINCE is the due date of the
      *            first missed instalment and LN-DAYS-PAST-DUE the
      *            days from it to the last repayment run.
      ******************************************************************
       01 REG-LOAN.
             02 LN-DIGIT          PIC 9(09).
             02 LN-LINKED-DIGIT   PIC 9(09).
             02 LN-PRINCIPAL      PIC 9(05)V99.
             02 LN-RATE           PIC 9V9(04).
             02 LN-TERM-MONTHS    PIC 9(03).
             02 LN-REPAY-DAY      PIC 9(02).
             02 LN-INSTALMENT     PIC 9(05)V99.
             02 LN-OUTSTANDING    PIC 9(05)V99.
             02 LN-OPEN-DATE      PIC 9(08).
             02 LN-NEXT-DUE       PIC 9(08).
             02 LN-NEXT-DUE-R REDEFINES LN-NEXT-DUE.
                  03 LN-DUE-ANO PIC 9(04).
                  03 LN-DUE-MES PIC 9(02).
                  03 LN-DUE-DIA PIC 9(02).
             02 LN-PAID-COUNT     PIC 9(03).
             02 LN-STATUS         PIC X(01).
             02 LN-ARREARS-SINCE  PIC 9(08).
             02 LN-DAYS-PAST-DUE  PIC 9(05).
             02 LN-LAST-ATTEMPT   PIC 9(08).
