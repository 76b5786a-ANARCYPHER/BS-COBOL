      ******************************************************************
      * Shared cheque register layout - CHEQUES.DAT
      * One record per cheque leaf issued, keyed by account digit
      * plus cheque serial, so a serial never issued to the account
      * simply is not on file.  CHQ-BOOK-FIRST is the first serial
      * of the book the leaf was issued in.
      * CHQ-STATUS: U issued and unused / S payment stopped /
      * P paid.  A stop can only be lifted from S back to U; a paid
      * leaf never changes again.  CHQ-PAID-DATE and
      * CHQ-PAID-AMOUNT are set by the inward clearing step.
      ******************************************************************
       01 REG-CHEQUE.
             02 CHQ-KEY.
                  03 CHQ-DIGIT  PIC 9(09).
                  03 CHQ-SERIAL PIC 9(06).
             02 CHQ-BOOK-FIRST     PIC 9(06).
             02 CHQ-ISSUE-DATE     PIC 9(08).
             02 CHQ-ISSUE-OPERATOR PIC X(08).
             02 CHQ-STATUS         PIC X(01).
             02 CHQ-STOP-DATE      PIC 9(08).
             02 CHQ-STOP-OPERATOR  PIC X(08).
             02 CHQ-STOP-REASON    PIC X(20).
             02 CHQ-PAID-DATE      PIC 9(08).
             02 CHQ-PAID-AMOUNT    PIC 9(05)V99.
