      ******************************************************************
      * Parameter area for the KYC-CHECK subprogram.
      * KCK-ACCOUNT: the account about to be debited.
      * KCK-CUST:    its primary holder on the way in; on the way
      *              out, the restricted holder when KCK-RESULT is 1.
      * KCK-RESULT:  0 = no owner of the account is restricted /
      *              1 = an owner (the primary, or a joint holder on
      *              ACCTREL.DAT) is restricted on KYC.DAT - the
      *              caller must not pay the debit without a
      *              supervisor.
      ******************************************************************
       01 KYC-CHECK-AREA.
             02 KCK-ACCOUNT  PIC 9(09).
             02 KCK-CUST     PIC 9(06).
             02 KCK-RESULT   PIC 9(01).
