      ******************************************************************
      * Parameter area for the CUST-EVENT subprogram.
      * CEV-FUNCTION: D a withdrawal or transfer out has posted /
      *               B any other debit has posted /
      *               H a hold has been placed /
      *               O a standing order could not be paid.
      * CEV-CUST:     the account's customer, whose alert
      *               preferences on CUSTMAST.DAT decide which
      *               events are queued.
      * CEV-REF:      the caller's reference for the event - journal
      *               sequence, time reference, hold or order number.
      * CEV-AMOUNT:   the debit, hold or order amount, unsigned.
      * CEV-COUNT:    returned - events queued on CUSTEVT.DAT.
      * CEV-RESULT:   0 = done / 1 = CUSTEVT.DAT could not be written.
      ******************************************************************
       01 CUST-EVENT-AREA.
             02 CEV-FUNCTION    PIC X(01).
             02 CEV-ACCOUNT     PIC 9(09).
             02 CEV-CUST        PIC 9(06).
             02 CEV-CURRENCY    PIC X(03).
             02 CEV-DATE        PIC 9(08).
             02 CEV-REF         PIC 9(08).
             02 CEV-AMOUNT      PIC S9(07)V99.
             02 CEV-OLD-BALANCE PIC S9(07)V99.
             02 CEV-NEW-BALANCE PIC S9(07)V99.
             02 CEV-SOURCE      PIC X(08).
             02 CEV-COUNT       PIC 9(01).
             02 CEV-RESULT      PIC 9(01).
