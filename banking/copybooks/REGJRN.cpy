      * entry has a unique ascending sequence number.
      * JRN-TYPE: DEP deposit / WDL withdrawal / INT interest /
      *           TRF transfer leg / FEE service charge /
      *           REV supervised reversal / CHO overdraft
      *           charged off / RCV recovery of a charge-off /
      *           DPY direct credit or debit off an inbound
      *           payment file / CHQ cheque paid in inward
      *           clearing / LDB loan disbursement leg /
      *           LRP loan instalment taken from the linked
      *           account / LNI instalment interest on the loan /
      *           LNP instalment principal on the loan /
      *           WHT tax withheld from credited interest /
      *           MIG deposit balance moved to a new branch leg /
      *           MLN loan principal moved to a new branch leg.
      * A REV entry carries the reversed entry's JRN-SEQ in
      * JRN-TIME, the way transfer legs share a time reference, so
      * the error and its correction read as a linked pair.
      * JRN-AMOUNT is signed (credits positive, debits negative);
      * JRN-DC repeats the direction as D or C for reports.
      * JRN-CURRENCY is the account's currency (spaces = base) and
      * JRN-AMOUNT is always in it.  A transfer between accounts
      * of different currencies carries on both legs the rate
      * applied (units of the credited currency per unit of the
      * debited one), the base currency value, and the other leg's
      * currency and amount; every other entry has JRN-FX-RATE
      * zeros and the rest of those fields empty.
      ******************************************************************
       01 REG-JOURNAL.
             02 JRN-SEQ         PIC 9(08).
             02 JRN-DC          PIC X(01).
             02 JRN-AMOUNT      PIC S9(05)V99.
             02 JRN-RUN-BALANCE PIC S9(05)V99.
             02 JRN-CURRENCY    PIC X(03).
             02 JRN-FX-RATE     PIC 9(04)V9(06).
             02 JRN-BASE-AMOUNT PIC S9(07)V99.
             02 JRN-CTR-CURRENCY PIC X(03).
             02 JRN-CTR-AMOUNT  PIC S9(05)V99.
