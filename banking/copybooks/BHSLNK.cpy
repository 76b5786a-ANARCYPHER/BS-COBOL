      ******************************************************************
      * Linkage for BALANCE-AVERAGE - balance history over a period
      * The caller gives the account and an inclusive date range.
      * Every day in the range is valued at the last history
      * balance on or before it; days before the account's first
      * history record are not counted.  BHS-DAYS is the number of
      * days valued: zero means no history, and the caller falls
      * back to whatever it used before the history existed.
      * BHS-CLOSING, BHS-AVAILABLE and BHS-OD-USED are as at the
      * last day of the range.
      ******************************************************************
       01 BALANCE-AVERAGE-AREA.
             02 BHS-ACCOUNT      PIC 9(09).
             02 BHS-DATE-FROM    PIC 9(08).
             02 BHS-DATE-TO      PIC 9(08).
             02 BHS-DAYS         PIC 9(05).
             02 BHS-AVERAGE      PIC S9(05)V99.
             02 BHS-MINIMUM      PIC S9(05)V99.
             02 BHS-MAXIMUM      PIC S9(05)V99.
             02 BHS-CLOSING      PIC S9(05)V99.
             02 BHS-AVAILABLE    PIC S9(06)V99.
             02 BHS-OD-USED      PIC 9(05)V99.
             02 BHS-ASOF-DATE    PIC 9(08).
