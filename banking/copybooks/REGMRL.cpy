      ******************************************************************
      * Shared monitoring rule layout - MONRULE.DAT
      * One record per suspicious-activity rule, keyed by rule code.
      * The nightly monitoring step runs every active rule over the
      * business date's journal; a rule not on file is not run.
      * MR-RULE: STRC cash deposits just under the reporting
      *               threshold across one tax id's accounts -
      *               MR-AMOUNT threshold, MR-PCT width of the band
      *               below it, MR-COUNT deposits that raise it.
      *          DORM large withdrawal soon after a dormant account
      *               is reactivated - MR-AMOUNT smallest withdrawal,
      *               MR-DAYS days since the reactivation.
      *          RTRF transfer in and back out the same day -
      *               MR-AMOUNT smallest transfer in, MR-PCT share of
      *               it sent out again.
      *          VOLM day's movements far above the account's usual
      *               month - MR-AMOUNT smallest day's volume, MR-PCT
      *               day's volume against the usual month, MR-DAYS
      *               days of history the usual month is taken from.
      * MR-ACTIVE: S run the rule / N parked.
      ******************************************************************
       01 REG-MONRULE.
             02 MR-RULE      PIC X(04).
             02 MR-ACTIVE    PIC X(01).
             02 MR-AMOUNT    PIC 9(05)V99.
             02 MR-PCT       PIC 9(03).
             02 MR-COUNT     PIC 9(03).
             02 MR-DAYS      PIC 9(03).
