      * One record per account type per effective date, keyed by
      * type + effective date.  The interest batch uses, for each
      * type, the rate with the latest effective date not after the
      * run date.  RT-TYPE: C checking / S savings / B business /
      * W tax withheld from credited interest (not an account type:
      * the interest and maturity batches apply it to every interest
      * credit unless the customer is exempt on CUSTMAST.DAT).
      ******************************************************************
       01 REG-RATE.
             02 RT-KEY.
