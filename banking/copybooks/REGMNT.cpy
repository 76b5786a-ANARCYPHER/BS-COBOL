      * who changed what, from which value to which value, on which
      * business date.  Written beside AUDIT.DAT, which only ever
      * carries balances.
      * MNT-KEY-TYPE: C customer number / A account digit /
      *               B branch code.
      * A brand-new record logs one entry with MNT-FIELD
      * "NEW RECORD" and the customer name in MNT-NEW.
      ******************************************************************
