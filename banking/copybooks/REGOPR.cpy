      ******************************************************************
      * Shared operator record layout - OPERATOR.DAT
      * One record per branch operator, keyed by operator id.
      * OPR-ROLE: T teller / S supervisor / C compliance analyst /
      *           F treasury (keeps the exchange rate table).
      * OPR-STATUS: A active / I inactive.
      ******************************************************************
       01 REG-OPERATOR.
