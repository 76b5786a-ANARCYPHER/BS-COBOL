      ******************************************************************
      * Shared exchange rate table layout - FXRATE.DAT
      * One record per foreign currency per business date, keyed by
      * currency + date, kept by treasury.  Rates are in units of
      * the base currency per unit of the foreign one: the bank buys
      * the currency from a customer at FX-BUY-RATE and sells it at
      * FX-SELL-RATE; the mid rate between them values the bank's
      * open positions.  The base currency itself has no records.
      ******************************************************************
       01 REG-FXRATE.
             02 FX-KEY.
                  03 FX-CURRENCY  PIC X(03).
                  03 FX-DATE      PIC 9(08).
             02 FX-BUY-RATE       PIC 9(04)V9(06).
             02 FX-SELL-RATE      PIC 9(04)V9(06).
             02 FX-OPERATOR       PIC X(08).
