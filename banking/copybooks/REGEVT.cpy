      ******************************************************************
      * Shared customer event layout - CUSTEVT.DAT
      * One record per alert a customer has asked for, appended as
      * the event happens and sent on by ALERT-SEND.  EVT-KEY names
      * the event once: a rerun of the program that raised it, or of
      * the send step, finds it already on the delivery log.
      * EVT-CODE: WDL debit over the customer's threshold /
      *           LOW balance fell below the customer's floor /
      *           HLD hold placed / SOF standing order failed /
      *           ODR account went overdrawn.
      * EVT-LIMIT: the threshold or floor the event was judged by.
      ******************************************************************
       01 REG-CUSTEVT.
             02 EVT-KEY.
                  03 EVT-DATE    PIC 9(08).
                  03 EVT-ACCOUNT PIC 9(09).
                  03 EVT-CODE    PIC X(03).
                  03 EVT-REF     PIC 9(08).
             02 EVT-TIME         PIC 9(08).
             02 EVT-CUST         PIC 9(06).
             02 EVT-CURRENCY     PIC X(03).
             02 EVT-AMOUNT       PIC S9(07)V99.
             02 EVT-BALANCE      PIC S9(07)V99.
             02 EVT-LIMIT        PIC S9(07)V99.
             02 EVT-SOURCE       PIC X(08).
