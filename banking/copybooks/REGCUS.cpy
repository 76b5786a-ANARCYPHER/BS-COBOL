      * One record per customer, keyed by customer number; accounts
      * on PRODUCTS.DAT point at it through CUST-NUMBER so a person
      * with several accounts is recorded exactly once.
      * CUST-TAX-EXEMPT: S the customer has lodged an exemption and
      * no tax is withheld from their interest / N or spaces tax is
      * withheld at the RATETAB.DAT type W rate.
      * Customer alerts go to CUST-MOBILE by SMS and to CUST-EMAIL by
      * e-mail, whichever are filled in.  Each CUST-ALERT-EVENTS
      * byte is S when the customer wants that event:
      *   WDL a debit over CUST-ALERT-WDL-OVER (zeros: any debit) /
      *   LOW the balance falling below CUST-ALERT-FLOOR /
      *   HOLD a hold placed / ORDER a standing order that failed /
      *   OVERDRAWN the balance going below zero.
      ******************************************************************
       01 REG-CUSTOMER.
             02 CUST-NUMBER      PIC 9(06).
             02 CUST-ADDRESS     PIC X(40).
             02 CUST-PHONE       PIC X(15).
             02 CUST-TAX-ID      PIC X(14).
             02 CUST-TAX-EXEMPT  PIC X(01).
             02 CUST-MOBILE      PIC X(15).
             02 CUST-EMAIL       PIC X(40).
             02 CUST-ALERT-EVENTS.
                  03 CUST-ALERT-WDL       PIC X(01).
                  03 CUST-ALERT-LOW       PIC X(01).
                  03 CUST-ALERT-HOLD      PIC X(01).
                  03 CUST-ALERT-ORDER     PIC X(01).
                  03 CUST-ALERT-OVERDRAWN PIC X(01).
             02 CUST-ALERT-WDL-OVER PIC 9(07)V99.
             02 CUST-ALERT-FLOOR    PIC 9(07)V99.
