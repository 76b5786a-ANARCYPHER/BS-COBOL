      ******************************************************************
      * Shared account history layout - ACCTHIST.DAT
      * Written only by the retention purge: a long-closed account
      * and the records that went with it, copied as they stood on
      * the day they left the live files.  Keyed by account, then
      * record kind, then the record's own number under the account.
      * AHS-KIND: A the account (PRODUCTS.DAT) - AHS-SEQ zeros /
      *           H a released hold (HOLDS.DAT) - AHS-SEQ the hold
      *             sequence /
      *           O an inactive standing order drawn on the account
      *             (STANDORD.DAT) - AHS-SEQ the order number /
      *           T its matured term deposit (TERMDEP.DAT) - AHS-SEQ
      *             zeros.
      * AHS-ARCHIVED: business date of the purge run.
      * AHS-DATA holds the live record byte for byte; the views
      * below name its fields for each kind.
      ******************************************************************
       01 REG-ACCTHIST.
             02 AHS-KEY.
                  03 AHS-DIGIT       PIC 9(09).
                  03 AHS-KIND        PIC X(01).
                  03 AHS-SEQ         PIC 9(06).
             02 AHS-ARCHIVED        PIC 9(08).
             02 AHS-DATA            PIC X(60).
             02 AHS-ACCOUNT REDEFINES AHS-DATA.
                  03 AHA-DIGIT       PIC 9(09).
                  03 AHA-CUST        PIC 9(06).
                  03 AHA-BALANCE     PIC S9(05)V99.
                  03 AHA-TOTAL       PIC S9(06)V99.
                  03 AHA-STATUS      PIC X(01).
                  03 AHA-OVERDRAFT   PIC 9(05)V99.
                  03 AHA-LAST-ACTIVITY PIC 9(08).
                  03 AHA-TYPE        PIC X(01).
                  03 AHA-DAILY-WDL   PIC 9(05)V99.
                  03 AHA-CURRENCY    PIC X(03).
             02 AHS-HOLD REDEFINES AHS-DATA.
                  03 AHH-DIGIT       PIC 9(09).
                  03 AHH-SEQ         PIC 9(03).
                  03 AHH-AMOUNT      PIC 9(05)V99.
                  03 AHH-REASON      PIC X(30).
                  03 AHH-EXPIRY      PIC 9(08).
                  03 AHH-STATUS      PIC X(01).
             02 AHS-ORDER REDEFINES AHS-DATA.
                  03 AHO-NUMBER      PIC 9(06).
                  03 AHO-FROM-DIGIT  PIC 9(09).
                  03 AHO-TO-DIGIT    PIC 9(09).
                  03 AHO-AMOUNT      PIC 9(05)V99.
                  03 AHO-FREQUENCY   PIC X(01).
                  03 AHO-NEXT-DATE   PIC 9(08).
                  03 AHO-STATUS      PIC X(01).
             02 AHS-TERM REDEFINES AHS-DATA.
                  03 AHT-DIGIT       PIC 9(09).
                  03 AHT-LINKED-DIGIT PIC 9(09).
                  03 AHT-PRINCIPAL   PIC 9(05)V99.
                  03 AHT-RATE        PIC 9V9(04).
                  03 AHT-TERM-MONTHS PIC 9(03).
                  03 AHT-OPEN-DATE   PIC 9(08).
                  03 AHT-MATURITY    PIC 9(08).
                  03 AHT-ROLLOVER    PIC X(01).
                  03 AHT-STATUS      PIC X(01).
