      ******************************************************************
      * Shared closed-account index layout - CLOSEIDX.DAT
      * One record per account the retention purge has taken off
      * PRODUCTS.DAT, keyed by the account number, so the number
      * still answers at the counter and is never issued again.
      * The full records moved are on ACCTHIST.DAT.
      * CLX-CLOSED-DATE:   the account's last activity - the day it
      *                    was closed, for an account closed at the
      *                    edit screen.
      * CLX-ARCHIVED-DATE: business date of the purge run.
      * CLX-BALANCE:       balance when archived; always zero, since
      *                    the purge keeps any account that is not.
      * CLX-HOLDS / CLX-ORDERS / CLX-TERMS: how many released holds,
      *                    inactive standing orders and matured term
      *                    deposits went to ACCTHIST.DAT with it.
      ******************************************************************
       01 REG-CLOSED.
             02 CLX-DIGIT         PIC 9(09).
             02 CLX-CUST          PIC 9(06).
             02 CLX-TYPE          PIC X(01).
             02 CLX-CURRENCY      PIC X(03).
             02 CLX-BALANCE       PIC S9(05)V99.
             02 CLX-CLOSED-DATE   PIC 9(08).
             02 CLX-ARCHIVED-DATE PIC 9(08).
             02 CLX-HOLDS         PIC 9(03).
             02 CLX-ORDERS        PIC 9(03).
             02 CLX-TERMS         PIC 9(01).
