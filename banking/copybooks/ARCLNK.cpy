      ******************************************************************
      * Parameter area for the ACCT-ARCHIVE subprogram.
      * ARC-ACCOUNT: the account number asked about.
      * ARC-RESULT:  0 = closed and archived - the fields below are
      *                  its entry on CLOSEIDX.DAT /
      *              1 = not archived (or no index yet).
      ******************************************************************
       01 ACCT-ARCHIVE-AREA.
             02 ARC-ACCOUNT       PIC 9(09).
             02 ARC-RESULT        PIC 9(01).
             02 ARC-CUST          PIC 9(06).
             02 ARC-TYPE          PIC X(01).
             02 ARC-CURRENCY      PIC X(03).
             02 ARC-BALANCE       PIC S9(05)V99.
             02 ARC-CLOSED-DATE   PIC 9(08).
             02 ARC-ARCHIVED-DATE PIC 9(08).
             02 ARC-HOLDS         PIC 9(03).
             02 ARC-ORDERS        PIC 9(03).
             02 ARC-TERMS         PIC 9(01).
