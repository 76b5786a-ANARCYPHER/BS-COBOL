      ******************************************************************
      * Shared alert layout - ALERTS.DAT
      * One record per monitoring rule hit, keyed by alert number
      * from the ALERT.SEQ control file.  The monitoring step raises
      * the alert open with a copy of the journal entries that
      * triggered it; a compliance analyst works it from the alert
      * queue, adding notes on ALRNOTE.DAT, and closes it.
      * ALR-DIGIT is zeros for a rule that spans a tax id's
      * accounts; each entry carries its own account.
      * ALR-ENTRY-COUNT is every entry that took part - only the
      * first eight are kept on the alert.
      * ALR-STATUS: O open / C cleared / E escalated.  A closed
      * alert carries the closing operator and business date.
      ******************************************************************
       01 REG-ALERT.
             02 ALR-ID          PIC 9(08).
             02 ALR-RULE        PIC X(04).
             02 ALR-DATE        PIC 9(08).
             02 ALR-DIGIT       PIC 9(09).
             02 ALR-CUST        PIC 9(06).
             02 ALR-TAX-ID      PIC X(14).
             02 ALR-AMOUNT      PIC S9(09)V99.
             02 ALR-DETAIL      PIC X(60).
             02 ALR-STATUS      PIC X(01).
             02 ALR-CLOSED-BY   PIC X(08).
             02 ALR-CLOSED-DATE PIC 9(08).
             02 ALR-NOTE-COUNT  PIC 9(03).
             02 ALR-ENTRY-COUNT PIC 9(03).
             02 ALR-ENTRY OCCURS 8 TIMES.
                  03 ALR-E-SEQ    PIC 9(08).
                  03 ALR-E-CODE   PIC 9(09).
                  03 ALR-E-TYPE   PIC X(03).
                  03 ALR-E-AMOUNT PIC S9(05)V99.
