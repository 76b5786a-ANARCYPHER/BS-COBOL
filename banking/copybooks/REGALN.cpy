      ******************************************************************
      * Shared alert note layout - ALRNOTE.DAT
      * The analyst's working notes on an alert, keyed by alert
      * number plus note number, each signed with the operator and
      * business date.  Closing an alert writes a last note with
      * the outcome.
      ******************************************************************
       01 REG-ALRNOTE.
             02 ALN-KEY.
                  03 ALN-ALERT  PIC 9(08).
                  03 ALN-SEQ    PIC 9(03).
             02 ALN-DATE        PIC 9(08).
             02 ALN-OPERATOR    PIC X(08).
             02 ALN-TEXT        PIC X(60).
