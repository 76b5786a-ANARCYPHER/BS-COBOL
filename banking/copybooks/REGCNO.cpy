      ******************************************************************
      * Shared collections note layout - COLNOTE.DAT
      * The history of an account in collections, keyed by account
      * digit plus note number, each signed with the operator and
      * business date.
      * CNO-TYPE: C contact attempt / P promise to pay /
      *           W write-off / S written by the nightly aging step
      *           (queued, promise broken, cleared, recovery).
      ******************************************************************
       01 REG-COLNOTE.
             02 CNO-KEY.
                  03 CNO-DIGIT  PIC 9(09).
                  03 CNO-SEQ    PIC 9(03).
             02 CNO-DATE        PIC 9(08).
             02 CNO-OPERATOR    PIC X(08).
             02 CNO-TYPE        PIC X(01).
             02 CNO-TEXT        PIC X(60).
