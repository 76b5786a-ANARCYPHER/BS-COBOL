      ******************************************************************
      * Parameter area for the FX-RATE subprogram.
      * FXR-FUNCTION: R = the rates of FXR-CURRENCY for FXR-DATE /
      *               K = is FXR-CURRENCY known (any rate on file).
      * FXR-RESULT:   0 = good / 1 = no rate for that date /
      *               2 = currency not on the rate table.
      * The base currency (spaces or its code) is always good, at
      * a rate of one, with FXR-BASE-FLAG S; FXR-BASE returns its
      * code on every call.
      ******************************************************************
       01 FX-RATE-AREA.
             02 FXR-FUNCTION  PIC X(01).
             02 FXR-CURRENCY  PIC X(03).
             02 FXR-DATE      PIC 9(08).
             02 FXR-BUY       PIC 9(04)V9(06).
             02 FXR-SELL      PIC 9(04)V9(06).
             02 FXR-MID       PIC 9(04)V9(06).
             02 FXR-RESULT    PIC 9(01).
             02 FXR-BASE-FLAG PIC X(01).
             02 FXR-BASE      PIC X(03).
