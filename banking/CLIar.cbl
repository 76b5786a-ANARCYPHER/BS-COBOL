
      * ----------------------------- Fixed-format extract records:
      * H header with the business date, one D per journal entry of
      * the date, in the currency it was booked in, plus the
      * touched account's closing balance, and a T trailer with the
      * detail count and hash totals so the receiving side can
      * prove nothing was lost in transfer.
       FD EXTRACT-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-EXTRACT
                VALUE OF FILE-ID IS WS-EXTRACT-NAME.
                     03 EXT-RUN-BAL  PIC S9(05)V99.
                     03 EXT-CLOSE-BAL PIC S9(05)V99.
                     03 EXT-ACCT-FLAG PIC X(01).
                     03 EXT-CURRENCY PIC X(03).
                     03 FILLER       PIC X(16).
                02 EXT-TRAILER REDEFINES EXT-DATA.
                     03 EXT-T-COUNT    PIC 9(07).
                     03 EXT-T-AMT-HASH PIC S9(11)V99.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY FXRLNK.
          01 WS-EXTRACT-NAME.
                02 FILLER        PIC X(04) VALUE "MOVE".
                02 WS-EXT-DATE   PIC 9(08).
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
         01 WS-BASE-CCY             PIC X(03) VALUE SPACES.
         01 WS-DETAIL-COUNT         PIC 9(07) VALUE ZEROS.
         01 WS-ORPHAN-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-WRITE-ERRORS         PIC 9(05) VALUE ZEROS.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-RUN-DATE.
              MOVE WS-RUN-DATE TO WS-EXT-DATE.
              MOVE "K" TO FXR-FUNCTION.
              MOVE SPACES TO FXR-CURRENCY.
              CALL "FX-RATE" USING FX-RATE-AREA.
              MOVE FXR-BASE TO WS-BASE-CCY.
              PERFORM OPEN-ARQ.
              PERFORM WRITE-HEADER.
              PERFORM READ-JOURNAL.
              MOVE JRN-DC          TO EXT-DC.
              MOVE JRN-AMOUNT      TO EXT-AMOUNT.
              MOVE JRN-RUN-BALANCE TO EXT-RUN-BAL.
              MOVE JRN-CURRENCY    TO EXT-CURRENCY.
              IF EXT-CURRENCY = SPACES
                 MOVE WS-BASE-CCY TO EXT-CURRENCY.
              MOVE JRN-CODE TO DIGIT.
              READ CLIENT
                  INVALID KEY
