       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY ACKLNK.
          COPY FXRLNK.
          01 BRANCH-E    PIC 9(03).
          01 SERIAL-E    PIC 9(05).
          01 REG-CLI-E.
          01 WS-CUST-OK             PIC 9(01) VALUE ZEROS.
          01 WS-TYPE-OK             PIC 9(01) VALUE ZEROS.
          01 ACCT-TYPE-W            PIC X(01) VALUE "C".
          01 WS-CCY-OK              PIC 9(01) VALUE ZEROS.
          01 ACCT-CURRENCY-W        PIC X(03) VALUE SPACES.
          01 WS-BAL-OK              PIC 9(01) VALUE ZEROS.
          01 WS-LIMIT-OK            PIC 9(01) VALUE ZEROS.
          01 WS-MAX-BALANCE         PIC 9(05)V99 VALUE 99999,00.
              02 LINE 12 COL 19 VALUE "TOTAL BALANCE:".
              02 LINE 13 COL 19 VALUE "STATUS:".
              02 LINE 9  COL 19 VALUE "TYPE (C/S/B):".
              02 LINE 9  COL 40 VALUE "CURRENCY:".
              02 LINE 14 COL 19 VALUE "OVERDRAFT LIMIT:".
              02 LINE 15 COL 25 VALUE "WARNING:".

                                 WS-FL
                                 WS-CUST-OK
                                 WS-TYPE-OK
                                 WS-CCY-OK
                                 WS-BAL-OK
                                 WS-LIMIT-OK.
              MOVE SPACES TO     ACCT-CURRENCY-W.

      * ----------------------------- New accounts are stamped with
      * the business date off the control file, not the machine
                 MOVE BRANCH-E TO ACK-BRANCH
                 MOVE SERIAL-E TO ACK-SERIAL
                 CALL "ACCT-CHECK" USING ACCT-CHECK-AREA
                 IF ACK-RESULT NOT = 0
                    DISPLAY ACK-MESSAGE AT 2030
                    MOVE 0 TO WS-FL
                 ELSE
                    MOVE ACK-ACCOUNT TO COD-W
                    MOVE COD-W TO COD-E
                    DISPLAY COD-E AT 0445
                    MOVE COD-W TO DIGIT
                    READ CLIENTS
                        INVALID KEY
                           MOVE 1 TO WS-FL
                        NOT INVALID KEY
                           DISPLAY "ALREADY on SYSTEM" AT 2030
                           MOVE 0 TO WS-FL
                    END-READ.

       ENTER-DADOS.
              PERFORM ACCEPT-CUSTOMER UNTIL WS-CUST-OK = 1.
              PERFORM ACCEPT-TYPE UNTIL WS-TYPE-OK = 1.
              PERFORM ACCEPT-CURRENCY UNTIL WS-CCY-OK = 1.
              PERFORM ACCEPT-SALDO UNTIL WS-BAL-OK = 1.
              PERFORM ACCEPT-OVERDRAFT UNTIL WS-LIMIT-OK = 1.

                 DISPLAY "TYPE MUST BE C, S OR B" AT 2030
                 MOVE 0 TO WS-TYPE-OK.

      * ----------------------------- Blank opens the account in
      * the base currency, which the record carries as spaces.  Any
      * other code must already be on the exchange rate table.
       ACCEPT-CURRENCY.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT ACCT-CURRENCY-W AT 0950 WITH PROMPT AUTO.
              INSPECT ACCT-CURRENCY-W CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
              MOVE "K" TO FXR-FUNCTION.
              MOVE ACCT-CURRENCY-W TO FXR-CURRENCY.
              CALL "FX-RATE" USING FX-RATE-AREA.
              IF FXR-RESULT NOT = 0
                 DISPLAY "CURRENCY NOT ON RATE TABLE" AT 2030
                 MOVE 0 TO WS-CCY-OK
              ELSE IF FXR-BASE-FLAG = "S"
                 MOVE SPACES TO ACCT-CURRENCY-W
                 DISPLAY FXR-BASE AT 0950
                 MOVE 1 TO WS-CCY-OK
              ELSE
                 MOVE 1 TO WS-CCY-OK.

       ACCEPT-SALDO.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT SALDO-E    AT 1035 WITH PROMPT AUTO.
              MOVE DATA-SIS         TO LAST-ACTIVITY.
              MOVE ACCT-TYPE-W      TO ACCT-TYPE.
              MOVE ZEROS            TO DAILY-WDL-LIMIT.
              MOVE ACCT-CURRENCY-W  TO ACCT-CURRENCY.
              WRITE REG-CLI
                  INVALID KEY
                     DISPLAY "ERROR OPS" AT 1535
