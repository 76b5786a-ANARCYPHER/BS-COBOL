       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY ACKLNK.
          COPY CEVLNK.
          01 DIGIT-E          PIC 9(09).
          01 DIGIT-W          PIC 9(09) VALUE ZEROS.
          01 HLD-SEQ-E        PIC 9(03).
              MOVE DIGIT-W TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO DIGIT-W
                 MOVE DIGIT-W TO DIGIT
                 READ CLIENTS
                     INVALID KEY
                     DISPLAY "ERROR OPS" AT 1535
                  NOT INVALID KEY
                     DISPLAY "HOLD PLACED" AT 2030
                     PERFORM RAISE-CUST-EVENT
              END-WRITE.

      * ----------------------------- The account record read when
      * it was keyed is still in the buffer for its customer.
       RAISE-CUST-EVENT.
              MOVE "H"             TO CEV-FUNCTION.
              MOVE DIGIT-W         TO CEV-ACCOUNT.
              MOVE CUST-NUMBER-CLI TO CEV-CUST.
              MOVE ACCT-CURRENCY   TO CEV-CURRENCY.
              MOVE DATA-SIS        TO CEV-DATE.
              MOVE HLD-SEQ         TO CEV-REF.
              MOVE HLD-AMOUNT      TO CEV-AMOUNT.
              MOVE BALANCE         TO CEV-OLD-BALANCE.
              MOVE BALANCE         TO CEV-NEW-BALANCE.
              MOVE "CLIAC"         TO CEV-SOURCE.
              CALL "CUST-EVENT" USING CUST-EVENT-AREA.
              IF CEV-RESULT NOT = 0
                 DISPLAY "CUSTOMER ALERT NOT QUEUED" AT 1535.

       RELEASE-HOLD.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT HLD-SEQ-E AT 0628 WITH PROMPT AUTO.
