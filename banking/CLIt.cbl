       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY ACKLNK.
          COPY MDTLNK.
          COPY CEVLNK.
          COPY KCKLNK.
          01 REG-CLI-E.
                02 DIGIT-E    PIC 9(09).
                02 NAME-E     PIC X(30).
                02 OVERDRAFT-LIMIT-W PIC 9(05)V99 VALUE ZEROS.
          01 BALANCE-OLD-W  PIC S9(05)V99.
          01 ACCT-TYPE-SAVE PIC X(01) VALUE SPACES.
          01 ACCT-CCY-SAVE  PIC X(03) VALUE SPACES.
          01 DAILY-WDL-LIMIT-SAVE PIC 9(05)V99 VALUE ZEROS.
          01 AMOUNT-E       PIC -ZZ.ZZ9,99.
          01 AMOUNT-W       PIC S9(05)V99.
         01 WS-CHECKER-PW     PIC X(08) VALUE SPACES.
         01 WS-CHECKER-OK     PIC 9(01) VALUE ZEROS.
         01 WS-CHECKER-TRIES  PIC 9(01) VALUE ZEROS.
         01 WS-KYC-OK         PIC 9(01) VALUE ZEROS.

       SCREEN SECTION.
         01 MONITOR.
                 DISPLAY "TERM ACCOUNT - MONEY LOCKED TO MATURITY"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ACCT-TYPE-SAVE = "L"
                 DISPLAY "LOAN ACCOUNT - REPAID FROM ITS LINKED ACCOUNT"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ACCT-STATUS-W NOT = "O"
                 AND ACCT-STATUS-W NOT = "W"
                 DISPLAY "ACCOUNT NOT OPEN FOR TRANSACTIONS" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE
              MOVE DIGIT-W TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO DIGIT-W
                 IF ACK-MOVED-FROM NOT = ZEROS
                    MOVE DIGIT-W TO DIGIT-E
                    DISPLAY DIGIT-E AT 0438
                 END-IF
                 PERFORM READ-DIGIT.

       READ-DIGIT.
                  NOT INVALID KEY
                     MOVE REG-CLI TO REG-CLI-W
                     MOVE ACCT-TYPE TO ACCT-TYPE-SAVE
                     MOVE ACCT-CURRENCY TO ACCT-CCY-SAVE
                     MOVE DAILY-WDL-LIMIT TO DAILY-WDL-LIMIT-SAVE
                     MOVE 1 TO WS-FL
                     MOVE BALANCE-W TO BALANCE-OLD-W
           DISPLAY NAME-E        AT 0636.
           DISPLAY BALANCE-E     AT 1035.
           DISPLAY ACCT-STATUS-W AT 1327.
           IF ACCT-STATUS-W = "W"
              DISPLAY "WRITTEN OFF - DEPOSITS GO TO RECOVERY" AT 1330.
           DISPLAY OVERDRAFT-LIMIT-E AT 1436.

       ENTER-AMOUNT.
           ELSE IF FUNCTION ABS(AMOUNT-W) > WS-MAX-AMOUNT
              DISPLAY "AMOUNT EXCEEDS MAXIMUM ALLOWED" AT 2030
              MOVE 0 TO WS-AMT-OK
           ELSE IF AMOUNT-W < 0 AND ACCT-STATUS-W = "W"
              DISPLAY "WRITTEN-OFF ACCOUNT - DEPOSITS ONLY" AT 2030
              MOVE 0 TO WS-AMT-OK
           ELSE
              MOVE 1 TO WS-AMT-OK.

              DISPLAY "BALANCE EXCEEDS MAXIMUM ALLOWED" AT 2030
              MOVE "N" TO WS-SAVE
           ELSE
              PERFORM CHECK-KYC
              IF WS-KYC-OK = 1
                 PERFORM CHECK-DAILY-LIMIT
              END-IF
              IF WS-KYC-OK = 0 OR WS-DAY-OK = 0
                 MOVE "N" TO WS-SAVE
              ELSE
                 PERFORM CHECK-MANDATE
              END-IF
              IF WS-SAVE NOT = "N"
                 COMPUTE BALANCE-W = NEW-BALANCE-W
                 COMPUTE TOTAL-W = BALANCE-W
                 MOVE BALANCE-W TO BALANCE-E
                 DISPLAY BALANCE-E AT 1035
                 DISPLAY TOTAL-E   AT 1235.

      * ----------------------------- An owner whose identity
      * documents have run out is restricted by the nightly review:
      * deposits are still taken, but nothing is paid out of their
      * accounts unless a supervisor stands behind it.
       CHECK-KYC.
           MOVE 1 TO WS-KYC-OK.
           IF AMOUNT-W < 0
              MOVE DIGIT-W TO KCK-ACCOUNT
              MOVE CUST-NUMBER-W TO KCK-CUST
              CALL "KYC-CHECK" USING KYC-CHECK-AREA
              IF KCK-RESULT NOT = 0
                 DISPLAY "KYC RESTRICTED - CUSTOMER" AT 1330
                 DISPLAY KCK-CUST AT 1356
                 PERFORM OVERRIDE-LIMIT
                 IF WS-CHECKER-OK = 1
                    DISPLAY "SUPERVISOR OVERRIDE ACCEPTED" AT 2030
                 ELSE
                    MOVE 0 TO WS-KYC-OK.

      * ----------------------------- A withdrawal from a joint or
      * signatory account is only paid when the slip carries the
      * signatures the account's mandate calls for.
       CHECK-MANDATE.
           IF AMOUNT-W < 0
              MOVE DIGIT-W TO MDT-ACCOUNT
              MOVE 18 TO MDT-LINE
              CALL "MANDATE-CHECK" USING MANDATE-CHECK-AREA
              IF MDT-RESULT NOT = 0
                 DISPLAY "SIGNING MANDATE NOT MET - NOT PAID" AT 2030
                 MOVE "N" TO WS-SAVE.

      * ----------------------------- The day's earlier withdrawals
      * already sit in the journal; together with this one they may
      * not pass the account's daily cash limit unless a supervisor
           MOVE REG-CLI-W TO REG-CLI.
           MOVE DATA-SIS TO LAST-ACTIVITY.
           MOVE ACCT-TYPE-SAVE TO ACCT-TYPE.
           MOVE ACCT-CCY-SAVE TO ACCT-CURRENCY.
           MOVE DAILY-WDL-LIMIT-SAVE TO DAILY-WDL-LIMIT.
           REWRITE REG-CLI.
           IF ARQST NOT = "00"
                STOP " ".
           PERFORM WRITE-AUDIT.
           PERFORM WRITE-JOURNAL.
           IF AMOUNT-W < 0
              PERFORM RAISE-CUST-EVENT.

      * ----------------------------- The customer hears about the
      * withdrawal, or the balance it left, if they asked to.
       RAISE-CUST-EVENT.
           MOVE "D"             TO CEV-FUNCTION.
           MOVE DIGIT-W         TO CEV-ACCOUNT.
           MOVE CUST-NUMBER-W   TO CEV-CUST.
           MOVE ACCT-CCY-SAVE   TO CEV-CURRENCY.
           MOVE DATA-SIS        TO CEV-DATE.
           MOVE WS-JRN-SEQ      TO CEV-REF.
           COMPUTE CEV-AMOUNT = 0 - AMOUNT-W.
           MOVE BALANCE-OLD-W   TO CEV-OLD-BALANCE.
           MOVE BALANCE-W       TO CEV-NEW-BALANCE.
           MOVE "CLIT"          TO CEV-SOURCE.
           CALL "CUST-EVENT" USING CUST-EVENT-AREA.
           IF CEV-RESULT NOT = 0
              DISPLAY "CUSTOMER ALERT NOT QUEUED" AT 1535.

       WRITE-AUDIT.
           MOVE DIGIT-W         TO AUD-CODE.
           ELSE
              MOVE "WDL" TO WS-JRN-TYPE
              MOVE "D"   TO WS-JRN-DC.
           INITIALIZE REG-JOURNAL.
           MOVE WS-JRN-SEQ      TO JRN-SEQ.
           MOVE DIGIT-W         TO JRN-CODE.
           MOVE ACCT-CCY-SAVE   TO JRN-CURRENCY.
           MOVE DATA-SIS        TO JRN-DATA-SIS.
           MOVE WS-JRN-TIME     TO JRN-TIME.
           MOVE WS-JRN-TYPE     TO JRN-TYPE.
