              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-JRX.

              SELECT OPERATOR-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS OPR-ID
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-OPR.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTS LABEL RECORD STANDARD
                VALUE OF FILE-ID IS "JRNIDX.DAT".
          COPY REGJRX.

       FD OPERATOR-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-OPERATOR
                VALUE OF FILE-ID IS "OPERATOR.DAT".
          COPY REGOPR.

       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY ACKLNK.
          COPY MDTLNK.
          COPY FXRLNK.
          COPY CEVLNK.
          COPY KCKLNK.
          01 REG-FROM-W.
                02 FROM-DIGIT-W    PIC 9(09).
                02 FROM-CUST-W     PIC 9(06).
          01 TO-TYPE-SAVE      PIC X(01) VALUE SPACES.
          01 FROM-WLIMIT-SAVE  PIC 9(05)V99 VALUE ZEROS.
          01 TO-WLIMIT-SAVE    PIC 9(05)V99 VALUE ZEROS.
          01 FROM-CCY-SAVE     PIC X(03) VALUE SPACES.
          01 TO-CCY-SAVE       PIC X(03) VALUE SPACES.
          01 FROM-CCY-E        PIC X(03) VALUE SPACES.
          01 TO-CCY-E          PIC X(03) VALUE SPACES.
          01 FROM-BUY-W        PIC 9(04)V9(06) VALUE ZEROS.
          01 TO-SELL-W         PIC 9(04)V9(06) VALUE ZEROS.
          01 CROSS-RATE-W      PIC 9(04)V9(06) VALUE ZEROS.
          01 CROSS-RATE-E      PIC ZZZ9,999999.
          01 BASE-AMOUNT-W     PIC S9(07)V99 VALUE ZEROS.
          01 CREDIT-AMOUNT-W   PIC S9(07)V99 VALUE ZEROS.
          01 CREDIT-AMOUNT-E   PIC ZZ.ZZ9,99.
          01 FROM-DIGIT-E      PIC 9(09).
          01 TO-DIGIT-E        PIC 9(09).
          01 FROM-BALANCE-E    PIC -ZZ.ZZ9,99.
         01 ARQST-HLD PIC X(02).
         01 ARQST-BUS PIC X(02).
         01 ARQST-JRX PIC X(02).
         01 ARQST-OPR PIC X(02).
         01 WS-BUS-STATUS PIC X(01) VALUE SPACES.
         01 WS-HOLD-OPEN  PIC 9(01) VALUE ZEROS.
         01 WS-HOLD-EOF   PIC X(01) VALUE "N".
         01 WS-OPEN-OK PIC 9(01) VALUE ZEROS.
         01 WS-RETRY  PIC X(01) VALUE SPACES.
         01 WS-AMT-OK PIC 9(01) VALUE ZEROS.
         01 WS-FX-OK  PIC 9(01) VALUE ZEROS.
         01 WS-CROSS  PIC 9(01) VALUE ZEROS.
         01 WS-UNDO-OK PIC 9(01) VALUE ZEROS.
         01 WS-MAX-AMOUNT PIC S9(05)V99 VALUE 99999,00.
         01 WS-MAX-BALANCE PIC 9(05)V99 VALUE 99999,00.
         01 WS-KYC-OK         PIC 9(01) VALUE ZEROS.
         01 WS-CHECKER-ID     PIC X(08) VALUE SPACES.
         01 WS-CHECKER-PW     PIC X(08) VALUE SPACES.
         01 WS-CHECKER-OK     PIC 9(01) VALUE ZEROS.
         01 WS-CHECKER-TRIES  PIC 9(01) VALUE ZEROS.
         01 WS-LINE-SPACE     PIC X(40) VALUE SPACES.

       SCREEN SECTION.
         01 MONITOR.
              PERFORM IMP-MONITOR.
              PERFORM GO-FROM-ACCOUNT.
              PERFORM GO-TO-ACCOUNT.
              PERFORM GET-CROSS-RATE.
              IF FROM-TYPE-SAVE = "T" OR TO-TYPE-SAVE = "T"
                 DISPLAY "TERM ACCOUNT - MONEY LOCKED TO MATURITY"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF FROM-TYPE-SAVE = "L" OR TO-TYPE-SAVE = "L"
                 DISPLAY "LOAN ACCOUNT - REPAID FROM ITS LINKED ACCOUNT"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF FROM-STATUS-W = "W"
                 DISPLAY "FROM ACCOUNT WRITTEN OFF - NO DEBITS"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF FROM-STATUS-W NOT = "O"
                 DISPLAY "FROM ACCOUNT NOT OPEN FOR TRANSACTIONS"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF TO-STATUS-W NOT = "O" AND TO-STATUS-W NOT = "W"
                 DISPLAY "TO ACCOUNT NOT OPEN FOR TRANSACTIONS" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF WS-FX-OK NOT = 1
                 DISPLAY "NO EXCHANGE RATE FOR TODAY" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE
                 PERFORM ENTER-AMOUNT
                 PERFORM CAL-NEW-BALANCES
                             AMOUNT-E
                             AMOUNT-W
                             WS-FL
                             WS-AMT-OK
                             WS-FX-OK
                             WS-CROSS.

      * ----------------------------- Every posting is stamped with
      * the business date off the control file, not the machine
              MOVE FROM-DIGIT-W TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO FROM-DIGIT-W
                 IF ACK-MOVED-FROM NOT = ZEROS
                    MOVE FROM-DIGIT-W TO FROM-DIGIT-E
                    DISPLAY FROM-DIGIT-E AT 0438
                 END-IF
                 PERFORM READ-FROM-DIGIT.

       READ-FROM-DIGIT.
                  NOT INVALID KEY
                     MOVE REG-CLI TO REG-FROM-W
                     MOVE ACCT-TYPE TO FROM-TYPE-SAVE
                     MOVE ACCT-CURRENCY TO FROM-CCY-SAVE
                     MOVE DAILY-WDL-LIMIT TO FROM-WLIMIT-SAVE
                     MOVE 1 TO WS-FL
                     MOVE FROM-BALANCE-W TO FROM-BALANCE-OLD-W
              MOVE TO-DIGIT-W TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE IF ACK-ACCOUNT = FROM-DIGIT-W
                 DISPLAY "TO ACCOUNT MUST DIFFER FROM FROM ACCOUNT"
                    AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO TO-DIGIT-W
                 IF ACK-MOVED-FROM NOT = ZEROS
                    MOVE TO-DIGIT-W TO TO-DIGIT-E
                    DISPLAY TO-DIGIT-E AT 0838
                 END-IF
                 MOVE TO-DIGIT-W TO DIGIT
                 READ CLIENTS
                     INVALID KEY
                     NOT INVALID KEY
                        MOVE REG-CLI TO REG-TO-W
                        MOVE ACCT-TYPE TO TO-TYPE-SAVE
                        MOVE ACCT-CURRENCY TO TO-CCY-SAVE
                        MOVE DAILY-WDL-LIMIT TO TO-WLIMIT-SAVE
                        MOVE 1 TO WS-FL
                        MOVE TO-BALANCE-W TO TO-BALANCE-OLD-W
                 IF WS-FL = 2
                    DISPLAY "NO REGISTRY" AT 2030.

      * ----------------------------- Between accounts kept in
      * different currencies the money crosses at the day's rates:
      * the bank buys the from currency at its buy rate and sells
      * the to currency at its sell rate, the base currency standing
      * between the two.  Both rates must be on the table for the
      * business date.
       GET-CROSS-RATE.
              MOVE 1 TO WS-FX-OK.
              MOVE 0 TO WS-CROSS.
              MOVE "R" TO FXR-FUNCTION.
              MOVE DATA-SIS TO FXR-DATE.
              MOVE FROM-CCY-SAVE TO FXR-CURRENCY.
              CALL "FX-RATE" USING FX-RATE-AREA.
              MOVE FXR-BUY TO FROM-BUY-W.
              MOVE FXR-BASE TO FROM-CCY-E.
              IF FXR-BASE-FLAG NOT = "S"
                 MOVE FROM-CCY-SAVE TO FROM-CCY-E.
              IF FXR-RESULT NOT = 0
                 MOVE 0 TO WS-FX-OK.
              MOVE TO-CCY-SAVE TO FXR-CURRENCY.
              CALL "FX-RATE" USING FX-RATE-AREA.
              MOVE FXR-SELL TO TO-SELL-W.
              MOVE FXR-BASE TO TO-CCY-E.
              IF FXR-BASE-FLAG NOT = "S"
                 MOVE TO-CCY-SAVE TO TO-CCY-E.
              IF FXR-RESULT NOT = 0
                 MOVE 0 TO WS-FX-OK.
              DISPLAY FROM-CCY-E AT 0646.
              DISPLAY TO-CCY-E AT 1044.
              IF FROM-CCY-SAVE = TO-CCY-SAVE
                 MOVE 1 TO WS-FX-OK
              ELSE
                 MOVE 1 TO WS-CROSS.
              IF WS-CROSS = 1 AND WS-FX-OK = 1
                 COMPUTE CROSS-RATE-W ROUNDED = FROM-BUY-W / TO-SELL-W
                 MOVE CROSS-RATE-W TO CROSS-RATE-E
                 DISPLAY "RATE:" AT 1319
                 DISPLAY CROSS-RATE-E AT 1325.

       ENTER-AMOUNT.
              PERFORM ACCEPT-AMOUNT UNTIL WS-AMT-OK = 1.

                 MOVE 0 TO WS-AMT-OK
              ELSE
                 MOVE 1 TO WS-AMT-OK.
              DISPLAY FROM-CCY-E AT 1249.

      * ----------------------------- The from side draws against
      * its balance less the active holds, not the raw balance,
      * plus the overdraft limit.
       CAL-NEW-BALANCES.
              PERFORM CAL-CREDIT-AMOUNT.
              COMPUTE FROM-NEW-BALANCE-W = FROM-BALANCE-W - AMOUNT-W.
              COMPUTE TO-NEW-BALANCE-W =
                 TO-BALANCE-W + CREDIT-AMOUNT-W.
              PERFORM CAL-ACTIVE-HOLDS.
              IF CREDIT-AMOUNT-W > WS-MAX-AMOUNT
                 DISPLAY "CREDITED AMOUNT EXCEEDS MAXIMUM ALLOWED"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF FROM-NEW-BALANCE-W < (0 - FROM-LIMIT-W)
                 DISPLAY "INSUFFICIENT FUNDS - OVERDRAFT LIMIT EXCEEDED"
                    AT 2030
                 MOVE "N" TO WS-SAVE
                 DISPLAY "TO BALANCE EXCEEDS MAXIMUM ALLOWED" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE
                 PERFORM CHECK-KYC
                 IF WS-KYC-OK = 1
                    PERFORM CHECK-MANDATE
                 ELSE
                    MOVE "N" TO WS-SAVE
                 END-IF
                 IF WS-SAVE NOT = "N"
                    COMPUTE FROM-BALANCE-W = FROM-NEW-BALANCE-W
                    COMPUTE FROM-TOTAL-W = FROM-BALANCE-W
                    COMPUTE TO-BALANCE-W = TO-NEW-BALANCE-W
                    COMPUTE TO-TOTAL-W = TO-BALANCE-W
                    MOVE FROM-BALANCE-W TO FROM-BALANCE-E
                    MOVE TO-BALANCE-W TO TO-BALANCE-E
                    DISPLAY FROM-BALANCE-E AT 0635
                    DISPLAY TO-BALANCE-E AT 1033.

      * ----------------------------- The amount keyed is in the
      * from account's currency; the to account is credited its
      * value in the to currency, worked through the base amount so
      * both journal legs carry the same base value.
       CAL-CREDIT-AMOUNT.
              IF WS-CROSS = 1
                 COMPUTE BASE-AMOUNT-W ROUNDED = AMOUNT-W * FROM-BUY-W
                 COMPUTE CREDIT-AMOUNT-W ROUNDED =
                    BASE-AMOUNT-W / TO-SELL-W
                 MOVE CREDIT-AMOUNT-W TO CREDIT-AMOUNT-E
                 DISPLAY "CREDITED:" AT 1338
                 DISPLAY CREDIT-AMOUNT-E AT 1348
                 DISPLAY TO-CCY-E AT 1358
              ELSE
                 MOVE AMOUNT-W TO BASE-AMOUNT-W
                 MOVE AMOUNT-W TO CREDIT-AMOUNT-W.

      * ----------------------------- The from account is debited,
      * so the transfer needs the signatures its mandate calls for.
       CHECK-MANDATE.
              MOVE FROM-DIGIT-W TO MDT-ACCOUNT.
              MOVE 17 TO MDT-LINE.
              CALL "MANDATE-CHECK" USING MANDATE-CHECK-AREA.
              IF MDT-RESULT NOT = 0
                 DISPLAY "SIGNING MANDATE NOT MET" AT 2030
                 MOVE "N" TO WS-SAVE.

      * ----------------------------- Money going out is refused
      * while an owner of the from account is restricted for expired
      * identity documents, unless a supervisor stands behind it;
      * the to side is a deposit and is always taken.
       CHECK-KYC.
              MOVE 1 TO WS-KYC-OK.
              MOVE FROM-DIGIT-W TO KCK-ACCOUNT.
              MOVE FROM-CUST-W TO KCK-CUST.
              CALL "KYC-CHECK" USING KYC-CHECK-AREA.
              IF KCK-RESULT NOT = 0
                 DISPLAY "KYC RESTRICTED - CUSTOMER" AT 2119
                 DISPLAY KCK-CUST AT 2145
                 PERFORM OVERRIDE-KYC
                 IF WS-CHECKER-OK = 1
                    DISPLAY "SUPERVISOR OVERRIDE ACCEPTED" AT 2030
                 ELSE
                    MOVE 0 TO WS-KYC-OK.

      * ----------------------------- A supervisor stands behind
      * the override: the signed-on supervisor directly, or one
      * signing off over the teller's shoulder with their own id.
       OVERRIDE-KYC.
              IF SIGNON-OPERATOR-ROLE = "S"
                 MOVE 1 TO WS-CHECKER-OK
              ELSE
                 DISPLAY "SUPERVISOR OVERRIDE REQUIRED" AT 2030
                 MOVE 0 TO WS-CHECKER-OK
                 MOVE 0 TO WS-CHECKER-TRIES
                 OPEN INPUT OPERATOR-FILE
                 IF ARQST-OPR NOT = "00"
                    DISPLAY "OPERATOR FILE UNAVAILABLE" AT 2030
                 ELSE
                    DISPLAY "OVERRIDE ID:" AT 1619
                    DISPLAY "OVERRIDE PASSWORD:" AT 1719
                    PERFORM ACCEPT-CHECKER
                       UNTIL WS-CHECKER-OK = 1 OR WS-CHECKER-TRIES = 3
                    CLOSE OPERATOR-FILE
                    DISPLAY WS-LINE-SPACE AT 1619
                    DISPLAY WS-LINE-SPACE AT 1719
                 END-IF
                 IF WS-CHECKER-OK NOT = 1
                    DISPLAY "OVERRIDE DENIED - NOT PAID" AT 2030.

       ACCEPT-CHECKER.
              DISPLAY WS-SPACE AT 2030.
              ADD 1 TO WS-CHECKER-TRIES.
              MOVE 0 TO WS-CHECKER-OK.
              ACCEPT WS-CHECKER-ID AT 1632 WITH PROMPT AUTO.
              ACCEPT WS-CHECKER-PW AT 1738 WITH PROMPT AUTO SECURE.
              MOVE WS-CHECKER-ID TO OPR-ID.
              READ OPERATOR-FILE
                  INVALID KEY
                     DISPLAY "INVALID SUPERVISOR CREDENTIALS" AT 2030
                  NOT INVALID KEY
                     PERFORM CHECK-CHECKER
              END-READ.

       CHECK-CHECKER.
              IF OPR-PASSWORD NOT = WS-CHECKER-PW
                 DISPLAY "INVALID SUPERVISOR CREDENTIALS" AT 2030
              ELSE IF OPR-STATUS NOT = "A"
                 DISPLAY "SUPERVISOR NOT ACTIVE" AT 2030
              ELSE IF OPR-ROLE NOT = "S"
                 DISPLAY "APPROVER MUST BE SUPERVISOR" AT 2030
              ELSE
                 MOVE 1 TO WS-CHECKER-OK.

      * ----------------------------- Active holds on the from
      * account: status A and not yet past their expiry date (zeros
                 MOVE REG-FROM-W TO REG-CLI
                 MOVE DATA-SIS TO LAST-ACTIVITY
                 MOVE FROM-TYPE-SAVE TO ACCT-TYPE
                 MOVE FROM-CCY-SAVE TO ACCT-CURRENCY
                 MOVE FROM-WLIMIT-SAVE TO DAILY-WDL-LIMIT
                 REWRITE REG-CLI
                 IF ARQST NOT = "00"
              IF WS-SAVE = "S"
                 PERFORM WRITE-AUDIT-PAIR
                 PERFORM WRITE-JOURNAL-PAIR
                 DISPLAY "TRANSFER RECORDED" AT 2030
                 PERFORM RAISE-CUST-EVENT.

      * ----------------------------- Money leaving the from account
      * is a withdrawal to the customer's alert preferences.
       RAISE-CUST-EVENT.
              MOVE "D"                TO CEV-FUNCTION.
              MOVE FROM-DIGIT-W       TO CEV-ACCOUNT.
              MOVE FROM-CUST-W        TO CEV-CUST.
              MOVE FROM-CCY-SAVE      TO CEV-CURRENCY.
              MOVE DATA-SIS           TO CEV-DATE.
              MOVE WS-TIME-REF        TO CEV-REF.
              MOVE AMOUNT-W           TO CEV-AMOUNT.
              MOVE FROM-BALANCE-OLD-W TO CEV-OLD-BALANCE.
              MOVE FROM-BALANCE-W     TO CEV-NEW-BALANCE.
              MOVE "CLIF"             TO CEV-SOURCE.
              CALL "CUST-EVENT" USING CUST-EVENT-AREA.
              IF CEV-RESULT NOT = 0
                 DISPLAY "CUSTOMER ALERT NOT QUEUED" AT 1535.

       RECORD-TO-SIDE.
              MOVE TO-DIGIT-W TO DIGIT.
                 MOVE REG-TO-W TO REG-CLI
                 MOVE DATA-SIS TO LAST-ACTIVITY
                 MOVE TO-TYPE-SAVE TO ACCT-TYPE
                 MOVE TO-CCY-SAVE TO ACCT-CURRENCY
                 MOVE TO-WLIMIT-SAVE TO DAILY-WDL-LIMIT
                 REWRITE REG-CLI
                 IF ARQST NOT = "00"
              OPEN EXTEND JOURNAL-FILE.
              PERFORM GET-JOURNAL-SEQ.
              COMPUTE WS-JRN-AMOUNT = 0 - AMOUNT-W.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ       TO JRN-SEQ.
              MOVE FROM-DIGIT-W     TO JRN-CODE.
              MOVE FROM-CCY-SAVE    TO JRN-CURRENCY.
              MOVE DATA-SIS         TO JRN-DATA-SIS.
              MOVE WS-TIME-REF      TO JRN-TIME.
              MOVE "TRF"            TO JRN-TYPE.
              MOVE "D"              TO JRN-DC.
              MOVE WS-JRN-AMOUNT    TO JRN-AMOUNT.
              MOVE FROM-BALANCE-W   TO JRN-RUN-BALANCE.
              IF WS-CROSS = 1
                 MOVE CROSS-RATE-W     TO JRN-FX-RATE
                 COMPUTE JRN-BASE-AMOUNT = 0 - BASE-AMOUNT-W
                 MOVE TO-CCY-SAVE      TO JRN-CTR-CURRENCY
                 MOVE CREDIT-AMOUNT-W  TO JRN-CTR-AMOUNT.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR" AT 1535
                 STOP " ".
              PERFORM WRITE-JOURNAL-INDEX.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ       TO JRN-SEQ.
              MOVE TO-DIGIT-W       TO JRN-CODE.
              MOVE TO-CCY-SAVE      TO JRN-CURRENCY.
              MOVE DATA-SIS         TO JRN-DATA-SIS.
              MOVE WS-TIME-REF      TO JRN-TIME.
              MOVE "TRF"            TO JRN-TYPE.
              MOVE "C"              TO JRN-DC.
              MOVE CREDIT-AMOUNT-W  TO JRN-AMOUNT.
              MOVE TO-BALANCE-W     TO JRN-RUN-BALANCE.
              IF WS-CROSS = 1
                 MOVE CROSS-RATE-W     TO JRN-FX-RATE
                 MOVE BASE-AMOUNT-W    TO JRN-BASE-AMOUNT
                 MOVE FROM-CCY-SAVE    TO JRN-CTR-CURRENCY
                 MOVE WS-JRN-AMOUNT    TO JRN-CTR-AMOUNT.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR" AT 1535
