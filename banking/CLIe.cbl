       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY ACKLNK.
          COPY FXRLNK.
          01 REG-CLI-E.
                02 CODE-E     PIC 9(09).
                02 CUST-NUMBER-E PIC ZZZ.ZZ9.
          01 WS-DLIM-OK      PIC 9(01) VALUE ZEROS.
          01 WS-MNT-AMT-E    PIC ZZ.ZZ9,99.
          01 ACCT-TYPE-W2    PIC X(01) VALUE SPACES.
          01 ACCT-CCY-W2     PIC X(03) VALUE SPACES.
          01 WS-TYPE-OK      PIC 9(01) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO PIC 9(04).
              02 LINE 12 COL 19 VALUE "TOTAL COST:".
              02 LINE 13 COL 19 VALUE "STATUS (O/F/C/D):".
              02 LINE 3 COL 19 VALUE "TYPE (C/S/B):".
              02 LINE 3 COL 46 VALUE "CURRENCY:".
              02 LINE 14 COL 19 VALUE "OVERDRAFT LIMIT:".
              02 LINE 14 COL 46 VALUE "DAILY WDL LIM:".
              02 LINE 15 COL 25 VALUE "MESSAGE:".
                 DISPLAY "TERM ACCOUNT - MAINTAINED AT MATURITY ONLY"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ACCT-TYPE-W2 = "L"
                 DISPLAY "LOAN ACCOUNT - MAINTAINED BY REPAYMENTS ONLY"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ACCT-STATUS-W = "C"
                 DISPLAY "ACCOUNT CLOSED - NO CHANGES ALLOWED" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ACCT-STATUS-W = "F"
                 DISPLAY "ACCOUNT FROZEN - NO CHANGES ALLOWED" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ACCT-STATUS-W = "W"
                 DISPLAY "ACCOUNT WRITTEN OFF - NO CHANGES ALLOWED"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ACCT-STATUS-W = "D"
                 AND SIGNON-OPERATOR-ROLE NOT = "S"
                 DISPLAY "DORMANT - SUPERVISOR MUST REACTIVATE" AT 2030
              MOVE CODE-W TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO CODE-W
                 PERFORM READ-CODE.

       READ-CODE.
                     MOVE REG-CLI TO REG-CLI-W
                     MOVE LAST-ACTIVITY TO LAST-ACTIVITY-W
                     MOVE ACCT-TYPE TO ACCT-TYPE-W2
                     MOVE ACCT-CURRENCY TO ACCT-CCY-W2
                     MOVE ACCT-TYPE TO ACCT-TYPE-OLD-W
                     MOVE ACCT-STATUS TO ACCT-STATUS-OLD-W
                     MOVE OVERDRAFT-LIMIT TO OVERDRAFT-LIMIT-OLD-W

       SHOW-DADOS.
           DISPLAY ACCT-TYPE-W2  AT 0333.
      * ----------------------------- The currency is fixed when the
      * account is opened; it is shown here but never edited.
           MOVE "K" TO FXR-FUNCTION.
           MOVE ACCT-CCY-W2 TO FXR-CURRENCY.
           CALL "FX-RATE" USING FX-RATE-AREA.
           IF FXR-BASE-FLAG = "S"
              DISPLAY FXR-BASE AT 0356
           ELSE
              DISPLAY ACCT-CCY-W2 AT 0356.
           DISPLAY CUST-NUMBER-E AT 0532.
           DISPLAY NAME-E        AT 0636.
           DISPLAY AGE-E         AT 0824.
           MOVE REG-CLI-W TO REG-CLI.
      * ----------------------------- Reactivating a dormant account
      * counts as activity, or the dormant review would flag it
      * again the same night.  Closing is the account's last
      * activity: the retention purge counts its years from it.
           IF ACCT-STATUS-OLD-W = "D" AND ACCT-STATUS-W NOT = "D"
              MOVE DATA-SIS TO LAST-ACTIVITY
           ELSE IF ACCT-STATUS-OLD-W NOT = "C" AND ACCT-STATUS-W = "C"
              MOVE DATA-SIS TO LAST-ACTIVITY
           ELSE
              MOVE LAST-ACTIVITY-W TO LAST-ACTIVITY.
           MOVE ACCT-TYPE-W2 TO ACCT-TYPE.
           MOVE ACCT-CCY-W2 TO ACCT-CURRENCY.
           MOVE DAILY-WDL-W TO DAILY-WDL-LIMIT.
           REWRITE REG-CLI.
           IF ARQST NOT = "00"
