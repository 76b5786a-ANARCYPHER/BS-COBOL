              02 BLANK SCREEN.
              02 LINE 2 COL 29 VALUE "BANKING SYSTEM - MAIN MENU".
              02 LINE 4 COL 24 VALUE "OPERATOR:".
              02 LINE 6 COL 3 VALUE "1 - ACCOUNT INQUIRY".
              02 LINE 7 COL 3 VALUE "2 - NEW ACCOUNT".
              02 LINE 8 COL 3 VALUE "3 - EDIT ACCOUNT".
              02 LINE 9 COL 3 VALUE "4 - DEPOSIT / WITHDRAWAL".
              02 LINE 10 COL 3 VALUE "5 - ACCOUNT TRANSFER".
              02 LINE 11 COL 3 VALUE "6 - CUSTOMER STATEMENT".
              02 LINE 12 COL 3 VALUE "7 - CLIENT REPORT".
              02 LINE 13 COL 3 VALUE "8 - EXPORT TO CSV".
              02 LINE 14 COL 3 VALUE "9 - OPERATOR MAINTENANCE".
              02 LINE 6 COL 29 VALUE "A - CUSTOMER MAINTENANCE".
              02 LINE 7 COL 29 VALUE "B - STANDING ORDERS".
              02 LINE 8 COL 29 VALUE "C - AUDIT INQUIRY".
              02 LINE 9 COL 29 VALUE "D - RATE TABLE".
              02 LINE 10 COL 29 VALUE "E - TELLER DRAWER".
              02 LINE 11 COL 29 VALUE "F - FUNDS HOLDS".
              02 LINE 12 COL 29 VALUE "G - FEE SCHEDULE".
              02 LINE 13 COL 29 VALUE "H - TERM DEPOSIT".
              02 LINE 14 COL 29 VALUE "I - MAINT LOG".
              02 LINE 15 COL 29 VALUE "J - REVERSAL".
              02 LINE 16 COL 29 VALUE "K - REPRINT REPORTS".
              02 LINE 6 COL 55 VALUE "L - CHEQUE BOOKS".
              02 LINE 7 COL 55 VALUE "M - LOAN OPENING".
              02 LINE 8 COL 55 VALUE "N - ALERT QUEUE".
              02 LINE 9 COL 55 VALUE "O - MONITORING RULES".
              02 LINE 10 COL 55 VALUE "P - ACCOUNT HOLDERS".
              02 LINE 11 COL 55 VALUE "Q - BALANCE HISTORY".
              02 LINE 12 COL 55 VALUE "R - BRANCH MASTER".
              02 LINE 13 COL 55 VALUE "S - EXCHANGE RATES".
              02 LINE 14 COL 55 VALUE "T - COLLECTIONS".
              02 LINE 15 COL 55 VALUE "U - SWEEPS".
              02 LINE 15 COL 3 VALUE "X - EXIT".
              02 LINE 17 COL 24 VALUE "CHOICE: [ ]".
              02 LINE 19 COL 25 VALUE "MESSAGE:".

                  WHEN "I" CALL "MAINT-INQUIRY"
                  WHEN "J" CALL "TXN-REVERSE"
                  WHEN "K" CALL "REPORT-REPRINT"
                  WHEN "L" CALL "CHEQUE-MAINT"
                  WHEN "M" CALL "LOAN-OPEN"
                  WHEN "N" CALL "ALERT-QUEUE"
                  WHEN "O" CALL "MONITOR-RULES"
                  WHEN "P" CALL "ACCOUNT-HOLDERS"
                  WHEN "Q" CALL "BALANCE-INQUIRY"
                  WHEN "R" CALL "BRANCH-MAINT"
                  WHEN "S" CALL "FX-RATE-MAINT"
                  WHEN "T" CALL "COLLECTIONS"
                  WHEN "U" CALL "SWEEP-MAINT"
                  WHEN "a" CALL "CUSTOMER-MAINT"
                  WHEN "b" CALL "ORDER-MAINT"
                  WHEN "c" CALL "AUDIT-INQUIRY"
                  WHEN "i" CALL "MAINT-INQUIRY"
                  WHEN "j" CALL "TXN-REVERSE"
                  WHEN "k" CALL "REPORT-REPRINT"
                  WHEN "l" CALL "CHEQUE-MAINT"
                  WHEN "m" CALL "LOAN-OPEN"
                  WHEN "n" CALL "ALERT-QUEUE"
                  WHEN "o" CALL "MONITOR-RULES"
                  WHEN "p" CALL "ACCOUNT-HOLDERS"
                  WHEN "q" CALL "BALANCE-INQUIRY"
                  WHEN "r" CALL "BRANCH-MAINT"
                  WHEN "s" CALL "FX-RATE-MAINT"
                  WHEN "t" CALL "COLLECTIONS"
                  WHEN "u" CALL "SWEEP-MAINT"
                  WHEN "X" CONTINUE
                  WHEN "x" MOVE "X" TO WS-CHOICE
                  WHEN OTHER
                     DISPLAY "CHOOSE 1 TO 9, A TO U OR X" AT 1935
                     STOP " "
              END-EVALUATE.

