                       IN-TYPE-X.

      * ----------------------------- The same rules the CLIi screen
      * enforces: good check digit in an open branch and not a
      * number retired by a branch merger, no duplicate, customer on
      * the master (identity is validated there), balance and
      * overdraft inside the house limits, known type.
       VALIDATE-LINE.
              IF FUNCTION TEST-NUMVAL(IN-DIGIT-X) NOT = 0
                 OR FUNCTION NUMVAL(IN-DIGIT-X) = 0
                 MOVE "V" TO ACK-FUNCTION
                 MOVE IN-DIGIT-W TO ACK-ACCOUNT
                 CALL "ACCT-CHECK" USING ACCT-CHECK-AREA
                 IF ACK-RESULT = 1
                    MOVE 02 TO WS-REASON-CODE
                    MOVE "CHECK DIGIT WRONG" TO WS-REASON-TEXT
                    MOVE 0 TO WS-LINE-OK
                 ELSE IF ACK-RESULT NOT = 0
                    MOVE 10 TO WS-REASON-CODE
                    MOVE ACK-MESSAGE TO WS-REASON-TEXT
                    MOVE 0 TO WS-LINE-OK
                 ELSE IF ACK-MOVED-FROM NOT = ZEROS
                    MOVE 10 TO WS-REASON-CODE
                    MOVE "ACCOUNT NUMBER RETIRED" TO WS-REASON-TEXT
                    MOVE 0 TO WS-LINE-OK
                 ELSE IF ACK-ARCHIVED = 1
                    MOVE 10 TO WS-REASON-CODE
                    MOVE "ACCOUNT NUMBER ARCHIVED" TO WS-REASON-TEXT
                    MOVE 0 TO WS-LINE-OK.
              IF WS-LINE-OK = 1
                 MOVE IN-DIGIT-W TO DIGIT
              MOVE DATA-SIS       TO LAST-ACTIVITY.
              MOVE IN-TYPE-X      TO ACCT-TYPE.
              MOVE ZEROS          TO DAILY-WDL-LIMIT.
              MOVE SPACES         TO ACCT-CURRENCY.
              WRITE REG-CLI
                  INVALID KEY
                     MOVE 03 TO WS-REASON-CODE
