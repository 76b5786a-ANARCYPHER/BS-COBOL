              MOVE SO-FROM-W TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO SO-FROM-W
                 PERFORM READ-FROM-ACCOUNT.

       READ-FROM-ACCOUNT.
                 MOVE SO-TO-W TO ACK-ACCOUNT
                 CALL "ACCT-CHECK" USING ACCT-CHECK-AREA
                 IF ACK-RESULT NOT = 0
                    DISPLAY ACK-MESSAGE AT 2030
                    MOVE 0 TO WS-TO-OK
                 ELSE
                    MOVE ACK-ACCOUNT TO SO-TO-W
                    MOVE SO-TO-W TO DIGIT
                    READ CLIENTS
                        INVALID KEY
