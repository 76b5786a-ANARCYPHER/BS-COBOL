          01 LINKED-LIMIT-W    PIC 9(05)V99 VALUE ZEROS.
          01 LINKED-NEW-W      PIC S9(06)V99 VALUE ZEROS.
          01 LINKED-BALANCE-E  PIC -ZZ.ZZ9,99.
          01 LINKED-CCY-W      PIC X(03) VALUE SPACES.
          01 PRINCIPAL-E       PIC ZZ.ZZ9,99.
          01 PRINCIPAL-W       PIC 9(05)V99 VALUE ZEROS.
          01 RATE-E            PIC 9,9999.
                 MOVE BRANCH-E TO ACK-BRANCH
                 MOVE SERIAL-E TO ACK-SERIAL
                 CALL "ACCT-CHECK" USING ACCT-CHECK-AREA
                 IF ACK-RESULT NOT = 0
                    DISPLAY ACK-MESSAGE AT 2030
                    MOVE 0 TO WS-FL
                 ELSE
                    MOVE ACK-ACCOUNT TO TERM-DIGIT-W
                    MOVE TERM-DIGIT-W TO TERM-DIGIT-E
                    DISPLAY TERM-DIGIT-E AT 0445
                    MOVE TERM-DIGIT-W TO DIGIT
                    READ CLIENTS
                        INVALID KEY
                           MOVE 1 TO WS-FL
                        NOT INVALID KEY
                           DISPLAY "ALREADY on SYSTEM" AT 2030
                           MOVE 0 TO WS-FL
                    END-READ.

       GO-LINKED.
              DISPLAY WS-SPACE AT 2030.
              MOVE LINKED-DIGIT-W TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO LINKED-DIGIT-W
                 MOVE LINKED-DIGIT-W TO DIGIT
                 READ CLIENTS
                     INVALID KEY
                 MOVE BALANCE TO LINKED-BALANCE-OLD-W
                 MOVE CUST-NUMBER-CLI TO LINKED-CUST-W
                 MOVE OVERDRAFT-LIMIT TO LINKED-LIMIT-W
                 MOVE ACCT-CURRENCY TO LINKED-CCY-W
                 MOVE BALANCE TO LINKED-BALANCE-E
                 DISPLAY LINKED-BALANCE-E AT 0734
                 MOVE 1 TO WS-LINK-OK.
                 DISPLAY "TERM DEPOSIT OPENED" AT 2030.

      * ----------------------------- The term account belongs to
      * the same customer as the account that funded it, and is
      * kept in the same currency.
       RECORD-TERM-SIDE.
              MOVE TERM-DIGIT-W   TO DIGIT.
              MOVE LINKED-CUST-W  TO CUST-NUMBER-CLI.
              MOVE DATA-SIS       TO LAST-ACTIVITY.
              MOVE "T"            TO ACCT-TYPE.
              MOVE ZEROS          TO DAILY-WDL-LIMIT.
              MOVE LINKED-CCY-W   TO ACCT-CURRENCY.
              WRITE REG-CLI
                  INVALID KEY
                     DISPLAY "TERM ACCOUNT WRITE ERROR" AT 2030
              OPEN EXTEND JOURNAL-FILE.
              PERFORM GET-JOURNAL-SEQ.
              COMPUTE WS-JRN-AMOUNT = 0 - PRINCIPAL-W.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ        TO JRN-SEQ.
              MOVE LINKED-DIGIT-W    TO JRN-CODE.
              MOVE LINKED-CCY-W      TO JRN-CURRENCY.
              MOVE DATA-SIS          TO JRN-DATA-SIS.
              MOVE WS-TIME-REF       TO JRN-TIME.
              MOVE "TRF"             TO JRN-TYPE.
                 STOP " ".
              PERFORM WRITE-JOURNAL-INDEX.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ        TO JRN-SEQ.
              MOVE TERM-DIGIT-W      TO JRN-CODE.
              MOVE LINKED-CCY-W      TO JRN-CURRENCY.
              MOVE DATA-SIS          TO JRN-DATA-SIS.
              MOVE WS-TIME-REF       TO JRN-TIME.
              MOVE "TRF"             TO JRN-TYPE.
