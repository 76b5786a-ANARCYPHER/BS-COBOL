
       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY CEVLNK.
         01 ARQST                   PIC X(02).
         01 ARQST-STO               PIC X(02).
         01 ARQST-AUD               PIC X(02).
         01 WS-DATE-INT             PIC 9(08) VALUE ZEROS.
         01 FROM-BALANCE-OLD-W      PIC S9(05)V99.
         01 TO-BALANCE-OLD-W        PIC S9(05)V99.
         01 FROM-CCY-W              PIC X(03) VALUE SPACES.
         01 FROM-CUST-W             PIC 9(06) VALUE ZEROS.
         01 FROM-BALANCE-W          PIC S9(05)V99.
         01 TO-BALANCE-W            PIC S9(05)V99.
         01 FROM-LIMIT-W            PIC 9(05)V99.
       POST-ORDER.
              MOVE 1 TO WS-POST-OK.
              MOVE SPACES TO WS-REASON.
              MOVE ZEROS TO FROM-CUST-W.
              PERFORM CHECK-FROM-SIDE.
              IF WS-POST-OK = 1
                 PERFORM CHECK-TO-SIDE.
                 IF ARQST-STO NOT = "00"
                    PERFORM HOLD-ORDER
                 END-IF
                 MOVE "B" TO CEV-FUNCTION
                 MOVE FROM-BALANCE-W TO CEV-NEW-BALANCE
                 PERFORM RAISE-CUST-EVENT
              ELSE
                 PERFORM IMP-EXCEPTION
                 MOVE "O" TO CEV-FUNCTION
                 MOVE FROM-BALANCE-OLD-W TO CEV-NEW-BALANCE
                 PERFORM RAISE-CUST-EVENT.

      * ----------------------------- The from account's customer
      * hears of a failed order, or of the balance a paid one left,
      * if they asked to.  The order number names the event, so a
      * rerun of the date does not raise it a second time.
       RAISE-CUST-EVENT.
              MOVE SO-FROM-DIGIT      TO CEV-ACCOUNT.
              MOVE FROM-CUST-W        TO CEV-CUST.
              MOVE FROM-CCY-W         TO CEV-CURRENCY.
              MOVE WS-TODAY           TO CEV-DATE.
              MOVE SO-NUMBER          TO CEV-REF.
              MOVE SO-AMOUNT          TO CEV-AMOUNT.
              MOVE FROM-BALANCE-OLD-W TO CEV-OLD-BALANCE.
              MOVE "CLIB"             TO CEV-SOURCE.
              CALL "CUST-EVENT" USING CUST-EVENT-AREA.
              IF CEV-RESULT NOT = 0
                 DISPLAY "CUSTOMER ALERT NOT QUEUED FOR ORDER "
                    SO-NUMBER.

      * ----------------------------- The payment has posted but
      * the order record would not update: retry the rewrite, then
                        MOVE 0 TO WS-POST-OK
                     ELSE
                        MOVE BALANCE TO FROM-BALANCE-OLD-W
                        MOVE CUST-NUMBER-CLI TO FROM-CUST-W
                        MOVE OVERDRAFT-LIMIT TO FROM-LIMIT-W
                        MOVE ACCT-CURRENCY TO FROM-CCY-W
              END-READ.

       CHECK-TO-SIDE.
                     MOVE "TO ACCOUNT NOT ON FILE" TO WS-REASON
                     MOVE 0 TO WS-POST-OK
                  NOT INVALID KEY
                     IF ACCT-STATUS NOT = "O" AND ACCT-STATUS NOT = "W"
                        MOVE "TO ACCOUNT NOT OPEN" TO WS-REASON
                        MOVE 0 TO WS-POST-OK
                     ELSE IF ACCT-CURRENCY NOT = FROM-CCY-W
                        MOVE "ACCOUNT CURRENCIES DIFFER" TO WS-REASON
                        MOVE 0 TO WS-POST-OK
                     ELSE
                        MOVE BALANCE TO TO-BALANCE-OLD-W
              END-READ.
              OPEN EXTEND JOURNAL-FILE.
              PERFORM GET-JOURNAL-SEQ.
              COMPUTE WS-JRN-AMOUNT = 0 - SO-AMOUNT.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ       TO JRN-SEQ.
              MOVE SO-FROM-DIGIT    TO JRN-CODE.
              MOVE FROM-CCY-W       TO JRN-CURRENCY.
              MOVE DATA-SIS         TO JRN-DATA-SIS.
              MOVE WS-TIME-REF      TO JRN-TIME.
              MOVE "TRF"            TO JRN-TYPE.
                 DISPLAY "JOURNAL WRITE ERROR FOR ORDER " SO-NUMBER.
              PERFORM WRITE-JOURNAL-INDEX.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ       TO JRN-SEQ.
              MOVE SO-TO-DIGIT      TO JRN-CODE.
              MOVE FROM-CCY-W       TO JRN-CURRENCY.
              MOVE DATA-SIS         TO JRN-DATA-SIS.
              MOVE WS-TIME-REF      TO JRN-TIME.
              MOVE "TRF"            TO JRN-TYPE.
