              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-JRX.

              SELECT RATE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS RT-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-RAT.

              SELECT CUSTOMER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CUST-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
                VALUE OF FILE-ID IS "JRNIDX.DAT".
          COPY REGJRX.

       FD RATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-RATE
                VALUE OF FILE-ID IS "RATETAB.DAT".
          COPY REGRAT.

       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
         01 ARQST-JSQ               PIC X(02).
         01 ARQST-JRX               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 ARQST-RAT               PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 WS-CUS-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-RATE-EOF             PIC X(01) VALUE "N".
         01 WS-RATE-W               PIC 9V9(04) VALUE ZEROS.
         01 WS-EFF-W                PIC 9(08) VALUE ZEROS.
         01 WS-RATE-FOUND-W         PIC 9(01) VALUE ZEROS.
         01 WS-EXEMPT               PIC X(01) VALUE "N".
         01 WS-TAX                  PIC S9(05)V99 VALUE ZEROS.
         01 WS-TAX-TOTAL            PIC S9(07)V99 VALUE ZEROS.
         01 WS-TAX-TOTAL-E          PIC -Z.ZZZ.ZZ9,99.
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-TODAY                PIC 9(08) VALUE ZEROS.
         01 WS-POST-OK              PIC 9(01) VALUE ZEROS.
         01 WS-INTEREST             PIC S9(05)V99 VALUE ZEROS.
         01 WS-GROSS-W              PIC S9(06)V99 VALUE ZEROS.
         01 WS-PAYOUT               PIC S9(06)V99 VALUE ZEROS.
         01 WS-LINKED-OLD-W         PIC S9(05)V99 VALUE ZEROS.
         01 TD-CCY-W                PIC X(03) VALUE SPACES.
         01 WS-LINKED-NEW-W         PIC S9(06)V99 VALUE ZEROS.
         01 WS-TERM-NEW-W           PIC S9(06)V99 VALUE ZEROS.
         01 WS-MAX-BALANCE          PIC 9(05)V99 VALUE 99999,00.
                02 MAT-PRIN-E   PIC ZZ.ZZ9,99.
                02 FILLER       PIC X(02) VALUE SPACES.
                02 MAT-INT-E    PIC ZZ.ZZ9,99.
                02 FILLER       PIC X(02) VALUE SPACES.
                02 MAT-TAX-E    PIC ZZ.ZZ9,99.

       PROCEDURE DIVISION.
      * ----------------------------- On the maturity date each
      * open term deposit either pays principal plus the agreed
      * rate back to its linked account or, when the customer chose
      * so at opening, rolls principal plus interest into a new
      * term at the same rate.  Either way the interest is paid net
      * of withholding tax unless the customer is exempt.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              MOVE ZEROS TO WS-PAID-COUNT WS-ROLLED-COUNT
                             WS-EXCEPT-COUNT WS-TAX-TOTAL.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-TODAY.
              PERFORM OPEN-ARQ.
              PERFORM LOAD-WITHHOLDING-RATE.
              DISPLAY "TERM DEPOSIT MATURITIES FOR " WS-TODAY.
              DISPLAY "DIGIT      ACTION    PRINCIPAL   INTEREST"
                 "        TAX".
              DISPLAY "----------------------------------------------"
                 "------".
              PERFORM READ-TERM.
              PERFORM PROCESS-TERM UNTIL WS-EOF = "Y".
              DISPLAY "----------------------------------------------"
                 "------".
              DISPLAY "PAID OUT: " WS-PAID-COUNT
                 "  ROLLED OVER: " WS-ROLLED-COUNT
                 "  EXCEPTIONS: " WS-EXCEPT-COUNT.
              MOVE WS-TAX-TOTAL TO WS-TAX-TOTAL-E.
              DISPLAY "TAX WITHHELD: " WS-TAX-TOTAL-E.
              PERFORM END-PROGRAM.

      * ----------------------------- The run is stamped with the
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL-FILE.
              CLOSE JOURNAL-FILE.
              MOVE 0 TO WS-CUS-OPEN.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS = "00"
                 MOVE 1 TO WS-CUS-OPEN
              ELSE
                 DISPLAY "CUSTMAST.DAT UNAVAILABLE - NO EXEMPTIONS "
                    "APPLIED".

       OPEN-CLIENT.
              OPEN I-O CLIENTS.
                 CLOSE TERM-FILE
                 GOBACK.

      * ----------------------------- The withholding rate is the
      * type W entry on the interest rate table with the latest
      * effective date on or before the run date; with none on the
      * table nothing is withheld.
       LOAD-WITHHOLDING-RATE.
              MOVE "N" TO WS-RATE-EOF.
              OPEN INPUT RATE-FILE.
              IF ARQST-RAT = "00"
                 PERFORM READ-RATE
                 PERFORM LOAD-ONE-RATE UNTIL WS-RATE-EOF = "Y"
                 CLOSE RATE-FILE.
              IF WS-RATE-FOUND-W = 0
                 DISPLAY "NO WITHHOLDING RATE - NO TAX WITHHELD".

       READ-RATE.
              READ RATE-FILE NEXT AT END MOVE "Y" TO WS-RATE-EOF.

       LOAD-ONE-RATE.
              IF RT-TYPE = "W" AND RT-EFFECTIVE NOT > WS-TODAY
                 AND RT-EFFECTIVE NOT < WS-EFF-W
                 MOVE RT-RATE TO WS-RATE-W
                 MOVE RT-EFFECTIVE TO WS-EFF-W
                 MOVE 1 TO WS-RATE-FOUND-W.
              PERFORM READ-RATE.

       READ-TERM.
              READ TERM-FILE NEXT AT END MOVE "Y" TO WS-EOF.

              IF TD-STATUS = "O" AND TD-MATURITY NOT > WS-TODAY
                 COMPUTE WS-INTEREST ROUNDED =
                    TD-PRINCIPAL * TD-RATE
                 PERFORM CAL-WITHHOLDING
                 COMPUTE WS-GROSS-W = TD-PRINCIPAL + WS-INTEREST
                 COMPUTE WS-PAYOUT = WS-GROSS-W - WS-TAX
                 IF TD-ROLLOVER = "S"
                    PERFORM ROLL-DEPOSIT
                 ELSE
                    PERFORM PAY-DEPOSIT.
              PERFORM READ-TERM.

      * ----------------------------- The customer behind the term
      * account decides the exemption; a term account or customer
      * that cannot be found is taxed.
       CAL-WITHHOLDING.
              MOVE ZEROS TO WS-TAX.
              MOVE "N" TO WS-EXEMPT.
              IF WS-INTEREST > 0 AND WS-RATE-FOUND-W = 1
                 PERFORM CHECK-EXEMPT
                 IF WS-EXEMPT NOT = "S"
                    COMPUTE WS-TAX ROUNDED = WS-INTEREST * WS-RATE-W.

       CHECK-EXEMPT.
              MOVE TD-DIGIT TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     MOVE ZEROS TO CUST-NUMBER-CLI
              END-READ.
              IF WS-CUS-OPEN = 1 AND CUST-NUMBER-CLI NOT = ZEROS
                 MOVE CUST-NUMBER-CLI TO CUST-NUMBER
                 READ CUSTOMER-FILE
                     INVALID KEY
                        MOVE "N" TO WS-EXEMPT
                     NOT INVALID KEY
                        IF CUST-TAX-EXEMPT = "S"
                           MOVE "S" TO WS-EXEMPT
                        END-IF
                 END-READ.

      * ----------------------------- Pay out: the term record is
      * marked matured before the money moves, the same order the
      * interest run checkpoints - a crash between the two shows up
                 PERFORM WRITE-JOURNAL-SET
                 MOVE "PAID OUT" TO MAT-ACTION-E
                 PERFORM IMP-LINE
                 ADD WS-TAX TO WS-TAX-TOTAL
                 ADD 1 TO WS-PAID-COUNT
              ELSE
                 ADD 1 TO WS-EXCEPT-COUNT.

       PAY-TERM-SIDE.
              MOVE SPACES TO TD-CCY-W.
              MOVE TD-DIGIT TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     DISPLAY "TERM ACCOUNT " TD-DIGIT
                        " NOT ON FILE - FOLLOW UP NOW"
                  NOT INVALID KEY
                     MOVE ACCT-CURRENCY TO TD-CCY-W
                     MOVE ZEROS TO BALANCE
                     COMPUTE TOTAL = BALANCE
                     MOVE "C" TO ACCT-STATUS
                     PERFORM WRITE-AUDIT-LINKED
              END-READ.

      * ----------------------------- Roll over: interest, net of
      * tax, joins the principal and the clock restarts for another
      * full term at the agreed rate.
       ROLL-DEPOSIT.
              MOVE 1 TO WS-POST-OK.
              IF WS-PAYOUT > WS-MAX-BALANCE
                 PERFORM WRITE-JOURNAL-INT
                 MOVE "ROLLED" TO MAT-ACTION-E
                 PERFORM IMP-LINE
                 ADD WS-TAX TO WS-TAX-TOTAL
                 ADD 1 TO WS-ROLLED-COUNT.

       ROLL-TERM-SIDE.
              MOVE SPACES TO TD-CCY-W.
              MOVE TD-DIGIT TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     DISPLAY "TERM ACCOUNT " TD-DIGIT
                        " NOT ON FILE - FOLLOW UP NOW"
                  NOT INVALID KEY
                     MOVE ACCT-CURRENCY TO TD-CCY-W
                     MOVE BALANCE TO WS-LINKED-OLD-W
                     COMPUTE BALANCE = BALANCE + WS-INTEREST - WS-TAX
                     COMPUTE TOTAL = BALANCE
                     MOVE DATA-SIS TO LAST-ACTIVITY
                     MOVE BALANCE TO WS-TERM-NEW-W
      * ----------------------------- A payout is three entries:
      * the term's interest credit, the term's closing transfer
      * debit and the linked account's transfer credit, the
      * transfer legs sharing the time reference as ever.  Tax
      * withheld adds a fourth, debiting the term account straight
      * after its interest.
       WRITE-JOURNAL-SET.
              OPEN EXTEND JOURNAL-FILE.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ      TO JRN-SEQ.
              MOVE TD-DIGIT        TO JRN-CODE.
              MOVE TD-CCY-W        TO JRN-CURRENCY.
              MOVE DATA-SIS        TO JRN-DATA-SIS.
              MOVE WS-TIME-REF     TO JRN-TIME.
              MOVE "INT"           TO JRN-TYPE.
              MOVE "C"             TO JRN-DC.
              MOVE WS-INTEREST     TO JRN-AMOUNT.
              MOVE WS-GROSS-W      TO JRN-RUN-BALANCE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR FOR TERM " TD-DIGIT.
              PERFORM WRITE-JOURNAL-INDEX.
              IF WS-TAX > 0
                 MOVE WS-PAYOUT TO WS-TERM-NEW-W
                 PERFORM WRITE-JOURNAL-TAX.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ      TO JRN-SEQ.
              MOVE TD-DIGIT        TO JRN-CODE.
              MOVE TD-CCY-W        TO JRN-CURRENCY.
              MOVE DATA-SIS        TO JRN-DATA-SIS.
              MOVE WS-TIME-REF     TO JRN-TIME.
              MOVE "TRF"           TO JRN-TYPE.
                 DISPLAY "JOURNAL WRITE ERROR FOR TERM " TD-DIGIT.
              PERFORM WRITE-JOURNAL-INDEX.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ      TO JRN-SEQ.
              MOVE TD-LINKED-DIGIT TO JRN-CODE.
              MOVE TD-CCY-W        TO JRN-CURRENCY.
              MOVE DATA-SIS        TO JRN-DATA-SIS.
              MOVE WS-TIME-REF     TO JRN-TIME.
              MOVE "TRF"           TO JRN-TYPE.
              OPEN EXTEND JOURNAL-FILE.
              PERFORM GET-JOURNAL-SEQ.
              ACCEPT WS-TIME-REF FROM TIME.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ      TO JRN-SEQ.
              MOVE TD-DIGIT        TO JRN-CODE.
              MOVE TD-CCY-W        TO JRN-CURRENCY.
              MOVE DATA-SIS        TO JRN-DATA-SIS.
              MOVE WS-TIME-REF     TO JRN-TIME.
              MOVE "INT"           TO JRN-TYPE.
              MOVE "C"             TO JRN-DC.
              MOVE WS-INTEREST     TO JRN-AMOUNT.
              COMPUTE JRN-RUN-BALANCE = WS-TERM-NEW-W + WS-TAX.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR FOR TERM " TD-DIGIT.
              PERFORM WRITE-JOURNAL-INDEX.
              IF WS-TAX > 0
                 PERFORM WRITE-JOURNAL-TAX.
              CLOSE JOURNAL-FILE.

      * ----------------------------- Tax withheld on the term's
      * interest, written with the journal already open and leaving
      * the term account at WS-TERM-NEW-W.
       WRITE-JOURNAL-TAX.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ      TO JRN-SEQ.
              MOVE TD-DIGIT        TO JRN-CODE.
              MOVE TD-CCY-W        TO JRN-CURRENCY.
              MOVE DATA-SIS        TO JRN-DATA-SIS.
              MOVE WS-TIME-REF     TO JRN-TIME.
              MOVE "WHT"           TO JRN-TYPE.
              MOVE "D"             TO JRN-DC.
              COMPUTE JRN-AMOUNT = 0 - WS-TAX.
              MOVE WS-TERM-NEW-W   TO JRN-RUN-BALANCE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR FOR TERM " TD-DIGIT.
              PERFORM WRITE-JOURNAL-INDEX.

      * ----------------------------- Keep the keyed retrieval copy
      * in step with the book of record; until the rebuild utility
      * has created it there is nothing to maintain.  Any other
              MOVE TD-DIGIT     TO MAT-DIGIT-E.
              MOVE TD-PRINCIPAL TO MAT-PRIN-E.
              MOVE WS-INTEREST  TO MAT-INT-E.
              MOVE WS-TAX       TO MAT-TAX-E.
              DISPLAY REG-LINE-E.

       END-PROGRAM.
              MOVE 1 TO BATCH-STEP-OK.
              CLOSE TERM-FILE.
              CLOSE CLIENTS.
              IF WS-CUS-OPEN = 1
                 CLOSE CUSTOMER-FILE.
              GOBACK.
