      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LOAN-REPAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT LOAN-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LN-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-LON.

              SELECT CLIENTS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT HOLD-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HLD-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-HLD.

              SELECT CUSTOMER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CUST-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT AUDIT-TRAIL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

              SELECT JOURNAL-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT JRN-CONTROL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JSQ.

              SELECT JRNIDX-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS JRX-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-JRX.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-LOAN
                VALUE OF FILE-ID IS "LOANS.DAT".
          COPY REGLON.

       FD CLIENTS LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD HOLD-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-HOLD
                VALUE OF FILE-ID IS "HOLDS.DAT".
          COPY REGHLD.

       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD AUDIT-TRAIL LABEL RECORD STANDARD
                DATA RECORD IS REG-AUDIT
                VALUE OF FILE-ID IS "AUDIT.DAT".
          COPY REGAUD.

       FD JOURNAL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-JOURNAL
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          COPY REGJRN.

       FD JRN-CONTROL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN-CONTROL
                VALUE OF FILE-ID IS "JOURNAL.SEQ".
          01 REG-JRN-CONTROL.
                02 JSQ-LAST-SEQ PIC 9(08).

       FD JRNIDX-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-JRNX
                VALUE OF FILE-ID IS "JRNIDX.DAT".
          COPY REGJRX.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY SPLLNK.
         01 ARQST                   PIC X(02).
         01 ARQST-LON               PIC X(02).
         01 ARQST-HLD               PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 ARQST-AUD               PIC X(02).
         01 ARQST-JRN               PIC X(02).
         01 ARQST-JSQ               PIC X(02).
         01 ARQST-JRX               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-TODAY                PIC 9(08) VALUE ZEROS.
         01 WS-COLLECT-OK           PIC 9(01) VALUE ZEROS.
         01 WS-HOLD-OPEN            PIC 9(01) VALUE ZEROS.
         01 WS-HOLD-EOF             PIC X(01) VALUE "N".
         01 WS-HOLD-TOTAL           PIC S9(07)V99 VALUE ZEROS.
         01 WS-CUS-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-INTEREST             PIC 9(05)V99 VALUE ZEROS.
         01 WS-PRINCIPAL            PIC S9(05)V99 VALUE ZEROS.
         01 WS-PAYMENT              PIC 9(05)V99 VALUE ZEROS.
         01 WS-LINKED-OLD-W         PIC S9(05)V99 VALUE ZEROS.
         01 WS-LINKED-NEW-W         PIC S9(06)V99 VALUE ZEROS.
         01 WS-LOAN-OLD-W           PIC S9(05)V99 VALUE ZEROS.
         01 WS-LOAN-NEW-W           PIC S9(05)V99 VALUE ZEROS.
         01 WS-LINKED-LIMIT-W       PIC 9(05)V99 VALUE ZEROS.
         01 WS-REASON-TEXT          PIC X(20) VALUE SPACES.
         01 WS-COLLECTED-COUNT      PIC 9(05) VALUE ZEROS.
         01 WS-MISSED-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-PAIDOFF-COUNT        PIC 9(05) VALUE ZEROS.
         01 WS-ARREARS-COUNT        PIC 9(05) VALUE ZEROS.
         01 WS-ERROR-COUNT          PIC 9(05) VALUE ZEROS.
         01 WS-OVERDUE-COUNT        PIC 9(03) VALUE ZEROS.
         01 WS-OVERDUE-AMOUNT       PIC 9(07)V99 VALUE ZEROS.
         01 WS-TOT-OVERDUE          PIC 9(09)V99 VALUE ZEROS.
         01 WS-TOT-OUTSTANDING      PIC 9(09)V99 VALUE ZEROS.
         01 WS-REMAINING            PIC 9(03) VALUE ZEROS.
         01 WS-JRN-SEQ              PIC 9(08) VALUE ZEROS.
         01 WS-TIME-REF             PIC 9(08) VALUE ZEROS.
         01 WS-DUE-W                PIC 9(08) VALUE ZEROS.
         01 WS-DUE-W-R REDEFINES WS-DUE-W.
                02 WS-DUE-ANO PIC 9(04).
                02 WS-DUE-MES PIC 9(02).
                02 WS-DUE-DIA PIC 9(02).
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).
         01 REG-LINE-E.
                02 REP-DIGIT-E  PIC 9(09).
                02 FILLER       PIC X(02) VALUE SPACES.
                02 REP-ACTION-E PIC X(10).
                02 FILLER       PIC X(02) VALUE SPACES.
                02 REP-PAY-E    PIC ZZ.ZZ9,99.
                02 FILLER       PIC X(02) VALUE SPACES.
                02 REP-INT-E    PIC ZZ.ZZ9,99.
                02 FILLER       PIC X(02) VALUE SPACES.
                02 REP-PRIN-E   PIC ZZ.ZZ9,99.
                02 FILLER       PIC X(02) VALUE SPACES.
                02 REP-NOTE-E   PIC X(20).
         01 REG-ARREARS-E.
                02 ARR-DIGIT-E  PIC 9(09).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 ARR-LINKED-E PIC 9(09).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 ARR-NAME-E   PIC X(20).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 ARR-PHONE-E  PIC X(15).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 ARR-SINCE-E  PIC 9(08).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 ARR-DPD-E    PIC ZZZZ9.
                02 FILLER       PIC X(01) VALUE SPACES.
                02 ARR-MISSED-E PIC ZZ9.
                02 FILLER       PIC X(01) VALUE SPACES.
                02 ARR-DUE-E    PIC ZZZ.ZZ9,99.
                02 FILLER       PIC X(01) VALUE SPACES.
                02 ARR-OWED-E   PIC ZZ.ZZ9,99.
         01 WS-TOTAL-E              PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      * ----------------------------- Every loan with an instalment
      * due on or before the run date has it collected from its
      * repayment account: interest on the principal owed at a
      * twelfth of the annual rate, the rest off principal.  An
      * instalment the account cannot cover puts the loan into
      * arrears; the oldest missed instalment stays due, so it is
      * tried again on every later run until it is met.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              MOVE ZEROS TO WS-COLLECTED-COUNT WS-MISSED-COUNT
                             WS-PAIDOFF-COUNT WS-ARREARS-COUNT
                             WS-ERROR-COUNT.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-TODAY.
              PERFORM OPEN-ARQ.
              DISPLAY "LOAN REPAYMENTS FOR " WS-TODAY.
              DISPLAY "DIGIT      ACTION     INSTALMENT   INTEREST"
                 "  PRINCIPAL  NOTE".
              DISPLAY "----------------------------------------------"
                 "------------------------------".
              PERFORM READ-LOAN.
              PERFORM PROCESS-LOAN UNTIL WS-EOF = "Y".
              DISPLAY "----------------------------------------------"
                 "------------------------------".
              DISPLAY "COLLECTED: " WS-COLLECTED-COUNT
                 "  PAID OFF: " WS-PAIDOFF-COUNT
                 "  MISSED: " WS-MISSED-COUNT.
              IF WS-ERROR-COUNT > 0
                 DISPLAY "REWRITE ERRORS: " WS-ERROR-COUNT
                    " - SEE MESSAGES ABOVE".
              PERFORM PRINT-ARREARS.
              PERFORM END-PROGRAM.

      * ----------------------------- The run is stamped with the
      * business date off the control file, not the machine clock.
       GET-BUSINESS-DATE.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              OPEN INPUT BUSDATE-FILE.
              IF ARQST-BUS = "00"
                 READ BUSDATE-FILE
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE BUS-DATE TO DATA-SIS
                 END-READ
                 CLOSE BUSDATE-FILE.

       OPEN-ARQ.
              OPEN I-O LOAN-FILE.
              IF ARQST-LON = "35"
                 DISPLAY "NO LOANS ON FILE - NOTHING TO DO"
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 1 TO BATCH-STEP-OK
                 GOBACK.
              IF ARQST-LON NOT = "00"
                 DISPLAY "UNABLE TO OPEN LOANS.DAT - STATUS "
                    ARQST-LON
                 GOBACK.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              OPEN EXTEND AUDIT-TRAIL.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDIT-TRAIL.
              CLOSE AUDIT-TRAIL.
              OPEN EXTEND JOURNAL-FILE.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL-FILE.
              CLOSE JOURNAL-FILE.
      * ----------------------------- No holds file simply means no
      * holds; no customer master only costs the report its names.
              MOVE 0 TO WS-HOLD-OPEN.
              OPEN INPUT HOLD-FILE.
              IF ARQST-HLD = "00"
                 MOVE 1 TO WS-HOLD-OPEN.
              MOVE 0 TO WS-CUS-OPEN.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS = "00"
                 MOVE 1 TO WS-CUS-OPEN.

       OPEN-CLIENT.
              OPEN I-O CLIENTS.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "UNABLE TO OPEN PRODUCTS.DAT - STATUS " ARQST
                 CLOSE LOAN-FILE
                 GOBACK.

       READ-LOAN.
              READ LOAN-FILE NEXT AT END MOVE "Y" TO WS-EOF.

      * ----------------------------- A loan that fell behind may
      * owe several instalments; they are taken oldest first for as
      * long as the account can meet them.
       PROCESS-LOAN.
              IF (LN-STATUS = "O" OR LN-STATUS = "A")
                 AND LN-NEXT-DUE NOT > WS-TODAY
                 MOVE 1 TO WS-COLLECT-OK
                 PERFORM COLLECT-INSTALMENT
                    UNTIL WS-COLLECT-OK = 0
                       OR LN-STATUS = "P"
                       OR LN-NEXT-DUE > WS-TODAY.
              PERFORM READ-LOAN.

       COLLECT-INSTALMENT.
              PERFORM CAL-INSTALMENT-SPLIT.
              PERFORM CHECK-LINKED.
              IF WS-COLLECT-OK = 1
                 PERFORM ADVANCE-LOAN
              ELSE
                 PERFORM MARK-ARREARS.
              IF WS-COLLECT-OK = 1
                 ACCEPT WS-TIME-REF FROM TIME
                 PERFORM DEBIT-LINKED
                 PERFORM CREDIT-LOAN
                 PERFORM WRITE-JOURNAL-SET
                 MOVE "COLLECTED" TO REP-ACTION-E
                 MOVE SPACES TO REP-NOTE-E
                 IF LN-STATUS = "P"
                    MOVE "LOAN PAID OFF" TO REP-NOTE-E
                    ADD 1 TO WS-PAIDOFF-COUNT
                 END-IF
                 PERFORM IMP-LINE
                 ADD 1 TO WS-COLLECTED-COUNT.

      * ----------------------------- Worked exactly as the opening
      * schedule printed it, the final instalment adjusted to clear
      * the loan to the cent.
       CAL-INSTALMENT-SPLIT.
              COMPUTE WS-INTEREST ROUNDED =
                 LN-OUTSTANDING * LN-RATE / 12.
              MOVE LN-INSTALMENT TO WS-PAYMENT.
              COMPUTE WS-PRINCIPAL = WS-PAYMENT - WS-INTEREST.
              IF WS-PRINCIPAL < 0
                 MOVE ZEROS TO WS-PRINCIPAL.
              IF WS-PRINCIPAL > LN-OUTSTANDING
                 OR LN-PAID-COUNT + 1 NOT < LN-TERM-MONTHS
                 MOVE LN-OUTSTANDING TO WS-PRINCIPAL
                 COMPUTE WS-PAYMENT = WS-PRINCIPAL + WS-INTEREST.

      * ----------------------------- The instalment draws against
      * the repayment account's balance less active holds plus its
      * overdraft limit, exactly as a transfer would.
       CHECK-LINKED.
              MOVE LN-LINKED-DIGIT TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     MOVE "ACCOUNT NOT ON FILE" TO WS-REASON-TEXT
                     MOVE 0 TO WS-COLLECT-OK
              END-READ.
              IF WS-COLLECT-OK = 1
                 IF ACCT-STATUS NOT = "O"
                    MOVE "ACCOUNT NOT OPEN" TO WS-REASON-TEXT
                    MOVE 0 TO WS-COLLECT-OK
                 ELSE
                    MOVE OVERDRAFT-LIMIT TO WS-LINKED-LIMIT-W
                    COMPUTE WS-LINKED-NEW-W = BALANCE - WS-PAYMENT
                    PERFORM CAL-ACTIVE-HOLDS
                    IF WS-LINKED-NEW-W < (0 - WS-LINKED-LIMIT-W)
                       MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
                       MOVE 0 TO WS-COLLECT-OK
                    ELSE IF (WS-LINKED-NEW-W - WS-HOLD-TOTAL)
                       < (0 - WS-LINKED-LIMIT-W)
                       MOVE "FUNDS ON HOLD" TO WS-REASON-TEXT
                       MOVE 0 TO WS-COLLECT-OK.

       CAL-ACTIVE-HOLDS.
              MOVE ZEROS TO WS-HOLD-TOTAL.
              IF WS-HOLD-OPEN = 1
                 MOVE "N" TO WS-HOLD-EOF
                 MOVE LN-LINKED-DIGIT TO HLD-DIGIT
                 MOVE ZEROS TO HLD-SEQ
                 START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                     INVALID KEY MOVE "Y" TO WS-HOLD-EOF
                 END-START
                 PERFORM SCAN-HOLD UNTIL WS-HOLD-EOF = "Y".

       SCAN-HOLD.
              READ HOLD-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-HOLD-EOF
                  NOT AT END
                     IF HLD-DIGIT NOT = LN-LINKED-DIGIT
                        MOVE "Y" TO WS-HOLD-EOF
                     ELSE IF HLD-STATUS = "A"
                        AND (HLD-EXPIRY = ZEROS
                           OR HLD-EXPIRY NOT < DATA-SIS)
                        ADD HLD-AMOUNT TO WS-HOLD-TOTAL
              END-READ.

      * ----------------------------- The loan record moves on
      * before the money does, the same order the maturity run
      * keeps - a crash between the two shows up loudly here rather
      * than taking an instalment twice.
       ADVANCE-LOAN.
              SUBTRACT WS-PRINCIPAL FROM LN-OUTSTANDING.
              ADD 1 TO LN-PAID-COUNT.
              PERFORM ADD-ONE-MONTH.
              MOVE WS-TODAY TO LN-LAST-ATTEMPT.
              IF LN-OUTSTANDING = 0
                 MOVE "P" TO LN-STATUS
                 MOVE ZEROS TO LN-ARREARS-SINCE LN-DAYS-PAST-DUE
              ELSE IF LN-NEXT-DUE > WS-TODAY
                 MOVE "O" TO LN-STATUS
                 MOVE ZEROS TO LN-ARREARS-SINCE LN-DAYS-PAST-DUE
              ELSE
                 MOVE LN-NEXT-DUE TO LN-ARREARS-SINCE
                 PERFORM CAL-DAYS-PAST-DUE.
              REWRITE REG-LOAN.
              IF ARQST-LON NOT = "00"
                 DISPLAY "LOAN RECORD REWRITE ERROR " LN-DIGIT
                    " - NOTHING COLLECTED"
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE 0 TO WS-COLLECT-OK
                 ADD 1 TO WS-MISSED-COUNT.

       ADD-ONE-MONTH.
              ADD 1 TO LN-DUE-MES.
              IF LN-DUE-MES > 12
                 MOVE 01 TO LN-DUE-MES
                 ADD 1 TO LN-DUE-ANO.

      * ----------------------------- A missed instalment: arrears
      * run from the due date of the oldest instalment still owed.
       MARK-ARREARS.
              IF LN-STATUS NOT = "A"
                 MOVE "A" TO LN-STATUS
                 MOVE LN-NEXT-DUE TO LN-ARREARS-SINCE.
              MOVE WS-TODAY TO LN-LAST-ATTEMPT.
              PERFORM CAL-DAYS-PAST-DUE.
              REWRITE REG-LOAN.
              IF ARQST-LON NOT = "00"
                 DISPLAY "LOAN RECORD REWRITE ERROR " LN-DIGIT
                 ADD 1 TO WS-ERROR-COUNT.
              MOVE "MISSED" TO REP-ACTION-E.
              MOVE WS-REASON-TEXT TO REP-NOTE-E.
              PERFORM IMP-LINE.
              ADD 1 TO WS-MISSED-COUNT.

       CAL-DAYS-PAST-DUE.
              COMPUTE LN-DAYS-PAST-DUE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(LN-ARREARS-SINCE).

       DEBIT-LINKED.
              MOVE LN-LINKED-DIGIT TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     DISPLAY "REPAYMENT ACCOUNT READ ERROR "
                        LN-LINKED-DIGIT " - FOLLOW UP NOW"
                  NOT INVALID KEY
                     MOVE BALANCE TO WS-LINKED-OLD-W
                     COMPUTE BALANCE = BALANCE - WS-PAYMENT
                     COMPUTE TOTAL = BALANCE
                     MOVE DATA-SIS TO LAST-ACTIVITY
                     MOVE BALANCE TO WS-LINKED-NEW-W
                     REWRITE REG-CLI
                     IF ARQST NOT = "00"
                        DISPLAY "REPAYMENT ACCOUNT REWRITE ERROR "
                           LN-LINKED-DIGIT " - FOLLOW UP NOW"
                        ADD 1 TO WS-ERROR-COUNT
                     END-IF
                     PERFORM WRITE-AUDIT-LINKED
              END-READ.

      * ----------------------------- Only the principal part comes
      * off the loan balance; a loan paid off is closed.
       CREDIT-LOAN.
              MOVE LN-DIGIT TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     DISPLAY "LOAN ACCOUNT " LN-DIGIT
                        " NOT ON FILE - FOLLOW UP NOW"
                  NOT INVALID KEY
                     MOVE BALANCE TO WS-LOAN-OLD-W
                     COMPUTE BALANCE = BALANCE + WS-PRINCIPAL
                     COMPUTE TOTAL = BALANCE
                     IF LN-STATUS = "P"
                        MOVE "C" TO ACCT-STATUS
                     END-IF
                     MOVE DATA-SIS TO LAST-ACTIVITY
                     MOVE BALANCE TO WS-LOAN-NEW-W
                     REWRITE REG-CLI
                     IF ARQST NOT = "00"
                        DISPLAY "LOAN ACCOUNT REWRITE ERROR "
                           LN-DIGIT " - FOLLOW UP NOW"
                        ADD 1 TO WS-ERROR-COUNT
                     END-IF
                     PERFORM WRITE-AUDIT-LOAN
              END-READ.

       WRITE-AUDIT-LINKED.
              MOVE LN-LINKED-DIGIT TO AUD-CODE.
              MOVE "CLIAW-DR"      TO AUD-PROGRAM.
              MOVE WS-LINKED-OLD-W TO AUD-OLD-BALANCE.
              MOVE WS-LINKED-NEW-W TO AUD-NEW-BALANCE.
              MOVE DATA-SIS        TO AUD-DATA-SIS.
              MOVE WS-TIME-REF     TO AUD-REF.
              MOVE "BATCH"         TO AUD-OPERATOR.
              OPEN EXTEND AUDIT-TRAIL.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR FOR ACCOUNT "
                    LN-LINKED-DIGIT.
              CLOSE AUDIT-TRAIL.

       WRITE-AUDIT-LOAN.
              MOVE LN-DIGIT        TO AUD-CODE.
              MOVE "CLIAW-CR"      TO AUD-PROGRAM.
              MOVE WS-LOAN-OLD-W   TO AUD-OLD-BALANCE.
              MOVE WS-LOAN-NEW-W   TO AUD-NEW-BALANCE.
              MOVE DATA-SIS        TO AUD-DATA-SIS.
              MOVE WS-TIME-REF     TO AUD-REF.
              MOVE "BATCH"         TO AUD-OPERATOR.
              OPEN EXTEND AUDIT-TRAIL.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR FOR LOAN " LN-DIGIT.
              CLOSE AUDIT-TRAIL.

      * ----------------------------- Next journal sequence number
       GET-JOURNAL-SEQ.
              MOVE ZEROS TO WS-JRN-SEQ.
              OPEN INPUT JRN-CONTROL.
              IF ARQST-JSQ = "00"
                 READ JRN-CONTROL
                     AT END
                        MOVE ZEROS TO WS-JRN-SEQ
                     NOT AT END
                        MOVE JSQ-LAST-SEQ TO WS-JRN-SEQ
                 END-READ
                 CLOSE JRN-CONTROL.
              ADD 1 TO WS-JRN-SEQ.
              MOVE WS-JRN-SEQ TO JSQ-LAST-SEQ.
              OPEN OUTPUT JRN-CONTROL.
              WRITE REG-JRN-CONTROL.
              CLOSE JRN-CONTROL.

      * ----------------------------- A repayment is three entries
      * sharing the time reference: the whole instalment debited to
      * the repayment account, and on the loan its interest part
      * and its principal part.  Interest was never on the loan
      * balance, so its entry leaves the running balance unchanged.
       WRITE-JOURNAL-SET.
              OPEN EXTEND JOURNAL-FILE.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ      TO JRN-SEQ.
              MOVE LN-LINKED-DIGIT TO JRN-CODE.
              MOVE DATA-SIS        TO JRN-DATA-SIS.
              MOVE WS-TIME-REF     TO JRN-TIME.
              MOVE "LRP"           TO JRN-TYPE.
              MOVE "D"             TO JRN-DC.
              COMPUTE JRN-AMOUNT = 0 - WS-PAYMENT.
              MOVE WS-LINKED-NEW-W TO JRN-RUN-BALANCE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR FOR ACCOUNT "
                    LN-LINKED-DIGIT.
              PERFORM WRITE-JOURNAL-INDEX.
              IF WS-INTEREST > 0
                 PERFORM GET-JOURNAL-SEQ
                 INITIALIZE REG-JOURNAL
                 MOVE WS-JRN-SEQ      TO JRN-SEQ
                 MOVE LN-DIGIT        TO JRN-CODE
                 MOVE DATA-SIS        TO JRN-DATA-SIS
                 MOVE WS-TIME-REF     TO JRN-TIME
                 MOVE "LNI"           TO JRN-TYPE
                 MOVE "C"             TO JRN-DC
                 MOVE WS-INTEREST     TO JRN-AMOUNT
                 MOVE WS-LOAN-OLD-W   TO JRN-RUN-BALANCE
                 WRITE REG-JOURNAL
                 IF ARQST-JRN NOT = "00"
                    DISPLAY "JOURNAL WRITE ERROR FOR LOAN " LN-DIGIT
                 END-IF
                 PERFORM WRITE-JOURNAL-INDEX.
              IF WS-PRINCIPAL > 0
                 PERFORM GET-JOURNAL-SEQ
                 INITIALIZE REG-JOURNAL
                 MOVE WS-JRN-SEQ      TO JRN-SEQ
                 MOVE LN-DIGIT        TO JRN-CODE
                 MOVE DATA-SIS        TO JRN-DATA-SIS
                 MOVE WS-TIME-REF     TO JRN-TIME
                 MOVE "LNP"           TO JRN-TYPE
                 MOVE "C"             TO JRN-DC
                 MOVE WS-PRINCIPAL    TO JRN-AMOUNT
                 MOVE WS-LOAN-NEW-W   TO JRN-RUN-BALANCE
                 WRITE REG-JOURNAL
                 IF ARQST-JRN NOT = "00"
                    DISPLAY "JOURNAL WRITE ERROR FOR LOAN " LN-DIGIT
                 END-IF
                 PERFORM WRITE-JOURNAL-INDEX.
              CLOSE JOURNAL-FILE.

      * ----------------------------- Keep the keyed retrieval copy
      * in step with the book of record; until the rebuild utility
      * has created it there is nothing to maintain.  Any other
      * open failure leaves a hole the readers cannot see, so it is
      * called out for a JOURNAL-REORG rebuild.
       WRITE-JOURNAL-INDEX.
              OPEN I-O JRNIDX-FILE.
              IF ARQST-JRX = "00"
                 MOVE JRN-CODE        TO JRX-CODE
                 MOVE JRN-DATA-SIS    TO JRX-DATA-SIS
                 MOVE JRN-SEQ         TO JRX-SEQ
                 MOVE JRN-TIME        TO JRX-TIME
                 MOVE JRN-TYPE        TO JRX-TYPE
                 MOVE JRN-DC          TO JRX-DC
                 MOVE JRN-AMOUNT      TO JRX-AMOUNT
                 MOVE JRN-RUN-BALANCE TO JRX-RUN-BALANCE
                 WRITE REG-JRNX
                     INVALID KEY
                        CONTINUE
                 END-WRITE
                 CLOSE JRNIDX-FILE
              ELSE IF ARQST-JRX NOT = "35"
                 DISPLAY "JRNIDX.DAT NOT UPDATED - STATUS " ARQST-JRX
                 DISPLAY "RUN THE JOURNAL-REORG REBUILD".

       IMP-LINE.
              MOVE LN-DIGIT     TO REP-DIGIT-E.
              MOVE WS-PAYMENT   TO REP-PAY-E.
              MOVE WS-INTEREST  TO REP-INT-E.
              MOVE WS-PRINCIPAL TO REP-PRIN-E.
              DISPLAY REG-LINE-E.

      * ----------------------------- The collections desk works
      * from the arrears list: every loan still behind after the
      * run, how long and by how much, with the customer's phone.
      * It goes to the day's spooled print file as well.
       PRINT-ARREARS.
              MOVE "O" TO SPL-FUNCTION.
              MOVE ZEROS TO SPL-DATE.
              MOVE "ARREARS" TO SPL-REPORT-ID.
              MOVE "LOAN ARREARS - COLLECTIONS" TO SPL-TITLE.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              IF SPL-RESULT NOT = 0
                 DISPLAY "REPORT SPOOL UNAVAILABLE - SCREEN ONLY".
              MOVE ZEROS TO WS-TOT-OVERDUE WS-TOT-OUTSTANDING.
              DISPLAY " ".
              DISPLAY "LOANS IN ARREARS AT " WS-TODAY.
              DISPLAY "LOAN      LINKED    CUSTOMER             "
                 "PHONE           SINCE      DPD MIS    OVERDUE"
                 "      OWED".
              DISPLAY "------------------------------------------------"
                 "------------------------------------------------".
              MOVE SPACES TO SPL-LINE.
              STRING "LOAN      LINKED    CUSTOMER             "
                 "PHONE           SINCE      DPD MIS    OVERDUE"
                 "      OWED"
                 DELIMITED BY SIZE INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE "N" TO WS-EOF.
              MOVE ZEROS TO LN-DIGIT.
              START LOAN-FILE KEY IS NOT LESS THAN LN-DIGIT
                  INVALID KEY MOVE "Y" TO WS-EOF
              END-START.
              IF WS-EOF NOT = "Y"
                 PERFORM READ-LOAN.
              PERFORM LIST-ARREARS UNTIL WS-EOF = "Y".
              DISPLAY "------------------------------------------------"
                 "------------------------------------------------".
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              DISPLAY "LOANS IN ARREARS: " WS-ARREARS-COUNT.
              MOVE SPACES TO SPL-LINE.
              STRING "LOANS IN ARREARS: " DELIMITED BY SIZE
                 WS-ARREARS-COUNT DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-TOT-OVERDUE TO WS-TOTAL-E.
              DISPLAY "TOTAL OVERDUE:    " WS-TOTAL-E.
              MOVE SPACES TO SPL-LINE.
              STRING "TOTAL OVERDUE:    " DELIMITED BY SIZE
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-TOT-OUTSTANDING TO WS-TOTAL-E.
              DISPLAY "TOTAL OWED:       " WS-TOTAL-E.
              MOVE SPACES TO SPL-LINE.
              STRING "TOTAL OWED:       " DELIMITED BY SIZE
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE "C" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       SPOOL-LINE.
              MOVE "L" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       LIST-ARREARS.
              IF LN-STATUS = "A"
                 PERFORM IMP-ARREARS-LINE.
              PERFORM READ-LOAN.

       IMP-ARREARS-LINE.
              PERFORM CAL-OVERDUE.
              MOVE LN-DIGIT         TO ARR-DIGIT-E.
              MOVE LN-LINKED-DIGIT  TO ARR-LINKED-E.
              MOVE SPACES           TO ARR-NAME-E ARR-PHONE-E.
              MOVE LN-DIGIT TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     MOVE "LOAN ACCOUNT MISSING" TO ARR-NAME-E
                  NOT INVALID KEY
                     PERFORM GET-CUSTOMER
              END-READ.
              MOVE LN-ARREARS-SINCE TO ARR-SINCE-E.
              MOVE LN-DAYS-PAST-DUE TO ARR-DPD-E.
              MOVE WS-OVERDUE-COUNT TO ARR-MISSED-E.
              MOVE WS-OVERDUE-AMOUNT TO ARR-DUE-E.
              MOVE LN-OUTSTANDING   TO ARR-OWED-E.
              DISPLAY REG-ARREARS-E.
              MOVE REG-ARREARS-E TO SPL-LINE.
              PERFORM SPOOL-LINE.
              ADD 1 TO WS-ARREARS-COUNT.
              ADD WS-OVERDUE-AMOUNT TO WS-TOT-OVERDUE.
              ADD LN-OUTSTANDING TO WS-TOT-OUTSTANDING.

       GET-CUSTOMER.
              IF WS-CUS-OPEN = 1
                 MOVE CUST-NUMBER-CLI TO CUST-NUMBER
                 READ CUSTOMER-FILE
                     INVALID KEY
                        MOVE "CUSTOMER NOT ON FILE" TO ARR-NAME-E
                     NOT INVALID KEY
                        MOVE CUST-NAME  TO ARR-NAME-E
                        MOVE CUST-PHONE TO ARR-PHONE-E
                 END-READ.

      * ----------------------------- Instalments fallen due and not
      * yet met: every repayment date from the oldest one owed up to
      * the run date, never more than the term has left.
       CAL-OVERDUE.
              MOVE ZEROS TO WS-OVERDUE-COUNT.
              COMPUTE WS-REMAINING = LN-TERM-MONTHS - LN-PAID-COUNT.
              MOVE LN-NEXT-DUE TO WS-DUE-W.
              PERFORM COUNT-OVERDUE
                 UNTIL WS-DUE-W > WS-TODAY
                    OR WS-OVERDUE-COUNT NOT < WS-REMAINING.
              COMPUTE WS-OVERDUE-AMOUNT =
                 WS-OVERDUE-COUNT * LN-INSTALMENT.

       COUNT-OVERDUE.
              ADD 1 TO WS-OVERDUE-COUNT.
              ADD 1 TO WS-DUE-MES.
              IF WS-DUE-MES > 12
                 MOVE 01 TO WS-DUE-MES
                 ADD 1 TO WS-DUE-ANO.

       END-PROGRAM.
              COMPUTE BATCH-RECORD-COUNT =
                 WS-COLLECTED-COUNT + WS-MISSED-COUNT.
              IF WS-ERROR-COUNT = 0
                 MOVE 1 TO BATCH-STEP-OK
              ELSE
                 MOVE 0 TO BATCH-STEP-OK.
              CLOSE LOAN-FILE.
              CLOSE CLIENTS.
              IF WS-HOLD-OPEN = 1
                 CLOSE HOLD-FILE.
              IF WS-CUS-OPEN = 1
                 CLOSE CUSTOMER-FILE.
              GOBACK.
