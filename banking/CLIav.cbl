      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-OPEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENTS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT LOAN-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS LN-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-LON.

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
       FD CLIENTS LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD LOAN-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-LOAN
                VALUE OF FILE-ID IS "LOANS.DAT".
          COPY REGLON.

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
          COPY SIGNON.
          COPY ACKLNK.
          COPY SPLLNK.
          01 BRANCH-E          PIC 9(03).
          01 SERIAL-E          PIC 9(05).
          01 LOAN-DIGIT-E      PIC 9(09).
          01 LOAN-DIGIT-W      PIC 9(09) VALUE ZEROS.
          01 LINKED-DIGIT-E    PIC 9(09).
          01 LINKED-DIGIT-W    PIC 9(09) VALUE ZEROS.
          01 LINKED-CUST-W     PIC 9(06) VALUE ZEROS.
          01 LINKED-BALANCE-W  PIC S9(05)V99 VALUE ZEROS.
          01 LINKED-BALANCE-OLD-W PIC S9(05)V99 VALUE ZEROS.
          01 LINKED-NEW-W      PIC S9(06)V99 VALUE ZEROS.
          01 LINKED-BALANCE-E  PIC -ZZ.ZZ9,99.
          01 PRINCIPAL-E       PIC ZZ.ZZ9,99.
          01 PRINCIPAL-W       PIC 9(05)V99 VALUE ZEROS.
          01 RATE-E            PIC 9,9999.
          01 RATE-W            PIC 9V9(04) VALUE ZEROS.
          01 TERM-MONTHS-E     PIC ZZ9.
          01 TERM-MONTHS-W     PIC 9(03) VALUE ZEROS.
          01 REPAY-DAY-E       PIC Z9.
          01 REPAY-DAY-W       PIC 9(02) VALUE ZEROS.
          01 INSTALMENT-E      PIC ZZ.ZZ9,99.
          01 INSTALMENT-W      PIC 9(05)V99 VALUE ZEROS.
          01 FIRST-DUE-W       PIC 9(08) VALUE ZEROS.
          01 DUE-W             PIC 9(08) VALUE ZEROS.
          01 DUE-W-R REDEFINES DUE-W.
                02 DUE-ANO-W PIC 9(04).
                02 DUE-MES-W PIC 9(02).
                02 DUE-DIA-W PIC 9(02).
          01 WS-MONTH-RATE     PIC 9V9(08) VALUE ZEROS.
          01 WS-FACTOR         PIC 9(05)V9(08) VALUE ZEROS.
          01 WS-MAX-BALANCE    PIC 9(05)V99 VALUE 99999,00.
          01 WS-MONTH-IX       PIC 9(03) VALUE ZEROS COMP.
          01 SCHED-BALANCE-W   PIC 9(05)V99 VALUE ZEROS.
          01 SCHED-INTEREST-W  PIC 9(05)V99 VALUE ZEROS.
          01 SCHED-PRINCIPAL-W PIC S9(05)V99 VALUE ZEROS.
          01 SCHED-PAYMENT-W   PIC 9(05)V99 VALUE ZEROS.
          01 SCHED-TOT-PAY-W   PIC 9(07)V99 VALUE ZEROS.
          01 SCHED-TOT-INT-W   PIC 9(07)V99 VALUE ZEROS.
          01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).
          01 WS-TIME-REF       PIC 9(08) VALUE ZEROS.
          01 WS-JRN-SEQ        PIC 9(08) VALUE ZEROS.
          01 WS-JRN-AMOUNT     PIC S9(05)V99 VALUE ZEROS.

          01 REG-SCHED-E.
                02 SCH-NO-E        PIC ZZ9.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 SCH-DUE-E       PIC 9(08).
                02 FILLER          PIC X(02) VALUE SPACES.
                02 SCH-PAYMENT-E   PIC ZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 SCH-INTEREST-E  PIC ZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 SCH-PRINCIPAL-E PIC ZZ.ZZ9,99.
                02 FILLER          PIC X(02) VALUE SPACES.
                02 SCH-BALANCE-E   PIC ZZ.ZZ9,99.
          01 WS-TOTAL-E        PIC Z.ZZZ.ZZ9,99.

         01 ARQST     PIC X(02).
         01 ARQST-LON PIC X(02).
         01 ARQST-AUD PIC X(02).
         01 ARQST-JRN PIC X(02).
         01 ARQST-JSQ PIC X(02).
         01 ARQST-JRX PIC X(02).
         01 ARQST-BUS PIC X(02).
         01 WS-BUS-STATUS PIC X(01) VALUE SPACES.
         01 WS-OPTION  PIC X(01) VALUE SPACES.
         01 WS-SAVE    PIC X(01) VALUE SPACES.
         01 WS-SPACE   PIC X(40) VALUE SPACES.
         01 WS-MENS1   PIC X(20) VALUE "END OF PROGRAM".
         01 WS-FL      PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK PIC 9(01) VALUE ZEROS.
         01 WS-RETRY   PIC X(01) VALUE SPACES.
         01 WS-LINK-OK PIC 9(01) VALUE ZEROS.
         01 WS-AMT-OK  PIC 9(01) VALUE ZEROS.
         01 WS-TERM-OK PIC 9(01) VALUE ZEROS.
         01 WS-DAY-OK  PIC 9(01) VALUE ZEROS.
         01 WS-CALC-OK PIC 9(01) VALUE ZEROS.
         01 WS-POST-OK PIC 9(01) VALUE ZEROS.

       SCREEN SECTION.
         01 MONITOR.
              02 BLANK SCREEN.
              02 LINE 2 COL 5 VALUE "  /  /  ".
              02 COL 29 VALUE "LOAN ACCOUNT OPENING".
              02 LINE 4 COL 19 VALUE "BRANCH/SERIAL:".
              02 LINE 6 COL 19 VALUE "REPAYMENT ACCOUNT:".
              02 LINE 7 COL 19 VALUE "ACCOUNT BALANCE:".
              02 LINE 9 COL 19 VALUE "PRINCIPAL:".
              02 LINE 10 COL 19 VALUE "ANNUAL RATE (0,0000):".
              02 LINE 11 COL 19 VALUE "TERM (MONTHS):".
              02 LINE 12 COL 19 VALUE "REPAYMENT DAY (1-28):".
              02 LINE 13 COL 19 VALUE "MONTHLY INSTALMENT:".
              02 LINE 15 COL 25 VALUE "MESSAGE:".

       PROCEDURE DIVISION.
       START-PROGRAM.
              MOVE SPACE TO WS-OPTION.
              PERFORM SIGN-ON.
              PERFORM OPEN-ARQ.
              PERFORM PROCESS UNTIL WS-OPTION = "N".
              PERFORM END-PROGRAM.

       SIGN-ON.
              IF SIGNON-OPERATOR-ID = SPACES
                 OR SIGNON-OPERATOR-ID = LOW-VALUES
                 CALL "CLIENT-SIGNON".
              IF SIGNON-OPERATOR-ID = SPACES
                 OR SIGNON-OPERATOR-ID = LOW-VALUES
                 DISPLAY "SIGN-ON REQUIRED"
                 GOBACK.

       OPEN-ARQ.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-LOAN UNTIL WS-OPEN-OK = 1.
              OPEN EXTEND AUDIT-TRAIL.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDIT-TRAIL.
              CLOSE AUDIT-TRAIL.
              OPEN EXTEND JOURNAL-FILE.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL-FILE.
              CLOSE JOURNAL-FILE.

       OPEN-CLIENT.
              OPEN I-O CLIENTS.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "PRODUCTS.DAT UNAVAILABLE - STATUS " ARQST
                 DISPLAY "RESTORE IT WITH THE CLIK RELOAD PROCEDURE"
                 STOP " "
                 GOBACK.

       OPEN-LOAN.
              OPEN I-O LOAN-FILE.
              IF ARQST-LON = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-LON = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-LON = "35"
                 CLOSE LOAN-FILE
                 OPEN OUTPUT LOAN-FILE
                 CLOSE LOAN-FILE
              ELSE
                 DISPLAY "LOANS.DAT UNAVAILABLE - STATUS "
                    ARQST-LON
                 CLOSE CLIENTS
                 GOBACK.

       PROCESS.
              PERFORM IMP-MONITOR.
              PERFORM OPEN-COD UNTIL WS-FL = 1.
              PERFORM GO-LINKED UNTIL WS-LINK-OK = 1.
              PERFORM ACCEPT-PRINCIPAL UNTIL WS-AMT-OK = 1.
              PERFORM ACCEPT-RATE.
              PERFORM ACCEPT-TERM UNTIL WS-TERM-OK = 1.
              PERFORM ACCEPT-REPAY-DAY UNTIL WS-DAY-OK = 1.
              PERFORM CAL-INSTALMENT.
              IF WS-CALC-OK = 1
                 PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N"
              ELSE
                 MOVE "N" TO WS-SAVE.
              IF WS-SAVE = "S"
                 PERFORM RECORD-LOAN-OPEN
              ELSE IF WS-CALC-OK = 1
                 DISPLAY "LOAN NOT RECORDED" AT 2030.
              PERFORM CONTINUA UNTIL WS-OPTION = "S" OR "N".

       IMP-MONITOR.
              DISPLAY MONITOR.
              PERFORM GET-BUSINESS-DATE.
              IF WS-BUS-STATUS = "R"
                 DISPLAY "DATE ROLL IN PROGRESS - POSTING BLOCKED"
                    AT 2030
                 STOP " "
                 PERFORM END-PROGRAM.
              DISPLAY DIA AT 0205.
              DISPLAY MES AT 0208.
              DISPLAY ANO AT 0211.
      * ----------------------------- Variable initialization
              MOVE SPACE TO WS-OPTION
                             WS-SAVE.
              MOVE ZEROS TO LOAN-DIGIT-E
                             LOAN-DIGIT-W
                             LINKED-DIGIT-E
                             LINKED-DIGIT-W
                             PRINCIPAL-E
                             PRINCIPAL-W
                             RATE-W
                             TERM-MONTHS-W
                             REPAY-DAY-W
                             INSTALMENT-W
                             FIRST-DUE-W
                             WS-FL
                             WS-LINK-OK
                             WS-AMT-OK
                             WS-TERM-OK
                             WS-DAY-OK
                             WS-CALC-OK.

      * ----------------------------- Every posting is stamped with
      * the business date off the control file, not the machine
      * clock; R means the overnight roll is under way.
       GET-BUSINESS-DATE.
              MOVE FUNCTION CURRENT-DATE TO DATA-SIS.
              MOVE SPACE TO WS-BUS-STATUS.
              OPEN INPUT BUSDATE-FILE.
              IF ARQST-BUS = "00"
                 READ BUSDATE-FILE
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE BUS-DATE TO DATA-SIS
                        MOVE BUS-STATUS TO WS-BUS-STATUS
                 END-READ
                 CLOSE BUSDATE-FILE.

      * ----------------------------- The teller keys branch and
      * serial; the check digit is computed, never typed, so a
      * mis-keyed account can never be issued.
       OPEN-COD.
              ACCEPT BRANCH-E AT 0434 WITH PROMPT AUTO.
              IF BRANCH-E = 0
                 DISPLAY WS-MENS1 AT 1535
                 PERFORM END-PROGRAM.
              ACCEPT SERIAL-E AT 0438 WITH PROMPT AUTO.
              IF SERIAL-E = 0
                 DISPLAY "INVALID ACCOUNT SERIAL" AT 2030
                 MOVE 0 TO WS-FL
              ELSE
                 MOVE "C" TO ACK-FUNCTION
                 MOVE BRANCH-E TO ACK-BRANCH
                 MOVE SERIAL-E TO ACK-SERIAL
                 CALL "ACCT-CHECK" USING ACCT-CHECK-AREA
                 IF ACK-RESULT NOT = 0
                    DISPLAY ACK-MESSAGE AT 2030
                    MOVE 0 TO WS-FL
                 ELSE
                    MOVE ACK-ACCOUNT TO LOAN-DIGIT-W
                    MOVE LOAN-DIGIT-W TO LOAN-DIGIT-E
                    DISPLAY LOAN-DIGIT-E AT 0445
                    MOVE LOAN-DIGIT-W TO DIGIT
                    READ CLIENTS
                        INVALID KEY
                           MOVE 1 TO WS-FL
                        NOT INVALID KEY
                           DISPLAY "ALREADY on SYSTEM" AT 2030
                           MOVE 0 TO WS-FL
                    END-READ.

       GO-LINKED.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT LINKED-DIGIT-E AT 0638 WITH PROMPT AUTO.
              MOVE LINKED-DIGIT-E TO LINKED-DIGIT-W.
              IF LINKED-DIGIT-W = 0
                 DISPLAY WS-MENS1 AT 1535
                 PERFORM END-PROGRAM.
              MOVE "V" TO ACK-FUNCTION.
              MOVE LINKED-DIGIT-W TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO LINKED-DIGIT-W
                 MOVE LINKED-DIGIT-W TO DIGIT
                 READ CLIENTS
                     INVALID KEY
                        DISPLAY "NO REGISTRY" AT 2030
                     NOT INVALID KEY
                        PERFORM CHECK-LINKED
                 END-READ.

      * ----------------------------- The loan pays out into, and
      * is repaid from, an ordinary open account of the customer.
       CHECK-LINKED.
              IF ACCT-STATUS NOT = "O"
                 DISPLAY "REPAYMENT ACCOUNT NOT OPEN" AT 2030
              ELSE IF ACCT-TYPE = "T"
                 DISPLAY "CANNOT REPAY FROM A TERM ACCOUNT" AT 2030
              ELSE IF ACCT-TYPE = "L"
                 DISPLAY "CANNOT REPAY FROM A LOAN ACCOUNT" AT 2030
              ELSE IF ACCT-CURRENCY NOT = SPACES
                 DISPLAY "LOANS ARE IN BASE CURRENCY ONLY" AT 2030
              ELSE
                 MOVE BALANCE TO LINKED-BALANCE-W
                 MOVE BALANCE TO LINKED-BALANCE-OLD-W
                 MOVE CUST-NUMBER-CLI TO LINKED-CUST-W
                 MOVE BALANCE TO LINKED-BALANCE-E
                 DISPLAY LINKED-BALANCE-E AT 0738
                 MOVE 1 TO WS-LINK-OK.

      * ----------------------------- The disbursement lands in the
      * repayment account, so it must still fit that balance.
       ACCEPT-PRINCIPAL.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT PRINCIPAL-E AT 0930 WITH PROMPT AUTO.
              MOVE PRINCIPAL-E TO PRINCIPAL-W.
              COMPUTE LINKED-NEW-W = LINKED-BALANCE-W + PRINCIPAL-W.
              IF PRINCIPAL-W NOT > 0
                 DISPLAY "PRINCIPAL MUST BE GREATER THAN ZERO" AT 2030
                 MOVE 0 TO WS-AMT-OK
              ELSE IF PRINCIPAL-W > WS-MAX-BALANCE
                 DISPLAY "PRINCIPAL OVER ACCOUNT LIMIT" AT 2030
                 MOVE 0 TO WS-AMT-OK
              ELSE IF LINKED-NEW-W > WS-MAX-BALANCE
                 DISPLAY "REPAYMENT ACCOUNT BALANCE LIMIT EXCEEDED"
                    AT 2030
                 MOVE 0 TO WS-AMT-OK
              ELSE
                 MOVE 1 TO WS-AMT-OK.

       ACCEPT-RATE.
              ACCEPT RATE-E AT 1041 WITH PROMPT AUTO.
              MOVE RATE-E TO RATE-W.

       ACCEPT-TERM.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT TERM-MONTHS-E AT 1134 WITH PROMPT AUTO.
              MOVE TERM-MONTHS-E TO TERM-MONTHS-W.
              IF TERM-MONTHS-W < 1 OR TERM-MONTHS-W > 360
                 DISPLAY "TERM MUST BE 1 TO 360 MONTHS" AT 2030
                 MOVE 0 TO WS-TERM-OK
              ELSE
                 MOVE 1 TO WS-TERM-OK.

       ACCEPT-REPAY-DAY.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT REPAY-DAY-E AT 1241 WITH PROMPT AUTO.
              MOVE REPAY-DAY-E TO REPAY-DAY-W.
              IF REPAY-DAY-W < 1 OR REPAY-DAY-W > 28
                 DISPLAY "REPAYMENT DAY MUST BE 1 TO 28" AT 2030
                 MOVE 0 TO WS-DAY-OK
              ELSE
                 MOVE 1 TO WS-DAY-OK.

      * ----------------------------- Level monthly instalment that
      * clears principal and interest over the term, interest at a
      * twelfth of the annual rate on the balance still owed.  A
      * rate and term too large for the instalment to be held are
      * refused rather than truncated.
       CAL-INSTALMENT.
              MOVE 1 TO WS-CALC-OK.
              COMPUTE WS-MONTH-RATE ROUNDED = RATE-W / 12.
              IF WS-MONTH-RATE = 0
                 COMPUTE INSTALMENT-W ROUNDED =
                    PRINCIPAL-W / TERM-MONTHS-W
              ELSE
                 COMPUTE WS-FACTOR ROUNDED =
                    (1 + WS-MONTH-RATE) ** TERM-MONTHS-W
                    ON SIZE ERROR
                       MOVE 0 TO WS-CALC-OK
                 END-COMPUTE
                 IF WS-CALC-OK = 1
                    COMPUTE INSTALMENT-W ROUNDED =
                       PRINCIPAL-W * WS-MONTH-RATE * WS-FACTOR
                          / (WS-FACTOR - 1)
                       ON SIZE ERROR
                          MOVE 0 TO WS-CALC-OK
                    END-COMPUTE.
              IF WS-CALC-OK = 1 AND INSTALMENT-W = 0
                 MOVE 0 TO WS-CALC-OK.
              IF WS-CALC-OK = 1
                 MOVE INSTALMENT-W TO INSTALMENT-E
                 DISPLAY INSTALMENT-E AT 1339
                 PERFORM CAL-FIRST-DUE
              ELSE
                 DISPLAY "RATE AND TERM GIVE NO VALID INSTALMENT"
                    AT 2030.

      * ----------------------------- The first instalment falls on
      * the repayment day of the month after opening.
       CAL-FIRST-DUE.
              MOVE DATA-SIS TO DUE-W.
              MOVE REPAY-DAY-W TO DUE-DIA-W.
              PERFORM ADD-ONE-MONTH.
              MOVE DUE-W TO FIRST-DUE-W.

       ADD-ONE-MONTH.
              ADD 1 TO DUE-MES-W.
              IF DUE-MES-W > 12
                 MOVE 01 TO DUE-MES-W
                 ADD 1 TO DUE-ANO-W.

       CONFIRM-SAVE.
              DISPLAY "SAVE (S/N)? [ ]" AT 1430.
              ACCEPT WS-SAVE AT 1445 WITH PROMPT AUTO.

      * ----------------------------- The repayment account is
      * credited first and restored if the loan side cannot be
      * written, so the money never exists without its loan.
       RECORD-LOAN-OPEN.
              MOVE 1 TO WS-POST-OK.
              MOVE LINKED-DIGIT-W TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     DISPLAY "REPAYMENT ACCOUNT READ ERROR" AT 2030
                     MOVE 0 TO WS-POST-OK
              END-READ.
              IF WS-POST-OK = 1
                 MOVE BALANCE TO LINKED-BALANCE-OLD-W
                 COMPUTE LINKED-NEW-W = BALANCE + PRINCIPAL-W
                 IF LINKED-NEW-W > WS-MAX-BALANCE
                    DISPLAY "REPAYMENT ACCOUNT BALANCE LIMIT EXCEEDED"
                       AT 2030
                    MOVE 0 TO WS-POST-OK.
              IF WS-POST-OK = 1
                 COMPUTE BALANCE = BALANCE + PRINCIPAL-W
                 MOVE BALANCE TO LINKED-BALANCE-W
                 COMPUTE TOTAL = BALANCE
                 MOVE DATA-SIS TO LAST-ACTIVITY
                 REWRITE REG-CLI
                 IF ARQST NOT = "00"
                    DISPLAY "REPAYMENT ACCOUNT REWRITE ERROR" AT 2030
                    MOVE 0 TO WS-POST-OK.
              IF WS-POST-OK = 1
                 PERFORM RECORD-LOAN-SIDE.
              IF WS-POST-OK = 1
                 PERFORM WRITE-AUDIT-PAIR
                 PERFORM WRITE-JOURNAL-PAIR
                 DISPLAY "LOAN OPENED - SCHEDULE SPOOLED" AT 2030
                 PERFORM PRINT-SCHEDULE.

      * ----------------------------- The loan account belongs to
      * the same customer as the account it pays into, its balance
      * the principal owed, carried negative.
       RECORD-LOAN-SIDE.
              MOVE LOAN-DIGIT-W   TO DIGIT.
              MOVE LINKED-CUST-W  TO CUST-NUMBER-CLI.
              COMPUTE BALANCE = 0 - PRINCIPAL-W.
              COMPUTE TOTAL = BALANCE.
              MOVE "O"            TO ACCT-STATUS.
              MOVE ZEROS          TO OVERDRAFT-LIMIT.
              MOVE DATA-SIS       TO LAST-ACTIVITY.
              MOVE "L"            TO ACCT-TYPE.
              MOVE ZEROS          TO DAILY-WDL-LIMIT.
              MOVE SPACES         TO ACCT-CURRENCY.
              WRITE REG-CLI
                  INVALID KEY
                     DISPLAY "LOAN ACCOUNT WRITE ERROR" AT 2030
                     MOVE 0 TO WS-POST-OK
              END-WRITE.
              IF WS-POST-OK = 1
                 PERFORM RECORD-LOAN-RECORD.
              IF WS-POST-OK NOT = 1
                 PERFORM UNDO-DISBURSE.

       RECORD-LOAN-RECORD.
              MOVE LOAN-DIGIT-W   TO LN-DIGIT.
              MOVE LINKED-DIGIT-W TO LN-LINKED-DIGIT.
              MOVE PRINCIPAL-W    TO LN-PRINCIPAL.
              MOVE RATE-W         TO LN-RATE.
              MOVE TERM-MONTHS-W  TO LN-TERM-MONTHS.
              MOVE REPAY-DAY-W    TO LN-REPAY-DAY.
              MOVE INSTALMENT-W   TO LN-INSTALMENT.
              MOVE PRINCIPAL-W    TO LN-OUTSTANDING.
              MOVE DATA-SIS       TO LN-OPEN-DATE.
              MOVE FIRST-DUE-W    TO LN-NEXT-DUE.
              MOVE ZEROS          TO LN-PAID-COUNT.
              MOVE "O"            TO LN-STATUS.
              MOVE ZEROS          TO LN-ARREARS-SINCE
                                     LN-DAYS-PAST-DUE
                                     LN-LAST-ATTEMPT.
              WRITE REG-LOAN
                  INVALID KEY
                     DISPLAY "LOAN RECORD WRITE ERROR" AT 2030
                     MOVE 0 TO WS-POST-OK
              END-WRITE.
              IF WS-POST-OK NOT = 1
                 MOVE LOAN-DIGIT-W TO DIGIT
                 DELETE CLIENTS RECORD
                     INVALID KEY
                        DISPLAY "LOAN ACCOUNT LEFT ON FILE - "
                           "CALL SUPERVISOR" AT 2030
                 END-DELETE.

       UNDO-DISBURSE.
              MOVE LINKED-DIGIT-W TO DIGIT.
              READ CLIENTS
                  NOT INVALID KEY
                     MOVE LINKED-BALANCE-OLD-W TO BALANCE
                     COMPUTE TOTAL = BALANCE
                     REWRITE REG-CLI
                     IF ARQST NOT = "00"
                        DISPLAY "BACK-OUT FAILED - CALL SUPERVISOR "
                           "NOW" AT 2030
                        STOP " "
                     END-IF
              END-READ.

       WRITE-AUDIT-PAIR.
              ACCEPT WS-TIME-REF FROM TIME.
              OPEN EXTEND AUDIT-TRAIL.
              MOVE LOAN-DIGIT-W         TO AUD-CODE.
              MOVE "CLIAV-DR"           TO AUD-PROGRAM.
              MOVE ZEROS                TO AUD-OLD-BALANCE.
              COMPUTE AUD-NEW-BALANCE = 0 - PRINCIPAL-W.
              MOVE DATA-SIS             TO AUD-DATA-SIS.
              MOVE WS-TIME-REF          TO AUD-REF.
              MOVE SIGNON-OPERATOR-ID   TO AUD-OPERATOR.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR" AT 1535
                 STOP " ".
              MOVE LINKED-DIGIT-W       TO AUD-CODE.
              MOVE "CLIAV-CR"           TO AUD-PROGRAM.
              MOVE LINKED-BALANCE-OLD-W TO AUD-OLD-BALANCE.
              MOVE LINKED-BALANCE-W     TO AUD-NEW-BALANCE.
              MOVE DATA-SIS             TO AUD-DATA-SIS.
              MOVE WS-TIME-REF          TO AUD-REF.
              MOVE SIGNON-OPERATOR-ID   TO AUD-OPERATOR.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR" AT 1535
                 STOP " ".
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

      * ----------------------------- A disbursement is an LDB pair
      * sharing the time reference: the debit raises the loan, the
      * credit pays it into the repayment account.
       WRITE-JOURNAL-PAIR.
              OPEN EXTEND JOURNAL-FILE.
              PERFORM GET-JOURNAL-SEQ.
              COMPUTE WS-JRN-AMOUNT = 0 - PRINCIPAL-W.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ        TO JRN-SEQ.
              MOVE LOAN-DIGIT-W      TO JRN-CODE.
              MOVE DATA-SIS          TO JRN-DATA-SIS.
              MOVE WS-TIME-REF       TO JRN-TIME.
              MOVE "LDB"             TO JRN-TYPE.
              MOVE "D"               TO JRN-DC.
              MOVE WS-JRN-AMOUNT     TO JRN-AMOUNT.
              MOVE WS-JRN-AMOUNT     TO JRN-RUN-BALANCE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR" AT 1535
                 STOP " ".
              PERFORM WRITE-JOURNAL-INDEX.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ        TO JRN-SEQ.
              MOVE LINKED-DIGIT-W    TO JRN-CODE.
              MOVE DATA-SIS          TO JRN-DATA-SIS.
              MOVE WS-TIME-REF       TO JRN-TIME.
              MOVE "LDB"             TO JRN-TYPE.
              MOVE "C"               TO JRN-DC.
              MOVE PRINCIPAL-W       TO JRN-AMOUNT.
              MOVE LINKED-BALANCE-W  TO JRN-RUN-BALANCE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR" AT 1535
                 STOP " ".
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
                 DISPLAY "JRNIDX NOT UPDATED - RUN JOURNAL-REORG"
                    AT 2030
                 STOP " ".

      * ----------------------------- The full amortization schedule
      * goes to the day's spooled print file for the customer's
      * copy.  Each line is worked exactly as the repayment batch
      * will collect it: interest on the balance owed, the rest of
      * the instalment off principal, and the last instalment
      * adjusted to clear the loan to the cent.
       PRINT-SCHEDULE.
              MOVE "O" TO SPL-FUNCTION.
              MOVE ZEROS TO SPL-DATE.
              MOVE "LNSCHED" TO SPL-REPORT-ID.
              MOVE "LOAN AMORTIZATION SCHEDULE" TO SPL-TITLE.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              IF SPL-RESULT NOT = 0
                 DISPLAY "REPORT SPOOL UNAVAILABLE - SCHEDULE NOT "
                    "PRINTED" AT 2030
                 STOP " "
              ELSE
                 PERFORM IMP-SCHEDULE-HEADER
                 MOVE PRINCIPAL-W TO SCHED-BALANCE-W
                 MOVE FIRST-DUE-W TO DUE-W
                 MOVE ZEROS TO SCHED-TOT-PAY-W SCHED-TOT-INT-W
                 PERFORM IMP-SCHEDULE-LINE
                    VARYING WS-MONTH-IX FROM 1 BY 1
                    UNTIL WS-MONTH-IX > TERM-MONTHS-W
                       OR SCHED-BALANCE-W = 0
                 PERFORM IMP-SCHEDULE-FOOTER
                 MOVE "C" TO SPL-FUNCTION
                 CALL "REPORT-SPOOL" USING SPOOL-AREA.

       SPOOL-LINE.
              MOVE "L" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       IMP-SCHEDULE-HEADER.
              MOVE SPACES TO SPL-LINE.
              STRING "LOAN ACCOUNT " DELIMITED BY SIZE
                 LOAN-DIGIT-W DELIMITED BY SIZE
                 "   REPAYMENT ACCOUNT " DELIMITED BY SIZE
                 LINKED-DIGIT-W DELIMITED BY SIZE
                 "   OPENED " DELIMITED BY SIZE
                 DATA-SIS DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE PRINCIPAL-W TO PRINCIPAL-E.
              MOVE SPACES TO SPL-LINE.
              STRING "PRINCIPAL " DELIMITED BY SIZE
                 PRINCIPAL-E DELIMITED BY SIZE
                 "   ANNUAL RATE " DELIMITED BY SIZE
                 RATE-E DELIMITED BY SIZE
                 "   TERM " DELIMITED BY SIZE
                 TERM-MONTHS-E DELIMITED BY SIZE
                 " MONTHS   INSTALMENT " DELIMITED BY SIZE
                 INSTALMENT-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING " NO  DUE DATE   INSTALMENT    INTEREST"
                 "   PRINCIPAL     BALANCE"
                 DELIMITED BY SIZE INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-SCHEDULE-LINE.
              MOVE DUE-W TO SCH-DUE-E.
              COMPUTE SCHED-INTEREST-W ROUNDED =
                 SCHED-BALANCE-W * RATE-W / 12.
              MOVE INSTALMENT-W TO SCHED-PAYMENT-W.
              COMPUTE SCHED-PRINCIPAL-W =
                 SCHED-PAYMENT-W - SCHED-INTEREST-W.
              IF SCHED-PRINCIPAL-W < 0
                 MOVE ZEROS TO SCHED-PRINCIPAL-W.
              IF SCHED-PRINCIPAL-W > SCHED-BALANCE-W
                 OR WS-MONTH-IX = TERM-MONTHS-W
                 MOVE SCHED-BALANCE-W TO SCHED-PRINCIPAL-W
                 COMPUTE SCHED-PAYMENT-W =
                    SCHED-PRINCIPAL-W + SCHED-INTEREST-W.
              SUBTRACT SCHED-PRINCIPAL-W FROM SCHED-BALANCE-W.
              ADD SCHED-PAYMENT-W TO SCHED-TOT-PAY-W.
              ADD SCHED-INTEREST-W TO SCHED-TOT-INT-W.
              MOVE WS-MONTH-IX       TO SCH-NO-E.
              MOVE SCHED-PAYMENT-W   TO SCH-PAYMENT-E.
              MOVE SCHED-INTEREST-W  TO SCH-INTEREST-E.
              MOVE SCHED-PRINCIPAL-W TO SCH-PRINCIPAL-E.
              MOVE SCHED-BALANCE-W   TO SCH-BALANCE-E.
              MOVE REG-SCHED-E TO SPL-LINE.
              PERFORM SPOOL-LINE.
              PERFORM ADD-ONE-MONTH.

       IMP-SCHEDULE-FOOTER.
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SCHED-TOT-PAY-W TO WS-TOTAL-E.
              MOVE SPACES TO SPL-LINE.
              STRING "TOTAL REPAYABLE " DELIMITED BY SIZE
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SCHED-TOT-INT-W TO WS-TOTAL-E.
              MOVE SPACES TO SPL-LINE.
              STRING "TOTAL INTEREST  " DELIMITED BY SIZE
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 1430.
              ACCEPT WS-OPTION AT 1447 WITH PROMPT AUTO.
              IF WS-OPTION = "S" OR = "N"
                     DISPLAY WS-SPACE AT 1430
                     DISPLAY WS-SPACE AT 1535
              ELSE
                     DISPLAY WS-SPACE AT 1535
                     DISPLAY "WRITE S OU N" AT 1535.

       END-PROGRAM.
              DISPLAY WS-MENS1 AT 1535.
              CLOSE CLIENTS.
              CLOSE LOAN-FILE.
              GOBACK.
