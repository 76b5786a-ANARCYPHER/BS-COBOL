      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OVERDRAFT-AGING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT COLLECT-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS COL-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-COL.

              SELECT COLNOTE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CNO-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CNO.

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
       FD CLIENT LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD COLLECT-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-COLLECT
                VALUE OF FILE-ID IS "COLLECT.DAT".
          COPY REGCOL.

       FD COLNOTE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-COLNOTE
                VALUE OF FILE-ID IS "COLNOTE.DAT".
          COPY REGCNO.

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
         01 ARQST-COL               PIC X(02).
         01 ARQST-CNO               PIC X(02).
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
         01 WS-CUS-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-COL-FOUND            PIC 9(01) VALUE ZEROS.
      * ----------------------------- An account overdrawn this many
      * days goes to the collections queue; this many more and a
      * supervisor may charge it off.
         01 WS-QUEUE-DAYS           PIC 9(03) VALUE 60.
         01 WS-CHARGEOFF-DAYS       PIC 9(03) VALUE 180.
         01 WS-BUCKET-LIMITS.
                02 FILLER PIC 9(03) VALUE 030.
                02 FILLER PIC 9(03) VALUE 060.
                02 FILLER PIC 9(03) VALUE 090.
                02 FILLER PIC 9(03) VALUE 180.
         01 WS-BUCKET-LIMITS-R REDEFINES WS-BUCKET-LIMITS.
                02 WS-BKT-LIMIT PIC 9(03) OCCURS 4.
         01 WS-BUCKET-NAMES.
                02 FILLER PIC X(08) VALUE "UNDER 30".
                02 FILLER PIC X(08) VALUE "30-59".
                02 FILLER PIC X(08) VALUE "60-89".
                02 FILLER PIC X(08) VALUE "90-179".
                02 FILLER PIC X(08) VALUE "180 +".
         01 WS-BUCKET-NAMES-R REDEFINES WS-BUCKET-NAMES.
                02 WS-BKT-NAME PIC X(08) OCCURS 5.
         01 WS-BUCKET-TOTALS.
                02 WS-BKT-ENTRY OCCURS 5.
                     03 WS-BKT-COUNT  PIC 9(05).
                     03 WS-BKT-AMOUNT PIC 9(09)V99.
         01 WS-BX                   PIC 9(01) VALUE ZEROS.
         01 WS-OVERDRAWN            PIC 9(05)V99 VALUE ZEROS.
         01 WS-TO-RECOVER           PIC 9(05)V99 VALUE ZEROS.
         01 WS-RECOVERY             PIC 9(05)V99 VALUE ZEROS.
         01 WS-BALANCE-OLD          PIC S9(05)V99 VALUE ZEROS.
         01 WS-ACTION               PIC X(18) VALUE SPACES.
         01 WS-NOTE-TEXT            PIC X(60) VALUE SPACES.
         01 WS-AGED-COUNT           PIC 9(05) VALUE ZEROS.
         01 WS-NEW-COUNT            PIC 9(05) VALUE ZEROS.
         01 WS-QUEUED-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-BROKEN-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-DUE-COUNT            PIC 9(05) VALUE ZEROS.
         01 WS-CLEARED-COUNT        PIC 9(05) VALUE ZEROS.
         01 WS-INQUEUE-COUNT        PIC 9(05) VALUE ZEROS.
         01 WS-RECOVERY-COUNT       PIC 9(05) VALUE ZEROS.
         01 WS-ERROR-COUNT          PIC 9(05) VALUE ZEROS.
         01 WS-TOT-RECOVERED        PIC 9(09)V99 VALUE ZEROS.
         01 WS-TOT-OVERDRAWN        PIC 9(09)V99 VALUE ZEROS.
         01 WS-JRN-SEQ              PIC 9(08) VALUE ZEROS.
         01 WS-TIME-REF             PIC 9(08) VALUE ZEROS.
         01 WS-DAYS-E               PIC ZZZZ9.
         01 WS-AMOUNT-E             PIC ZZ.ZZ9,99.
         01 WS-LEFT-E               PIC ZZ.ZZ9,99.
         01 WS-COUNT-E              PIC ZZZZ9.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).
         01 REG-LINE-E.
                02 LIN-DIGIT-E  PIC 9(09).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 LIN-NAME-E   PIC X(20).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 LIN-SINCE-E  PIC 9(08).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 LIN-DAYS-E   PIC ZZZZ9.
                02 FILLER       PIC X(01) VALUE SPACES.
                02 LIN-AGE-E    PIC X(08).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 LIN-AMOUNT-E PIC ZZ.ZZ9,99.
                02 FILLER       PIC X(01) VALUE SPACES.
                02 LIN-STATUS-E PIC X(01).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 LIN-ACTION-E PIC X(18).
         01 REG-BUCKET-E.
                02 BKT-NAME-E   PIC X(08).
                02 FILLER       PIC X(04) VALUE SPACES.
                02 BKT-COUNT-E  PIC ZZZZ9.
                02 FILLER       PIC X(04) VALUE SPACES.
                02 BKT-AMOUNT-E PIC ZZZ.ZZZ.ZZ9,99.
         01 WS-TOTAL-E              PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      * ----------------------------- Every current account below
      * zero is aged from the first business date it was found
      * overdrawn.  Past the queue age it goes to the collections
      * desk; past the charge-off age it is marked for a supervised
      * write-off.  Credits that have reached a written-off account
      * since the last run are taken back as recovery of the loss.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              MOVE ZEROS TO WS-BUCKET-TOTALS WS-ERROR-COUNT.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-TODAY.
              PERFORM OPEN-ARQ.
              PERFORM OPEN-SPOOL.
              PERFORM IMP-HEADER.
              PERFORM READ-CLIENT.
              PERFORM PROCESS-RECORD UNTIL WS-EOF = "Y".
              PERFORM IMP-SUMMARY.
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
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              OPEN I-O COLLECT-FILE.
              IF ARQST-COL = "35"
                 CLOSE COLLECT-FILE
                 OPEN OUTPUT COLLECT-FILE
                 CLOSE COLLECT-FILE
                 OPEN I-O COLLECT-FILE.
              IF ARQST-COL NOT = "00"
                 DISPLAY "UNABLE TO OPEN COLLECT.DAT - STATUS "
                    ARQST-COL
                 CLOSE CLIENT
                 GOBACK.
              OPEN I-O COLNOTE-FILE.
              IF ARQST-CNO = "35"
                 CLOSE COLNOTE-FILE
                 OPEN OUTPUT COLNOTE-FILE
                 CLOSE COLNOTE-FILE
                 OPEN I-O COLNOTE-FILE.
              IF ARQST-CNO NOT = "00"
                 DISPLAY "UNABLE TO OPEN COLNOTE.DAT - STATUS "
                    ARQST-CNO
                 CLOSE CLIENT
                 CLOSE COLLECT-FILE
                 GOBACK.
              OPEN EXTEND AUDIT-TRAIL.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDIT-TRAIL.
              CLOSE AUDIT-TRAIL.
              OPEN EXTEND JOURNAL-FILE.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL-FILE.
              CLOSE JOURNAL-FILE.
      * ----------------------------- No customer master only costs
      * the report its names.
              MOVE 0 TO WS-CUS-OPEN.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS = "00"
                 MOVE 1 TO WS-CUS-OPEN.

       OPEN-CLIENT.
              OPEN I-O CLIENT.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "UNABLE TO OPEN PRODUCTS.DAT - STATUS " ARQST
                 GOBACK.

       OPEN-SPOOL.
              MOVE "O" TO SPL-FUNCTION.
              MOVE ZEROS TO SPL-DATE.
              MOVE "ODAGING" TO SPL-REPORT-ID.
              MOVE "OVERDRAFT AGING - COLLECTIONS" TO SPL-TITLE.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              IF SPL-RESULT NOT = 0
                 DISPLAY "REPORT SPOOL UNAVAILABLE - SCREEN ONLY".

       SPOOL-LINE.
              MOVE "L" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       IMP-HEADER.
              DISPLAY "OVERDRAFT AGING FOR " WS-TODAY.
              DISPLAY "DIGIT     CUSTOMER             SINCE     "
                 "  DAYS AGE      OVERDRAWN S ACTION".
              DISPLAY "----------------------------------------------"
                 "------------------------------------".
              MOVE SPACES TO SPL-LINE.
              STRING "OVERDRAFT AGING FOR " DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING "DIGIT     CUSTOMER             SINCE     "
                 "  DAYS AGE      OVERDRAWN S ACTION"
                 DELIMITED BY SIZE INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.

       READ-CLIENT.
              READ CLIENT NEXT AT END MOVE "Y" TO WS-EOF.

      * ----------------------------- Loans are aged by the repayment
      * batch and closed accounts carry nothing; a written-off
      * account is only looked at for credits to take back.
       PROCESS-RECORD.
              IF ACCT-TYPE NOT = "L" AND ACCT-STATUS NOT = "C"
                 PERFORM READ-COLLECT
                 IF ACCT-STATUS = "W"
                    PERFORM CHECK-RECOVERY
                 ELSE IF BALANCE < 0
                    PERFORM AGE-ACCOUNT
                 ELSE IF WS-COL-FOUND = 1
                    PERFORM CLEAR-ACCOUNT.
              PERFORM READ-CLIENT.

       READ-COLLECT.
              MOVE DIGIT TO COL-DIGIT.
              MOVE 1 TO WS-COL-FOUND.
              READ COLLECT-FILE
                  INVALID KEY
                     MOVE 0 TO WS-COL-FOUND
              END-READ.

      * ----------------------------- First night overdrawn opens
      * the record; an account overdrawn again after it cleared
      * starts a new spell, its notes kept.
       AGE-ACCOUNT.
              COMPUTE WS-OVERDRAWN = 0 - BALANCE.
              MOVE SPACES TO WS-ACTION.
              IF WS-COL-FOUND = 0
                 INITIALIZE REG-COLLECT
                 MOVE DIGIT    TO COL-DIGIT
                 MOVE "A"      TO COL-STATUS
                 MOVE WS-TODAY TO COL-OD-SINCE
                 MOVE "N"      TO COL-CO-DUE
                 MOVE "NEWLY OVERDRAWN" TO WS-ACTION
                 ADD 1 TO WS-NEW-COUNT
              ELSE IF COL-STATUS = "X"
                 MOVE "A"      TO COL-STATUS
                 MOVE WS-TODAY TO COL-OD-SINCE
                 MOVE "N"      TO COL-CO-DUE
                 MOVE ZEROS    TO COL-QUEUED-DATE COL-PROMISE-DATE
                                  COL-PROMISE-AMT COL-CLOSED-DATE
                 MOVE "OVERDRAWN AGAIN" TO WS-ACTION
                 ADD 1 TO WS-NEW-COUNT.
              MOVE CUST-NUMBER-CLI TO COL-CUST.
              MOVE WS-TODAY        TO COL-AGED-DATE.
              MOVE WS-OVERDRAWN    TO COL-OVERDRAWN.
              COMPUTE COL-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(COL-OD-SINCE).
              PERFORM SET-BUCKET.
              IF COL-STATUS = "A" AND COL-DAYS NOT < WS-QUEUE-DAYS
                 PERFORM QUEUE-ACCOUNT
              ELSE IF COL-STATUS = "P"
                 AND COL-PROMISE-DATE < WS-TODAY
                 PERFORM BREAK-PROMISE.
              IF COL-STATUS NOT = "A"
                 AND COL-DAYS NOT < WS-CHARGEOFF-DAYS
                 AND COL-CO-DUE NOT = "S"
                 PERFORM MARK-CHARGEOFF-DUE.
              IF WS-COL-FOUND = 0
                 WRITE REG-COLLECT
              ELSE
                 REWRITE REG-COLLECT.
              IF ARQST-COL NOT = "00"
                 DISPLAY "COLLECT.DAT WRITE ERROR " DIGIT
                    " - STATUS " ARQST-COL
                 ADD 1 TO WS-ERROR-COUNT.
              ADD 1 TO WS-AGED-COUNT.
              IF COL-STATUS NOT = "A"
                 ADD 1 TO WS-INQUEUE-COUNT.
              IF COL-STATUS NOT = "A" OR WS-ACTION NOT = SPACES
                 MOVE COL-OD-SINCE  TO LIN-SINCE-E
                 MOVE COL-DAYS      TO LIN-DAYS-E
                 MOVE WS-BKT-NAME(WS-BX) TO LIN-AGE-E
                 MOVE WS-OVERDRAWN  TO LIN-AMOUNT-E
                 PERFORM IMP-LINE.

       SET-BUCKET.
              MOVE 1 TO WS-BX.
              PERFORM NEXT-BUCKET
                 UNTIL WS-BX > 4
                    OR COL-DAYS < WS-BKT-LIMIT(WS-BX).
              COMPUTE COL-BUCKET = WS-BX - 1.
              ADD 1 TO WS-BKT-COUNT(WS-BX).
              ADD WS-OVERDRAWN TO WS-BKT-AMOUNT(WS-BX).
              ADD WS-OVERDRAWN TO WS-TOT-OVERDRAWN.

       NEXT-BUCKET.
              ADD 1 TO WS-BX.

       QUEUE-ACCOUNT.
              MOVE "O"      TO COL-STATUS.
              MOVE WS-TODAY TO COL-QUEUED-DATE.
              MOVE "QUEUED" TO WS-ACTION.
              MOVE COL-DAYS TO WS-DAYS-E.
              MOVE SPACES TO WS-NOTE-TEXT.
              STRING "QUEUED FOR COLLECTIONS AFTER" DELIMITED BY SIZE
                 WS-DAYS-E DELIMITED BY SIZE
                 " DAYS OVERDRAWN" DELIMITED BY SIZE
                 INTO WS-NOTE-TEXT.
              PERFORM WRITE-NOTE.
              ADD 1 TO WS-QUEUED-COUNT.

      * ----------------------------- A promise counts as kept only
      * if the account is back in credit by the promised date; if it
      * is still overdrawn the account goes back to the open queue.
       BREAK-PROMISE.
              MOVE "O" TO COL-STATUS.
              MOVE "PROMISE BROKEN" TO WS-ACTION.
              MOVE COL-PROMISE-AMT TO WS-AMOUNT-E.
              MOVE SPACES TO WS-NOTE-TEXT.
              STRING "PROMISE BROKEN - " DELIMITED BY SIZE
                 WS-AMOUNT-E DELIMITED BY SIZE
                 " DUE " DELIMITED BY SIZE
                 COL-PROMISE-DATE DELIMITED BY SIZE
                 INTO WS-NOTE-TEXT.
              PERFORM WRITE-NOTE.
              ADD 1 TO WS-BROKEN-COUNT.

       MARK-CHARGEOFF-DUE.
              MOVE "S" TO COL-CO-DUE.
              IF WS-ACTION = SPACES
                 MOVE "CHARGE-OFF DUE" TO WS-ACTION.
              MOVE COL-DAYS TO WS-DAYS-E.
              MOVE SPACES TO WS-NOTE-TEXT.
              STRING "CHARGE-OFF AGE REACHED AT" DELIMITED BY SIZE
                 WS-DAYS-E DELIMITED BY SIZE
                 " DAYS - SUPERVISOR REVIEW" DELIMITED BY SIZE
                 INTO WS-NOTE-TEXT.
              PERFORM WRITE-NOTE.
              ADD 1 TO WS-DUE-COUNT.

      * ----------------------------- Back in credit: an account
      * never queued just drops its record; one the desk has worked
      * is closed off so its history stays with the notes.
       CLEAR-ACCOUNT.
              IF COL-STATUS = "A"
                 DELETE COLLECT-FILE RECORD
                     INVALID KEY
                        DISPLAY "COLLECT.DAT DELETE ERROR " DIGIT
                        ADD 1 TO WS-ERROR-COUNT
                 END-DELETE
              ELSE IF COL-STATUS = "O" OR COL-STATUS = "P"
                 MOVE "X"      TO COL-STATUS
                 MOVE WS-TODAY TO COL-CLOSED-DATE COL-AGED-DATE
                 MOVE ZEROS    TO COL-DAYS COL-BUCKET COL-OVERDRAWN
                 MOVE "N"      TO COL-CO-DUE
                 MOVE "CLEARED - ACCOUNT BACK IN CREDIT"
                    TO WS-NOTE-TEXT
                 PERFORM WRITE-NOTE
                 REWRITE REG-COLLECT
                 IF ARQST-COL NOT = "00"
                    DISPLAY "COLLECT.DAT WRITE ERROR " DIGIT
                       " - STATUS " ARQST-COL
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
                 MOVE "CLEARED" TO WS-ACTION
                 MOVE COL-OD-SINCE TO LIN-SINCE-E
                 MOVE ZEROS TO LIN-DAYS-E LIN-AMOUNT-E
                 MOVE SPACES TO LIN-AGE-E
                 PERFORM IMP-LINE
                 ADD 1 TO WS-CLEARED-COUNT.

      * ----------------------------- Whatever the account has been
      * credited since it was written off comes back off it against
      * the amount still unrecovered; anything above that is the
      * customer's own money and stays on the account.
       CHECK-RECOVERY.
              IF WS-COL-FOUND = 0
                 DISPLAY "WRITTEN-OFF ACCOUNT " DIGIT
                    " HAS NO COLLECTIONS RECORD - FOLLOW UP"
                 ADD 1 TO WS-ERROR-COUNT
              ELSE IF BALANCE > 0
                 AND COL-WRITEOFF-AMT > COL-RECOVERED
                 PERFORM APPLY-RECOVERY.

      * ----------------------------- The collections record moves
      * before the money does, as the loan batch does it: a failed
      * account update is backed out of it so nothing is taken
      * twice on the next run.
       APPLY-RECOVERY.
              COMPUTE WS-TO-RECOVER = COL-WRITEOFF-AMT - COL-RECOVERED.
              IF BALANCE < WS-TO-RECOVER
                 MOVE BALANCE TO WS-RECOVERY
              ELSE
                 MOVE WS-TO-RECOVER TO WS-RECOVERY.
              ADD WS-RECOVERY TO COL-RECOVERED.
              MOVE WS-TODAY TO COL-AGED-DATE.
              REWRITE REG-COLLECT.
              IF ARQST-COL NOT = "00"
                 DISPLAY "COLLECT.DAT WRITE ERROR " DIGIT
                    " - RECOVERY NOT TAKEN"
                 ADD 1 TO WS-ERROR-COUNT
              ELSE
                 MOVE BALANCE TO WS-BALANCE-OLD
                 SUBTRACT WS-RECOVERY FROM BALANCE
                 COMPUTE TOTAL = BALANCE
                 REWRITE REG-CLI
                 IF ARQST NOT = "00"
                    DISPLAY "ERROR TAKING RECOVERY FROM ACCOUNT " DIGIT
                    ADD 1 TO WS-ERROR-COUNT
                    SUBTRACT WS-RECOVERY FROM COL-RECOVERED
                    REWRITE REG-COLLECT
                 ELSE
                    PERFORM POST-RECOVERY.

       POST-RECOVERY.
              ACCEPT WS-TIME-REF FROM TIME.
              PERFORM WRITE-AUDIT.
              PERFORM WRITE-JOURNAL.
              COMPUTE WS-TO-RECOVER = COL-WRITEOFF-AMT - COL-RECOVERED.
              MOVE WS-RECOVERY TO WS-AMOUNT-E.
              MOVE WS-TO-RECOVER TO WS-LEFT-E.
              MOVE SPACES TO WS-NOTE-TEXT.
              STRING "RECOVERY " DELIMITED BY SIZE
                 WS-AMOUNT-E DELIMITED BY SIZE
                 " - STILL TO RECOVER " DELIMITED BY SIZE
                 WS-LEFT-E DELIMITED BY SIZE
                 INTO WS-NOTE-TEXT.
              PERFORM WRITE-NOTE.
              REWRITE REG-COLLECT.
              IF WS-TO-RECOVER = 0
                 MOVE "RECOVERED IN FULL" TO WS-ACTION
              ELSE
                 MOVE "RECOVERY" TO WS-ACTION.
              MOVE COL-WRITEOFF-DATE TO LIN-SINCE-E.
              MOVE ZEROS TO LIN-DAYS-E.
              MOVE "W/OFF"   TO LIN-AGE-E.
              MOVE WS-RECOVERY TO LIN-AMOUNT-E.
              PERFORM IMP-LINE.
              ADD 1 TO WS-RECOVERY-COUNT.
              ADD WS-RECOVERY TO WS-TOT-RECOVERED.

      * ----------------------------- Notes are numbered on from the
      * count carried on the collections record, which the caller
      * writes back.
       WRITE-NOTE.
              ADD 1 TO COL-NOTE-COUNT.
              MOVE DIGIT          TO CNO-DIGIT.
              MOVE COL-NOTE-COUNT TO CNO-SEQ.
              MOVE WS-TODAY       TO CNO-DATE.
              MOVE "BATCH"        TO CNO-OPERATOR.
              MOVE "S"            TO CNO-TYPE.
              MOVE WS-NOTE-TEXT   TO CNO-TEXT.
              WRITE REG-COLNOTE
                  INVALID KEY
                     DISPLAY "COLNOTE.DAT WRITE ERROR " DIGIT
                        " NOTE " CNO-SEQ
              END-WRITE.

       IMP-LINE.
              MOVE DIGIT       TO LIN-DIGIT-E.
              MOVE SPACES      TO LIN-NAME-E.
              PERFORM GET-CUSTOMER.
              MOVE COL-STATUS  TO LIN-STATUS-E.
              MOVE WS-ACTION   TO LIN-ACTION-E.
              DISPLAY REG-LINE-E.
              MOVE REG-LINE-E TO SPL-LINE.
              PERFORM SPOOL-LINE.

       GET-CUSTOMER.
              IF WS-CUS-OPEN = 1
                 MOVE CUST-NUMBER-CLI TO CUST-NUMBER
                 READ CUSTOMER-FILE
                     INVALID KEY
                        MOVE "CUSTOMER NOT ON FILE" TO LIN-NAME-E
                     NOT INVALID KEY
                        MOVE CUST-NAME TO LIN-NAME-E
                 END-READ.

       WRITE-AUDIT.
              MOVE DIGIT           TO AUD-CODE.
              MOVE "CLIBM"         TO AUD-PROGRAM.
              MOVE WS-BALANCE-OLD  TO AUD-OLD-BALANCE.
              MOVE BALANCE         TO AUD-NEW-BALANCE.
              MOVE DATA-SIS        TO AUD-DATA-SIS.
              MOVE WS-TIME-REF     TO AUD-REF.
              MOVE "BATCH"         TO AUD-OPERATOR.
              OPEN EXTEND AUDIT-TRAIL.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR FOR ACCOUNT " DIGIT.
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

      * ----------------------------- The recovery leaves the
      * account as a debit; the ledger takes it out of customer
      * balances and into loss recoveries.
       WRITE-JOURNAL.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ    TO JRN-SEQ.
              MOVE DIGIT         TO JRN-CODE.
              MOVE ACCT-CURRENCY TO JRN-CURRENCY.
              MOVE DATA-SIS      TO JRN-DATA-SIS.
              MOVE WS-TIME-REF   TO JRN-TIME.
              MOVE "RCV"         TO JRN-TYPE.
              MOVE "D"           TO JRN-DC.
              COMPUTE JRN-AMOUNT = 0 - WS-RECOVERY.
              MOVE BALANCE       TO JRN-RUN-BALANCE.
              OPEN EXTEND JOURNAL-FILE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR FOR ACCOUNT " DIGIT.
              CLOSE JOURNAL-FILE.
              PERFORM WRITE-JOURNAL-INDEX.

      * ----------------------------- Keep the keyed retrieval copy
      * in step with the book of record; until the rebuild utility
      * has created it there is nothing to maintain.
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

      * ----------------------------- The age bands cover every
      * overdrawn account, queued or not.
       IMP-SUMMARY.
              DISPLAY "----------------------------------------------"
                 "------------------------------------".
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              DISPLAY "AGE BAND    ACCOUNTS         OVERDRAWN".
              MOVE "AGE BAND    ACCOUNTS         OVERDRAWN"
                 TO SPL-LINE.
              PERFORM SPOOL-LINE.
              PERFORM IMP-BUCKET VARYING WS-BX FROM 1 BY 1
                 UNTIL WS-BX > 5.
              MOVE "TOTAL"          TO BKT-NAME-E.
              MOVE WS-AGED-COUNT    TO BKT-COUNT-E.
              MOVE WS-TOT-OVERDRAWN TO BKT-AMOUNT-E.
              DISPLAY REG-BUCKET-E.
              MOVE REG-BUCKET-E TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              PERFORM SPOOL-LINE.
              DISPLAY " ".
              DISPLAY "NEW: " WS-NEW-COUNT
                 "  QUEUED: " WS-QUEUED-COUNT
                 "  PROMISES BROKEN: " WS-BROKEN-COUNT
                 "  CLEARED: " WS-CLEARED-COUNT.
              MOVE SPACES TO SPL-LINE.
              STRING "NEW: " DELIMITED BY SIZE
                 WS-NEW-COUNT DELIMITED BY SIZE
                 "  QUEUED: " DELIMITED BY SIZE
                 WS-QUEUED-COUNT DELIMITED BY SIZE
                 "  PROMISES BROKEN: " DELIMITED BY SIZE
                 WS-BROKEN-COUNT DELIMITED BY SIZE
                 "  CLEARED: " DELIMITED BY SIZE
                 WS-CLEARED-COUNT DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              DISPLAY "IN COLLECTIONS: " WS-INQUEUE-COUNT
                 "  NEWLY DUE FOR CHARGE-OFF: " WS-DUE-COUNT.
              MOVE SPACES TO SPL-LINE.
              STRING "IN COLLECTIONS: " DELIMITED BY SIZE
                 WS-INQUEUE-COUNT DELIMITED BY SIZE
                 "  NEWLY DUE FOR CHARGE-OFF: " DELIMITED BY SIZE
                 WS-DUE-COUNT DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-TOT-RECOVERED TO WS-TOTAL-E.
              DISPLAY "RECOVERIES: " WS-RECOVERY-COUNT
                 "  AMOUNT RECOVERED: " WS-TOTAL-E.
              MOVE SPACES TO SPL-LINE.
              STRING "RECOVERIES: " DELIMITED BY SIZE
                 WS-RECOVERY-COUNT DELIMITED BY SIZE
                 "  AMOUNT RECOVERED: " DELIMITED BY SIZE
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              IF WS-ERROR-COUNT > 0
                 DISPLAY "ERRORS: " WS-ERROR-COUNT
                    " - SEE MESSAGES ABOVE"
                 MOVE SPACES TO SPL-LINE
                 STRING "ERRORS: " DELIMITED BY SIZE
                    WS-ERROR-COUNT DELIMITED BY SIZE
                    INTO SPL-LINE
                 PERFORM SPOOL-LINE.
              MOVE "C" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       IMP-BUCKET.
              MOVE WS-BKT-NAME(WS-BX)   TO BKT-NAME-E.
              MOVE WS-BKT-COUNT(WS-BX)  TO BKT-COUNT-E.
              MOVE WS-BKT-AMOUNT(WS-BX) TO BKT-AMOUNT-E.
              DISPLAY REG-BUCKET-E.
              MOVE REG-BUCKET-E TO SPL-LINE.
              PERFORM SPOOL-LINE.

      * ----------------------------- A failed write leaves the step
      * to be run again once the cause is put right.
       END-PROGRAM.
              MOVE WS-AGED-COUNT TO BATCH-RECORD-COUNT.
              IF WS-ERROR-COUNT = 0
                 MOVE 1 TO BATCH-STEP-OK
              ELSE
                 MOVE 0 TO BATCH-STEP-OK.
              CLOSE CLIENT.
              CLOSE COLLECT-FILE.
              CLOSE COLNOTE-FILE.
              IF WS-CUS-OPEN = 1
                 CLOSE CUSTOMER-FILE.
              GOBACK.
