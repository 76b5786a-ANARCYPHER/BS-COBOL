              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-RAT.

              SELECT CUSTOMER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CUST-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT CHECKPOINT ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

              SELECT INTRUN-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-IRN.

              SELECT JRNIDX-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
                VALUE OF FILE-ID IS "RATETAB.DAT".
          COPY REGRAT.

       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD CHECKPOINT LABEL RECORD STANDARD
                DATA RECORD IS REG-CHECKPOINT
                VALUE OF FILE-ID IS "INTEREST.CKP".
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

      * ----------------------------- Business date of the last run
      * that completed; the next run credits interest on the
      * average daily balance of the days since.
       FD INTRUN-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-INTRUN
                VALUE OF FILE-ID IS "INTEREST.LST".
          01 REG-INTRUN.
                02 IRN-LAST-DATE PIC 9(08).

       FD JRNIDX-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-JRNX
                VALUE OF FILE-ID IS "JRNIDX.DAT".

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY BHSLNK.
         01 ARQST                   PIC X(02).
         01 ARQST-AUD               PIC X(02).
         01 ARQST-CKP                PIC X(02).
         01 ARQST-JRX                PIC X(02).
         01 ARQST-JRN                PIC X(02).
         01 ARQST-JSQ                PIC X(02).
         01 ARQST-IRN                PIC X(02).
         01 WS-LAST-RUN              PIC 9(08) VALUE ZEROS.
         01 WS-PERIOD-FROM           PIC 9(08) VALUE ZEROS.
         01 WS-YESTERDAY             PIC 9(08) VALUE ZEROS.
         01 WS-DATE-INT              PIC 9(07) VALUE ZEROS.
         01 WS-INT-BASIS             PIC S9(05)V99 VALUE ZEROS.
         01 WS-JRN-SEQ               PIC 9(08) VALUE ZEROS.
         01 WS-JRN-TIME              PIC 9(08) VALUE ZEROS.
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-LAST-DIGIT           PIC 9(09) VALUE ZEROS.
         01 ARQST-RAT                PIC X(02).
         01 ARQST-CUS                PIC X(02).
         01 WS-CUS-OPEN              PIC 9(01) VALUE ZEROS.
         01 WS-EXEMPT                PIC X(01) VALUE "N".
         01 WS-INTEREST-RATE        PIC 9V9(04) VALUE 0,0100.
         01 WS-RATE-EOF              PIC X(01) VALUE "N".
         01 WS-TODAY                 PIC 9(08) VALUE ZEROS.
         01 WS-RATE-FOUND-C          PIC 9(01) VALUE ZEROS.
         01 WS-RATE-FOUND-S          PIC 9(01) VALUE ZEROS.
         01 WS-RATE-FOUND-B          PIC 9(01) VALUE ZEROS.
         01 WS-RATE-W                PIC 9V9(04) VALUE ZEROS.
         01 WS-EFF-W                 PIC 9(08) VALUE ZEROS.
         01 WS-RATE-FOUND-W          PIC 9(01) VALUE ZEROS.
         01 WS-TAX                   PIC S9(05)V99 VALUE ZEROS.
         01 WS-TAX-COUNT             PIC 9(05) VALUE ZEROS.
         01 WS-TAX-TOTAL             PIC S9(07)V99 VALUE ZEROS.
         01 WS-EXEMPT-COUNT          PIC 9(05) VALUE ZEROS.
         01 WS-RATE-USED             PIC 9V9(04) VALUE ZEROS.
         01 WS-POSTED-C              PIC 9(05) VALUE ZEROS.
         01 WS-POSTED-S              PIC 9(05) VALUE ZEROS.
                             WS-POSTED-C WS-POSTED-S
                             WS-POSTED-B WS-POSTED-O
                             WS-INT-TOTAL-C WS-INT-TOTAL-S
                             WS-INT-TOTAL-B WS-INT-TOTAL-O
                             WS-TAX-COUNT WS-TAX-TOTAL
                             WS-EXEMPT-COUNT.
              PERFORM OPEN-ARQ.
              PERFORM LOAD-RATE-TABLE.
              PERFORM READ-LAST-RUN.
              PERFORM READ-CHECKPOINT.
              PERFORM READ-CLIENT.
              PERFORM PROCESS-RECORD UNTIL WS-EOF = "Y".
              PERFORM RESET-CHECKPOINT.
              PERFORM WRITE-LAST-RUN.
              DISPLAY "INTEREST POSTED TO " WS-POSTED-COUNT " ACCOUNTS".
              PERFORM IMP-TYPE-TOTALS.
              PERFORM IMP-TAX-TOTALS.
              PERFORM END-PROGRAM.

       OPEN-ARQ.
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

      * ----------------------------- The run is stamped with the
      * business date off the control file, not the machine clock.
                 PERFORM READ-RATE
                 PERFORM LOAD-ONE-RATE UNTIL WS-RATE-EOF = "Y"
                 CLOSE RATE-FILE.
              IF WS-RATE-FOUND-W = 0
                 DISPLAY "NO WITHHOLDING RATE - NO TAX WITHHELD".

       READ-RATE.
              READ RATE-FILE NEXT AT END MOVE "Y" TO WS-RATE-EOF.
                 ELSE IF RT-TYPE = "B" AND RT-EFFECTIVE NOT < WS-EFF-B
                    MOVE RT-RATE TO WS-RATE-B
                    MOVE RT-EFFECTIVE TO WS-EFF-B
                    MOVE 1 TO WS-RATE-FOUND-B
                 ELSE IF RT-TYPE = "W" AND RT-EFFECTIVE NOT < WS-EFF-W
                    MOVE RT-RATE TO WS-RATE-W
                    MOVE RT-EFFECTIVE TO WS-EFF-W
                    MOVE 1 TO WS-RATE-FOUND-W.
              PERFORM READ-RATE.

      * ----------------------------- The interest period runs from
      * the day after the last completed run to today.  The days
      * before today are valued off the balance history; today has
      * no history yet and counts at the present balance.  With no
      * earlier run on file the period is today alone.
       READ-LAST-RUN.
              MOVE ZEROS TO WS-LAST-RUN.
              OPEN INPUT INTRUN-FILE.
              IF ARQST-IRN = "00"
                 READ INTRUN-FILE
                     AT END
                        CONTINUE
                     NOT AT END
                        MOVE IRN-LAST-DATE TO WS-LAST-RUN
                 END-READ
                 CLOSE INTRUN-FILE.
              MOVE WS-TODAY TO WS-PERIOD-FROM.
              IF WS-LAST-RUN NOT = ZEROS AND WS-LAST-RUN < WS-TODAY
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-LAST-RUN) + 1
                 COMPUTE WS-PERIOD-FROM =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1.
              COMPUTE WS-YESTERDAY =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
              IF WS-PERIOD-FROM < WS-TODAY
                 DISPLAY "INTEREST ON AVERAGE DAILY BALANCE FROM "
                    WS-PERIOD-FROM.

       WRITE-LAST-RUN.
              MOVE WS-TODAY TO IRN-LAST-DATE.
              OPEN OUTPUT INTRUN-FILE.
              WRITE REG-INTRUN.
              CLOSE INTRUN-FILE.

       READ-CHECKPOINT.
              MOVE ZEROS TO WS-LAST-DIGIT.
              OPEN INPUT CHECKPOINT.
              READ CLIENT NEXT AT END MOVE "Y" TO WS-EOF.

      * ----------------------------- Term deposits earn their
      * agreed rate once, at maturity, never the monthly rate;
      * loans are charged theirs by the repayment batch.
       PROCESS-RECORD.
              IF DIGIT > WS-LAST-DIGIT AND ACCT-STATUS = "O"
                 AND ACCT-TYPE NOT = "T" AND ACCT-TYPE NOT = "L"
                 PERFORM POST-INTEREST
              ELSE IF DIGIT > WS-LAST-DIGIT
                 MOVE DIGIT TO WS-LAST-DIGIT

       POST-INTEREST.
              PERFORM PICK-RATE.
              PERFORM CAL-INTEREST-BASIS.
              COMPUTE WS-INTEREST ROUNDED = WS-INT-BASIS * WS-RATE-USED.
              PERFORM CAL-WITHHOLDING.
              MOVE BALANCE TO BALANCE-OLD-W.
              MOVE DIGIT TO WS-LAST-DIGIT.
              PERFORM WRITE-CHECKPOINT.
              COMPUTE WS-NEW-BALANCE = BALANCE + WS-INTEREST - WS-TAX.
              IF WS-INTEREST NOT = 0
                 IF WS-NEW-BALANCE > WS-MAX-BALANCE
                    DISPLAY "INTEREST SKIPPED - BALANCE LIMIT ACCOUNT "
                    ELSE
                       PERFORM WRITE-AUDIT
                       PERFORM WRITE-JOURNAL
                       IF WS-TAX > 0
                          PERFORM WRITE-TAX-JOURNAL
                          ADD 1 TO WS-TAX-COUNT
                          ADD WS-TAX TO WS-TAX-TOTAL
                       END-IF
                       ADD 1 TO WS-POSTED-COUNT
                       PERFORM COUNT-BY-TYPE
                    END-IF
                 END-IF.

      * ----------------------------- Each history day of the
      * period weighs the same as today; an account with no history
      * in the period is credited on its present balance.
       CAL-INTEREST-BASIS.
              MOVE BALANCE TO WS-INT-BASIS.
              IF WS-PERIOD-FROM < WS-TODAY
                 MOVE DIGIT          TO BHS-ACCOUNT
                 MOVE WS-PERIOD-FROM TO BHS-DATE-FROM
                 MOVE WS-YESTERDAY   TO BHS-DATE-TO
                 CALL "BALANCE-AVERAGE" USING BALANCE-AVERAGE-AREA
                 IF BHS-DAYS > 0
                    COMPUTE WS-INT-BASIS ROUNDED =
                       (BHS-AVERAGE * BHS-DAYS + BALANCE)
                       / (BHS-DAYS + 1).

      * ----------------------------- Tax is withheld from interest
      * credited, never from interest charged, at the type W rate,
      * unless the account's customer has lodged an exemption.  The
      * account is credited the net amount in one posting; the
      * journal shows the gross interest and the tax as two entries.
       CAL-WITHHOLDING.
              MOVE ZEROS TO WS-TAX.
              MOVE "N" TO WS-EXEMPT.
              IF WS-INTEREST > 0 AND WS-RATE-FOUND-W = 1
                 PERFORM CHECK-EXEMPT
                 IF WS-EXEMPT = "S"
                    ADD 1 TO WS-EXEMPT-COUNT
                 ELSE
                    COMPUTE WS-TAX ROUNDED = WS-INTEREST * WS-RATE-W.

       CHECK-EXEMPT.
              IF WS-CUS-OPEN = 1
                 MOVE CUST-NUMBER-CLI TO CUST-NUMBER
                 READ CUSTOMER-FILE
                     INVALID KEY
                        MOVE "N" TO WS-EXEMPT
                     NOT INVALID KEY
                        IF CUST-TAX-EXEMPT = "S"
                           MOVE "S" TO WS-EXEMPT
                        END-IF
                 END-READ.

       PICK-RATE.
              IF ACCT-TYPE = "C" AND WS-RATE-FOUND-C = 1
                 MOVE WS-RATE-C TO WS-RATE-USED
                 DISPLAY "NO TYPE: " WS-POSTED-O
                    " ACCOUNTS  INTEREST " WS-INT-TOTAL-E.

       IMP-TAX-TOTALS.
              MOVE WS-TAX-TOTAL TO WS-INT-TOTAL-E.
              DISPLAY "TAX WITHHELD: " WS-TAX-COUNT " ACCOUNTS  TAX "
                 WS-INT-TOTAL-E.
              DISPLAY "EXEMPT CUSTOMERS: " WS-EXEMPT-COUNT " ACCOUNTS".

       WRITE-AUDIT.
              MOVE DIGIT           TO AUD-CODE.
              MOVE "CLIJ"          TO AUD-PROGRAM.
       WRITE-JOURNAL.
              PERFORM GET-JOURNAL-SEQ.
              ACCEPT WS-JRN-TIME FROM TIME.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ    TO JRN-SEQ.
              MOVE DIGIT         TO JRN-CODE.
              MOVE ACCT-CURRENCY TO JRN-CURRENCY.
              MOVE DATA-SIS      TO JRN-DATA-SIS.
              MOVE WS-JRN-TIME   TO JRN-TIME.
              MOVE "INT"         TO JRN-TYPE.
              ELSE
                 MOVE "C"        TO JRN-DC.
              MOVE WS-INTEREST   TO JRN-AMOUNT.
              COMPUTE JRN-RUN-BALANCE = BALANCE-OLD-W + WS-INTEREST.
              OPEN EXTEND JOURNAL-FILE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR FOR ACCOUNT " DIGIT.
              CLOSE JOURNAL-FILE.
              PERFORM WRITE-JOURNAL-INDEX.

      * ----------------------------- The tax entry follows its
      * interest entry and shares its time reference, the way
      * transfer legs do, so the pair reads together.
       WRITE-TAX-JOURNAL.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ    TO JRN-SEQ.
              MOVE DIGIT         TO JRN-CODE.
              MOVE ACCT-CURRENCY TO JRN-CURRENCY.
              MOVE DATA-SIS      TO JRN-DATA-SIS.
              MOVE WS-JRN-TIME   TO JRN-TIME.
              MOVE "WHT"         TO JRN-TYPE.
              MOVE "D"           TO JRN-DC.
              COMPUTE JRN-AMOUNT = 0 - WS-TAX.
              MOVE BALANCE       TO JRN-RUN-BALANCE.
              OPEN EXTEND JOURNAL-FILE.
              WRITE REG-JOURNAL.
              MOVE WS-POSTED-COUNT TO BATCH-RECORD-COUNT.
              MOVE 1 TO BATCH-STEP-OK.
              CLOSE CLIENT.
              IF WS-CUS-OPEN = 1
                 CLOSE CUSTOMER-FILE.
              GOBACK.
