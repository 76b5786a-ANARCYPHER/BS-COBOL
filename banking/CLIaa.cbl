              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

              SELECT BRANCH-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS BR-CODE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-BRN.

              SELECT FXPOS-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FXP-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-FXP.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE LABEL RECORD STANDARD
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       FD BRANCH-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BRANCH
                VALUE OF FILE-ID IS "BRANCH.DAT".
          COPY REGBRN.

       FD FXPOS-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-FXPOS
                VALUE OF FILE-ID IS "FXPOS.DAT".
          COPY REGFXP.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY SPLLNK.
          COPY FXRLNK.
         01 ARQST-JRN               PIC X(02).
         01 ARQST-GLP               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 ARQST-BRN               PIC X(02).
         01 ARQST-FXP               PIC X(02).
         01 WS-BRN-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-FXP-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-FXP-EOF              PIC X(01) VALUE "N".
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
         01 WS-ENTRY-COUNT          PIC 9(05) VALUE ZEROS.
         01 WS-AMOUNT               PIC S9(05)V99 VALUE ZEROS.
         01 WS-BR                   PIC 9(04) VALUE ZEROS COMP.
         01 WS-GL                   PIC 9(02) VALUE ZEROS COMP.
         01 WS-CX                   PIC 9(02) VALUE ZEROS COMP.
         01 WS-CY                   PIC 9(02) VALUE ZEROS COMP.
         01 WS-CX-CTR               PIC 9(02) VALUE ZEROS COMP.
         01 WS-FOUND-CX             PIC 9(02) VALUE ZEROS COMP.
         01 WS-FIND-CCY             PIC X(03) VALUE SPACES.
         01 WS-BASE-CCY             PIC X(03) VALUE SPACES.
         01 WS-CTR-AMOUNT           PIC S9(05)V99 VALUE ZEROS.
         01 WS-BASE-AMOUNT          PIC S9(07)V99 VALUE ZEROS.
         01 WS-BOOKED               PIC S9(11)V99 VALUE ZEROS.
         01 WS-GAIN                 PIC S9(11)V99 VALUE ZEROS.
         01 WS-OUT-COUNT            PIC 9(02) VALUE ZEROS.
         01 WS-REVAL-COUNT          PIC 9(05) VALUE ZEROS.
         01 WS-BR-CODE              PIC 9(03) VALUE ZEROS.
         01 WS-ENTRY-DIGIT          PIC 9(09) VALUE ZEROS.
         01 WS-ENTRY-DIGIT-R REDEFINES WS-ENTRY-DIGIT.
         01 WS-TOTAL-DR             PIC S9(11)V99 VALUE ZEROS.
         01 WS-TOTAL-CR             PIC S9(11)V99 VALUE ZEROS.
         01 WS-TOTAL-E              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
         01 WS-CCY-E                PIC X(03) VALUE SPACES.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).

      * ----------------------------- The ledger buckets the
      * journal types map onto; table order is the subscript used
      * by the accumulators below.
          01 WS-GL-NAME-TABLE.
                02 FILLER PIC X(24) VALUE "3000TRANSFER SUSPENSE".
                02 FILLER PIC X(24) VALUE "4000FEE INCOME".
                02 FILLER PIC X(24) VALUE "5000INTEREST EXPENSE".
                02 FILLER PIC X(24) VALUE "6000PAYMENTS CLEARING".
                02 FILLER PIC X(24) VALUE "7000LOANS RECEIVABLE".
                02 FILLER PIC X(24) VALUE "8000LOAN INTEREST INCOME".
                02 FILLER PIC X(24) VALUE "9000TAX PAYABLE".
                02 FILLER PIC X(24) VALUE "3100CURRENCY POSITION".
                02 FILLER PIC X(24) VALUE "4100FX REVALUATION".
                02 FILLER PIC X(24) VALUE "5100OVERDRAFT LOSSES".
                02 FILLER PIC X(24) VALUE "4200LOSS RECOVERIES".
          01 WS-GL-NAME-R REDEFINES WS-GL-NAME-TABLE.
                02 WS-GL-ENTRY OCCURS 13 TIMES.
                     03 WS-GL-CODE PIC 9(04).
                     03 WS-GL-NAME PIC X(20).
          01 WS-GL-COUNT PIC 9(02) VALUE 13.

      * ----------------------------- The currencies met in the run,
      * in the order first seen; slot 1 is always the base currency
      * (spaces on the journal).  Its order is the second subscript
      * of the accumulators.
          01 WS-CCY-TABLE.
                02 WS-CCY-CODE PIC X(03) OCCURS 6 TIMES.
          01 WS-CCY-COUNT PIC 9(02) VALUE 1.
          01 WS-CCY-MAX   PIC 9(02) VALUE 6.

      * ----------------------------- Debit and credit accumulators
      * per branch, currency and bucket, subscripted by branch code
      * plus one.  Alongside each foreign currency: the base value
      * booked to its position today, and the position as carried
      * in and revalued out.
          01 GL-ACCUM-TABLE.
                02 GL-BR-ENTRY OCCURS 1000 TIMES.
                     03 GL-CCY-ENTRY OCCURS 6 TIMES.
                          04 GL-DR-AMT PIC S9(09)V99 OCCURS 13 TIMES.
                          04 GL-CR-AMT PIC S9(09)V99 OCCURS 13 TIMES.
                          04 GL-BOOKED-BASE PIC S9(11)V99.
                          04 GL-START-POS   PIC S9(11)V99.
                          04 GL-START-BASE  PIC S9(11)V99.
                          04 GL-NEW-POS     PIC S9(11)V99.
                          04 GL-NEW-BASE    PIC S9(11)V99.
                          04 GL-REVAL-AMT   PIC S9(11)V99.
                          04 GL-REVAL-DONE  PIC 9(01).
                          04 GL-FXP-FOUND   PIC 9(01).
                          04 GL-RATE-FOUND  PIC 9(01).

          01 REG-TB-LINE-E.
                02 TB-BRANCH-E  PIC 9(03).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 TB-BRNAME-E  PIC X(15).
                02 FILLER       PIC X(02) VALUE SPACES.
                02 TB-ACCOUNT-E PIC 9(04).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 FILLER       PIC X(02) VALUE SPACES.
                02 TB-CR-E      PIC ZZZ.ZZZ.ZZ9,99.

          01 REG-RV-LINE-E.
                02 RV-BRANCH-E  PIC 9(03).
                02 FILLER       PIC X(02) VALUE SPACES.
                02 RV-CCY-E     PIC X(03).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 RV-POS-E     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER       PIC X(01) VALUE SPACES.
                02 RV-BOOKED-E  PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER       PIC X(01) VALUE SPACES.
                02 RV-VALUE-E   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER       PIC X(01) VALUE SPACES.
                02 RV-GAIN-E    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
                02 FILLER       PIC X(01) VALUE SPACES.
                02 RV-NOTE-E    PIC X(07).

       PROCEDURE DIVISION.
      * ----------------------------- Summarizes the business date's
      * journal into ledger buckets per branch and currency,
      * revalues the open foreign currency positions and prints a
      * trial balance for each currency.  Nothing reaches GLPOST.DAT
      * until every currency has proved, so a failed or crashed run
      * leaves no postings for a rerun to double up on, and the step
      * reports complete only when debits equal credits in each.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              MOVE ZEROS TO WS-ENTRY-COUNT WS-UNKNOWN-COUNT
                             WS-POSTING-COUNT WS-OUT-COUNT
                             WS-REVAL-COUNT
                             WS-TOTAL-DR WS-TOTAL-CR.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-RUN-DATE.
              MOVE "K" TO FXR-FUNCTION.
              MOVE SPACES TO FXR-CURRENCY.
              CALL "FX-RATE" USING FX-RATE-AREA.
              MOVE FXR-BASE TO WS-BASE-CCY.
              MOVE SPACES TO WS-CCY-TABLE.
              MOVE 1 TO WS-CCY-COUNT.
              PERFORM CLEAR-ACCUM
                 VARYING WS-BR FROM 1 BY 1 UNTIL WS-BR > 1000.
              OPEN INPUT JOURNAL-FILE.
              PERFORM READ-JOURNAL.
              PERFORM PROCESS-ENTRY UNTIL WS-EOF = "Y".
              CLOSE JOURNAL-FILE.
              PERFORM REVALUE-POSITIONS.
              PERFORM OPEN-SPOOL.
              PERFORM IMP-HEADER.
              PERFORM OPEN-BRANCH.
              PERFORM POST-CURRENCY
                 VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CCY-COUNT.
              IF WS-BRN-OPEN = 1
                 CLOSE BRANCH-FILE.
              PERFORM IMP-REVALUATION.
              PERFORM IMP-RUN-TOTALS.
              PERFORM END-PROGRAM.

      * ----------------------------- The run is stamped with the
                 END-READ
                 CLOSE BUSDATE-FILE.

      * ----------------------------- Branch names come off the
      * branch master when there is one; without it the trial
      * balance shows the codes alone.
       OPEN-BRANCH.
              MOVE 0 TO WS-BRN-OPEN.
              OPEN INPUT BRANCH-FILE.
              IF ARQST-BRN = "00"
                 MOVE 1 TO WS-BRN-OPEN.

       GET-BRANCH-NAME.
              MOVE SPACES TO TB-BRNAME-E.
              IF WS-BRN-OPEN = 1
                 MOVE WS-BR-CODE TO BR-CODE
                 READ BRANCH-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE BR-NAME TO TB-BRNAME-E
                 END-READ.

       CLEAR-ACCUM.
              INITIALIZE GL-BR-ENTRY(WS-BR).

      * ----------------------------- The trial balance also goes
      * to the day's spooled print file so it can be reprinted on
              MOVE JRN-CODE TO WS-ENTRY-DIGIT.
              COMPUTE WS-BR = WS-ENTRY-BRANCH + 1.
              COMPUTE WS-AMOUNT = FUNCTION ABS(JRN-AMOUNT).
              MOVE JRN-CURRENCY TO WS-FIND-CCY.
              PERFORM FIND-CURRENCY.
              MOVE WS-FOUND-CX TO WS-CX-CTR.
              IF JRN-FX-RATE > 0 AND JRN-DC = "D"
                 MOVE JRN-CTR-CURRENCY TO WS-FIND-CCY
                 PERFORM FIND-CURRENCY
                 MOVE WS-FOUND-CX TO WS-CX-CTR
                 MOVE JRN-CURRENCY TO WS-FIND-CCY
                 PERFORM FIND-CURRENCY.
              MOVE WS-FOUND-CX TO WS-CX.
              IF WS-CX = 0 OR WS-CX-CTR = 0
                 ADD 1 TO WS-UNKNOWN-COUNT
                 DISPLAY "TOO MANY CURRENCIES - SEQ " JRN-SEQ
                    " NOT POSTED"
      * ----------------------------- The debit leg of a transfer
      * across currencies carries the whole conversion; its credit
      * leg then posts like any transfer credit, in its own
      * currency.
              ELSE IF JRN-FX-RATE > 0 AND JRN-DC = "D"
                 PERFORM BUCKET-CONVERSION
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "DEP"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 1)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 2)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "WDL"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 2)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 1)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "INT"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 5)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 2)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "FEE"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 2)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 4)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "TRF" AND JRN-DC = "D"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 2)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 3)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "TRF"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 3)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 2)
                 ADD 1 TO WS-ENTRY-COUNT
      * ----------------------------- A reversal moves cash the way
      * its sign says: backing out a withdrawal is cash in, backing
      * out a deposit is cash out.
              ELSE IF JRN-TYPE = "REV" AND JRN-AMOUNT > 0
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 1)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 2)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "REV"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 2)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 1)
                 ADD 1 TO WS-ENTRY-COUNT
      * ----------------------------- Direct payments settle
      * through the clearing house account: a direct credit comes
      * in from clearing, a direct debit or a paid cheque goes out
      * to it.
              ELSE IF JRN-TYPE = "DPY" AND JRN-DC = "C"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 6)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 2)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "DPY"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 2)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 6)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "CHQ"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 2)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 6)
                 ADD 1 TO WS-ENTRY-COUNT
      * ----------------------------- Loan money passes through
      * transfer suspense like any transfer: a disbursement raises
      * the receivable and pays the customer's account, and an
      * instalment taken from the account clears interest to
      * income and principal off the receivable.
              ELSE IF JRN-TYPE = "LDB" AND JRN-DC = "D"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 7)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 3)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "LDB"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 3)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 2)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "LRP"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 2)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 3)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "LNI"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 3)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 8)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "LNP"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 3)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 7)
                 ADD 1 TO WS-ENTRY-COUNT
      * ----------------------------- Tax withheld from credited
      * interest is owed to the tax authority until paid over.
              ELSE IF JRN-TYPE = "WHT"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 2)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 9)
                 ADD 1 TO WS-ENTRY-COUNT
      * ----------------------------- An account moved to another
      * branch takes its balance with it through transfer suspense:
      * deposits on bucket 2, a loan's principal on the receivable.
              ELSE IF JRN-TYPE = "MIG" AND JRN-DC = "D"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 2)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 3)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "MIG"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 3)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 2)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "MLN" AND JRN-DC = "D"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 7)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 3)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "MLN"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 3)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 7)
                 ADD 1 TO WS-ENTRY-COUNT
      * ----------------------------- An overdraft charged off
      * clears the customer's debit balance to losses; money later
      * recovered on it comes back off the account as income.
              ELSE IF JRN-TYPE = "CHO"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 12)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 2)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE IF JRN-TYPE = "RCV"
                 ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 2)
                 ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 13)
                 ADD 1 TO WS-ENTRY-COUNT
              ELSE
                 ADD 1 TO WS-UNKNOWN-COUNT
                 DISPLAY "UNKNOWN JOURNAL TYPE " JRN-TYPE
                    " SEQ " JRN-SEQ " NOT POSTED".

      * ----------------------------- The slot of WS-FIND-CCY in the
      * currency table, added on first sight; zero when the table
      * is full.  The base currency is always slot 1.
       FIND-CURRENCY.
              IF WS-FIND-CCY = WS-BASE-CCY
                 MOVE SPACES TO WS-FIND-CCY.
              MOVE 0 TO WS-FOUND-CX.
              PERFORM MATCH-CURRENCY
                 VARYING WS-CY FROM 1 BY 1
                 UNTIL WS-CY > WS-CCY-COUNT OR WS-FOUND-CX > 0.
              IF WS-FOUND-CX = 0 AND WS-CCY-COUNT < WS-CCY-MAX
                 ADD 1 TO WS-CCY-COUNT
                 MOVE WS-FIND-CCY TO WS-CCY-CODE(WS-CCY-COUNT)
                 MOVE WS-CCY-COUNT TO WS-FOUND-CX.

       MATCH-CURRENCY.
              IF WS-CCY-CODE(WS-CY) = WS-FIND-CCY
                 MOVE WS-CY TO WS-FOUND-CX.

      * ----------------------------- The customer's money leaves in
      * the debited currency through its position account and
      * arrives in the credited currency's position, to be paid
      * out of that currency's transfer suspense by the credit leg.
      * The bank is left long of the debited currency and short of
      * the credited one, each booked at the base value converted.
       BUCKET-CONVERSION.
              COMPUTE WS-CTR-AMOUNT = FUNCTION ABS(JRN-CTR-AMOUNT).
              COMPUTE WS-BASE-AMOUNT = FUNCTION ABS(JRN-BASE-AMOUNT).
              ADD WS-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX, 2).
              ADD WS-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX, 10).
              ADD WS-BASE-AMOUNT TO GL-BOOKED-BASE(WS-BR, WS-CX).
              ADD WS-CTR-AMOUNT TO GL-DR-AMT(WS-BR, WS-CX-CTR, 10).
              ADD WS-CTR-AMOUNT TO GL-CR-AMT(WS-BR, WS-CX-CTR, 3).
              SUBTRACT WS-BASE-AMOUNT
                 FROM GL-BOOKED-BASE(WS-BR, WS-CX-CTR).

      * ----------------------------- Each branch's position in each
      * foreign currency is carried on FXPOS.DAT and revalued at
      * the day's middle rate.  The difference from the base value
      * it was booked at is the revaluation gain or loss, posted in
      * the base currency ledger between the position account and
      * revaluation income.  A rerun of the date starts again from
      * the figures carried in, so nothing is revalued twice.
       REVALUE-POSITIONS.
              PERFORM OPEN-FXPOS.
              IF WS-FXP-OPEN = 1
                 MOVE "N" TO WS-FXP-EOF
                 MOVE ZEROS TO FXP-BRANCH
                 MOVE SPACES TO FXP-CURRENCY
                 START FXPOS-FILE KEY IS NOT LESS THAN FXP-KEY
                     INVALID KEY MOVE "Y" TO WS-FXP-EOF
                 END-START
                 PERFORM SCAN-FXPOS UNTIL WS-FXP-EOF = "Y".
              PERFORM REVALUE-BRANCH
                 VARYING WS-BR FROM 1 BY 1 UNTIL WS-BR > 1000.

       OPEN-FXPOS.
              MOVE 0 TO WS-FXP-OPEN.
              OPEN I-O FXPOS-FILE.
              IF ARQST-FXP = "35"
                 CLOSE FXPOS-FILE
                 OPEN OUTPUT FXPOS-FILE
                 CLOSE FXPOS-FILE
                 OPEN I-O FXPOS-FILE.
              IF ARQST-FXP = "00"
                 MOVE 1 TO WS-FXP-OPEN
              ELSE
                 DISPLAY "FXPOS.DAT UNAVAILABLE - STATUS " ARQST-FXP
                    " - POSITIONS NOT CARRIED".

       SCAN-FXPOS.
              READ FXPOS-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-FXP-EOF
                  NOT AT END
                     PERFORM REVALUE-ON-FILE
              END-READ.

       REVALUE-ON-FILE.
              MOVE FXP-CURRENCY TO WS-FIND-CCY.
              PERFORM FIND-CURRENCY.
              MOVE WS-FOUND-CX TO WS-CX.
              COMPUTE WS-BR = FXP-BRANCH + 1.
              IF WS-CX = 0
                 ADD 1 TO WS-UNKNOWN-COUNT
                 DISPLAY "TOO MANY CURRENCIES - POSITION " FXP-BRANCH
                    " " FXP-CURRENCY " NOT REVALUED"
              ELSE IF WS-CX > 1
                 MOVE 1 TO GL-FXP-FOUND(WS-BR, WS-CX)
                 IF FXP-DATE = WS-RUN-DATE
                    MOVE FXP-PREV-POSITION
                       TO GL-START-POS(WS-BR, WS-CX)
                    MOVE FXP-PREV-BASE TO GL-START-BASE(WS-BR, WS-CX)
                 ELSE
                    MOVE FXP-POSITION TO GL-START-POS(WS-BR, WS-CX)
                    MOVE FXP-BASE TO GL-START-BASE(WS-BR, WS-CX)
                 END-IF
                 PERFORM REVALUE-ONE.

      * ----------------------------- Positions opened today, not
      * yet on file, start from nothing.
       REVALUE-BRANCH.
              PERFORM REVALUE-NEW
                 VARYING WS-CX FROM 2 BY 1 UNTIL WS-CX > WS-CCY-COUNT.

       REVALUE-NEW.
              IF GL-REVAL-DONE(WS-BR, WS-CX) = 0
                 AND (GL-DR-AMT(WS-BR, WS-CX, 10) NOT = ZEROS
                   OR GL-CR-AMT(WS-BR, WS-CX, 10) NOT = ZEROS)
                 MOVE ZEROS TO GL-START-POS(WS-BR, WS-CX)
                               GL-START-BASE(WS-BR, WS-CX)
                 PERFORM REVALUE-ONE.

       REVALUE-ONE.
              MOVE 1 TO GL-REVAL-DONE(WS-BR, WS-CX).
              ADD 1 TO WS-REVAL-COUNT.
              COMPUTE GL-NEW-POS(WS-BR, WS-CX) =
                 GL-START-POS(WS-BR, WS-CX)
                 + GL-CR-AMT(WS-BR, WS-CX, 10)
                 - GL-DR-AMT(WS-BR, WS-CX, 10).
              COMPUTE WS-BOOKED = GL-START-BASE(WS-BR, WS-CX)
                 + GL-BOOKED-BASE(WS-BR, WS-CX).
              MOVE "R" TO FXR-FUNCTION.
              MOVE WS-CCY-CODE(WS-CX) TO FXR-CURRENCY.
              MOVE WS-RUN-DATE TO FXR-DATE.
              CALL "FX-RATE" USING FX-RATE-AREA.
              IF FXR-RESULT = 0
                 MOVE 1 TO GL-RATE-FOUND(WS-BR, WS-CX)
                 COMPUTE GL-NEW-BASE(WS-BR, WS-CX) ROUNDED =
                    GL-NEW-POS(WS-BR, WS-CX) * FXR-MID
              ELSE
                 MOVE 0 TO GL-RATE-FOUND(WS-BR, WS-CX)
                 MOVE WS-BOOKED TO GL-NEW-BASE(WS-BR, WS-CX).
              COMPUTE WS-GAIN = GL-NEW-BASE(WS-BR, WS-CX) - WS-BOOKED.
              MOVE WS-GAIN TO GL-REVAL-AMT(WS-BR, WS-CX).
              IF WS-GAIN > 0
                 ADD WS-GAIN TO GL-DR-AMT(WS-BR, 1, 10)
                 ADD WS-GAIN TO GL-CR-AMT(WS-BR, 1, 11)
              ELSE IF WS-GAIN < 0
                 COMPUTE WS-GAIN = 0 - WS-GAIN
                 ADD WS-GAIN TO GL-DR-AMT(WS-BR, 1, 11)
                 ADD WS-GAIN TO GL-CR-AMT(WS-BR, 1, 10).

       IMP-HEADER.
              DISPLAY "GENERAL LEDGER TRIAL BALANCE FOR " WS-RUN-DATE.
              DISPLAY "BR  BRANCH           ACCT NAME                  "
                 "        DEBIT          CREDIT".
              DISPLAY "----------------------------------------------"
                 "-------------------------------".
              MOVE SPACES TO SPL-LINE.
              STRING "BR  BRANCH           ACCT NAME                  "
                 "        DEBIT          CREDIT"
                 DELIMITED BY SIZE INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.

      * ----------------------------- One trial balance per
      * currency, each with its own totals; every one must prove.
       POST-CURRENCY.
              MOVE ZEROS TO WS-TOTAL-DR WS-TOTAL-CR.
              MOVE WS-CCY-CODE(WS-CX) TO WS-CCY-E.
              IF WS-CCY-E = SPACES
                 MOVE WS-BASE-CCY TO WS-CCY-E.
              DISPLAY "CURRENCY " WS-CCY-E.
              MOVE SPACES TO SPL-LINE.
              STRING "CURRENCY " DELIMITED BY SIZE
                 WS-CCY-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              PERFORM POST-BRANCH
                 VARYING WS-BR FROM 1 BY 1 UNTIL WS-BR > 1000.
              PERFORM IMP-TOTALS.
              IF WS-TOTAL-DR NOT = WS-TOTAL-CR
                 ADD 1 TO WS-OUT-COUNT
                 DISPLAY "CURRENCY " WS-CCY-E " DOES NOT BALANCE"
                 MOVE SPACES TO SPL-LINE
                 STRING "CURRENCY " DELIMITED BY SIZE
                    WS-CCY-E DELIMITED BY SIZE
                    " DOES NOT BALANCE" DELIMITED BY SIZE
                    INTO SPL-LINE
                 PERFORM SPOOL-LINE.

       POST-BRANCH.
              MOVE 0 TO WS-BR-USED.
              PERFORM CHECK-BRANCH-USED
                 UNTIL WS-GL > WS-GL-COUNT.
              IF WS-BR-USED = 1
                 COMPUTE WS-BR-CODE = WS-BR - 1
                 PERFORM GET-BRANCH-NAME
                 PERFORM POST-BUCKET
                    VARYING WS-GL FROM 1 BY 1
                    UNTIL WS-GL > WS-GL-COUNT.

       CHECK-BRANCH-USED.
              IF GL-DR-AMT(WS-BR, WS-CX, WS-GL) NOT = ZEROS
                 OR GL-CR-AMT(WS-BR, WS-CX, WS-GL) NOT = ZEROS
                 MOVE 1 TO WS-BR-USED.

      * ----------------------------- One trial balance line per
      * branch and bucket with movement; the GLPOST.DAT records
      * follow in a second pass, only once the balance has proved.
       POST-BUCKET.
              IF GL-DR-AMT(WS-BR, WS-CX, WS-GL) = ZEROS
                 AND GL-CR-AMT(WS-BR, WS-CX, WS-GL) = ZEROS
                 CONTINUE
              ELSE
                 MOVE WS-BR-CODE TO TB-BRANCH-E
                 MOVE WS-GL-CODE(WS-GL) TO TB-ACCOUNT-E
                 MOVE WS-GL-NAME(WS-GL) TO TB-NAME-E
                 MOVE GL-DR-AMT(WS-BR, WS-CX, WS-GL) TO TB-DR-E
                 MOVE GL-CR-AMT(WS-BR, WS-CX, WS-GL) TO TB-CR-E
                 DISPLAY REG-TB-LINE-E
                 MOVE REG-TB-LINE-E TO SPL-LINE
                 PERFORM SPOOL-LINE
                 ADD GL-DR-AMT(WS-BR, WS-CX, WS-GL) TO WS-TOTAL-DR
                 ADD GL-CR-AMT(WS-BR, WS-CX, WS-GL) TO WS-TOTAL-CR.

      * ----------------------------- A run that crashed after its
      * records went to the file but before RUNCTL.DAT was marked
              ELSE
                 PERFORM READ-GLPOST.

      * ----------------------------- The positions are carried
      * forward once the day has proved, before its postings go out,
      * so a crash between the two leaves a rerun revaluing from the
      * same figures.
       UPDATE-FXPOS.
              IF WS-FXP-OPEN = 1
                 PERFORM UPDATE-FXPOS-BRANCH
                    VARYING WS-BR FROM 1 BY 1 UNTIL WS-BR > 1000.

       UPDATE-FXPOS-BRANCH.
              PERFORM UPDATE-FXPOS-CCY
                 VARYING WS-CX FROM 2 BY 1 UNTIL WS-CX > WS-CCY-COUNT.

       UPDATE-FXPOS-CCY.
              IF GL-REVAL-DONE(WS-BR, WS-CX) = 1
                 COMPUTE FXP-BRANCH = WS-BR - 1
                 MOVE WS-CCY-CODE(WS-CX) TO FXP-CURRENCY
                 MOVE WS-RUN-DATE TO FXP-DATE
                 MOVE GL-START-POS(WS-BR, WS-CX) TO FXP-PREV-POSITION
                 MOVE GL-START-BASE(WS-BR, WS-CX) TO FXP-PREV-BASE
                 MOVE GL-NEW-POS(WS-BR, WS-CX) TO FXP-POSITION
                 MOVE GL-NEW-BASE(WS-BR, WS-CX) TO FXP-BASE
                 IF GL-FXP-FOUND(WS-BR, WS-CX) = 1
                    REWRITE REG-FXPOS
                 ELSE
                    WRITE REG-FXPOS
                 END-IF
                 IF ARQST-FXP NOT = "00"
                    DISPLAY "FXPOS WRITE ERROR " FXP-BRANCH " "
                       FXP-CURRENCY " - STATUS " ARQST-FXP.

       WRITE-POSTINGS.
              PERFORM UPDATE-FXPOS.
              PERFORM CHECK-PRIOR-POSTINGS.
              IF WS-PRIOR-POSTED = 1
                 DISPLAY "GL POSTINGS FOR " WS-RUN-DATE
                 PERFORM SPOOL-LINE
              ELSE
                 PERFORM OPEN-GLPOST
                 PERFORM WRITE-CURRENCY
                    VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > WS-CCY-COUNT
                 CLOSE GLPOST-FILE.

       WRITE-CURRENCY.
              PERFORM WRITE-BRANCH
                 VARYING WS-BR FROM 1 BY 1 UNTIL WS-BR > 1000.

       WRITE-BRANCH.
              MOVE 0 TO WS-BR-USED.
              PERFORM CHECK-BRANCH-USED
                    UNTIL WS-GL > WS-GL-COUNT.

       WRITE-BUCKET.
              IF GL-DR-AMT(WS-BR, WS-CX, WS-GL) NOT = ZEROS
                 MOVE "D" TO GL-DC
                 MOVE GL-DR-AMT(WS-BR, WS-CX, WS-GL) TO GL-AMOUNT
                 PERFORM WRITE-GLPOST.
              IF GL-CR-AMT(WS-BR, WS-CX, WS-GL) NOT = ZEROS
                 MOVE "C" TO GL-DC
                 MOVE GL-CR-AMT(WS-BR, WS-CX, WS-GL) TO GL-AMOUNT
                 PERFORM WRITE-GLPOST.

       WRITE-GLPOST.
              MOVE WS-BR-CODE  TO GL-BRANCH.
              MOVE WS-GL-CODE(WS-GL) TO GL-ACCOUNT.
              MOVE WS-GL-NAME(WS-GL) TO GL-ACCOUNT-NAME.
              MOVE WS-CCY-CODE(WS-CX) TO GL-CURRENCY.
              IF GL-CURRENCY = SPACES
                 MOVE WS-BASE-CCY TO GL-CURRENCY.
              WRITE REG-GLPOST.
              IF ARQST-GLP NOT = "00"
                 DISPLAY "GL POSTING WRITE ERROR - STATUS " ARQST-GLP

       IMP-TOTALS.
              DISPLAY "----------------------------------------------"
                 "-------------------------------".
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-TOTAL-DR TO WS-TOTAL-E.
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.

      * ----------------------------- Each foreign position as it
      * stands tonight: its balance in the currency, the base value
      * it was booked at, that value at today's middle rate, and
      * the gain or loss between them.
       IMP-REVALUATION.
              IF WS-REVAL-COUNT > 0
                 DISPLAY "CURRENCY POSITION REVALUATION"
                 DISPLAY "BR  CCY          POSITION             BOOKED"
                    "           REVALUED          GAIN/LOSS"
                 MOVE "CURRENCY POSITION REVALUATION" TO SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE SPACES TO SPL-LINE
                 STRING "BR  CCY          POSITION             BOOKED"
                    "           REVALUED          GAIN/LOSS"
                    DELIMITED BY SIZE INTO SPL-LINE
                 PERFORM SPOOL-LINE
                 PERFORM IMP-REVAL-BRANCH
                    VARYING WS-BR FROM 1 BY 1 UNTIL WS-BR > 1000.

       IMP-REVAL-BRANCH.
              PERFORM IMP-REVAL-LINE
                 VARYING WS-CX FROM 2 BY 1 UNTIL WS-CX > WS-CCY-COUNT.

       IMP-REVAL-LINE.
              IF GL-REVAL-DONE(WS-BR, WS-CX) = 1
                 COMPUTE RV-BRANCH-E = WS-BR - 1
                 MOVE WS-CCY-CODE(WS-CX) TO RV-CCY-E
                 MOVE GL-NEW-POS(WS-BR, WS-CX) TO RV-POS-E
                 COMPUTE WS-BOOKED = GL-START-BASE(WS-BR, WS-CX)
                    + GL-BOOKED-BASE(WS-BR, WS-CX)
                 MOVE WS-BOOKED TO RV-BOOKED-E
                 MOVE GL-NEW-BASE(WS-BR, WS-CX) TO RV-VALUE-E
                 MOVE GL-REVAL-AMT(WS-BR, WS-CX) TO RV-GAIN-E
                 MOVE SPACES TO RV-NOTE-E
                 IF GL-RATE-FOUND(WS-BR, WS-CX) = 0
                    MOVE "NO RATE" TO RV-NOTE-E
                 END-IF
                 DISPLAY REG-RV-LINE-E
                 MOVE REG-RV-LINE-E TO SPL-LINE
                 PERFORM SPOOL-LINE.

       IMP-RUN-TOTALS.
              DISPLAY "JOURNAL ENTRIES SUMMARIZED: " WS-ENTRY-COUNT.
              IF WS-UNKNOWN-COUNT > 0
                 DISPLAY "ENTRIES NOT POSTED (UNKNOWN TYPE): "
      * the day is never marked complete on a broken ledger.
       END-PROGRAM.
              MOVE WS-ENTRY-COUNT TO BATCH-RECORD-COUNT.
              IF WS-OUT-COUNT = 0 AND WS-UNKNOWN-COUNT = 0
                 DISPLAY "TRIAL BALANCE PROVED - DEBITS EQUAL CREDITS"
                 MOVE "TRIAL BALANCE PROVED - DEBITS EQUAL CREDITS"
                    TO SPL-LINE
                    TO SPL-LINE
                 PERFORM SPOOL-LINE
                 MOVE 0 TO BATCH-STEP-OK.
              IF WS-FXP-OPEN = 1
                 CLOSE FXPOS-FILE.
              MOVE "C" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              GOBACK.
