      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SWEEP-BATCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SWEEP-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS SW-PRIMARY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-SWP.

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

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

              SELECT JRNIDX-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS JRX-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-JRX.

       DATA DIVISION.
       FILE SECTION.
       FD SWEEP-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-SWEEP
                VALUE OF FILE-ID IS "SWEEP.DAT".
          COPY REGSWP.

       FD CLIENTS LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD HOLD-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-HOLD
                VALUE OF FILE-ID IS "HOLDS.DAT".
          COPY REGHLD.

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

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       FD JRNIDX-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-JRNX
                VALUE OF FILE-ID IS "JRNIDX.DAT".
          COPY REGJRX.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY SPLLNK.
         01 ARQST                   PIC X(02).
         01 ARQST-SWP               PIC X(02).
         01 ARQST-HLD               PIC X(02).
         01 ARQST-AUD               PIC X(02).
         01 ARQST-JRN               PIC X(02).
         01 ARQST-JSQ               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 ARQST-JRX               PIC X(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-HOLD-OPEN            PIC 9(01) VALUE ZEROS.
         01 WS-HOLD-EOF             PIC X(01) VALUE "N".
         01 WS-HOLD-DIGIT           PIC 9(09) VALUE ZEROS.
         01 WS-HOLD-TOTAL           PIC S9(07)V99 VALUE ZEROS.
         01 WS-POST-OK              PIC 9(01) VALUE ZEROS.
         01 WS-UNDO-OK              PIC 9(01) VALUE ZEROS.
         01 WS-OUTCOME              PIC X(01) VALUE SPACES.
         01 WS-REASON               PIC X(30) VALUE SPACES.
         01 WS-MAX-BALANCE          PIC 9(05)V99 VALUE 99999,00.
         01 WS-TODAY                PIC 9(08) VALUE ZEROS.
         01 WS-JRN-SEQ              PIC 9(08) VALUE ZEROS.
         01 WS-TIME-REF             PIC 9(08) VALUE ZEROS.
         01 WS-JRN-AMOUNT           PIC S9(05)V99 VALUE ZEROS.
         01 WS-SWEEP-DIR            PIC X(01) VALUE SPACES.
         01 WS-SWEEP-AMOUNT         PIC 9(05)V99 VALUE ZEROS.
         01 WS-NEEDED               PIC S9(06)V99 VALUE ZEROS.
         01 PRI-BALANCE-W           PIC S9(05)V99 VALUE ZEROS.
         01 PRI-AVAIL-W             PIC S9(07)V99 VALUE ZEROS.
         01 PRI-CCY-W               PIC X(03) VALUE SPACES.
         01 SWP-BALANCE-W           PIC S9(05)V99 VALUE ZEROS.
         01 SWP-AVAIL-W             PIC S9(07)V99 VALUE ZEROS.
         01 FROM-DIGIT-W            PIC 9(09) VALUE ZEROS.
         01 TO-DIGIT-W              PIC 9(09) VALUE ZEROS.
         01 FROM-BALANCE-OLD-W      PIC S9(05)V99.
         01 TO-BALANCE-OLD-W        PIC S9(05)V99.
         01 FROM-BALANCE-W          PIC S9(05)V99.
         01 TO-BALANCE-W            PIC S9(05)V99.
         01 TO-NEW-BALANCE-W        PIC S9(06)V99.
         01 WS-ACTIVE-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-OUT-COUNT            PIC 9(05) VALUE ZEROS.
         01 WS-IN-COUNT             PIC 9(05) VALUE ZEROS.
         01 WS-NONE-COUNT           PIC 9(05) VALUE ZEROS.
         01 WS-EXCEPT-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-ERROR-COUNT          PIC 9(05) VALUE ZEROS.
         01 WS-POSTED-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-OUT-TOTAL            PIC 9(09)V99 VALUE ZEROS.
         01 WS-IN-TOTAL             PIC 9(09)V99 VALUE ZEROS.
         01 WS-TOTAL-E              PIC ZZZ.ZZZ.ZZ9,99.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).
         01 REG-LINE-E.
                02 LIN-PRIMARY-E  PIC 9(09).
                02 FILLER         PIC X(01) VALUE SPACES.
                02 LIN-SWEEP-E    PIC 9(09).
                02 FILLER         PIC X(01) VALUE SPACES.
                02 LIN-DIR-E      PIC X(01).
                02 FILLER         PIC X(01) VALUE SPACES.
                02 LIN-TARGET-E   PIC ZZ.ZZ9,99.
                02 FILLER         PIC X(01) VALUE SPACES.
                02 LIN-AMOUNT-E   PIC ZZ.ZZ9,99.
                02 FILLER         PIC X(01) VALUE SPACES.
                02 LIN-BALANCE-E  PIC -ZZ.ZZ9,99.
                02 FILLER         PIC X(01) VALUE SPACES.
                02 LIN-NOTE-E     PIC X(30).

       PROCEDURE DIVISION.
      * ----------------------------- Each active arrangement brings
      * its primary account back to the target balance: the surplus
      * goes to the sweep account, a shortfall is pulled back from
      * it.  Both legs post as a transfer pair under the same
      * all-or-nothing rule as the counter transfer.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-TODAY.
              PERFORM OPEN-ARQ.
              PERFORM OPEN-SPOOL.
              PERFORM IMP-HEADER.
              PERFORM READ-SWEEP.
              PERFORM PROCESS-SWEEP UNTIL WS-EOF = "Y".
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
              OPEN I-O SWEEP-FILE.
              IF ARQST-SWP = "35"
                 DISPLAY "NO SWEEP ARRANGEMENTS ON FILE - NOTHING TO DO"
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 1 TO BATCH-STEP-OK
                 GOBACK.
              IF ARQST-SWP NOT = "00"
                 DISPLAY "UNABLE TO OPEN SWEEP.DAT - STATUS "
                    ARQST-SWP
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
      * holds.
              MOVE 0 TO WS-HOLD-OPEN.
              OPEN INPUT HOLD-FILE.
              IF ARQST-HLD = "00"
                 MOVE 1 TO WS-HOLD-OPEN.

       OPEN-CLIENT.
              OPEN I-O CLIENTS.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "UNABLE TO OPEN PRODUCTS.DAT - STATUS " ARQST
                 CLOSE SWEEP-FILE
                 GOBACK.

       OPEN-SPOOL.
              MOVE "O" TO SPL-FUNCTION.
              MOVE ZEROS TO SPL-DATE.
              MOVE "SWEEP" TO SPL-REPORT-ID.
              MOVE "NIGHTLY ACCOUNT SWEEPS" TO SPL-TITLE.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              IF SPL-RESULT NOT = 0
                 DISPLAY "REPORT SPOOL UNAVAILABLE - SCREEN ONLY".

       SPOOL-LINE.
              MOVE "L" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       IMP-HEADER.
              DISPLAY "SWEEP RUN FOR " WS-TODAY.
              DISPLAY "PRIMARY   SWEEP     D    TARGET    AMOUNT"
                 "    BALANCE NOTE".
              DISPLAY "----------------------------------------------"
                 "------------------------------------".
              MOVE SPACES TO SPL-LINE.
              STRING "SWEEP RUN FOR " DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING "PRIMARY   SWEEP     D    TARGET    AMOUNT"
                 "    BALANCE NOTE"
                 DELIMITED BY SIZE INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.

       READ-SWEEP.
              READ SWEEP-FILE NEXT AT END MOVE "Y" TO WS-EOF.

       PROCESS-SWEEP.
              IF SW-STATUS = "A"
                 ADD 1 TO WS-ACTIVE-COUNT
                 PERFORM SWEEP-ARRANGEMENT
                 PERFORM IMP-LINE.
              PERFORM READ-SWEEP.

      * ----------------------------- One arrangement.  WS-OUTCOME
      * P posted / N nothing to move / E exception.  An arrangement
      * that cannot sweep is reported and tried again next night.
       SWEEP-ARRANGEMENT.
              MOVE 1 TO WS-POST-OK.
              MOVE "N" TO WS-OUTCOME.
              MOVE SPACES TO WS-REASON WS-SWEEP-DIR.
              MOVE ZEROS TO WS-SWEEP-AMOUNT PRI-BALANCE-W.
              IF SW-LAST-DATE = WS-TODAY
                 MOVE "ALREADY SWEPT TODAY" TO WS-REASON
                 MOVE 0 TO WS-POST-OK.
              IF WS-POST-OK = 1
                 PERFORM CHECK-PRIMARY.
              IF WS-POST-OK = 1
                 PERFORM CHECK-SWEEP-SIDE.
              IF WS-POST-OK = 1
                 PERFORM CAL-SWEEP.
              IF WS-POST-OK = 1
                 PERFORM SET-LEGS
                 PERFORM CHECK-BALANCES.
              IF WS-POST-OK = 1
                 PERFORM RECORD-TRANSFER.
              IF WS-POST-OK = 1
                 PERFORM WRITE-AUDIT-PAIR
                 PERFORM WRITE-JOURNAL-PAIR
                 PERFORM COUNT-SWEEP
                 PERFORM UPDATE-ARRANGEMENT.
              IF WS-OUTCOME = "N"
                 ADD 1 TO WS-NONE-COUNT
              ELSE IF WS-OUTCOME = "E"
                 ADD 1 TO WS-EXCEPT-COUNT.

       CHECK-PRIMARY.
              MOVE SW-PRIMARY TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     MOVE "PRIMARY ACCOUNT NOT ON FILE" TO WS-REASON
                     MOVE "E" TO WS-OUTCOME
                     MOVE 0 TO WS-POST-OK
                  NOT INVALID KEY
                     MOVE BALANCE TO PRI-BALANCE-W
                     IF ACCT-STATUS NOT = "O"
                        MOVE "PRIMARY ACCOUNT NOT OPEN" TO WS-REASON
                        MOVE "E" TO WS-OUTCOME
                        MOVE 0 TO WS-POST-OK
                     ELSE IF ACCT-TYPE = "T" OR ACCT-TYPE = "L"
                        MOVE "PRIMARY IS TERM OR LOAN ACCT"
                           TO WS-REASON
                        MOVE "E" TO WS-OUTCOME
                        MOVE 0 TO WS-POST-OK
                     ELSE
                        MOVE ACCT-CURRENCY TO PRI-CCY-W
              END-READ.
              IF WS-POST-OK = 1
                 MOVE SW-PRIMARY TO WS-HOLD-DIGIT
                 PERFORM CAL-ACTIVE-HOLDS
                 COMPUTE PRI-AVAIL-W = PRI-BALANCE-W - WS-HOLD-TOTAL.

       CHECK-SWEEP-SIDE.
              MOVE SW-SWEEP TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     MOVE "SWEEP ACCOUNT NOT ON FILE" TO WS-REASON
                     MOVE "E" TO WS-OUTCOME
                     MOVE 0 TO WS-POST-OK
                  NOT INVALID KEY
                     IF ACCT-STATUS NOT = "O"
                        MOVE "SWEEP ACCOUNT NOT OPEN" TO WS-REASON
                        MOVE "E" TO WS-OUTCOME
                        MOVE 0 TO WS-POST-OK
                     ELSE IF ACCT-TYPE = "T" OR ACCT-TYPE = "L"
                        MOVE "SWEEP IS TERM OR LOAN ACCT"
                           TO WS-REASON
                        MOVE "E" TO WS-OUTCOME
                        MOVE 0 TO WS-POST-OK
                     ELSE IF ACCT-CURRENCY NOT = PRI-CCY-W
                        MOVE "ACCOUNT CURRENCIES DIFFER" TO WS-REASON
                        MOVE "E" TO WS-OUTCOME
                        MOVE 0 TO WS-POST-OK
                     ELSE
                        MOVE BALANCE TO SWP-BALANCE-W
              END-READ.
              IF WS-POST-OK = 1
                 MOVE SW-SWEEP TO WS-HOLD-DIGIT
                 PERFORM CAL-ACTIVE-HOLDS
                 COMPUTE SWP-AVAIL-W = SWP-BALANCE-W - WS-HOLD-TOTAL.

      * ----------------------------- The primary is measured on
      * its balance less active holds, so held money is never swept
      * out.  A shortfall is pulled back only as far as the sweep
      * account's own available balance goes, so it never drops
      * below zero; a part pull is still made and noted.
       CAL-SWEEP.
              IF PRI-AVAIL-W > SW-TARGET AND SW-DIRECTION NOT = "I"
                 MOVE "O" TO WS-SWEEP-DIR
                 COMPUTE WS-SWEEP-AMOUNT = PRI-AVAIL-W - SW-TARGET
              ELSE IF PRI-AVAIL-W < SW-TARGET AND SW-DIRECTION NOT = "O"
                 MOVE "I" TO WS-SWEEP-DIR
                 PERFORM CAL-PULL-BACK
              ELSE
                 MOVE "AT TARGET" TO WS-REASON.
              IF WS-SWEEP-AMOUNT = ZEROS
                 IF WS-REASON = SPACES
                    MOVE "NOTHING TO SWEEP" TO WS-REASON
                 END-IF
                 MOVE 0 TO WS-POST-OK
              ELSE IF WS-SWEEP-AMOUNT < SW-MIN-AMOUNT
                 MOVE "BELOW MINIMUM SWEEP" TO WS-REASON
                 MOVE 0 TO WS-POST-OK.

       CAL-PULL-BACK.
              COMPUTE WS-NEEDED = SW-TARGET - PRI-AVAIL-W.
              IF SWP-AVAIL-W NOT > 0
                 MOVE ZEROS TO WS-SWEEP-AMOUNT
                 MOVE "SWEEP ACCOUNT HAS NO FUNDS" TO WS-REASON
              ELSE IF SWP-AVAIL-W < WS-NEEDED
                 MOVE SWP-AVAIL-W TO WS-SWEEP-AMOUNT
                 MOVE "PART - SWEEP ACCOUNT SHORT" TO WS-REASON
              ELSE
                 MOVE WS-NEEDED TO WS-SWEEP-AMOUNT.

       SET-LEGS.
              IF WS-SWEEP-DIR = "O"
                 MOVE SW-PRIMARY    TO FROM-DIGIT-W
                 MOVE PRI-BALANCE-W TO FROM-BALANCE-OLD-W
                 MOVE SW-SWEEP      TO TO-DIGIT-W
                 MOVE SWP-BALANCE-W TO TO-BALANCE-OLD-W
              ELSE
                 MOVE SW-SWEEP      TO FROM-DIGIT-W
                 MOVE SWP-BALANCE-W TO FROM-BALANCE-OLD-W
                 MOVE SW-PRIMARY    TO TO-DIGIT-W
                 MOVE PRI-BALANCE-W TO TO-BALANCE-OLD-W.

       CHECK-BALANCES.
              COMPUTE FROM-BALANCE-W =
                 FROM-BALANCE-OLD-W - WS-SWEEP-AMOUNT.
              COMPUTE TO-NEW-BALANCE-W =
                 TO-BALANCE-OLD-W + WS-SWEEP-AMOUNT.
              IF TO-NEW-BALANCE-W > WS-MAX-BALANCE
                 MOVE "TO BALANCE LIMIT EXCEEDED" TO WS-REASON
                 MOVE "E" TO WS-OUTCOME
                 MOVE 0 TO WS-POST-OK
              ELSE
                 COMPUTE TO-BALANCE-W = TO-NEW-BALANCE-W.

      * ----------------------------- Active holds on an account:
      * status A and not yet past their expiry date (zeros means no
      * expiry), the same test the tellers make.
       CAL-ACTIVE-HOLDS.
              MOVE ZEROS TO WS-HOLD-TOTAL.
              IF WS-HOLD-OPEN = 1
                 MOVE "N" TO WS-HOLD-EOF
                 MOVE WS-HOLD-DIGIT TO HLD-DIGIT
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
                     IF HLD-DIGIT NOT = WS-HOLD-DIGIT
                        MOVE "Y" TO WS-HOLD-EOF
                     ELSE IF HLD-STATUS = "A"
                        AND (HLD-EXPIRY = ZEROS
                           OR HLD-EXPIRY NOT < WS-TODAY)
                        ADD HLD-AMOUNT TO WS-HOLD-TOTAL
              END-READ.

      * ----------------------------- Both legs commit together:
      * the from side is rewritten first and restored if the to
      * side cannot be rewritten, so money never leaves the books.
       RECORD-TRANSFER.
              MOVE FROM-DIGIT-W TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     MOVE "FROM ACCOUNT READ ERROR" TO WS-REASON
                     MOVE "E" TO WS-OUTCOME
                     MOVE 0 TO WS-POST-OK
              END-READ.
              IF WS-POST-OK = 1
                 MOVE FROM-BALANCE-W TO BALANCE
                 COMPUTE TOTAL = BALANCE
                 MOVE DATA-SIS TO LAST-ACTIVITY
                 REWRITE REG-CLI
                 IF ARQST NOT = "00"
                    MOVE "FROM ACCOUNT REWRITE ERROR" TO WS-REASON
                    MOVE "E" TO WS-OUTCOME
                    MOVE 0 TO WS-POST-OK.
              IF WS-POST-OK = 1
                 PERFORM RECORD-TO-SIDE.

       RECORD-TO-SIDE.
              MOVE TO-DIGIT-W TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     MOVE "TO ACCOUNT READ ERROR" TO WS-REASON
                     MOVE "E" TO WS-OUTCOME
                     MOVE 0 TO WS-POST-OK
              END-READ.
              IF WS-POST-OK = 1
                 MOVE TO-BALANCE-W TO BALANCE
                 COMPUTE TOTAL = BALANCE
                 MOVE DATA-SIS TO LAST-ACTIVITY
                 REWRITE REG-CLI
                 IF ARQST NOT = "00"
                    MOVE "TO ACCOUNT REWRITE ERROR" TO WS-REASON
                    MOVE "E" TO WS-OUTCOME
                    MOVE 0 TO WS-POST-OK.
              IF WS-POST-OK NOT = 1
                 PERFORM UNDO-FROM-SIDE.

       UNDO-FROM-SIDE.
              MOVE 0 TO WS-UNDO-OK.
              MOVE FROM-DIGIT-W TO DIGIT.
              READ CLIENTS
                  NOT INVALID KEY
                     MOVE FROM-BALANCE-OLD-W TO BALANCE
                     COMPUTE TOTAL = BALANCE
                     REWRITE REG-CLI
                     IF ARQST = "00"
                        MOVE 1 TO WS-UNDO-OK
                     END-IF
              END-READ.
              IF WS-UNDO-OK NOT = 1
                 PERFORM WRITE-AUDIT-STRANDED
                 MOVE "FROM DEBIT STRANDED - CHECK" TO WS-REASON
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "SWEEP " SW-PRIMARY " FROM ACCOUNT "
                    FROM-DIGIT-W " LEFT DEBITED - FOLLOW UP NOW".

      * ----------------------------- The one entry we can still
      * write when a back-out fails: the from side's half-committed
      * debit, so the audit trail shows the stranded leg.
       WRITE-AUDIT-STRANDED.
              ACCEPT WS-TIME-REF FROM TIME.
              OPEN EXTEND AUDIT-TRAIL.
              MOVE FROM-DIGIT-W        TO AUD-CODE.
              MOVE "CLIBP-ER"          TO AUD-PROGRAM.
              MOVE FROM-BALANCE-OLD-W  TO AUD-OLD-BALANCE.
              MOVE FROM-BALANCE-W      TO AUD-NEW-BALANCE.
              MOVE DATA-SIS            TO AUD-DATA-SIS.
              MOVE WS-TIME-REF         TO AUD-REF.
              MOVE "BATCH"             TO AUD-OPERATOR.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR FOR SWEEP " SW-PRIMARY.
              CLOSE AUDIT-TRAIL.

      * ----------------------------- The two legs share the same
      * AUD-REF so they can always be matched up afterwards.
       WRITE-AUDIT-PAIR.
              ACCEPT WS-TIME-REF FROM TIME.
              OPEN EXTEND AUDIT-TRAIL.
              MOVE FROM-DIGIT-W        TO AUD-CODE.
              MOVE "CLIBP-DR"          TO AUD-PROGRAM.
              MOVE FROM-BALANCE-OLD-W  TO AUD-OLD-BALANCE.
              MOVE FROM-BALANCE-W      TO AUD-NEW-BALANCE.
              MOVE DATA-SIS            TO AUD-DATA-SIS.
              MOVE WS-TIME-REF         TO AUD-REF.
              MOVE "BATCH"             TO AUD-OPERATOR.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR FOR SWEEP " SW-PRIMARY.
              MOVE TO-DIGIT-W          TO AUD-CODE.
              MOVE "CLIBP-CR"          TO AUD-PROGRAM.
              MOVE TO-BALANCE-OLD-W    TO AUD-OLD-BALANCE.
              MOVE TO-BALANCE-W        TO AUD-NEW-BALANCE.
              MOVE DATA-SIS            TO AUD-DATA-SIS.
              MOVE WS-TIME-REF         TO AUD-REF.
              MOVE "BATCH"             TO AUD-OPERATOR.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR FOR SWEEP " SW-PRIMARY.
              CLOSE AUDIT-TRAIL.

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

       WRITE-JOURNAL-PAIR.
              OPEN EXTEND JOURNAL-FILE.
              PERFORM GET-JOURNAL-SEQ.
              COMPUTE WS-JRN-AMOUNT = 0 - WS-SWEEP-AMOUNT.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ       TO JRN-SEQ.
              MOVE FROM-DIGIT-W     TO JRN-CODE.
              MOVE PRI-CCY-W        TO JRN-CURRENCY.
              MOVE DATA-SIS         TO JRN-DATA-SIS.
              MOVE WS-TIME-REF      TO JRN-TIME.
              MOVE "TRF"            TO JRN-TYPE.
              MOVE "D"              TO JRN-DC.
              MOVE WS-JRN-AMOUNT    TO JRN-AMOUNT.
              MOVE FROM-BALANCE-W   TO JRN-RUN-BALANCE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR FOR SWEEP " SW-PRIMARY.
              PERFORM WRITE-JOURNAL-INDEX.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ       TO JRN-SEQ.
              MOVE TO-DIGIT-W       TO JRN-CODE.
              MOVE PRI-CCY-W        TO JRN-CURRENCY.
              MOVE DATA-SIS         TO JRN-DATA-SIS.
              MOVE WS-TIME-REF      TO JRN-TIME.
              MOVE "TRF"            TO JRN-TYPE.
              MOVE "C"              TO JRN-DC.
              MOVE WS-SWEEP-AMOUNT  TO JRN-AMOUNT.
              MOVE TO-BALANCE-W     TO JRN-RUN-BALANCE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR FOR SWEEP " SW-PRIMARY.
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

       COUNT-SWEEP.
              MOVE "P" TO WS-OUTCOME.
              ADD 1 TO WS-POSTED-COUNT.
              IF WS-SWEEP-DIR = "O"
                 ADD 1 TO WS-OUT-COUNT
                 ADD WS-SWEEP-AMOUNT TO WS-OUT-TOTAL
                 MOVE FROM-BALANCE-W TO PRI-BALANCE-W
                 IF WS-REASON = SPACES
                    MOVE "SWEPT OUT" TO WS-REASON
                 END-IF
              ELSE
                 ADD 1 TO WS-IN-COUNT
                 ADD WS-SWEEP-AMOUNT TO WS-IN-TOTAL
                 MOVE TO-BALANCE-W TO PRI-BALANCE-W
                 IF WS-REASON = SPACES
                    MOVE "SWEPT IN" TO WS-REASON.

      * ----------------------------- The posted sweep is stamped on
      * the arrangement so a rerun of the date leaves it alone.  If
      * the stamp will not write, a rerun finds the primary already
      * at its target and moves nothing more.
       UPDATE-ARRANGEMENT.
              MOVE WS-TODAY        TO SW-LAST-DATE.
              MOVE WS-SWEEP-DIR    TO SW-LAST-DIR.
              MOVE WS-SWEEP-AMOUNT TO SW-LAST-AMOUNT.
              REWRITE REG-SWEEP.
              IF ARQST-SWP NOT = "00"
                 MOVE "POSTED - RECORD NOT UPDATED" TO WS-REASON
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY "SWEEP " SW-PRIMARY " POSTED BUT NOT "
                    "UPDATED - STATUS " ARQST-SWP.

       IMP-LINE.
              MOVE SW-PRIMARY      TO LIN-PRIMARY-E.
              MOVE SW-SWEEP        TO LIN-SWEEP-E.
              MOVE WS-SWEEP-DIR    TO LIN-DIR-E.
              MOVE SW-TARGET       TO LIN-TARGET-E.
              MOVE ZEROS           TO LIN-AMOUNT-E.
              IF WS-OUTCOME = "P"
                 MOVE WS-SWEEP-AMOUNT TO LIN-AMOUNT-E.
              MOVE PRI-BALANCE-W   TO LIN-BALANCE-E.
              MOVE WS-REASON       TO LIN-NOTE-E.
              DISPLAY REG-LINE-E.
              MOVE REG-LINE-E TO SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-SUMMARY.
              DISPLAY "----------------------------------------------"
                 "------------------------------------".
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-OUT-TOTAL TO WS-TOTAL-E.
              DISPLAY "SWEPT OUT: " WS-OUT-COUNT
                 "  AMOUNT: " WS-TOTAL-E.
              MOVE SPACES TO SPL-LINE.
              STRING "SWEPT OUT: " DELIMITED BY SIZE
                 WS-OUT-COUNT DELIMITED BY SIZE
                 "  AMOUNT: " DELIMITED BY SIZE
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-IN-TOTAL TO WS-TOTAL-E.
              DISPLAY "SWEPT IN:  " WS-IN-COUNT
                 "  AMOUNT: " WS-TOTAL-E.
              MOVE SPACES TO SPL-LINE.
              STRING "SWEPT IN:  " DELIMITED BY SIZE
                 WS-IN-COUNT DELIMITED BY SIZE
                 "  AMOUNT: " DELIMITED BY SIZE
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              DISPLAY "ACTIVE ARRANGEMENTS: " WS-ACTIVE-COUNT
                 "  NOT SWEPT: " WS-NONE-COUNT
                 "  EXCEPTIONS: " WS-EXCEPT-COUNT.
              MOVE SPACES TO SPL-LINE.
              STRING "ACTIVE ARRANGEMENTS: " DELIMITED BY SIZE
                 WS-ACTIVE-COUNT DELIMITED BY SIZE
                 "  NOT SWEPT: " DELIMITED BY SIZE
                 WS-NONE-COUNT DELIMITED BY SIZE
                 "  EXCEPTIONS: " DELIMITED BY SIZE
                 WS-EXCEPT-COUNT DELIMITED BY SIZE
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

      * ----------------------------- A half-posted sweep leaves the
      * step failed so the day does not roll until it is put right.
       END-PROGRAM.
              MOVE WS-POSTED-COUNT TO BATCH-RECORD-COUNT.
              IF WS-ERROR-COUNT = 0
                 MOVE 1 TO BATCH-STEP-OK
              ELSE
                 MOVE 0 TO BATCH-STEP-OK.
              CLOSE SWEEP-FILE.
              CLOSE CLIENTS.
              IF WS-HOLD-OPEN = 1
                 CLOSE HOLD-FILE.
              GOBACK.
