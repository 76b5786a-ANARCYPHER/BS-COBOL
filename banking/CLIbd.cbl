      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BALANCE-HISTORY.

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

              SELECT HOLD-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HLD-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-HLD.

              SELECT BALHIST-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS BH-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-BHS.

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

       FD HOLD-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-HOLD
                VALUE OF FILE-ID IS "HOLDS.DAT".
          COPY REGHLD.

       FD BALHIST-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BALHIST
                VALUE OF FILE-ID IS "BALHIST.DAT".
          COPY REGBHS.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY BATRES.
         01 ARQST                   PIC X(02).
         01 ARQST-HLD               PIC X(02).
         01 ARQST-BHS               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-HOLD-EOF             PIC X(01) VALUE "N".
         01 WS-HOLD-OPEN            PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-TODAY                PIC 9(08) VALUE ZEROS.
         01 WS-HOLD-TOTAL           PIC 9(06)V99 VALUE ZEROS.
         01 WS-WRITTEN-COUNT        PIC 9(05) VALUE ZEROS.
         01 WS-REPLACED-COUNT       PIC 9(05) VALUE ZEROS.
         01 WS-ERROR-COUNT          PIC 9(05) VALUE ZEROS.
         01 WS-BAL-TOTAL            PIC S9(09)V99 VALUE ZEROS.
         01 WS-AVL-TOTAL            PIC S9(09)V99 VALUE ZEROS.
         01 WS-ODU-TOTAL            PIC 9(09)V99 VALUE ZEROS.
         01 WS-TOTAL-E              PIC -ZZZ.ZZZ.ZZ9,99.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).

       PROCEDURE DIVISION.
      * ----------------------------- Records every account's
      * closing position for the business date once the day's
      * postings are in: balance, balance less active holds, and
      * the overdraft in use.  Closed accounts are left out.  A
      * rerun for the same date replaces that date's records, so
      * the step can always be run again.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              MOVE ZEROS TO WS-WRITTEN-COUNT WS-REPLACED-COUNT
                             WS-ERROR-COUNT WS-BAL-TOTAL
                             WS-AVL-TOTAL WS-ODU-TOTAL.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-TODAY.
              PERFORM OPEN-ARQ.
              PERFORM READ-CLIENT.
              PERFORM PROCESS-RECORD UNTIL WS-EOF = "Y".
              DISPLAY "BALANCE HISTORY FOR " WS-TODAY.
              DISPLAY "ACCOUNTS RECORDED: " WS-WRITTEN-COUNT
                 "  REPLACED: " WS-REPLACED-COUNT
                 "  ERRORS: " WS-ERROR-COUNT.
              MOVE WS-BAL-TOTAL TO WS-TOTAL-E.
              DISPLAY "TOTAL BALANCES:   " WS-TOTAL-E.
              MOVE WS-AVL-TOTAL TO WS-TOTAL-E.
              DISPLAY "TOTAL AVAILABLE:  " WS-TOTAL-E.
              MOVE WS-ODU-TOTAL TO WS-TOTAL-E.
              DISPLAY "OVERDRAFT IN USE: " WS-TOTAL-E.
              PERFORM END-PROGRAM.

      * ----------------------------- The history belongs to the
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
              OPEN I-O BALHIST-FILE.
              IF ARQST-BHS = "35"
                 CLOSE BALHIST-FILE
                 OPEN OUTPUT BALHIST-FILE
                 CLOSE BALHIST-FILE
                 OPEN I-O BALHIST-FILE.
              IF ARQST-BHS NOT = "00"
                 DISPLAY "UNABLE TO OPEN BALHIST.DAT - STATUS "
                    ARQST-BHS
                 CLOSE CLIENT
                 GOBACK.
      * ----------------------------- No holds file simply means
      * nothing is on hold.
              MOVE 0 TO WS-HOLD-OPEN.
              OPEN INPUT HOLD-FILE.
              IF ARQST-HLD = "00"
                 MOVE 1 TO WS-HOLD-OPEN.

       OPEN-CLIENT.
              OPEN INPUT CLIENT.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "UNABLE TO OPEN PRODUCTS.DAT - STATUS " ARQST
                 GOBACK.

       READ-CLIENT.
              READ CLIENT NEXT AT END MOVE "Y" TO WS-EOF.

       PROCESS-RECORD.
              IF ACCT-STATUS NOT = "C"
                 PERFORM RECORD-BALANCE.
              PERFORM READ-CLIENT.

       RECORD-BALANCE.
              PERFORM CAL-ACTIVE-HOLDS.
              MOVE DIGIT           TO BH-DIGIT.
              MOVE WS-TODAY        TO BH-DATE.
              MOVE BALANCE         TO BH-BALANCE.
              MOVE WS-HOLD-TOTAL   TO BH-HOLD-TOTAL.
              COMPUTE BH-AVAILABLE = BALANCE - WS-HOLD-TOTAL.
              MOVE OVERDRAFT-LIMIT TO BH-OD-LIMIT.
              MOVE ACCT-STATUS     TO BH-ACCT-STATUS.
              MOVE ACCT-TYPE       TO BH-ACCT-TYPE.
              IF BALANCE < 0 AND ACCT-TYPE NOT = "L"
                 COMPUTE BH-OD-USED = 0 - BALANCE
              ELSE
                 MOVE ZEROS TO BH-OD-USED.
              WRITE REG-BALHIST
                  INVALID KEY
                     PERFORM REPLACE-BALANCE
                  NOT INVALID KEY
                     ADD 1 TO WS-WRITTEN-COUNT
                     PERFORM ADD-TOTALS
              END-WRITE.

       REPLACE-BALANCE.
              REWRITE REG-BALHIST
                  INVALID KEY
                     DISPLAY "BALHIST.DAT WRITE ERROR FOR ACCOUNT "
                        DIGIT " - STATUS " ARQST-BHS
                     ADD 1 TO WS-ERROR-COUNT
                  NOT INVALID KEY
                     ADD 1 TO WS-WRITTEN-COUNT
                     ADD 1 TO WS-REPLACED-COUNT
                     PERFORM ADD-TOTALS
              END-REWRITE.

       ADD-TOTALS.
              ADD BH-BALANCE   TO WS-BAL-TOTAL.
              ADD BH-AVAILABLE TO WS-AVL-TOTAL.
              ADD BH-OD-USED   TO WS-ODU-TOTAL.

      * ----------------------------- Active holds are those still
      * status A and not yet past their expiry date (zeros means no
      * expiry), the same test the tellers apply.
       CAL-ACTIVE-HOLDS.
              MOVE ZEROS TO WS-HOLD-TOTAL.
              IF WS-HOLD-OPEN = 1
                 MOVE "N" TO WS-HOLD-EOF
                 MOVE DIGIT TO HLD-DIGIT
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
                     IF HLD-DIGIT NOT = DIGIT
                        MOVE "Y" TO WS-HOLD-EOF
                     ELSE IF HLD-STATUS = "A"
                        AND (HLD-EXPIRY = ZEROS
                           OR HLD-EXPIRY NOT < WS-TODAY)
                        ADD HLD-AMOUNT TO WS-HOLD-TOTAL
              END-READ.

       END-PROGRAM.
              MOVE WS-WRITTEN-COUNT TO BATCH-RECORD-COUNT.
              MOVE 1 TO BATCH-STEP-OK.
              CLOSE CLIENT.
              CLOSE BALHIST-FILE.
              IF WS-HOLD-OPEN = 1
                 CLOSE HOLD-FILE.
              GOBACK.
