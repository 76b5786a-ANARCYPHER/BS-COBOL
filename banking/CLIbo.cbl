      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEP-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT SWEEP-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SW-PRIMARY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-SWP.

              SELECT CLIENTS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

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

       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY ACKLNK.
          01 REG-SWP-W.
                02 SW-PRIMARY-W     PIC 9(09).
                02 SW-SWEEP-W       PIC 9(09).
                02 SW-TARGET-W      PIC 9(05)V99.
                02 SW-MIN-AMOUNT-W  PIC 9(05)V99.
                02 SW-DIRECTION-W   PIC X(01).
                02 SW-STATUS-W      PIC X(01).
                02 SW-LAST-DATE-W   PIC 9(08).
                02 SW-LAST-DIR-W    PIC X(01).
                02 SW-LAST-AMOUNT-W PIC 9(05)V99.
          01 SW-PRIMARY-E     PIC 9(09).
          01 SW-SWEEP-E       PIC 9(09).
          01 SW-TARGET-E      PIC ZZ.ZZ9,99.
          01 SW-MIN-AMOUNT-E  PIC ZZ.ZZ9,99.
          01 SW-LAST-AMOUNT-E PIC ZZ.ZZ9,99.
          01 PRIMARY-CCY-W    PIC X(03) VALUE SPACES.

         01 ARQST      PIC X(02).
         01 ARQST-SWP  PIC X(02).
         01 WS-OPTION  PIC X(01) VALUE SPACES.
         01 WS-SAVE    PIC X(01) VALUE SPACES.
         01 WS-SPACE   PIC X(40) VALUE SPACES.
         01 WS-MENS1   PIC X(20) VALUE "END OF PROGRAM".
         01 WS-FL      PIC 9(01) VALUE ZEROS.
         01 WS-NEW     PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK PIC 9(01) VALUE ZEROS.
         01 WS-RETRY   PIC X(01) VALUE SPACES.
         01 WS-SWP-OK  PIC 9(01) VALUE ZEROS.
         01 WS-TGT-OK  PIC 9(01) VALUE ZEROS.
         01 WS-MIN-OK  PIC 9(01) VALUE ZEROS.
         01 WS-DIR-OK  PIC 9(01) VALUE ZEROS.
         01 WS-STAT-OK PIC 9(01) VALUE ZEROS.
         01 WS-SCAN-EOF PIC X(01) VALUE "N".
         01 WS-USED-BY PIC 9(09) VALUE ZEROS.
         01 WS-MAX-AMOUNT PIC 9(05)V99 VALUE 99999,00.

       SCREEN SECTION.
         01 MONITOR.
              02 BLANK SCREEN.
              02 LINE 2 COL 29 VALUE "SWEEP ARRANGEMENTS".
              02 LINE 4 COL 19 VALUE "PRIMARY ACCOUNT:".
              02 LINE 6 COL 19 VALUE "SWEEP ACCOUNT:".
              02 LINE 7 COL 19 VALUE "TARGET BALANCE:".
              02 LINE 8 COL 19 VALUE "MINIMUM SWEEP:".
              02 LINE 9 COL 19 VALUE "DIRECTION (B/O/I):".
              02 LINE 10 COL 19 VALUE "STATUS (A/I):".
              02 LINE 11 COL 19 VALUE "LAST SWEPT:".
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
              PERFORM OPEN-SWEEP UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.

       OPEN-SWEEP.
              OPEN I-O SWEEP-FILE.
              IF ARQST-SWP = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-SWP = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-SWP = "35"
                 CLOSE SWEEP-FILE
                 OPEN OUTPUT SWEEP-FILE
                 CLOSE SWEEP-FILE
              ELSE
                 DISPLAY "SWEEP.DAT UNAVAILABLE - STATUS "
                    ARQST-SWP
                 GOBACK.

       OPEN-CLIENT.
              OPEN INPUT CLIENTS.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "UNABLE TO OPEN PRODUCTS.DAT - STATUS " ARQST
                 CLOSE SWEEP-FILE
                 GOBACK.

       PROCESS.
              PERFORM IMP-MONITOR.
              PERFORM GO-PRIMARY UNTIL WS-FL = 1.
              PERFORM SHOW-DADOS.
              PERFORM ENTER-DADOS.
              PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N".
              IF WS-SAVE = "S"
                 PERFORM RECORD-REG
              ELSE
                 DISPLAY "RECORD NOT RECORDED" AT 2030.
              PERFORM CONTINUA UNTIL WS-OPTION = "S" OR "N".

       IMP-MONITOR.
              DISPLAY MONITOR.
              MOVE SPACE TO WS-OPTION
                             WS-SAVE.
              MOVE SPACES TO REG-SWP-W.
              MOVE ZEROS TO SW-PRIMARY-W
                             SW-SWEEP-W
                             SW-TARGET-W
                             SW-MIN-AMOUNT-W
                             SW-LAST-DATE-W
                             SW-LAST-AMOUNT-W
                             SW-PRIMARY-E
                             WS-FL
                             WS-NEW
                             WS-SWP-OK
                             WS-TGT-OK
                             WS-MIN-OK
                             WS-DIR-OK
                             WS-STAT-OK.

      * ----------------------------- One arrangement per primary
      * account: an account already on file is brought up for
      * change, any other starts a new arrangement.
       GO-PRIMARY.
              ACCEPT SW-PRIMARY-E AT 0436 WITH PROMPT AUTO.
              IF SW-PRIMARY-E = 0
                 DISPLAY WS-MENS1 AT 1535
                 PERFORM END-PROGRAM.
              DISPLAY WS-SPACE AT 2030.
              MOVE "V" TO ACK-FUNCTION.
              MOVE SW-PRIMARY-E TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO SW-PRIMARY-W
                 MOVE SW-PRIMARY-W TO SW-PRIMARY-E
                 DISPLAY SW-PRIMARY-E AT 0436
                 PERFORM READ-PRIMARY.

       READ-PRIMARY.
              MOVE SW-PRIMARY-W TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     DISPLAY "PRIMARY ACCOUNT NOT ON FILE" AT 2030
                     MOVE 2 TO WS-FL
                  NOT INVALID KEY
                     MOVE ACCT-CURRENCY TO PRIMARY-CCY-W
                     IF ACCT-TYPE = "T" OR ACCT-TYPE = "L"
                        DISPLAY "TERM AND LOAN ACCOUNTS CANNOT SWEEP"
                           AT 2030
                        MOVE 2 TO WS-FL
                     END-IF
              END-READ.
              IF WS-FL NOT = 2
                 PERFORM READ-ARRANGEMENT.

       READ-ARRANGEMENT.
              MOVE SW-PRIMARY-W TO SW-PRIMARY.
              READ SWEEP-FILE
                  INVALID KEY
                     PERFORM CHECK-NOT-SWEEP-ACCOUNT
                     IF WS-USED-BY = ZEROS
                        MOVE 1 TO WS-NEW
                        MOVE 1 TO WS-FL
                        MOVE "B" TO SW-DIRECTION-W
                        MOVE "A" TO SW-STATUS-W
                        DISPLAY "NEW ARRANGEMENT" AT 2030
                     ELSE
                        DISPLAY "ALREADY THE SWEEP ACCOUNT OF" AT 2030
                        DISPLAY WS-USED-BY AT 2059
                     END-IF
                  NOT INVALID KEY
                     MOVE REG-SWEEP TO REG-SWP-W
                     MOVE 1 TO WS-FL
              END-READ.

      * ----------------------------- A sweep account cannot be
      * swept itself, so an account already holding another
      * account's surplus may not become a primary.
       CHECK-NOT-SWEEP-ACCOUNT.
              MOVE ZEROS TO WS-USED-BY.
              MOVE "N" TO WS-SCAN-EOF.
              MOVE ZEROS TO SW-PRIMARY.
              START SWEEP-FILE KEY IS NOT LESS THAN SW-PRIMARY
                  INVALID KEY MOVE "Y" TO WS-SCAN-EOF
              END-START.
              PERFORM SCAN-SWEEP UNTIL WS-SCAN-EOF = "Y".

       SCAN-SWEEP.
              READ SWEEP-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SCAN-EOF
                  NOT AT END
                     IF SW-SWEEP = SW-PRIMARY-W
                        MOVE SW-PRIMARY TO WS-USED-BY
                        MOVE "Y" TO WS-SCAN-EOF
                     END-IF
              END-READ.

       SHOW-DADOS.
              MOVE SW-SWEEP-W       TO SW-SWEEP-E.
              MOVE SW-TARGET-W      TO SW-TARGET-E.
              MOVE SW-MIN-AMOUNT-W  TO SW-MIN-AMOUNT-E.
              MOVE SW-LAST-AMOUNT-W TO SW-LAST-AMOUNT-E.
              DISPLAY SW-SWEEP-E       AT 0634.
              DISPLAY SW-TARGET-E      AT 0735.
              DISPLAY SW-MIN-AMOUNT-E  AT 0834.
              DISPLAY SW-DIRECTION-W   AT 0938.
              DISPLAY SW-STATUS-W      AT 1033.
              IF SW-LAST-DATE-W NOT = ZEROS
                 DISPLAY SW-LAST-DATE-W   AT 1131
                 DISPLAY SW-LAST-DIR-W    AT 1140
                 DISPLAY SW-LAST-AMOUNT-E AT 1142.

       ENTER-DADOS.
              PERFORM ACCEPT-SWEEP UNTIL WS-SWP-OK = 1.
              PERFORM ACCEPT-TARGET UNTIL WS-TGT-OK = 1.
              PERFORM ACCEPT-MINIMUM UNTIL WS-MIN-OK = 1.
              PERFORM ACCEPT-DIRECTION UNTIL WS-DIR-OK = 1.
              PERFORM ACCEPT-STATUS UNTIL WS-STAT-OK = 1.

      * ----------------------------- The sweep account must be a
      * different, ordinary account in the primary's currency, and
      * must not be the primary of an arrangement of its own.
       ACCEPT-SWEEP.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT SW-SWEEP-E AT 0634 WITH PROMPT AUTO.
              MOVE 0 TO WS-SWP-OK.
              MOVE "V" TO ACK-FUNCTION.
              MOVE SW-SWEEP-E TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE IF ACK-ACCOUNT = SW-PRIMARY-W
                 DISPLAY "SWEEP ACCOUNT MUST DIFFER FROM PRIMARY"
                    AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO SW-SWEEP-W
                 MOVE SW-SWEEP-W TO SW-SWEEP-E
                 DISPLAY SW-SWEEP-E AT 0634
                 PERFORM READ-SWEEP-ACCOUNT.

       READ-SWEEP-ACCOUNT.
              MOVE SW-SWEEP-W TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     DISPLAY "SWEEP ACCOUNT NOT ON FILE" AT 2030
                  NOT INVALID KEY
                     IF ACCT-TYPE = "T" OR ACCT-TYPE = "L"
                        DISPLAY "TERM AND LOAN ACCOUNTS CANNOT SWEEP"
                           AT 2030
                     ELSE IF ACCT-CURRENCY NOT = PRIMARY-CCY-W
                        DISPLAY "ACCOUNT CURRENCIES DIFFER" AT 2030
                     ELSE
                        MOVE 1 TO WS-SWP-OK
                     END-IF
              END-READ.
              IF WS-SWP-OK = 1
                 MOVE SW-SWEEP-W TO SW-PRIMARY
                 READ SWEEP-FILE
                     NOT INVALID KEY
                        DISPLAY "SWEEP ACCOUNT HAS ITS OWN ARRANGEMENT"
                           AT 2030
                        MOVE 0 TO WS-SWP-OK
                 END-READ.

       ACCEPT-TARGET.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT SW-TARGET-E AT 0735 WITH PROMPT AUTO.
              MOVE SW-TARGET-E TO SW-TARGET-W.
              IF SW-TARGET-W > WS-MAX-AMOUNT
                 DISPLAY "TARGET EXCEEDS MAXIMUM ALLOWED" AT 2030
                 MOVE 0 TO WS-TGT-OK
              ELSE
                 MOVE 1 TO WS-TGT-OK.

       ACCEPT-MINIMUM.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT SW-MIN-AMOUNT-E AT 0834 WITH PROMPT AUTO.
              MOVE SW-MIN-AMOUNT-E TO SW-MIN-AMOUNT-W.
              IF SW-MIN-AMOUNT-W > WS-MAX-AMOUNT
                 DISPLAY "MINIMUM EXCEEDS MAXIMUM ALLOWED" AT 2030
                 MOVE 0 TO WS-MIN-OK
              ELSE
                 MOVE 1 TO WS-MIN-OK.

       ACCEPT-DIRECTION.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT SW-DIRECTION-W AT 0938 WITH PROMPT AUTO.
              IF SW-DIRECTION-W = "B" OR "O" OR "I"
                 MOVE 1 TO WS-DIR-OK
              ELSE
                 DISPLAY "DIRECTION MUST BE B, O OR I" AT 2030
                 MOVE 0 TO WS-DIR-OK.

       ACCEPT-STATUS.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT SW-STATUS-W AT 1033 WITH PROMPT AUTO.
              IF SW-STATUS-W = "A" OR "I"
                 MOVE 1 TO WS-STAT-OK
              ELSE
                 DISPLAY "STATUS MUST BE A OR I" AT 2030
                 MOVE 0 TO WS-STAT-OK.

       CONFIRM-SAVE.
              DISPLAY "SAVE (S/N)? [ ]" AT 1430.
              ACCEPT WS-SAVE AT 1445 WITH PROMPT AUTO.

       RECORD-REG.
              MOVE REG-SWP-W TO REG-SWEEP.
              IF WS-NEW = 1
                 WRITE REG-SWEEP
                     INVALID KEY
                        DISPLAY "ERROR OPS" AT 1535
                 END-WRITE
              ELSE
                 REWRITE REG-SWEEP
                 IF ARQST-SWP NOT = "00"
                    DISPLAY "ERROR OPS" AT 1535
                    STOP " ".

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
              CLOSE SWEEP-FILE.
              CLOSE CLIENTS.
              GOBACK.
