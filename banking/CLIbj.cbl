      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-RATE-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT FXRATE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS FX-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-FXR.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

       DATA DIVISION.
       FILE SECTION.
       FD FXRATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-FXRATE
                VALUE OF FILE-ID IS "FXRATE.DAT".
          COPY REGFXR.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY FXRLNK.
          01 FX-CURRENCY-W  PIC X(03) VALUE SPACES.
          01 FX-DATE-W      PIC 9(08) VALUE ZEROS.
          01 FX-DATE-W-R REDEFINES FX-DATE-W.
                02 FX-DATE-ANO-W PIC 9(04).
                02 FX-DATE-MES-W PIC 9(02).
                02 FX-DATE-DIA-W PIC 9(02).
          01 FX-BUY-W       PIC 9(04)V9(06) VALUE ZEROS.
          01 FX-SELL-W      PIC 9(04)V9(06) VALUE ZEROS.
          01 FX-BUY-E       PIC ZZZ9,999999.
          01 FX-SELL-E      PIC ZZZ9,999999.
          01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).

         01 ARQST-FXR  PIC X(02).
         01 ARQST-BUS  PIC X(02).
         01 WS-OPTION  PIC X(01) VALUE SPACES.
         01 WS-SAVE    PIC X(01) VALUE SPACES.
         01 WS-SPACE   PIC X(40) VALUE SPACES.
         01 WS-MENS1   PIC X(20) VALUE "END OF PROGRAM".
         01 WS-NEW     PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK PIC 9(01) VALUE ZEROS.
         01 WS-RETRY   PIC X(01) VALUE SPACES.
         01 WS-CCY-OK  PIC 9(01) VALUE ZEROS.
         01 WS-DATE-OK PIC 9(01) VALUE ZEROS.
         01 WS-RATE-OK PIC 9(01) VALUE ZEROS.

       SCREEN SECTION.
         01 MONITOR.
              02 BLANK SCREEN.
              02 LINE 2 COL 29 VALUE "EXCHANGE RATE TABLE".
              02 LINE 4 COL 19 VALUE "CURRENCY (BLANK=QUIT):".
              02 LINE 6 COL 19 VALUE "BUSINESS DATE (AAAAMMDD):".
              02 LINE 8 COL 19 VALUE "BANK BUYS AT:".
              02 LINE 10 COL 19 VALUE "BANK SELLS AT:".
              02 LINE 12 COL 19 VALUE "BASE CURRENCY PER UNIT:".
              02 LINE 15 COL 25 VALUE "MESSAGE:".

       PROCEDURE DIVISION.
       START-PROGRAM.
              MOVE SPACE TO WS-OPTION.
              PERFORM SIGN-ON.
              PERFORM OPEN-ARQ.
              PERFORM PROCESS UNTIL WS-OPTION = "N".
              PERFORM END-PROGRAM.

      * ----------------------------- The day's rates are set by
      * treasury; a supervisor may stand in.
       SIGN-ON.
              IF SIGNON-OPERATOR-ID = SPACES
                 OR SIGNON-OPERATOR-ID = LOW-VALUES
                 CALL "CLIENT-SIGNON".
              IF SIGNON-OPERATOR-ID = SPACES
                 OR SIGNON-OPERATOR-ID = LOW-VALUES
                 DISPLAY "SIGN-ON REQUIRED"
                 GOBACK.
              IF SIGNON-OPERATOR-ROLE NOT = "F"
                 AND SIGNON-OPERATOR-ROLE NOT = "S"
                 DISPLAY "TREASURY OR SUPERVISOR ROLE REQUIRED"
                 STOP " "
                 GOBACK.

       OPEN-ARQ.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-FXRATE UNTIL WS-OPEN-OK = 1.

       OPEN-FXRATE.
              OPEN I-O FXRATE-FILE.
              IF ARQST-FXR = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-FXR = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-FXR = "35"
                 CLOSE FXRATE-FILE
                 OPEN OUTPUT FXRATE-FILE
                 CLOSE FXRATE-FILE
              ELSE
                 DISPLAY "FXRATE.DAT UNAVAILABLE - STATUS "
                    ARQST-FXR
                 GOBACK.

      * ----------------------------- The date offered is the
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

       PROCESS.
              PERFORM IMP-MONITOR.
              PERFORM ACCEPT-CURRENCY UNTIL WS-CCY-OK = 1.
              PERFORM ACCEPT-DATE UNTIL WS-DATE-OK = 1.
              PERFORM GO-RATE.
              PERFORM ACCEPT-RATES UNTIL WS-RATE-OK = 1.
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
              MOVE SPACES TO FX-CURRENCY-W.
              MOVE ZEROS TO FX-DATE-W
                             FX-BUY-W
                             FX-SELL-W
                             WS-NEW
                             WS-CCY-OK
                             WS-DATE-OK
                             WS-RATE-OK.
              MOVE "K" TO FXR-FUNCTION.
              MOVE SPACES TO FXR-CURRENCY.
              CALL "FX-RATE" USING FX-RATE-AREA.
              DISPLAY FXR-BASE AT 1243.

       ACCEPT-CURRENCY.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT FX-CURRENCY-W AT 0442 WITH PROMPT AUTO.
              IF FX-CURRENCY-W = SPACES
                 DISPLAY WS-MENS1 AT 1535
                 PERFORM END-PROGRAM.
              INSPECT FX-CURRENCY-W CONVERTING
                 "abcdefghijklmnopqrstuvwxyz"
                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
              IF FX-CURRENCY-W = FXR-BASE
                 DISPLAY "THE BASE CURRENCY HAS NO RATE" AT 2030
                 MOVE 0 TO WS-CCY-OK
              ELSE IF FX-CURRENCY-W(1:1) NOT ALPHABETIC
                 OR FX-CURRENCY-W(2:1) NOT ALPHABETIC
                 OR FX-CURRENCY-W(3:1) NOT ALPHABETIC
                 OR FX-CURRENCY-W(3:1) = SPACE
                 DISPLAY "CURRENCY IS A THREE LETTER CODE" AT 2030
                 MOVE 0 TO WS-CCY-OK
              ELSE
                 MOVE 1 TO WS-CCY-OK.

       ACCEPT-DATE.
              DISPLAY WS-SPACE AT 2030.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO FX-DATE-W.
              DISPLAY FX-DATE-W AT 0645.
              ACCEPT FX-DATE-W AT 0645 WITH PROMPT AUTO.
              IF FX-DATE-ANO-W = 0
                 OR FX-DATE-MES-W < 1 OR FX-DATE-MES-W > 12
                 OR FX-DATE-DIA-W < 1 OR FX-DATE-DIA-W > 31
                 DISPLAY "INVALID BUSINESS DATE" AT 2030
                 MOVE 0 TO WS-DATE-OK
              ELSE
                 MOVE 1 TO WS-DATE-OK.

       GO-RATE.
              MOVE FX-CURRENCY-W TO FX-CURRENCY.
              MOVE FX-DATE-W     TO FX-DATE.
              READ FXRATE-FILE
                  INVALID KEY
                     MOVE 1 TO WS-NEW
                     DISPLAY "NEW RATE ENTRY" AT 2030
                  NOT INVALID KEY
                     MOVE FX-BUY-RATE  TO FX-BUY-W
                     MOVE FX-SELL-RATE TO FX-SELL-W
                     MOVE FX-BUY-W  TO FX-BUY-E
                     MOVE FX-SELL-W TO FX-SELL-E
                     DISPLAY FX-BUY-E  AT 0833
                     DISPLAY FX-SELL-E AT 1034
              END-READ.

      * ----------------------------- The bank never sells a
      * currency for less than it buys it.
       ACCEPT-RATES.
              ACCEPT FX-BUY-E AT 0833 WITH PROMPT AUTO.
              MOVE FX-BUY-E TO FX-BUY-W.
              ACCEPT FX-SELL-E AT 1034 WITH PROMPT AUTO.
              MOVE FX-SELL-E TO FX-SELL-W.
              IF FX-BUY-W = ZEROS OR FX-SELL-W = ZEROS
                 DISPLAY "BOTH RATES ARE REQUIRED" AT 2030
                 MOVE 0 TO WS-RATE-OK
              ELSE IF FX-SELL-W < FX-BUY-W
                 DISPLAY "SELL RATE BELOW BUY RATE" AT 2030
                 MOVE 0 TO WS-RATE-OK
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-RATE-OK.

       CONFIRM-SAVE.
              DISPLAY "SAVE (S/N)? [ ]" AT 1430.
              ACCEPT WS-SAVE AT 1445 WITH PROMPT AUTO.

       RECORD-REG.
              MOVE FX-CURRENCY-W TO FX-CURRENCY.
              MOVE FX-DATE-W     TO FX-DATE.
              MOVE FX-BUY-W      TO FX-BUY-RATE.
              MOVE FX-SELL-W     TO FX-SELL-RATE.
              MOVE SIGNON-OPERATOR-ID TO FX-OPERATOR.
              IF WS-NEW = 1
                 WRITE REG-FXRATE
                     INVALID KEY
                        DISPLAY "ERROR OPS" AT 1535
                 END-WRITE
              ELSE
                 REWRITE REG-FXRATE
                 IF ARQST-FXR NOT = "00"
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
              CLOSE FXRATE-FILE.
              GOBACK.
