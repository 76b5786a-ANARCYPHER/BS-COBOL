      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITOR-RULES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT MONRULE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS MR-RULE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-MRL.

       DATA DIVISION.
       FILE SECTION.
       FD MONRULE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-MONRULE
                VALUE OF FILE-ID IS "MONRULE.DAT".
          COPY REGMRL.

       WORKING-STORAGE SECTION.
          COPY SIGNON.
          01 MR-RULE-W      PIC X(04) VALUE SPACES.
          01 MR-ACTIVE-W    PIC X(01) VALUE SPACES.
          01 MR-AMOUNT-W    PIC 9(05)V99 VALUE ZEROS.
          01 MR-AMOUNT-E    PIC ZZ.ZZ9,99.
          01 MR-PCT-W       PIC 9(03) VALUE ZEROS.
          01 MR-COUNT-W     PIC 9(03) VALUE ZEROS.
          01 MR-DAYS-W      PIC 9(03) VALUE ZEROS.
          01 MR-HELP-W      PIC X(54) VALUE SPACES.

         01 ARQST-MRL  PIC X(02).
         01 WS-OPTION  PIC X(01) VALUE SPACES.
         01 WS-SAVE    PIC X(01) VALUE SPACES.
         01 WS-SPACE   PIC X(40) VALUE SPACES.
         01 WS-MENS1   PIC X(20) VALUE "END OF PROGRAM".
         01 WS-NEW     PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK PIC 9(01) VALUE ZEROS.
         01 WS-RETRY   PIC X(01) VALUE SPACES.
         01 WS-RULE-OK PIC 9(01) VALUE ZEROS.
         01 WS-ACT-OK  PIC 9(01) VALUE ZEROS.
         01 WS-AMT-OK  PIC 9(01) VALUE ZEROS.
         01 WS-PCT-OK  PIC 9(01) VALUE ZEROS.
         01 WS-CNT-OK  PIC 9(01) VALUE ZEROS.
         01 WS-DAYS-OK PIC 9(01) VALUE ZEROS.

       SCREEN SECTION.
         01 MONITOR.
              02 BLANK SCREEN.
              02 LINE 2 COL 29 VALUE "MONITORING RULES".
              02 LINE 4 COL 19 VALUE
                 "RULE (STRC/DORM/RTRF/VOLM,X=QUIT):".
              02 LINE 6 COL 19 VALUE "ACTIVE (S/N):".
              02 LINE 8 COL 19 VALUE "AMOUNT:".
              02 LINE 9 COL 19 VALUE "PERCENT:".
              02 LINE 10 COL 19 VALUE "COUNT:".
              02 LINE 11 COL 19 VALUE "DAYS:".
              02 LINE 15 COL 25 VALUE "MESSAGE:".

       PROCEDURE DIVISION.
       START-PROGRAM.
              MOVE SPACE TO WS-OPTION.
              PERFORM SIGN-ON.
              PERFORM OPEN-ARQ.
              PERFORM PROCESS UNTIL WS-OPTION = "N".
              PERFORM END-PROGRAM.

      * ----------------------------- The rules decide what the
      * nightly monitoring looks for, so only compliance or a
      * supervisor may change them.
       SIGN-ON.
              IF SIGNON-OPERATOR-ID = SPACES
                 OR SIGNON-OPERATOR-ID = LOW-VALUES
                 CALL "CLIENT-SIGNON".
              IF SIGNON-OPERATOR-ID = SPACES
                 OR SIGNON-OPERATOR-ID = LOW-VALUES
                 DISPLAY "SIGN-ON REQUIRED"
                 GOBACK.
              IF SIGNON-OPERATOR-ROLE NOT = "C"
                 AND SIGNON-OPERATOR-ROLE NOT = "S"
                 DISPLAY "COMPLIANCE OR SUPERVISOR ROLE REQUIRED"
                 STOP " "
                 GOBACK.

       OPEN-ARQ.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-MONRULE UNTIL WS-OPEN-OK = 1.

       OPEN-MONRULE.
              OPEN I-O MONRULE-FILE.
              IF ARQST-MRL = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-MRL = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-MRL = "35"
                 CLOSE MONRULE-FILE
                 OPEN OUTPUT MONRULE-FILE
                 CLOSE MONRULE-FILE
              ELSE
                 DISPLAY "MONRULE.DAT UNAVAILABLE - STATUS "
                    ARQST-MRL
                 GOBACK.

      * ----------------------------- Only the settings the rule
      * uses are asked for; the rest are kept at zero.
       PROCESS.
              PERFORM IMP-MONITOR.
              PERFORM ACCEPT-RULE UNTIL WS-RULE-OK = 1.
              PERFORM GO-RULE.
              PERFORM ACCEPT-ACTIVE UNTIL WS-ACT-OK = 1.
              PERFORM ACCEPT-AMOUNT UNTIL WS-AMT-OK = 1.
              IF MR-RULE-W = "STRC" OR "RTRF" OR "VOLM"
                 PERFORM ACCEPT-PCT UNTIL WS-PCT-OK = 1.
              IF MR-RULE-W = "STRC"
                 PERFORM ACCEPT-COUNT UNTIL WS-CNT-OK = 1.
              IF MR-RULE-W = "DORM" OR "VOLM"
                 PERFORM ACCEPT-DAYS UNTIL WS-DAYS-OK = 1.
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
              MOVE SPACES TO MR-RULE-W
                             MR-ACTIVE-W
                             MR-HELP-W.
              MOVE ZEROS TO MR-AMOUNT-W
                             MR-PCT-W
                             MR-COUNT-W
                             MR-DAYS-W
                             WS-NEW
                             WS-RULE-OK
                             WS-ACT-OK
                             WS-AMT-OK
                             WS-PCT-OK
                             WS-CNT-OK
                             WS-DAYS-OK.

       ACCEPT-RULE.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT MR-RULE-W AT 0454 WITH PROMPT AUTO.
              IF MR-RULE-W = "X"
                 DISPLAY WS-MENS1 AT 1535
                 PERFORM END-PROGRAM.
              IF MR-RULE-W = "STRC"
                 MOVE "AMOUNT=THRESHOLD PERCENT=BAND COUNT=DEPOSITS"
                    TO MR-HELP-W
              ELSE IF MR-RULE-W = "DORM"
                 MOVE "AMOUNT=LEAST DEBIT DAYS=SINCE REACTIVATION"
                    TO MR-HELP-W
              ELSE IF MR-RULE-W = "RTRF"
                 MOVE "AMOUNT=LEAST TRANSFER IN PERCENT=SHARE SENT OUT"
                    TO MR-HELP-W
              ELSE IF MR-RULE-W = "VOLM"
                 MOVE "AMOUNT=DAY VOLUME PERCENT=OF MONTH DAYS=HISTORY"
                    TO MR-HELP-W.
              IF MR-HELP-W = SPACES
                 DISPLAY "RULE MUST BE STRC, DORM, RTRF OR VOLM"
                    AT 2030
                 MOVE 0 TO WS-RULE-OK
              ELSE
                 DISPLAY MR-HELP-W AT 1319
                 MOVE 1 TO WS-RULE-OK.

       GO-RULE.
              MOVE MR-RULE-W TO MR-RULE.
              READ MONRULE-FILE
                  INVALID KEY
                     MOVE 1 TO WS-NEW
                     DISPLAY "NEW RULE ENTRY" AT 2030
                  NOT INVALID KEY
                     MOVE MR-ACTIVE TO MR-ACTIVE-W
                     MOVE MR-AMOUNT TO MR-AMOUNT-W
                     MOVE MR-PCT    TO MR-PCT-W
                     MOVE MR-COUNT  TO MR-COUNT-W
                     MOVE MR-DAYS   TO MR-DAYS-W
                     MOVE MR-AMOUNT-W TO MR-AMOUNT-E
                     DISPLAY MR-ACTIVE-W AT 0654
                     DISPLAY MR-AMOUNT-E AT 0854
                     DISPLAY MR-PCT-W    AT 0954
                     DISPLAY MR-COUNT-W  AT 1054
                     DISPLAY MR-DAYS-W   AT 1154
              END-READ.

       ACCEPT-ACTIVE.
              ACCEPT MR-ACTIVE-W AT 0654 WITH PROMPT AUTO.
              IF MR-ACTIVE-W = "S" OR "N"
                 MOVE 1 TO WS-ACT-OK
              ELSE
                 DISPLAY "ACTIVE MUST BE S OR N" AT 2030
                 MOVE 0 TO WS-ACT-OK.

       ACCEPT-AMOUNT.
              MOVE MR-AMOUNT-W TO MR-AMOUNT-E.
              ACCEPT MR-AMOUNT-E AT 0854 WITH PROMPT AUTO.
              MOVE MR-AMOUNT-E TO MR-AMOUNT-W.
              IF MR-AMOUNT-W = 0
                 DISPLAY "AMOUNT MUST BE GREATER THAN ZERO" AT 2030
                 MOVE 0 TO WS-AMT-OK
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-AMT-OK.

      * ----------------------------- The band under the threshold
      * and the share sent back out are parts of a hundred; the
      * volume rule measures against the usual month and may ask
      * for several times it.
       ACCEPT-PCT.
              ACCEPT MR-PCT-W AT 0954 WITH PROMPT AUTO.
              IF MR-PCT-W = 0
                 OR (MR-PCT-W > 100 AND MR-RULE-W NOT = "VOLM")
                 DISPLAY "PERCENT MUST BE 1 TO 100 (VOLM 1 TO 999)"
                    AT 2030
                 MOVE 0 TO WS-PCT-OK
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-PCT-OK.

       ACCEPT-COUNT.
              ACCEPT MR-COUNT-W AT 1054 WITH PROMPT AUTO.
              IF MR-COUNT-W < 2
                 DISPLAY "COUNT MUST BE AT LEAST 2" AT 2030
                 MOVE 0 TO WS-CNT-OK
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-CNT-OK.

       ACCEPT-DAYS.
              ACCEPT MR-DAYS-W AT 1154 WITH PROMPT AUTO.
              IF MR-DAYS-W = 0
                 DISPLAY "DAYS MUST BE GREATER THAN ZERO" AT 2030
                 MOVE 0 TO WS-DAYS-OK
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-DAYS-OK.

       CONFIRM-SAVE.
              DISPLAY "SAVE (S/N)? [ ]" AT 1430.
              ACCEPT WS-SAVE AT 1445 WITH PROMPT AUTO.

       RECORD-REG.
              IF MR-RULE-W NOT = "STRC" AND NOT = "RTRF"
                 AND NOT = "VOLM"
                 MOVE ZEROS TO MR-PCT-W.
              IF MR-RULE-W NOT = "STRC"
                 MOVE ZEROS TO MR-COUNT-W.
              IF MR-RULE-W NOT = "DORM" AND NOT = "VOLM"
                 MOVE ZEROS TO MR-DAYS-W.
              MOVE MR-RULE-W   TO MR-RULE.
              MOVE MR-ACTIVE-W TO MR-ACTIVE.
              MOVE MR-AMOUNT-W TO MR-AMOUNT.
              MOVE MR-PCT-W    TO MR-PCT.
              MOVE MR-COUNT-W  TO MR-COUNT.
              MOVE MR-DAYS-W   TO MR-DAYS.
              IF WS-NEW = 1
                 WRITE REG-MONRULE
                     INVALID KEY
                        DISPLAY "ERROR OPS" AT 1535
                 END-WRITE
              ELSE
                 REWRITE REG-MONRULE
                 IF ARQST-MRL NOT = "00"
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
              CLOSE MONRULE-FILE.
              GOBACK.
