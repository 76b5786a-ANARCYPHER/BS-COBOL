      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT COLLECT-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS COL-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-COL.

              SELECT COLNOTE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CNO-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CNO.

              SELECT CLIENTS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT CUSTOMER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CUST-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT OPERATOR-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS OPR-ID
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-OPR.

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
       FD COLLECT-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-COLLECT
                VALUE OF FILE-ID IS "COLLECT.DAT".
          COPY REGCOL.

       FD COLNOTE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-COLNOTE
                VALUE OF FILE-ID IS "COLNOTE.DAT".
          COPY REGCNO.

       FD CLIENTS LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD OPERATOR-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-OPERATOR
                VALUE OF FILE-ID IS "OPERATOR.DAT".
          COPY REGOPR.

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
          01 DIGIT-E          PIC 9(09).
          01 DIGIT-W          PIC 9(09) VALUE ZEROS.
          01 CNO-TEXT-W       PIC X(60) VALUE SPACES.
          01 PROMISE-DATE-E   PIC 9(08).
          01 PROMISE-DATE-W   PIC 9(08) VALUE ZEROS.
          01 PROMISE-DATE-R REDEFINES PROMISE-DATE-W.
                02 PROMISE-ANO PIC 9(04).
                02 PROMISE-MES PIC 9(02).
                02 PROMISE-DIA PIC 9(02).
          01 PROMISE-AMT-E    PIC ZZ.ZZ9,99.
          01 PROMISE-AMT-W    PIC 9(05)V99 VALUE ZEROS.
          01 BALANCE-OLD-W    PIC S9(05)V99 VALUE ZEROS.
          01 WRITEOFF-W       PIC 9(05)V99 VALUE ZEROS.
          01 WS-AMOUNT-E      PIC ZZ.ZZ9,99.
          01 WS-LAST-DIGIT    PIC 9(09) VALUE ZEROS.
          01 WS-DAYS          PIC 9(05) VALUE ZEROS.
          01 WS-TODAY         PIC 9(08) VALUE ZEROS.
          01 WS-JRN-SEQ       PIC 9(08) VALUE ZEROS.
          01 WS-TIME-REF      PIC 9(08) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).
          01 REG-COL-HEAD-E.
                02 FILLER      PIC X(08) VALUE "STATUS: ".
                02 CH-STATUS-E PIC X(11).
                02 FILLER      PIC X(10) VALUE "  QUEUED: ".
                02 CH-QUEUED-E PIC 9(08).
                02 FILLER      PIC X(19) VALUE "  OVERDRAWN SINCE: ".
                02 CH-SINCE-E  PIC 9(08).
          01 REG-COL-CUST-E.
                02 FILLER      PIC X(09) VALUE "ACCOUNT: ".
                02 CC-DIGIT-E  PIC 9(09).
                02 FILLER      PIC X(02) VALUE SPACES.
                02 CC-NAME-E   PIC X(30).
          01 REG-COL-PHONE-E.
                02 FILLER      PIC X(07) VALUE "PHONE: ".
                02 CP-PHONE-E  PIC X(15).
                02 FILLER      PIC X(10) VALUE "  MOBILE: ".
                02 CP-MOBILE-E PIC X(15).
          01 REG-COL-AGE-E.
                02 FILLER      PIC X(09) VALUE "BALANCE: ".
                02 CA-BALANCE-E PIC -ZZ.ZZ9,99.
                02 FILLER      PIC X(08) VALUE "  DAYS: ".
                02 CA-DAYS-E   PIC ZZZZ9.
                02 FILLER      PIC X(07) VALUE "  AGE: ".
                02 CA-AGE-E    PIC X(08).
                02 FILLER      PIC X(02) VALUE SPACES.
                02 CA-DUE-E    PIC X(14).
          01 REG-COL-PROMISE-E.
                02 FILLER      PIC X(09) VALUE "PROMISE: ".
                02 CR-AMOUNT-E PIC ZZ.ZZ9,99.
                02 FILLER      PIC X(04) VALUE " BY ".
                02 CR-DATE-E   PIC 9(08).
                02 FILLER      PIC X(09) VALUE "  NOTES: ".
                02 CR-NOTES-E  PIC ZZ9.
                02 FILLER      PIC X(16) VALUE "  LAST CONTACT: ".
                02 CR-CONTACT-E PIC 9(08).
          01 REG-COL-WOFF-E.
                02 FILLER      PIC X(13) VALUE "WRITTEN OFF: ".
                02 CW-AMOUNT-E PIC ZZ.ZZ9,99.
                02 FILLER      PIC X(04) VALUE " ON ".
                02 CW-DATE-E   PIC 9(08).
                02 FILLER      PIC X(04) VALUE " BY ".
                02 CW-BY-E     PIC X(08).
                02 FILLER      PIC X(13) VALUE "  RECOVERED: ".
                02 CW-RECOV-E  PIC ZZ.ZZ9,99.
          01 REG-NOTE-LINE-E.
                02 NL-DATE-E   PIC 9(08).
                02 FILLER      PIC X(01) VALUE SPACES.
                02 NL-OPER-E   PIC X(08).
                02 FILLER      PIC X(01) VALUE SPACES.
                02 NL-TYPE-E   PIC X(01).
                02 FILLER      PIC X(01) VALUE SPACES.
                02 NL-TEXT-E   PIC X(60).

         01 ARQST      PIC X(02).
         01 ARQST-COL  PIC X(02).
         01 ARQST-CNO  PIC X(02).
         01 ARQST-CUS  PIC X(02).
         01 ARQST-OPR  PIC X(02).
         01 ARQST-AUD  PIC X(02).
         01 ARQST-JRN  PIC X(02).
         01 ARQST-JSQ  PIC X(02).
         01 ARQST-JRX  PIC X(02).
         01 ARQST-BUS  PIC X(02).
         01 WS-BUS-STATUS PIC X(01) VALUE SPACES.
         01 WS-OPTION  PIC X(01) VALUE SPACES.
         01 WS-SAVE    PIC X(01) VALUE SPACES.
         01 WS-SPACE   PIC X(40) VALUE SPACES.
         01 WS-MENS1   PIC X(20) VALUE "END OF PROGRAM".
         01 WS-FL      PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK PIC 9(01) VALUE ZEROS.
         01 WS-RETRY   PIC X(01) VALUE SPACES.
         01 WS-CUS-OPEN PIC 9(01) VALUE ZEROS.
         01 WS-ACCT-FOUND PIC 9(01) VALUE ZEROS.
         01 WS-FUNCTION PIC X(01) VALUE SPACES.
         01 WS-FUNC-OK PIC 9(01) VALUE ZEROS.
         01 WS-NOTE-OK PIC 9(01) VALUE ZEROS.
         01 WS-PROMISE-OK PIC 9(01) VALUE ZEROS.
         01 WS-WOFF-OK PIC 9(01) VALUE ZEROS.
         01 WS-FOUND   PIC 9(01) VALUE ZEROS.
         01 WS-EOF-SCAN PIC X(01) VALUE "N".
         01 WS-VIEW-LINE PIC 9(02) VALUE ZEROS.
         01 WS-VIEW-COUNT PIC 9(04) VALUE ZEROS.
         01 WS-PAUSE   PIC X(01) VALUE SPACES.
         01 WS-CHECKER-ID     PIC X(08) VALUE SPACES.
         01 WS-CHECKER-PW     PIC X(08) VALUE SPACES.
         01 WS-CHECKER-OK     PIC 9(01) VALUE ZEROS.
         01 WS-CHECKER-TRIES  PIC 9(01) VALUE ZEROS.

       SCREEN SECTION.
         01 MONITOR.
              02 BLANK SCREEN.
              02 LINE 2 COL 5 VALUE "  /  /  ".
              02 COL 29 VALUE "OVERDRAFT COLLECTIONS".
              02 LINE 4 COL 19 VALUE "ACCOUNT (0=NEXT OPEN):".
              02 LINE 11 COL 3 VALUE
                 "(C)ONTACT/(P)ROMISE/(V)IEW NOTES/(W)RITE OFF:".
              02 LINE 12 COL 3 VALUE "NOTE:".
              02 LINE 13 COL 3 VALUE "PROMISE DATE:".
              02 LINE 13 COL 28 VALUE "AMOUNT:".
              02 LINE 14 COL 3 VALUE "SUPERVISOR ID:".
              02 LINE 14 COL 28 VALUE "PASSWORD:".
              02 LINE 15 COL 25 VALUE "MESSAGE:".

       PROCEDURE DIVISION.
      * ----------------------------- The collections desk works the
      * accounts the nightly aging step has queued: every contact
      * attempt and every promise to pay goes on as a signed note,
      * and an account past the charge-off age can be written off
      * to losses once a supervisor approves it.
       START-PROGRAM.
              MOVE SPACE TO WS-OPTION.
              MOVE ZEROS TO WS-LAST-DIGIT.
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
              PERFORM OPEN-COLLECT UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-COLNOTE UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-CUS-OPEN.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS = "00"
                 MOVE 1 TO WS-CUS-OPEN.
              OPEN EXTEND AUDIT-TRAIL.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDIT-TRAIL.
              CLOSE AUDIT-TRAIL.

       OPEN-COLLECT.
              OPEN I-O COLLECT-FILE.
              IF ARQST-COL = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-COL = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-COL = "35"
                 CLOSE COLLECT-FILE
                 OPEN OUTPUT COLLECT-FILE
                 CLOSE COLLECT-FILE
              ELSE
                 DISPLAY "COLLECT.DAT UNAVAILABLE - STATUS " ARQST-COL
                 GOBACK.

       OPEN-COLNOTE.
              OPEN I-O COLNOTE-FILE.
              IF ARQST-CNO = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-CNO = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-CNO = "35"
                 CLOSE COLNOTE-FILE
                 OPEN OUTPUT COLNOTE-FILE
                 CLOSE COLNOTE-FILE
              ELSE
                 DISPLAY "COLNOTE.DAT UNAVAILABLE - STATUS " ARQST-CNO
                 CLOSE COLLECT-FILE
                 GOBACK.

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
                 CLOSE COLLECT-FILE
                 CLOSE COLNOTE-FILE
                 STOP " "
                 GOBACK.

       PROCESS.
              PERFORM IMP-MONITOR.
              PERFORM GO-ACCOUNT UNTIL WS-FL = 1.
              PERFORM SHOW-COLLECT.
              PERFORM ACCEPT-FUNCTION UNTIL WS-FUNC-OK = 1.
              IF WS-FUNCTION = "C"
                 PERFORM ADD-CONTACT
              ELSE IF WS-FUNCTION = "P"
                 PERFORM ADD-PROMISE
              ELSE IF WS-FUNCTION = "V"
                 PERFORM VIEW-NOTES
              ELSE
                 PERFORM WRITE-OFF.
              PERFORM CONTINUA UNTIL WS-OPTION = "S" OR "N".

       IMP-MONITOR.
              DISPLAY MONITOR.
              PERFORM GET-BUSINESS-DATE.
              DISPLAY DIA AT 0205.
              DISPLAY MES AT 0208.
              DISPLAY ANO AT 0211.
              MOVE SPACE TO WS-OPTION
                             WS-SAVE
                             WS-FUNCTION.
              MOVE SPACES TO CNO-TEXT-W WS-CHECKER-ID.
              MOVE ZEROS TO DIGIT-E
                             DIGIT-W
                             PROMISE-DATE-W
                             PROMISE-AMT-W
                             WS-FL
                             WS-FUNC-OK
                             WS-NOTE-OK
                             WS-PROMISE-OK
                             WS-WOFF-OK
                             WS-CHECKER-OK
                             WS-CHECKER-TRIES.

      * ----------------------------- Notes and write-offs are dated
      * with the business date off the control file, not the machine
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
              MOVE DATA-SIS TO WS-TODAY.

      * ----------------------------- Zero takes the next account
      * open in the queue after the last one worked, going round to
      * the lowest number when the end is reached.
       GO-ACCOUNT.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT DIGIT-E AT 0442 WITH PROMPT AUTO.
              MOVE DIGIT-E TO DIGIT-W.
              IF DIGIT-W = 0
                 PERFORM FIND-NEXT-OPEN
                 IF WS-FOUND = 0
                    MOVE ZEROS TO WS-LAST-DIGIT
                    PERFORM FIND-NEXT-OPEN
                 END-IF
                 IF WS-FOUND = 0
                    DISPLAY "NO ACCOUNTS IN COLLECTIONS" AT 2030
                    PERFORM END-PROGRAM
                 END-IF
                 MOVE COL-DIGIT TO DIGIT-W DIGIT-E
                 DISPLAY DIGIT-E AT 0442
                 MOVE 1 TO WS-FL
              ELSE
                 MOVE DIGIT-W TO COL-DIGIT
                 READ COLLECT-FILE
                     INVALID KEY
                        DISPLAY "ACCOUNT NOT IN COLLECTIONS" AT 2030
                     NOT INVALID KEY
                        MOVE 1 TO WS-FL
                 END-READ.
              IF WS-FL = 1
                 MOVE DIGIT-W TO WS-LAST-DIGIT.

       FIND-NEXT-OPEN.
              MOVE 0 TO WS-FOUND.
              MOVE "N" TO WS-EOF-SCAN.
              MOVE WS-LAST-DIGIT TO COL-DIGIT.
              START COLLECT-FILE KEY IS GREATER THAN COL-DIGIT
                  INVALID KEY MOVE "Y" TO WS-EOF-SCAN.
              PERFORM SCAN-OPEN UNTIL WS-EOF-SCAN = "Y".

       SCAN-OPEN.
              READ COLLECT-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-EOF-SCAN
                  NOT AT END
                     IF COL-STATUS = "O" OR COL-STATUS = "P"
                        MOVE 1 TO WS-FOUND
                        MOVE "Y" TO WS-EOF-SCAN
              END-READ.

      * ----------------------------- The balance shown is the live
      * one off the account, aged from the date it went overdrawn;
      * the record itself is as the nightly step last left it.
       SHOW-COLLECT.
              PERFORM READ-ACCOUNT.
              IF COL-STATUS = "A"
                 MOVE "AGEING" TO CH-STATUS-E
              ELSE IF COL-STATUS = "O"
                 MOVE "OPEN" TO CH-STATUS-E
              ELSE IF COL-STATUS = "P"
                 MOVE "PROMISE" TO CH-STATUS-E
              ELSE IF COL-STATUS = "W"
                 MOVE "WRITTEN OFF" TO CH-STATUS-E
              ELSE
                 MOVE "CLEARED" TO CH-STATUS-E.
              MOVE COL-QUEUED-DATE TO CH-QUEUED-E.
              MOVE COL-OD-SINCE    TO CH-SINCE-E.
              DISPLAY REG-COL-HEAD-E AT 0503.
              MOVE COL-DIGIT TO CC-DIGIT-E.
              MOVE SPACES TO CC-NAME-E CP-PHONE-E CP-MOBILE-E.
              IF WS-ACCT-FOUND = 0
                 MOVE "ACCOUNT NOT ON FILE" TO CC-NAME-E
              ELSE
                 PERFORM GET-CUSTOMER.
              DISPLAY REG-COL-CUST-E AT 0603.
              DISPLAY REG-COL-PHONE-E AT 0703.
              IF COL-STATUS = "W" OR COL-STATUS = "X"
                 MOVE COL-DAYS TO WS-DAYS
              ELSE
                 COMPUTE WS-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY)
                    - FUNCTION INTEGER-OF-DATE(COL-OD-SINCE).
              MOVE ZEROS TO CA-BALANCE-E.
              IF WS-ACCT-FOUND = 1
                 MOVE BALANCE TO CA-BALANCE-E.
              MOVE WS-DAYS TO CA-DAYS-E.
              PERFORM SET-AGE-BAND.
              MOVE SPACES TO CA-DUE-E.
              IF COL-CO-DUE = "S"
                 AND (COL-STATUS = "O" OR COL-STATUS = "P")
                 MOVE "CHARGE-OFF DUE" TO CA-DUE-E.
              DISPLAY REG-COL-AGE-E AT 0803.
              MOVE COL-PROMISE-AMT  TO CR-AMOUNT-E.
              MOVE COL-PROMISE-DATE TO CR-DATE-E.
              MOVE COL-NOTE-COUNT   TO CR-NOTES-E.
              MOVE COL-LAST-CONTACT TO CR-CONTACT-E.
              DISPLAY REG-COL-PROMISE-E AT 0903.
              IF COL-STATUS = "W"
                 MOVE COL-WRITEOFF-AMT  TO CW-AMOUNT-E
                 MOVE COL-WRITEOFF-DATE TO CW-DATE-E
                 MOVE COL-APPROVED-BY   TO CW-BY-E
                 MOVE COL-RECOVERED     TO CW-RECOV-E
                 DISPLAY REG-COL-WOFF-E AT 1003
              ELSE IF COL-STATUS = "X"
                 DISPLAY "CLEARED ON" AT 1003
                 DISPLAY COL-CLOSED-DATE AT 1014.

       SET-AGE-BAND.
              IF WS-DAYS < 30
                 MOVE "UNDER 30" TO CA-AGE-E
              ELSE IF WS-DAYS < 60
                 MOVE "30-59" TO CA-AGE-E
              ELSE IF WS-DAYS < 90
                 MOVE "60-89" TO CA-AGE-E
              ELSE IF WS-DAYS < 180
                 MOVE "90-179" TO CA-AGE-E
              ELSE
                 MOVE "180 +" TO CA-AGE-E.

       READ-ACCOUNT.
              MOVE COL-DIGIT TO DIGIT.
              MOVE 1 TO WS-ACCT-FOUND.
              READ CLIENTS
                  INVALID KEY
                     MOVE 0 TO WS-ACCT-FOUND
              END-READ.

       GET-CUSTOMER.
              IF WS-CUS-OPEN = 1
                 MOVE CUST-NUMBER-CLI TO CUST-NUMBER
                 READ CUSTOMER-FILE
                     INVALID KEY
                        MOVE "CUSTOMER NOT ON FILE" TO CC-NAME-E
                     NOT INVALID KEY
                        MOVE CUST-NAME   TO CC-NAME-E
                        MOVE CUST-PHONE  TO CP-PHONE-E
                        MOVE CUST-MOBILE TO CP-MOBILE-E
                 END-READ.

      * ----------------------------- A written-off or cleared
      * account can still be looked at, but its outcome stands; one
      * not yet queued can be called but takes no promise yet.
       ACCEPT-FUNCTION.
              ACCEPT WS-FUNCTION AT 1149 WITH PROMPT AUTO.
              IF WS-FUNCTION NOT = "C" AND NOT = "P"
                 AND NOT = "V" AND NOT = "W"
                 DISPLAY "FUNCTION MUST BE C, P, V OR W" AT 2030
                 MOVE 0 TO WS-FUNC-OK
              ELSE IF (COL-STATUS = "W" OR COL-STATUS = "X")
                 AND WS-FUNCTION NOT = "V"
                 DISPLAY "NO LONGER IN COLLECTIONS - VIEW ONLY"
                    AT 2030
                 MOVE 0 TO WS-FUNC-OK
              ELSE IF COL-STATUS = "A"
                 AND (WS-FUNCTION = "P" OR WS-FUNCTION = "W")
                 DISPLAY "NOT YET QUEUED - CONTACT OR VIEW ONLY"
                    AT 2030
                 MOVE 0 TO WS-FUNC-OK
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-FUNC-OK.

       ACCEPT-NOTE.
              ACCEPT CNO-TEXT-W AT 1209 WITH PROMPT AUTO.
              IF CNO-TEXT-W = SPACES
                 DISPLAY "NOTE CANNOT BE BLANK" AT 2030
                 MOVE 0 TO WS-NOTE-OK
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-NOTE-OK.

       ADD-CONTACT.
              PERFORM ACCEPT-NOTE UNTIL WS-NOTE-OK = 1.
              PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N".
              IF WS-SAVE = "S"
                 MOVE DATA-SIS   TO COL-LAST-CONTACT
                 MOVE "C"        TO CNO-TYPE
                 MOVE CNO-TEXT-W TO CNO-TEXT
                 PERFORM WRITE-NOTE
                 PERFORM REWRITE-COLLECT
                 PERFORM SHOW-COLLECT
                 DISPLAY "CONTACT RECORDED" AT 2030
              ELSE
                 DISPLAY "CONTACT NOT RECORDED" AT 2030.

      * ----------------------------- A promise is a contact as well;
      * the nightly step puts the account back in the open queue if
      * it is still overdrawn once the promised date has passed.
       ADD-PROMISE.
              PERFORM ACCEPT-PROMISE UNTIL WS-PROMISE-OK = 1.
              PERFORM ACCEPT-NOTE UNTIL WS-NOTE-OK = 1.
              PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N".
              IF WS-SAVE = "S"
                 MOVE "P"            TO COL-STATUS
                 MOVE PROMISE-DATE-W TO COL-PROMISE-DATE
                 MOVE PROMISE-AMT-W  TO COL-PROMISE-AMT
                 MOVE DATA-SIS       TO COL-LAST-CONTACT
                 MOVE "P"            TO CNO-TYPE
                 MOVE PROMISE-AMT-W  TO WS-AMOUNT-E
                 MOVE SPACES         TO CNO-TEXT
                 STRING "PROMISE " DELIMITED BY SIZE
                    WS-AMOUNT-E DELIMITED BY SIZE
                    " BY " DELIMITED BY SIZE
                    PROMISE-DATE-W DELIMITED BY SIZE
                    ": " DELIMITED BY SIZE
                    CNO-TEXT-W DELIMITED BY SIZE
                    INTO CNO-TEXT
                 PERFORM WRITE-NOTE
                 PERFORM REWRITE-COLLECT
                 PERFORM SHOW-COLLECT
                 DISPLAY "PROMISE RECORDED" AT 2030
              ELSE
                 DISPLAY "PROMISE NOT RECORDED" AT 2030.

       ACCEPT-PROMISE.
              MOVE 0 TO WS-PROMISE-OK.
              ACCEPT PROMISE-DATE-E AT 1317 WITH PROMPT AUTO.
              MOVE PROMISE-DATE-E TO PROMISE-DATE-W.
              ACCEPT PROMISE-AMT-E AT 1336 WITH PROMPT AUTO.
              MOVE PROMISE-AMT-E TO PROMISE-AMT-W.
              IF PROMISE-MES < 1 OR PROMISE-MES > 12
                 OR PROMISE-DIA < 1 OR PROMISE-DIA > 31
                 DISPLAY "PROMISE DATE MUST BE YYYYMMDD" AT 2030
              ELSE IF PROMISE-DATE-W NOT > WS-TODAY
                 DISPLAY "PROMISE DATE MUST BE AFTER TODAY" AT 2030
              ELSE IF PROMISE-AMT-W = 0
                 DISPLAY "PROMISED AMOUNT REQUIRED" AT 2030
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-PROMISE-OK.

      * ----------------------------- Only an account queued and
      * past the charge-off age, still overdrawn, can go to losses.
      * The whole debit balance is charged off: the account is set
      * to zero and blocked, and what was written off is kept so
      * later credits can be taken back as recovery.
       WRITE-OFF.
              PERFORM CHECK-WRITE-OFF.
              IF WS-WOFF-OK = 1
                 PERFORM ACCEPT-NOTE UNTIL WS-NOTE-OK = 1
                 PERFORM APPROVE-WRITE-OFF
                 IF WS-CHECKER-OK = 1
                    PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N"
                 ELSE
                    MOVE "N" TO WS-SAVE
                 END-IF
                 IF WS-SAVE = "S"
                    PERFORM RECORD-WRITE-OFF
                 ELSE
                    DISPLAY "WRITE-OFF NOT RECORDED" AT 2030.

       CHECK-WRITE-OFF.
              MOVE 0 TO WS-WOFF-OK.
              IF WS-BUS-STATUS = "R"
                 DISPLAY "DATE ROLL IN PROGRESS - POSTING BLOCKED"
                    AT 2030
              ELSE IF COL-CO-DUE NOT = "S"
                 DISPLAY "CHARGE-OFF AGE NOT REACHED" AT 2030
              ELSE IF WS-ACCT-FOUND = 0
                 DISPLAY "ACCOUNT NOT ON FILE" AT 2030
              ELSE IF ACCT-STATUS = "C" OR ACCT-STATUS = "W"
                 DISPLAY "ACCOUNT CLOSED OR ALREADY WRITTEN OFF"
                    AT 2030
              ELSE IF BALANCE NOT < 0
                 DISPLAY "ACCOUNT NOT OVERDRAWN" AT 2030
              ELSE
                 MOVE 1 TO WS-WOFF-OK.

      * ----------------------------- A supervisor stands behind
      * every write-off: the signed-on supervisor directly, or a
      * supervisor signing off over the officer's shoulder with
      * their own id, exactly as reversals are approved.
       APPROVE-WRITE-OFF.
              IF SIGNON-OPERATOR-ROLE = "S"
                 MOVE SIGNON-OPERATOR-ID TO WS-CHECKER-ID
                 MOVE 1 TO WS-CHECKER-OK
              ELSE
                 MOVE 0 TO WS-CHECKER-OK
                 MOVE 0 TO WS-CHECKER-TRIES
                 OPEN INPUT OPERATOR-FILE
                 IF ARQST-OPR NOT = "00"
                    DISPLAY "OPERATOR FILE UNAVAILABLE" AT 2030
                 ELSE
                    PERFORM ACCEPT-CHECKER
                       UNTIL WS-CHECKER-OK = 1 OR WS-CHECKER-TRIES = 3
                    CLOSE OPERATOR-FILE
                 END-IF
                 IF WS-CHECKER-OK NOT = 1
                    DISPLAY "APPROVAL DENIED - NOT WRITTEN OFF"
                       AT 2030.

       ACCEPT-CHECKER.
              DISPLAY WS-SPACE AT 2030.
              ADD 1 TO WS-CHECKER-TRIES.
              MOVE 0 TO WS-CHECKER-OK.
              ACCEPT WS-CHECKER-ID AT 1418 WITH PROMPT AUTO.
              ACCEPT WS-CHECKER-PW AT 1438 WITH PROMPT AUTO SECURE.
              MOVE WS-CHECKER-ID TO OPR-ID.
              READ OPERATOR-FILE
                  INVALID KEY
                     DISPLAY "INVALID SUPERVISOR CREDENTIALS" AT 2030
                  NOT INVALID KEY
                     PERFORM CHECK-CHECKER
              END-READ.

       CHECK-CHECKER.
              IF OPR-PASSWORD NOT = WS-CHECKER-PW
                 DISPLAY "INVALID SUPERVISOR CREDENTIALS" AT 2030
              ELSE IF OPR-STATUS NOT = "A"
                 DISPLAY "SUPERVISOR NOT ACTIVE" AT 2030
              ELSE IF OPR-ROLE NOT = "S"
                 DISPLAY "APPROVER MUST BE SUPERVISOR" AT 2030
              ELSE
                 MOVE 1 TO WS-CHECKER-OK.

      * ----------------------------- The account is read again under
      * lock so the amount charged off is the balance as it stands
      * at the moment of posting.
       RECORD-WRITE-OFF.
              PERFORM READ-ACCOUNT.
              IF WS-ACCT-FOUND = 0
                 DISPLAY "ACCOUNT NO LONGER ON FILE" AT 2030
              ELSE IF BALANCE NOT < 0
                 DISPLAY "ACCOUNT NO LONGER OVERDRAWN" AT 2030
              ELSE
                 PERFORM POST-WRITE-OFF.

       POST-WRITE-OFF.
              ACCEPT WS-TIME-REF FROM TIME.
              MOVE BALANCE TO BALANCE-OLD-W.
              COMPUTE WRITEOFF-W = 0 - BALANCE.
              MOVE ZEROS    TO BALANCE TOTAL.
              MOVE "W"      TO ACCT-STATUS.
              MOVE DATA-SIS TO LAST-ACTIVITY.
              REWRITE REG-CLI.
              IF ARQST NOT = "00"
                 DISPLAY "ERROR OPS" AT 1535
                 STOP " "
              ELSE
                 PERFORM WRITE-AUDIT
                 PERFORM WRITE-JOURNAL
                 MOVE "W"                TO COL-STATUS
                 MOVE WRITEOFF-W         TO COL-WRITEOFF-AMT
                 MOVE DATA-SIS           TO COL-WRITEOFF-DATE
                 MOVE SIGNON-OPERATOR-ID TO COL-WRITEOFF-BY
                 MOVE WS-CHECKER-ID      TO COL-APPROVED-BY
                 MOVE ZEROS              TO COL-RECOVERED
                                            COL-OVERDRAWN
                 MOVE "W"                TO CNO-TYPE
                 MOVE WRITEOFF-W         TO WS-AMOUNT-E
                 MOVE SPACES             TO CNO-TEXT
                 STRING "WRITTEN OFF " DELIMITED BY SIZE
                    WS-AMOUNT-E DELIMITED BY SIZE
                    ": " DELIMITED BY SIZE
                    CNO-TEXT-W DELIMITED BY SIZE
                    INTO CNO-TEXT
                 PERFORM WRITE-NOTE
                 PERFORM REWRITE-COLLECT
                 PERFORM SHOW-COLLECT
                 DISPLAY "WRITTEN OFF TO LOSSES" AT 2030.

       WRITE-NOTE.
              ADD 1 TO COL-NOTE-COUNT.
              MOVE COL-DIGIT          TO CNO-DIGIT.
              MOVE COL-NOTE-COUNT     TO CNO-SEQ.
              MOVE DATA-SIS           TO CNO-DATE.
              MOVE SIGNON-OPERATOR-ID TO CNO-OPERATOR.
              WRITE REG-COLNOTE
                  INVALID KEY
                     DISPLAY "ERROR OPS" AT 1535
              END-WRITE.

       REWRITE-COLLECT.
              REWRITE REG-COLLECT.
              IF ARQST-COL NOT = "00"
                 DISPLAY "ERROR OPS" AT 1535
                 STOP " ".

       WRITE-AUDIT.
              MOVE COL-DIGIT       TO AUD-CODE.
              MOVE "CLIBN"         TO AUD-PROGRAM.
              MOVE BALANCE-OLD-W   TO AUD-OLD-BALANCE.
              MOVE BALANCE         TO AUD-NEW-BALANCE.
              MOVE DATA-SIS        TO AUD-DATA-SIS.
              MOVE WS-TIME-REF     TO AUD-REF.
              MOVE SIGNON-OPERATOR-ID TO AUD-OPERATOR.
              OPEN EXTEND AUDIT-TRAIL.
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

      * ----------------------------- The charge-off brings the
      * account back to zero as a credit; the ledger takes it out of
      * customer balances and into overdraft losses.
       WRITE-JOURNAL.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ      TO JRN-SEQ.
              MOVE COL-DIGIT       TO JRN-CODE.
              MOVE ACCT-CURRENCY   TO JRN-CURRENCY.
              MOVE DATA-SIS        TO JRN-DATA-SIS.
              MOVE WS-TIME-REF     TO JRN-TIME.
              MOVE "CHO"           TO JRN-TYPE.
              MOVE "C"             TO JRN-DC.
              MOVE WRITEOFF-W      TO JRN-AMOUNT.
              MOVE BALANCE         TO JRN-RUN-BALANCE.
              OPEN EXTEND JOURNAL-FILE.
              IF ARQST-JRN NOT = "00"
                 OPEN OUTPUT JOURNAL-FILE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR" AT 1535
                 STOP " ".
              CLOSE JOURNAL-FILE.
              PERFORM WRITE-JOURNAL-INDEX.

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

      * ----------------------------- The account's notes, oldest
      * first, a page at a time.
       VIEW-NOTES.
              PERFORM CLEAR-VIEW.
              MOVE "N" TO WS-EOF-SCAN.
              MOVE ZEROS TO WS-VIEW-COUNT.
              MOVE 16 TO WS-VIEW-LINE.
              DISPLAY "DATE     OPERATOR T NOTE" AT 1602.
              MOVE COL-DIGIT TO CNO-DIGIT.
              MOVE ZEROS TO CNO-SEQ.
              START COLNOTE-FILE KEY IS NOT LESS THAN CNO-KEY
                  INVALID KEY MOVE "Y" TO WS-EOF-SCAN.
              PERFORM SCAN-NOTES UNTIL WS-EOF-SCAN = "Y".
              IF WS-VIEW-COUNT = 0
                 DISPLAY "NO NOTES ON FILE FOR ACCOUNT" AT 1702.

       SCAN-NOTES.
              READ COLNOTE-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-EOF-SCAN
                  NOT AT END
                     IF CNO-DIGIT NOT = COL-DIGIT
                        MOVE "Y" TO WS-EOF-SCAN
                     ELSE
                        PERFORM SHOW-NOTE-LINE
              END-READ.

       SHOW-NOTE-LINE.
              IF WS-VIEW-LINE NOT < 20
                 DISPLAY "MORE - PRESS ENTER [ ]" AT 2121
                 ACCEPT WS-PAUSE AT 2141 WITH PROMPT AUTO
                 PERFORM CLEAR-VIEW
                 MOVE 16 TO WS-VIEW-LINE.
              ADD 1 TO WS-VIEW-COUNT.
              ADD 1 TO WS-VIEW-LINE.
              MOVE CNO-DATE     TO NL-DATE-E.
              MOVE CNO-OPERATOR TO NL-OPER-E.
              MOVE CNO-TYPE     TO NL-TYPE-E.
              MOVE CNO-TEXT     TO NL-TEXT-E.
              DISPLAY REG-NOTE-LINE-E AT LINE WS-VIEW-LINE COL 2.

       CLEAR-VIEW.
              DISPLAY WS-SPACE AT LINE 17 COL 1.
              DISPLAY WS-SPACE AT LINE 17 COL 41.
              DISPLAY WS-SPACE AT LINE 18 COL 1.
              DISPLAY WS-SPACE AT LINE 18 COL 41.
              DISPLAY WS-SPACE AT LINE 19 COL 1.
              DISPLAY WS-SPACE AT LINE 19 COL 41.
              DISPLAY WS-SPACE AT LINE 20 COL 1.
              DISPLAY WS-SPACE AT LINE 20 COL 41.
              DISPLAY WS-SPACE AT 2121.

       CONFIRM-SAVE.
              DISPLAY "SAVE (S/N)? [ ]" AT 1455.
              ACCEPT WS-SAVE AT 1468 WITH PROMPT AUTO.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 2230.
              ACCEPT WS-OPTION AT 2247 WITH PROMPT AUTO.
              IF WS-OPTION = "S" OR = "N"
                     DISPLAY WS-SPACE AT 2230
                     DISPLAY WS-SPACE AT 1535
              ELSE
                     DISPLAY WS-SPACE AT 1535
                     DISPLAY "WRITE S OU N" AT 1535.

       END-PROGRAM.
              DISPLAY WS-MENS1 AT 1535.
              CLOSE COLLECT-FILE.
              CLOSE COLNOTE-FILE.
              CLOSE CLIENTS.
              IF WS-CUS-OPEN = 1
                 CLOSE CUSTOMER-FILE.
              GOBACK.
