      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-HOLDERS.
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

              SELECT CUSTOMER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CUST-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT ACCTREL-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS REL-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-REL.

              SELECT MAINT-LOG ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-MNT.

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

       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD ACCTREL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ACCTREL
                VALUE OF FILE-ID IS "ACCTREL.DAT".
          COPY REGREL.

       FD MAINT-LOG LABEL RECORD STANDARD
                DATA RECORD IS REG-MAINT
                VALUE OF FILE-ID IS "MAINTLOG.DAT".
          COPY REGMNT.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY ACKLNK.
          01 DIGIT-E           PIC 9(09).
          01 DIGIT-W           PIC 9(09) VALUE ZEROS.
          01 PRIMARY-CUST-W    PIC 9(06) VALUE ZEROS.
          01 PRIMARY-NAME-W    PIC X(30) VALUE SPACES.
          01 HOLDER-CUST-W     PIC 9(06) VALUE ZEROS.
          01 HOLDER-NAME-W     PIC X(30) VALUE SPACES.
          01 HOLDER-ROLE-W     PIC X(01) VALUE SPACES.
          01 HOLDER-ROLE-OLD   PIC X(01) VALUE SPACES.
          01 MANDATE-W         PIC X(01) VALUE SPACES.
          01 MANDATE-NEW-W     PIC X(01) VALUE SPACES.
          01 REL-COUNT-W       PIC 9(03) VALUE ZEROS.
          01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).
          01 REG-HOLDER-LINE-E.
                02 HOLDER-CUST-E  PIC 9(06).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 HOLDER-ROLE-E  PIC X(01).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 HOLDER-NAME-E  PIC X(29).
          01 MNT-HOLDER-E.
                02 MNT-HOLDER-CUST PIC 9(06).
                02 FILLER          PIC X(06) VALUE " ROLE ".
                02 MNT-HOLDER-ROLE PIC X(01).

         01 ARQST      PIC X(02).
         01 ARQST-CUS  PIC X(02).
         01 ARQST-REL  PIC X(02).
         01 ARQST-MNT  PIC X(02).
         01 ARQST-BUS  PIC X(02).
         01 WS-OPTION  PIC X(01) VALUE SPACES.
         01 WS-SAVE    PIC X(01) VALUE SPACES.
         01 WS-SPACE   PIC X(40) VALUE SPACES.
         01 WS-MENS1   PIC X(20) VALUE "END OF PROGRAM".
         01 WS-FL      PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK PIC 9(01) VALUE ZEROS.
         01 WS-RETRY   PIC X(01) VALUE SPACES.
         01 WS-FUNCTION PIC X(01) VALUE SPACES.
         01 WS-FUNC-OK PIC 9(01) VALUE ZEROS.
         01 WS-CUST-OK PIC 9(01) VALUE ZEROS.
         01 WS-ROLE-OK PIC 9(01) VALUE ZEROS.
         01 WS-MDT-OK  PIC 9(01) VALUE ZEROS.
         01 WS-ON-FILE PIC 9(01) VALUE ZEROS.
         01 WS-REL-EOF PIC X(01) VALUE "N".
         01 WS-HOLDER-LINE PIC 9(02) VALUE ZEROS.
         01 WS-PAUSE   PIC X(01) VALUE SPACES.

       SCREEN SECTION.
         01 MONITOR.
              02 BLANK SCREEN.
              02 LINE 2 COL 5 VALUE "  /  /  ".
              02 COL 29 VALUE "ACCOUNT HOLDERS".
              02 LINE 4 COL 19 VALUE "DIGIT of ACCOUNT:".
              02 LINE 5 COL 19 VALUE "PRIMARY HOLDER:".
              02 LINE 6 COL 19 VALUE "MANDATE (1/2/A):".
              02 LINE 8 COL 19 VALUE
                 "FUNCTION (A)DD/ROLE (R)EMOVE (M)ANDATE:".
              02 LINE 9 COL 19 VALUE "CUSTOMER:".
              02 LINE 10 COL 19 VALUE "ROLE (J/S/A):".
              02 LINE 11 COL 19 VALUE "NEW MANDATE (1/2/A):".
              02 LINE 15 COL 25 VALUE "MESSAGE:".

       PROCEDURE DIVISION.
       START-PROGRAM.
              MOVE SPACE TO WS-OPTION.
              PERFORM SIGN-ON.
              PERFORM OPEN-ARQ.
              PERFORM PROCESS UNTIL WS-OPTION = "N".
              PERFORM END-PROGRAM.

      * ----------------------------- Who may sign on an account is
      * a supervisor's decision.
       SIGN-ON.
              IF SIGNON-OPERATOR-ID = SPACES
                 OR SIGNON-OPERATOR-ID = LOW-VALUES
                 CALL "CLIENT-SIGNON".
              IF SIGNON-OPERATOR-ID = SPACES
                 OR SIGNON-OPERATOR-ID = LOW-VALUES
                 DISPLAY "SIGN-ON REQUIRED"
                 GOBACK.
              IF SIGNON-OPERATOR-ROLE NOT = "S"
                 DISPLAY "SUPERVISOR ROLE REQUIRED"
                 STOP " "
                 GOBACK.

       OPEN-ARQ.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CUSTOMER UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-ACCTREL UNTIL WS-OPEN-OK = 1.

       OPEN-CLIENT.
              OPEN INPUT CLIENTS.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "UNABLE TO OPEN PRODUCTS.DAT - STATUS " ARQST
                 GOBACK.

       OPEN-CUSTOMER.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-CUS = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "NO CUSTOMER FILE - RUN CUSTOMER MAINTENANCE"
                 STOP " "
                 CLOSE CLIENTS
                 GOBACK.

       OPEN-ACCTREL.
              OPEN I-O ACCTREL-FILE.
              IF ARQST-REL = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-REL = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-REL = "35"
                 CLOSE ACCTREL-FILE
                 OPEN OUTPUT ACCTREL-FILE
                 CLOSE ACCTREL-FILE
              ELSE
                 DISPLAY "ACCTREL.DAT UNAVAILABLE - STATUS "
                    ARQST-REL
                 CLOSE CLIENTS
                 CLOSE CUSTOMER-FILE
                 GOBACK.

       PROCESS.
              PERFORM IMP-MONITOR.
              PERFORM GO-DIGIT UNTIL WS-FL = 1.
              DISPLAY WS-SPACE AT 2030.
              PERFORM LOAD-HOLDERS.
              PERFORM LIST-HOLDERS.
              PERFORM ACCEPT-FUNCTION UNTIL WS-FUNC-OK = 1.
              IF WS-FUNCTION = "A"
                 PERFORM ENTER-HOLDER
              ELSE IF WS-FUNCTION = "R"
                 PERFORM ENTER-REMOVAL
              ELSE
                 PERFORM ENTER-MANDATE.
              PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N".
              IF WS-SAVE = "S"
                 PERFORM RECORD-REG
              ELSE
                 DISPLAY "RECORD NOT RECORDED" AT 2030.
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
              MOVE SPACES TO PRIMARY-NAME-W
                             HOLDER-NAME-W
                             HOLDER-ROLE-W
                             HOLDER-ROLE-OLD
                             MANDATE-W
                             MANDATE-NEW-W.
              MOVE ZEROS TO DIGIT-E
                             DIGIT-W
                             PRIMARY-CUST-W
                             HOLDER-CUST-W
                             REL-COUNT-W
                             WS-FL
                             WS-FUNC-OK
                             WS-CUST-OK
                             WS-ROLE-OK
                             WS-MDT-OK
                             WS-ON-FILE.

      * ----------------------------- Relationship changes are
      * stamped with the business date off the control file, not
      * the machine clock.
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

       GO-DIGIT.
              ACCEPT DIGIT-E AT 0438 WITH PROMPT AUTO.
              MOVE DIGIT-E TO DIGIT-W.
              IF DIGIT-W = 0
                 DISPLAY WS-MENS1 AT 1535
                 PERFORM END-PROGRAM.
              MOVE "V" TO ACK-FUNCTION.
              MOVE DIGIT-W TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO DIGIT-W
                 MOVE DIGIT-W TO DIGIT
                 READ CLIENTS
                     INVALID KEY
                        DISPLAY "NO REGISTRY" AT 2030
                     NOT INVALID KEY
                        PERFORM CHECK-ACCOUNT
                 END-READ.

      * ----------------------------- Loans are owned by the
      * borrower alone and closed accounts are past changing.
       CHECK-ACCOUNT.
              IF ACCT-TYPE = "L"
                 DISPLAY "LOAN ACCOUNT - NO OTHER HOLDERS" AT 2030
              ELSE IF ACCT-STATUS = "C"
                 DISPLAY "ACCOUNT CLOSED" AT 2030
              ELSE
                 MOVE CUST-NUMBER-CLI TO PRIMARY-CUST-W
                 MOVE 1 TO WS-FL.

      * ----------------------------- No relationship records means
      * the primary holder signs alone.
       LOAD-HOLDERS.
              MOVE ZEROS TO REL-COUNT-W.
              MOVE "1" TO MANDATE-W.
              MOVE "N" TO WS-REL-EOF.
              MOVE DIGIT-W TO REL-DIGIT.
              MOVE ZEROS TO REL-CUST.
              START ACCTREL-FILE KEY IS NOT LESS THAN REL-KEY
                  INVALID KEY MOVE "Y" TO WS-REL-EOF.
              PERFORM COUNT-HOLDER UNTIL WS-REL-EOF = "Y".
              MOVE SPACES TO PRIMARY-NAME-W.
              MOVE PRIMARY-CUST-W TO CUST-NUMBER.
              READ CUSTOMER-FILE
                  NOT INVALID KEY
                     MOVE CUST-NAME TO PRIMARY-NAME-W
              END-READ.
              DISPLAY PRIMARY-CUST-W AT 0538.
              DISPLAY PRIMARY-NAME-W AT 0545.
              DISPLAY MANDATE-W AT 0638.

       COUNT-HOLDER.
              READ ACCTREL-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-REL-EOF
                  NOT AT END
                     IF REL-DIGIT NOT = DIGIT-W
                        MOVE "Y" TO WS-REL-EOF
                     ELSE
                        ADD 1 TO REL-COUNT-W
                        MOVE REL-MANDATE TO MANDATE-W
              END-READ.

       LIST-HOLDERS.
              MOVE 16 TO WS-HOLDER-LINE.
              DISPLAY "NUMBER  R  NAME" AT 1619.
              IF REL-COUNT-W = 0
                 MOVE PRIMARY-CUST-W TO HOLDER-CUST-E
                 MOVE "P" TO HOLDER-ROLE-E
                 MOVE PRIMARY-NAME-W TO HOLDER-NAME-E
                 ADD 1 TO WS-HOLDER-LINE
                 DISPLAY REG-HOLDER-LINE-E
                    AT LINE WS-HOLDER-LINE COL 19
              ELSE
                 MOVE "N" TO WS-REL-EOF
                 MOVE DIGIT-W TO REL-DIGIT
                 MOVE ZEROS TO REL-CUST
                 START ACCTREL-FILE KEY IS NOT LESS THAN REL-KEY
                     INVALID KEY MOVE "Y" TO WS-REL-EOF
                 END-START
                 PERFORM SCAN-HOLDER UNTIL WS-REL-EOF = "Y".

       SCAN-HOLDER.
              READ ACCTREL-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-REL-EOF
                  NOT AT END
                     IF REL-DIGIT NOT = DIGIT-W
                        MOVE "Y" TO WS-REL-EOF
                     ELSE
                        PERFORM SHOW-HOLDER-LINE
              END-READ.

      * ----------------------------- Four holder lines to a page,
      * as on the customer's account list.
       SHOW-HOLDER-LINE.
              IF WS-HOLDER-LINE NOT < 20
                 DISPLAY "MORE - PRESS ENTER [ ]" AT 2121
                 ACCEPT WS-PAUSE AT 2141 WITH PROMPT AUTO
                 PERFORM CLEAR-HOLDER-LINES
                 MOVE 16 TO WS-HOLDER-LINE.
              ADD 1 TO WS-HOLDER-LINE.
              MOVE REL-CUST TO HOLDER-CUST-E.
              MOVE REL-ROLE TO HOLDER-ROLE-E.
              MOVE SPACES TO HOLDER-NAME-E.
              MOVE REL-CUST TO CUST-NUMBER.
              READ CUSTOMER-FILE
                  NOT INVALID KEY
                     MOVE CUST-NAME TO HOLDER-NAME-E
              END-READ.
              DISPLAY REG-HOLDER-LINE-E AT LINE WS-HOLDER-LINE COL 19.

       CLEAR-HOLDER-LINES.
              DISPLAY WS-SPACE AT 1719.
              DISPLAY WS-SPACE AT 1819.
              DISPLAY WS-SPACE AT 1919.
              DISPLAY WS-SPACE AT 2019.
              DISPLAY WS-SPACE AT 2121.

       ACCEPT-FUNCTION.
              ACCEPT WS-FUNCTION AT 0860 WITH PROMPT AUTO.
              IF WS-FUNCTION = "A" OR "R" OR "M"
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-FUNC-OK
              ELSE
                 DISPLAY "FUNCTION MUST BE A, R OR M" AT 2030
                 MOVE 0 TO WS-FUNC-OK.

      * ----------------------------- Adding a customer already on
      * the account changes the role they hold.
       ENTER-HOLDER.
              PERFORM ACCEPT-CUSTOMER UNTIL WS-CUST-OK = 1.
              IF HOLDER-CUST-W = PRIMARY-CUST-W
                 DISPLAY "PRIMARY HOLDER IS SET ON THE ACCOUNT"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE
                 PERFORM ACCEPT-ROLE UNTIL WS-ROLE-OK = 1
                 IF WS-ON-FILE = 1 AND HOLDER-ROLE-W = HOLDER-ROLE-OLD
                    DISPLAY "ROLE UNCHANGED" AT 2030
                    MOVE "N" TO WS-SAVE.

       ENTER-REMOVAL.
              PERFORM ACCEPT-CUSTOMER UNTIL WS-CUST-OK = 1.
              IF WS-ON-FILE = 0
                 DISPLAY "CUSTOMER NOT ON THIS ACCOUNT" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF HOLDER-ROLE-OLD = "P"
                 DISPLAY "PRIMARY HOLDER CANNOT BE REMOVED" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF MANDATE-W = "2" AND REL-COUNT-W < 3
                 DISPLAY "ANY-TWO MANDATE - CHANGE IT FIRST" AT 2030
                 MOVE "N" TO WS-SAVE.

      * ----------------------------- A sole account has no one else
      * to sign, and any-two needs two customers on file to choose
      * from.
       ENTER-MANDATE.
              PERFORM ACCEPT-MANDATE UNTIL WS-MDT-OK = 1.
              IF MANDATE-NEW-W = MANDATE-W
                 DISPLAY "MANDATE UNCHANGED" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF REL-COUNT-W < 2
                 DISPLAY "SOLE ACCOUNT - ADD A HOLDER FIRST" AT 2030
                 MOVE "N" TO WS-SAVE.

       ACCEPT-CUSTOMER.
              MOVE 0 TO WS-ON-FILE.
              MOVE SPACES TO HOLDER-ROLE-OLD HOLDER-NAME-W.
              ACCEPT HOLDER-CUST-W AT 0938 WITH PROMPT AUTO.
              MOVE HOLDER-CUST-W TO CUST-NUMBER.
              READ CUSTOMER-FILE
                  INVALID KEY
                     DISPLAY "CUSTOMER NOT ON FILE" AT 2030
                     MOVE 0 TO WS-CUST-OK
                  NOT INVALID KEY
                     MOVE CUST-NAME TO HOLDER-NAME-W
                     DISPLAY WS-SPACE AT 2030
                     MOVE 1 TO WS-CUST-OK
              END-READ.
              IF WS-CUST-OK = 1
                 DISPLAY HOLDER-NAME-W AT 0945
                 MOVE DIGIT-W TO REL-DIGIT
                 MOVE HOLDER-CUST-W TO REL-CUST
                 READ ACCTREL-FILE
                     NOT INVALID KEY
                        MOVE 1 TO WS-ON-FILE
                        MOVE REL-ROLE TO HOLDER-ROLE-OLD
                        DISPLAY HOLDER-ROLE-OLD AT 1038
                 END-READ.

       ACCEPT-ROLE.
              ACCEPT HOLDER-ROLE-W AT 1038 WITH PROMPT AUTO.
              IF HOLDER-ROLE-W = "J" OR "S" OR "A"
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-ROLE-OK
              ELSE
                 DISPLAY "ROLE MUST BE J, S OR A" AT 2030
                 MOVE 0 TO WS-ROLE-OK.

       ACCEPT-MANDATE.
              ACCEPT MANDATE-NEW-W AT 1140 WITH PROMPT AUTO.
              IF MANDATE-NEW-W = "1" OR "2" OR "A"
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-MDT-OK
              ELSE
                 DISPLAY "MANDATE MUST BE 1, 2 OR A" AT 2030
                 MOVE 0 TO WS-MDT-OK.

       CONFIRM-SAVE.
              DISPLAY "SAVE (S/N)? [ ]" AT 1430.
              ACCEPT WS-SAVE AT 1445 WITH PROMPT AUTO.

       RECORD-REG.
              IF WS-FUNCTION = "A"
                 PERFORM RECORD-HOLDER
              ELSE IF WS-FUNCTION = "R"
                 PERFORM RECORD-REMOVAL
              ELSE
                 PERFORM RECORD-MANDATE.

      * ----------------------------- The first extra customer on a
      * sole account brings the primary's own record with it.
       RECORD-HOLDER.
              IF REL-COUNT-W = 0
                 MOVE DIGIT-W TO REL-DIGIT
                 MOVE PRIMARY-CUST-W TO REL-CUST
                 MOVE "P" TO REL-ROLE
                 MOVE MANDATE-W TO REL-MANDATE
                 MOVE DATA-SIS TO REL-ADDED-DATE
                 MOVE SIGNON-OPERATOR-ID TO REL-OPERATOR
                 WRITE REG-ACCTREL
                     INVALID KEY
                        DISPLAY "ERROR OPS" AT 1535
                 END-WRITE.
              MOVE DIGIT-W TO REL-DIGIT.
              MOVE HOLDER-CUST-W TO REL-CUST.
              IF WS-ON-FILE = 1
                 READ ACCTREL-FILE
                     INVALID KEY
                        DISPLAY "ERROR OPS" AT 1535
                     NOT INVALID KEY
                        MOVE HOLDER-ROLE-W TO REL-ROLE
                        REWRITE REG-ACCTREL
                        PERFORM CHECK-REL-WRITE
                 END-READ
                 MOVE "HOLDER ROLE" TO MNT-FIELD
                 MOVE HOLDER-ROLE-OLD TO MNT-HOLDER-ROLE
              ELSE
                 MOVE HOLDER-ROLE-W TO REL-ROLE
                 MOVE MANDATE-W TO REL-MANDATE
                 MOVE DATA-SIS TO REL-ADDED-DATE
                 MOVE SIGNON-OPERATOR-ID TO REL-OPERATOR
                 WRITE REG-ACCTREL
                     INVALID KEY
                        DISPLAY "ERROR OPS" AT 1535
                 END-WRITE
                 MOVE "HOLDER ADDED" TO MNT-FIELD.
              MOVE HOLDER-CUST-W TO MNT-HOLDER-CUST.
              MOVE SPACES TO MNT-OLD.
              IF WS-ON-FILE = 1
                 MOVE MNT-HOLDER-E TO MNT-OLD.
              MOVE HOLDER-ROLE-W TO MNT-HOLDER-ROLE.
              MOVE MNT-HOLDER-E TO MNT-NEW.
              PERFORM WRITE-MAINT-LOG.
              DISPLAY "HOLDER RECORDED" AT 2030.

      * ----------------------------- Taking off the last customer
      * beside the primary takes the primary's record too, and the
      * account is a sole account again.
       RECORD-REMOVAL.
              MOVE DIGIT-W TO REL-DIGIT.
              MOVE HOLDER-CUST-W TO REL-CUST.
              DELETE ACCTREL-FILE
                  INVALID KEY
                     DISPLAY "ERROR OPS" AT 1535
              END-DELETE.
              IF REL-COUNT-W = 2
                 MOVE DIGIT-W TO REL-DIGIT
                 MOVE PRIMARY-CUST-W TO REL-CUST
                 DELETE ACCTREL-FILE
                     INVALID KEY
                        CONTINUE
                 END-DELETE.
              MOVE "HOLDER REMOVED" TO MNT-FIELD.
              MOVE HOLDER-CUST-W TO MNT-HOLDER-CUST.
              MOVE HOLDER-ROLE-OLD TO MNT-HOLDER-ROLE.
              MOVE MNT-HOLDER-E TO MNT-OLD.
              MOVE SPACES TO MNT-NEW.
              PERFORM WRITE-MAINT-LOG.
              DISPLAY "HOLDER REMOVED" AT 2030.

      * ----------------------------- The mandate is the account's,
      * so every record of the account is rewritten with it.
       RECORD-MANDATE.
              MOVE "N" TO WS-REL-EOF.
              MOVE DIGIT-W TO REL-DIGIT.
              MOVE ZEROS TO REL-CUST.
              START ACCTREL-FILE KEY IS NOT LESS THAN REL-KEY
                  INVALID KEY MOVE "Y" TO WS-REL-EOF.
              PERFORM REWRITE-MANDATE UNTIL WS-REL-EOF = "Y".
              MOVE "MANDATE" TO MNT-FIELD.
              MOVE MANDATE-W TO MNT-OLD.
              MOVE MANDATE-NEW-W TO MNT-NEW.
              PERFORM WRITE-MAINT-LOG.
              DISPLAY "MANDATE RECORDED" AT 2030.

       REWRITE-MANDATE.
              READ ACCTREL-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-REL-EOF
                  NOT AT END
                     IF REL-DIGIT NOT = DIGIT-W
                        MOVE "Y" TO WS-REL-EOF
                     ELSE
                        MOVE MANDATE-NEW-W TO REL-MANDATE
                        REWRITE REG-ACCTREL
                        PERFORM CHECK-REL-WRITE
              END-READ.

       CHECK-REL-WRITE.
              IF ARQST-REL NOT = "00"
                 DISPLAY "ERROR OPS" AT 1535
                 STOP " ".

       WRITE-MAINT-LOG.
              MOVE "A" TO MNT-KEY-TYPE.
              MOVE DIGIT-W TO MNT-KEY.
              MOVE DATA-SIS TO MNT-DATA-SIS.
              MOVE "CLIBB" TO MNT-PROGRAM.
              MOVE SIGNON-OPERATOR-ID TO MNT-OPERATOR.
              OPEN EXTEND MAINT-LOG.
              IF ARQST-MNT NOT = "00"
                 OPEN OUTPUT MAINT-LOG.
              WRITE REG-MAINT.
              IF ARQST-MNT NOT = "00"
                 DISPLAY "MAINT LOG WRITE ERROR" AT 1535
                 STOP " ".
              CLOSE MAINT-LOG.

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
              CLOSE CUSTOMER-FILE.
              CLOSE ACCTREL-FILE.
              GOBACK.
