      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BALANCE-INQUIRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENT ASSIGN TO DISK
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

              SELECT AUDIT-TRAIL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

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

       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD AUDIT-TRAIL LABEL RECORD STANDARD
                DATA RECORD IS REG-AUDIT
                VALUE OF FILE-ID IS "AUDIT.DAT".
          COPY REGAUD.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY ACKLNK.
          COPY BHSLNK.
          01 REG-BHS-E.
                02 DIGIT-E        PIC 9(09).
                02 NAME-E         PIC X(30).
                02 BALANCE-E      PIC -ZZ.ZZ9,99.
                02 AVAILABLE-E    PIC -ZZZ.ZZ9,99.
                02 OD-USED-E      PIC ZZ.ZZ9,99.
                02 AVERAGE-E      PIC -ZZ.ZZ9,99.
                02 MINIMUM-E      PIC -ZZ.ZZ9,99.
                02 MAXIMUM-E      PIC -ZZ.ZZ9,99.
                02 DAYS-E         PIC ZZZZ9.
          01 REG-BHS-W.
                02 DIGIT-W        PIC 9(09).
                02 BALANCE-W      PIC S9(05)V99.
                02 ASK-DATE-W     PIC 9(08).
                02 ASK-DATE-R REDEFINES ASK-DATE-W.
                     03 ASK-ANO-W PIC 9(04).
                     03 ASK-MES-W PIC 9(02).
                     03 ASK-DIA-W PIC 9(02).
                02 FROM-DATE-W    PIC 9(08).
                02 TO-DATE-W      PIC 9(08).
          01 DATA-SIS.
                02 ANO            PIC 9(04).
                02 MES            PIC 9(02).
                02 DIA            PIC 9(02).
          01 WS-TODAY             PIC 9(08) VALUE ZEROS.

         01 ARQST                   PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 ARQST-AUD               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-OPTION               PIC X(01) VALUE SPACES.
         01 WS-SPACE                PIC X(40) VALUE SPACES.
         01 WS-MENS1                PIC X(20) VALUE "FIM DE PROGRAM".
         01 WS-FL                   PIC 9(01) VALUE ZEROS.
         01 WS-DATE-OK              PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-RANGE-DAYS           PIC 9(07) VALUE ZEROS.

       SCREEN SECTION.
         01 MONITOR.
              02 BLANK SCREEN.
              02 LINE 2  COL 5  VALUE "  /  /  ".
              02 COL 29  VALUE "BANKING CONTROL".
              02 LINE 3  COL 29 VALUE "BALANCE HISTORY".
              02 LINE 4  COL 19 VALUE "DIGIT of ACCOUNT:".
              02 LINE 5  COL 19 VALUE "NAME DO OWNER:".
              02 LINE 7  COL 19 VALUE "BALANCE ON (AAAAMMDD):".
              02 LINE 8  COL 19 VALUE "BALANCE:".
              02 LINE 8  COL 50 VALUE "AS OF:".
              02 LINE 9  COL 19 VALUE "AVAILABLE:".
              02 LINE 9  COL 50 VALUE "OVERDRAFT USED:".
              02 LINE 11 COL 19 VALUE "AVERAGE FROM:".
              02 LINE 11 COL 44 VALUE "TO:".
              02 LINE 12 COL 19 VALUE "AVERAGE DAILY BALANCE:".
              02 LINE 12 COL 56 VALUE "DAYS:".
              02 LINE 13 COL 19 VALUE "LOWEST:".
              02 LINE 13 COL 40 VALUE "HIGHEST:".

       PROCEDURE DIVISION.
      * ----------------------------- What an account stood at on
      * any past business date, and its average daily balance over
      * a range, off the nightly balance history.  A day with no
      * history record stands at the balance carried into it.
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
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CUSTOMER UNTIL WS-OPEN-OK = 1.
              OPEN EXTEND AUDIT-TRAIL.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDIT-TRAIL.
              CLOSE AUDIT-TRAIL.

       OPEN-CLIENT.
              OPEN INPUT CLIENT.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "PRODUCTS.DAT UNAVAILABLE - STATUS " ARQST
                 DISPLAY "RESTORE IT WITH THE CLIK RELOAD PROCEDURE"
                 STOP " "
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
                 CLOSE CLIENT
                 GOBACK.

       PROCESS.
              PERFORM IMP-MONITOR.
              PERFORM GO-DIGIT UNTIL WS-FL = 1.
              PERFORM GO-CUSTOMER.
              PERFORM GO-BALANCE-ON UNTIL WS-DATE-OK = 1.
              MOVE 0 TO WS-DATE-OK.
              PERFORM GO-AVERAGE UNTIL WS-DATE-OK = 1.
              PERFORM CONTINUA  UNTIL WS-OPTION = "S" OR "N".

       IMP-MONITOR.
              DISPLAY MONITOR.
              PERFORM GET-BUSINESS-DATE.
              DISPLAY DIA   AT 0205.
              DISPLAY MES   AT 0208.
              DISPLAY ANO   AT 0211.
      * ----------------------------- START
              MOVE SPACE  TO     WS-OPTION
                                 NAME-E.
              MOVE ZEROS  TO     DIGIT-E
                                 ASK-DATE-W
                                 FROM-DATE-W
                                 TO-DATE-W
                                 WS-FL
                                 WS-DATE-OK.

      * ----------------------------- Nothing later than the
      * business date off the control file can be asked for.
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
              MOVE DATA-SIS TO WS-TODAY.

       GO-DIGIT.
              ACCEPT DIGIT-E   AT 0438 WITH PROMPT AUTO.
              MOVE   DIGIT-E   TO DIGIT-W.
              IF DIGIT-W = 0
                 PERFORM END-PROGRAM.
              MOVE "V" TO ACK-FUNCTION.
              MOVE DIGIT-W TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO DIGIT-W
                 PERFORM READ-DIGIT.

       READ-DIGIT.
              MOVE DIGIT-W TO DIGIT.
              READ CLIENT
                  INVALID KEY
                     MOVE 2 TO WS-FL
                  NOT INVALID KEY
                     MOVE BALANCE TO BALANCE-W
                     MOVE 1 TO WS-FL
              END-READ.
              IF WS-FL = 2
                 DISPLAY "NO REGISTRY" AT 2030
              ELSE
                 DISPLAY WS-SPACE AT 2030.

       GO-CUSTOMER.
              MOVE SPACES TO NAME-E.
              MOVE CUST-NUMBER-CLI TO CUST-NUMBER.
              READ CUSTOMER-FILE
                  INVALID KEY
                     DISPLAY "CUSTOMER NOT ON FILE" AT 2030
                  NOT INVALID KEY
                     MOVE CUST-NAME TO NAME-E
              END-READ.
              DISPLAY NAME-E AT 0536.
              IF ACCT-STATUS = "C"
                 DISPLAY "ACCOUNT CLOSED" AT 2030.

      * ----------------------------- Zero skips straight to the
      * average.
       GO-BALANCE-ON.
              ACCEPT ASK-DATE-W AT 0742 WITH PROMPT AUTO.
              MOVE 1 TO WS-DATE-OK.
              IF ASK-DATE-W NOT = 0
                 PERFORM CHECK-ASK-DATE
                 IF WS-DATE-OK = 1
                    PERFORM SHOW-BALANCE-ON.

       CHECK-ASK-DATE.
              IF ASK-ANO-W < 1601
                 OR ASK-MES-W < 1 OR ASK-MES-W > 12
                 OR ASK-DIA-W < 1 OR ASK-DIA-W > 31
                 DISPLAY "INVALID DATE" AT 2030
                 MOVE 0 TO WS-DATE-OK
              ELSE IF ASK-DATE-W > WS-TODAY
                 DISPLAY "DATE AFTER THE BUSINESS DATE" AT 2030
                 MOVE 0 TO WS-DATE-OK
              ELSE
                 DISPLAY WS-SPACE AT 2030.

       SHOW-BALANCE-ON.
              MOVE DIGIT-W    TO BHS-ACCOUNT.
              MOVE ASK-DATE-W TO BHS-DATE-FROM BHS-DATE-TO.
              CALL "BALANCE-AVERAGE" USING BALANCE-AVERAGE-AREA.
              IF BHS-DAYS = 0
                 DISPLAY "NO HISTORY ON OR BEFORE THAT DATE" AT 2030
              ELSE
                 MOVE BHS-CLOSING   TO BALANCE-E
                 MOVE BHS-AVAILABLE TO AVAILABLE-E
                 MOVE BHS-OD-USED   TO OD-USED-E
                 DISPLAY BALANCE-E     AT 0836
                 DISPLAY BHS-ASOF-DATE AT 0857
                 DISPLAY AVAILABLE-E   AT 0935
                 DISPLAY OD-USED-E     AT 0966
                 PERFORM WRITE-AUDIT.

      * ----------------------------- Zero in the from date skips
      * the average.
       GO-AVERAGE.
              ACCEPT FROM-DATE-W AT 1133 WITH PROMPT AUTO.
              IF FROM-DATE-W = 0
                 MOVE 1 TO WS-DATE-OK
              ELSE
                 ACCEPT TO-DATE-W AT 1148 WITH PROMPT AUTO
                 PERFORM CHECK-RANGE
                 IF WS-DATE-OK = 1
                    PERFORM SHOW-AVERAGE.

       CHECK-RANGE.
              MOVE FROM-DATE-W TO ASK-DATE-W.
              PERFORM CHECK-ASK-DATE.
              IF WS-DATE-OK = 1
                 MOVE TO-DATE-W TO ASK-DATE-W
                 PERFORM CHECK-ASK-DATE.
              IF WS-DATE-OK = 1 AND FROM-DATE-W > TO-DATE-W
                 DISPLAY "FROM DATE AFTER TO DATE" AT 2030
                 MOVE 0 TO WS-DATE-OK.

       SHOW-AVERAGE.
              MOVE DIGIT-W     TO BHS-ACCOUNT.
              MOVE FROM-DATE-W TO BHS-DATE-FROM.
              MOVE TO-DATE-W   TO BHS-DATE-TO.
              CALL "BALANCE-AVERAGE" USING BALANCE-AVERAGE-AREA.
              IF BHS-DAYS = 0
                 DISPLAY "NO HISTORY IN THAT RANGE" AT 2030
              ELSE
                 MOVE BHS-AVERAGE TO AVERAGE-E
                 MOVE BHS-MINIMUM TO MINIMUM-E
                 MOVE BHS-MAXIMUM TO MAXIMUM-E
                 MOVE BHS-DAYS    TO DAYS-E
                 DISPLAY AVERAGE-E AT 1242
                 DISPLAY DAYS-E    AT 1262
                 DISPLAY MINIMUM-E AT 1327
                 DISPLAY MAXIMUM-E AT 1349
                 PERFORM CHECK-PART-RANGE
                 MOVE TO-DATE-W TO ASK-DATE-W
                 PERFORM WRITE-AUDIT.

      * ----------------------------- History that starts inside
      * the range averages only the days it covers.
       CHECK-PART-RANGE.
              COMPUTE WS-RANGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(TO-DATE-W)
                 - FUNCTION INTEGER-OF-DATE(FROM-DATE-W) + 1.
              IF BHS-DAYS < WS-RANGE-DAYS
                 DISPLAY "HISTORY COVERS PART OF RANGE ONLY" AT 2030.

      * ----------------------------- The inquiry is logged with
      * the date asked about as the reference.
       WRITE-AUDIT.
              MOVE DIGIT-W    TO AUD-CODE.
              MOVE "CLIBE"    TO AUD-PROGRAM.
              MOVE BALANCE-W  TO AUD-OLD-BALANCE.
              MOVE BALANCE-W  TO AUD-NEW-BALANCE.
              MOVE DATA-SIS   TO AUD-DATA-SIS.
              MOVE ASK-DATE-W TO AUD-REF.
              MOVE SIGNON-OPERATOR-ID TO AUD-OPERATOR.
              OPEN EXTEND AUDIT-TRAIL.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR" AT 2030.
              CLOSE AUDIT-TRAIL.

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
              CLOSE CLIENT.
              CLOSE CUSTOMER-FILE.
              GOBACK.
