              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT ACCTREL-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS REL-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-REL.

              SELECT CUS-CONTROL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

              SELECT KYC-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS KYC-CUST
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-KYC.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE LABEL RECORD STANDARD
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD ACCTREL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ACCTREL
                VALUE OF FILE-ID IS "ACCTREL.DAT".
          COPY REGREL.

       FD CUS-CONTROL LABEL RECORD STANDARD
                DATA RECORD IS REG-CUS-CONTROL
                VALUE OF FILE-ID IS "CUSTOMER.SEQ".
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       FD KYC-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-KYC
                VALUE OF FILE-ID IS "KYC.DAT".
          COPY REGKYC.

       WORKING-STORAGE SECTION.
          COPY SIGNON.
          01 REG-CUS-W.
                02 CUST-ADDRESS-W  PIC X(40).
                02 CUST-PHONE-W    PIC X(15).
                02 CUST-TAX-ID-W   PIC X(14).
                02 CUST-TAX-EXEMPT-W PIC X(01).
                02 CUST-MOBILE-W   PIC X(15).
                02 CUST-EMAIL-W    PIC X(40).
                02 CUST-ALERT-EVENTS-W.
                     03 CUST-ALERT-WDL-W       PIC X(01).
                     03 CUST-ALERT-LOW-W       PIC X(01).
                     03 CUST-ALERT-HOLD-W      PIC X(01).
                     03 CUST-ALERT-ORDER-W     PIC X(01).
                     03 CUST-ALERT-OVERDRAWN-W PIC X(01).
                02 CUST-ALERT-WDL-OVER-W PIC 9(07)V99.
                02 CUST-ALERT-FLOOR-W    PIC 9(07)V99.
          01 REG-CUS-OLD.
                02 CUST-NAME-OLD     PIC X(30).
                02 CUST-DATANASC-OLD PIC 9(08).
                02 CUST-ADDRESS-OLD  PIC X(40).
                02 CUST-PHONE-OLD    PIC X(15).
                02 CUST-TAX-ID-OLD   PIC X(14).
                02 CUST-TAX-EXEMPT-OLD PIC X(01).
                02 CUST-MOBILE-OLD   PIC X(15).
                02 CUST-EMAIL-OLD    PIC X(40).
                02 CUST-ALERT-EVENTS-OLD PIC X(05).
                02 CUST-ALERT-WDL-OVER-OLD PIC 9(07)V99.
                02 CUST-ALERT-FLOOR-OLD    PIC 9(07)V99.
          01 REG-KYC-W.
                02 KYC-CUST-W          PIC 9(06).
                02 KYC-DOC-TYPE-W      PIC X(01).
                02 KYC-DOC-NUMBER-W    PIC X(20).
                02 KYC-ISSUE-DATE-W    PIC 9(08).
                02 KYC-EXPIRY-DATE-W   PIC 9(08).
                02 KYC-RISK-W          PIC X(01).
                02 KYC-REVIEW-DATE-W   PIC 9(08).
                02 KYC-REVIEW-DATE-W-R REDEFINES KYC-REVIEW-DATE-W.
                     03 KYC-REVIEW-ANO-W PIC 9(04).
                     03 KYC-REVIEW-MES-W PIC 9(02).
                     03 KYC-REVIEW-DIA-W PIC 9(02).
                02 KYC-STATUS-W        PIC X(01).
                02 KYC-RESTRICT-DATE-W PIC 9(08).
                02 KYC-VERIFIED-BY-W   PIC X(08).
                02 KYC-VERIFIED-DATE-W PIC 9(08).
          01 REG-KYC-OLD.
                02 KYC-DOC-TYPE-OLD    PIC X(01).
                02 KYC-DOC-NUMBER-OLD  PIC X(20).
                02 KYC-ISSUE-DATE-OLD  PIC 9(08).
                02 KYC-EXPIRY-DATE-OLD PIC 9(08).
                02 KYC-RISK-OLD        PIC X(01).
                02 KYC-REVIEW-DATE-OLD PIC 9(08).
                02 KYC-STATUS-OLD      PIC X(01).
          01 DATE-CHECK-W      PIC 9(08) VALUE ZEROS.
          01 DATE-CHECK-W-R REDEFINES DATE-CHECK-W.
                02 DATE-CHECK-ANO PIC 9(04).
                02 DATE-CHECK-MES PIC 9(02).
                02 DATE-CHECK-DIA PIC 9(02).
          01 CUST-NUMBER-E     PIC ZZZ.ZZ9.
          01 CUST-NUMBER-IN    PIC 9(06) VALUE ZEROS.
          01 ALERT-WDL-OVER-E  PIC Z.ZZZ.ZZ9,99.
          01 ALERT-FLOOR-E     PIC Z.ZZZ.ZZ9,99.
          01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 ACCT-BALANCE-E PIC -ZZ.ZZ9,99.
                02 FILLER         PIC X(02) VALUE SPACES.
                02 ACCT-STATUS-E  PIC X(01).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 ACCT-ROLE-E    PIC X(01).

         01 ARQST      PIC X(02).
         01 ARQST-CUS  PIC X(02).
         01 ARQST-REL  PIC X(02).
         01 ARQST-CSQ  PIC X(02).
         01 ARQST-MNT  PIC X(02).
         01 ARQST-BUS  PIC X(02).
         01 ARQST-KYC  PIC X(02).
         01 WS-OPTION  PIC X(01) VALUE SPACES.
         01 WS-SAVE    PIC X(01) VALUE SPACES.
         01 WS-SPACE   PIC X(40) VALUE SPACES.
         01 WS-RETRY   PIC X(01) VALUE SPACES.
         01 WS-NAME-OK PIC 9(01) VALUE ZEROS.
         01 WS-AGE-OK  PIC 9(01) VALUE ZEROS.
         01 WS-EXEMPT-OK PIC 9(01) VALUE ZEROS.
         01 WS-MIN-AGE PIC 9(03) VALUE 18.
         01 WS-FUNCTION PIC X(01) VALUE SPACES.
         01 WS-EOF-SCAN PIC X(01) VALUE "N".
         01 WS-ACCT-COUNT PIC 9(03) VALUE ZEROS.
         01 WS-ACCT-LINE PIC 9(02) VALUE ZEROS.
         01 WS-PAUSE     PIC X(01) VALUE SPACES.
         01 WS-REL-OPEN  PIC 9(01) VALUE ZEROS.
         01 WS-ACCT-ROLE PIC X(01) VALUE SPACES.
         01 WS-ALERT-OK  PIC 9(01) VALUE ZEROS.
         01 WS-KYC-OK    PIC 9(01) VALUE ZEROS.
         01 WS-KYC-NEW   PIC 9(01) VALUE ZEROS.
         01 WS-DATE-OK   PIC 9(01) VALUE ZEROS.
         01 WS-REVIEW-YEARS PIC 9(01) VALUE ZEROS.

       SCREEN SECTION.
         01 MONITOR.
              02 LINE 9 COL 19 VALUE "ADDRESS:".
              02 LINE 10 COL 19 VALUE "PHONE:".
              02 LINE 11 COL 19 VALUE "TAX ID:".
              02 LINE 12 COL 19 VALUE "TAX EXEMPT (S/N):".
              02 LINE 15 COL 25 VALUE "MESSAGE:".

       PROCEDURE DIVISION.
              PERFORM OPEN-CUSTOMER UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
      * ----------------------------- No relationship file simply
      * means every account is a sole account.
              MOVE 0 TO WS-REL-OPEN.
              OPEN INPUT ACCTREL-FILE.
              IF ARQST-REL = "00"
                 MOVE 1 TO WS-REL-OPEN.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-KYC UNTIL WS-OPEN-OK = 1.

       OPEN-CUSTOMER.
              OPEN I-O CUSTOMER-FILE.
                    ARQST-CUS
                 GOBACK.

       OPEN-KYC.
              OPEN I-O KYC-FILE.
              IF ARQST-KYC = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-KYC = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-KYC = "35"
                 CLOSE KYC-FILE
                 OPEN OUTPUT KYC-FILE
                 CLOSE KYC-FILE
              ELSE
                 DISPLAY "KYC.DAT UNAVAILABLE - STATUS " ARQST-KYC
                 CLOSE CUSTOMER-FILE
                 CLOSE CLIENTS
                 GOBACK.

       OPEN-CLIENT.
              OPEN INPUT CLIENTS.
              IF ARQST = "00"
                             WS-FL
                             WS-NEW
                             WS-NAME-OK
                             WS-AGE-OK
                             WS-EXEMPT-OK
                             WS-ALERT-OK
                             CUST-ALERT-WDL-OVER-W
                             CUST-ALERT-FLOOR-W.

       GO-CUSTOMER.
              ACCEPT CUST-NUMBER-E AT 0437 WITH PROMPT AUTO.
                        MOVE CUST-ADDRESS  TO CUST-ADDRESS-OLD
                        MOVE CUST-PHONE    TO CUST-PHONE-OLD
                        MOVE CUST-TAX-ID   TO CUST-TAX-ID-OLD
                        MOVE CUST-TAX-EXEMPT TO CUST-TAX-EXEMPT-OLD
                        MOVE CUST-MOBILE   TO CUST-MOBILE-OLD
                        MOVE CUST-EMAIL    TO CUST-EMAIL-OLD
                        MOVE CUST-ALERT-EVENTS
                           TO CUST-ALERT-EVENTS-OLD
                        MOVE CUST-ALERT-WDL-OVER
                           TO CUST-ALERT-WDL-OVER-OLD
                        MOVE CUST-ALERT-FLOOR
                           TO CUST-ALERT-FLOOR-OLD
                        MOVE 1 TO WS-FL
                 END-READ.

              DISPLAY CUST-ADDRESS-W  AT 0928.
              DISPLAY CUST-PHONE-W    AT 1026.
              DISPLAY CUST-TAX-ID-W   AT 1127.
              DISPLAY CUST-TAX-EXEMPT-W AT 1237.

       CAL-AGE.
              COMPUTE AGE-W = ANO - CUST-ANO-W.
              IF WS-NEW = 1
                 MOVE "E" TO WS-FUNCTION
              ELSE
                 DISPLAY
                    "(E)DIT, (A)LERTS, (K)YC OR (L)IST ACCOUNTS? [ ]"
                    AT 1330
                 ACCEPT WS-FUNCTION AT 1375 WITH PROMPT AUTO.
              IF WS-FUNCTION = "L"
                 PERFORM LIST-ACCOUNTS
              ELSE IF WS-FUNCTION = "K"
                 PERFORM ENTER-KYC
                 PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N"
                 IF WS-SAVE = "S"
                    PERFORM RECORD-KYC
                 ELSE
                    DISPLAY "RECORD NOT RECORDED" AT 2030
                 END-IF
              ELSE IF WS-FUNCTION = "A"
                 PERFORM ENTER-ALERTS
                 PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N"
                 IF WS-SAVE = "S"
                    PERFORM RECORD-REG
                 ELSE
                    DISPLAY "RECORD NOT RECORDED" AT 2030
                 END-IF
              ELSE
                 PERFORM ENTER-DADOS
                 PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N"
              ACCEPT CUST-ADDRESS-W AT 0928 WITH PROMPT AUTO.
              ACCEPT CUST-PHONE-W   AT 1026 WITH PROMPT AUTO.
              ACCEPT CUST-TAX-ID-W  AT 1127 WITH PROMPT AUTO.
              PERFORM ACCEPT-EXEMPT UNTIL WS-EXEMPT-OK = 1.

       ACCEPT-NOME.
              DISPLAY WS-SPACE AT 2030.
                    DISPLAY AGE-E AT 0824
                    MOVE 1 TO WS-AGE-OK.

      * ----------------------------- Only a customer who has lodged
      * an exemption is flagged S; anyone else has tax withheld from
      * credited interest.
       ACCEPT-EXEMPT.
              DISPLAY WS-SPACE AT 2030.
              IF CUST-TAX-EXEMPT-W = SPACES
                 MOVE "N" TO CUST-TAX-EXEMPT-W.
              ACCEPT CUST-TAX-EXEMPT-W AT 1237 WITH PROMPT AUTO.
              IF CUST-TAX-EXEMPT-W = "S" OR "N"
                 MOVE 1 TO WS-EXEMPT-OK
              ELSE
                 DISPLAY "TAX EXEMPT MUST BE S OR N" AT 2030
                 MOVE 0 TO WS-EXEMPT-OK.

      * ----------------------------- Alert preferences, keyed in the
      * lower half of the screen.  Every event is S or N; an alert
      * needs somewhere to go, and a low-balance alert a floor to
      * fall below.  A debit threshold of zeros means every
      * withdrawal is reported.
       ENTER-ALERTS.
              IF CUST-ALERT-WDL-OVER-W NOT NUMERIC
                 MOVE ZEROS TO CUST-ALERT-WDL-OVER-W.
              IF CUST-ALERT-FLOOR-W NOT NUMERIC
                 MOVE ZEROS TO CUST-ALERT-FLOOR-W.
              IF CUST-ALERT-WDL-W NOT = "S"
                 MOVE "N" TO CUST-ALERT-WDL-W.
              IF CUST-ALERT-LOW-W NOT = "S"
                 MOVE "N" TO CUST-ALERT-LOW-W.
              IF CUST-ALERT-HOLD-W NOT = "S"
                 MOVE "N" TO CUST-ALERT-HOLD-W.
              IF CUST-ALERT-ORDER-W NOT = "S"
                 MOVE "N" TO CUST-ALERT-ORDER-W.
              IF CUST-ALERT-OVERDRAWN-W NOT = "S"
                 MOVE "N" TO CUST-ALERT-OVERDRAWN-W.
              DISPLAY "MOBILE:" AT 1619.
              DISPLAY "E-MAIL:" AT 1719.
              DISPLAY "DEBIT (S/N):" AT 1819.
              DISPLAY "OVER:" AT 1835.
              DISPLAY "HOLD (S/N):" AT 1856.
              DISPLAY "LOW BALANCE (S/N):" AT 1919.
              DISPLAY "BELOW:" AT 1941.
              DISPLAY "ORDER FAILED (S/N):" AT 2119.
              DISPLAY "OVERDRAWN (S/N):" AT 2143.
              MOVE CUST-ALERT-WDL-OVER-W TO ALERT-WDL-OVER-E.
              MOVE CUST-ALERT-FLOOR-W TO ALERT-FLOOR-E.
              DISPLAY CUST-MOBILE-W AT 1627.
              DISPLAY CUST-EMAIL-W AT 1727.
              DISPLAY CUST-ALERT-WDL-W AT 1832.
              DISPLAY ALERT-WDL-OVER-E AT 1841.
              DISPLAY CUST-ALERT-HOLD-W AT 1868.
              DISPLAY CUST-ALERT-LOW-W AT 1938.
              DISPLAY ALERT-FLOOR-E AT 1948.
              DISPLAY CUST-ALERT-ORDER-W AT 2139.
              DISPLAY CUST-ALERT-OVERDRAWN-W AT 2160.
              MOVE 0 TO WS-ALERT-OK.
              PERFORM ACCEPT-ALERTS UNTIL WS-ALERT-OK = 1.

       ACCEPT-ALERTS.
              ACCEPT CUST-MOBILE-W AT 1627 WITH PROMPT AUTO.
              ACCEPT CUST-EMAIL-W AT 1727 WITH PROMPT AUTO.
              ACCEPT CUST-ALERT-WDL-W AT 1832 WITH PROMPT AUTO.
              ACCEPT ALERT-WDL-OVER-E AT 1841 WITH PROMPT AUTO.
              MOVE ALERT-WDL-OVER-E TO CUST-ALERT-WDL-OVER-W.
              ACCEPT CUST-ALERT-HOLD-W AT 1868 WITH PROMPT AUTO.
              ACCEPT CUST-ALERT-LOW-W AT 1938 WITH PROMPT AUTO.
              ACCEPT ALERT-FLOOR-E AT 1948 WITH PROMPT AUTO.
              MOVE ALERT-FLOOR-E TO CUST-ALERT-FLOOR-W.
              ACCEPT CUST-ALERT-ORDER-W AT 2139 WITH PROMPT AUTO.
              ACCEPT CUST-ALERT-OVERDRAWN-W AT 2160 WITH PROMPT AUTO.
              DISPLAY WS-SPACE AT 2030.
              IF (CUST-ALERT-WDL-W NOT = "S" AND NOT = "N")
                 OR (CUST-ALERT-LOW-W NOT = "S" AND NOT = "N")
                 OR (CUST-ALERT-HOLD-W NOT = "S" AND NOT = "N")
                 OR (CUST-ALERT-ORDER-W NOT = "S" AND NOT = "N")
                 OR (CUST-ALERT-OVERDRAWN-W NOT = "S" AND NOT = "N")
                 DISPLAY "EVERY ALERT MUST BE S OR N" AT 2030
              ELSE IF CUST-ALERT-EVENTS-W NOT = "NNNNN"
                 AND CUST-MOBILE-W = SPACES
                 AND CUST-EMAIL-W = SPACES
                 DISPLAY "MOBILE OR E-MAIL NEEDED FOR ALERTS" AT 2030
              ELSE IF CUST-ALERT-LOW-W = "S"
                 AND CUST-ALERT-FLOOR-W = ZEROS
                 DISPLAY "LOW BALANCE NEEDS A FLOOR ABOVE ZERO" AT 2030
              ELSE
                 MOVE 1 TO WS-ALERT-OK.

      * ----------------------------- Due-diligence record, keyed in
      * the lower half of the screen: the identity document seen,
      * its dates, the customer's risk rating and when they are
      * next to be reviewed.
       ENTER-KYC.
              MOVE SPACES TO REG-KYC-W REG-KYC-OLD.
              MOVE ZEROS TO KYC-ISSUE-DATE-W KYC-EXPIRY-DATE-W
                            KYC-REVIEW-DATE-W KYC-RESTRICT-DATE-W
                            KYC-VERIFIED-DATE-W
                            KYC-ISSUE-DATE-OLD KYC-EXPIRY-DATE-OLD
                            KYC-REVIEW-DATE-OLD.
              MOVE CUST-NUMBER-W TO KYC-CUST-W.
              MOVE "A" TO KYC-STATUS-W.
              MOVE 1 TO WS-KYC-NEW.
              MOVE CUST-NUMBER-W TO KYC-CUST.
              READ KYC-FILE
                  NOT INVALID KEY
                     MOVE REG-KYC TO REG-KYC-W
                     MOVE KYC-DOC-TYPE    TO KYC-DOC-TYPE-OLD
                     MOVE KYC-DOC-NUMBER  TO KYC-DOC-NUMBER-OLD
                     MOVE KYC-ISSUE-DATE  TO KYC-ISSUE-DATE-OLD
                     MOVE KYC-EXPIRY-DATE TO KYC-EXPIRY-DATE-OLD
                     MOVE KYC-RISK        TO KYC-RISK-OLD
                     MOVE KYC-REVIEW-DATE TO KYC-REVIEW-DATE-OLD
                     MOVE KYC-STATUS      TO KYC-STATUS-OLD
                     MOVE 0 TO WS-KYC-NEW
              END-READ.
              DISPLAY "DOC TYPE (P/I/D/R):" AT 1619.
              DISPLAY "NUMBER:" AT 1642.
              DISPLAY "ISSUED:" AT 1719.
              DISPLAY "EXPIRES:" AT 1737.
              DISPLAY "(AAAAMMDD)" AT 1756.
              DISPLAY "RISK (L/M/H):" AT 1819.
              DISPLAY "NEXT REVIEW:" AT 1837.
              DISPLAY "KYC STATUS:" AT 1919.
              DISPLAY "SINCE:" AT 1934.
              DISPLAY "VERIFIED BY:" AT 1951.
              DISPLAY KYC-DOC-TYPE-W AT 1639.
              DISPLAY KYC-DOC-NUMBER-W AT 1650.
              DISPLAY KYC-ISSUE-DATE-W AT 1727.
              DISPLAY KYC-EXPIRY-DATE-W AT 1746.
              DISPLAY KYC-RISK-W AT 1833.
              DISPLAY KYC-REVIEW-DATE-W AT 1850.
              DISPLAY KYC-STATUS-W AT 1931.
              DISPLAY KYC-RESTRICT-DATE-W AT 1941.
              DISPLAY KYC-VERIFIED-BY-W AT 1964.
              IF WS-KYC-NEW = 1
                 DISPLAY "NO KYC RECORD - NEW" AT 2030.
              MOVE 0 TO WS-KYC-OK.
              PERFORM ACCEPT-KYC UNTIL WS-KYC-OK = 1.
              PERFORM SET-KYC-STATUS.

       ACCEPT-KYC.
              ACCEPT KYC-DOC-TYPE-W AT 1639 WITH PROMPT AUTO.
              ACCEPT KYC-DOC-NUMBER-W AT 1650 WITH PROMPT AUTO.
              ACCEPT KYC-ISSUE-DATE-W AT 1727 WITH PROMPT AUTO.
              ACCEPT KYC-EXPIRY-DATE-W AT 1746 WITH PROMPT AUTO.
              ACCEPT KYC-RISK-W AT 1833 WITH PROMPT AUTO.
              ACCEPT KYC-REVIEW-DATE-W AT 1850 WITH PROMPT AUTO.
              DISPLAY WS-SPACE AT 2030.
              IF KYC-DOC-TYPE-W NOT = "P" AND NOT = "I"
                 AND NOT = "D" AND NOT = "R"
                 DISPLAY "DOC TYPE MUST BE P, I, D OR R" AT 2030
              ELSE IF KYC-DOC-NUMBER-W = SPACES
                 DISPLAY "DOCUMENT NUMBER CANNOT BE BLANK" AT 2030
              ELSE IF KYC-RISK-W NOT = "L" AND NOT = "M"
                 AND NOT = "H"
                 DISPLAY "RISK MUST BE L, M OR H" AT 2030
              ELSE
                 PERFORM CHECK-KYC-DATES.

      * ----------------------------- The document must have been
      * issued by today and expire after it was issued; a review
      * date left at zeros is set from the risk rating, one keyed
      * in must lie ahead.
       CHECK-KYC-DATES.
              MOVE KYC-ISSUE-DATE-W TO DATE-CHECK-W.
              PERFORM CHECK-DATE.
              IF WS-DATE-OK = 0 OR KYC-ISSUE-DATE-W > DATA-SIS
                 DISPLAY "INVALID ISSUE DATE" AT 2030
              ELSE
                 MOVE KYC-EXPIRY-DATE-W TO DATE-CHECK-W
                 PERFORM CHECK-DATE
                 IF WS-DATE-OK = 0
                    OR KYC-EXPIRY-DATE-W NOT > KYC-ISSUE-DATE-W
                    DISPLAY "INVALID EXPIRY DATE" AT 2030
                 ELSE
                    PERFORM CHECK-REVIEW-DATE.

       CHECK-REVIEW-DATE.
              IF KYC-REVIEW-DATE-W = ZEROS
                 PERFORM DEFAULT-REVIEW-DATE
                 DISPLAY KYC-REVIEW-DATE-W AT 1850.
              MOVE KYC-REVIEW-DATE-W TO DATE-CHECK-W.
              PERFORM CHECK-DATE.
              IF WS-DATE-OK = 0 OR KYC-REVIEW-DATE-W NOT > DATA-SIS
                 DISPLAY "REVIEW DATE MUST BE AFTER TODAY" AT 2030
              ELSE
                 MOVE 1 TO WS-KYC-OK.

       DEFAULT-REVIEW-DATE.
              IF KYC-RISK-W = "H"
                 MOVE 1 TO WS-REVIEW-YEARS
              ELSE IF KYC-RISK-W = "M"
                 MOVE 3 TO WS-REVIEW-YEARS
              ELSE
                 MOVE 5 TO WS-REVIEW-YEARS.
              MOVE DATA-SIS TO KYC-REVIEW-DATE-W.
              ADD WS-REVIEW-YEARS TO KYC-REVIEW-ANO-W.
              IF KYC-REVIEW-MES-W = 2 AND KYC-REVIEW-DIA-W = 29
                 MOVE 28 TO KYC-REVIEW-DIA-W.

       CHECK-DATE.
              IF DATE-CHECK-ANO = 0
                 OR DATE-CHECK-MES < 1 OR DATE-CHECK-MES > 12
                 OR DATE-CHECK-DIA < 1 OR DATE-CHECK-DIA > 31
                 MOVE 0 TO WS-DATE-OK
              ELSE
                 MOVE 1 TO WS-DATE-OK.

      * ----------------------------- A restricted customer who has
      * shown a document still in date is back in order at once;
      * one whose document has run out is left for the nightly
      * review to restrict.
       SET-KYC-STATUS.
              IF KYC-STATUS-W = "R"
                 AND KYC-EXPIRY-DATE-W NOT < DATA-SIS
                 MOVE "A" TO KYC-STATUS-W
                 MOVE ZEROS TO KYC-RESTRICT-DATE-W
                 DISPLAY KYC-STATUS-W AT 1931
                 DISPLAY KYC-RESTRICT-DATE-W AT 1941
                 DISPLAY "RESTRICTION LIFTED ON SAVE" AT 2030.
              MOVE SIGNON-OPERATOR-ID TO KYC-VERIFIED-BY-W.
              MOVE DATA-SIS TO KYC-VERIFIED-DATE-W.

       RECORD-KYC.
              MOVE REG-KYC-W TO REG-KYC.
              IF WS-KYC-NEW = 1
                 WRITE REG-KYC
                     INVALID KEY
                        DISPLAY "ERROR OPS" AT 1535
                        STOP " "
                     NOT INVALID KEY
                        PERFORM LOG-KYC-CHANGES
                 END-WRITE
              ELSE
                 REWRITE REG-KYC
                 IF ARQST-KYC NOT = "00"
                    DISPLAY "ERROR OPS" AT 1535
                    STOP " "
                 ELSE
                    PERFORM LOG-KYC-CHANGES.

      * ----------------------------- One log entry per changed
      * field under the customer's number; a first record logs
      * every field against blanks.
       LOG-KYC-CHANGES.
              IF KYC-DOC-TYPE-W NOT = KYC-DOC-TYPE-OLD
                 MOVE "KYC DOC TYPE" TO MNT-FIELD
                 MOVE KYC-DOC-TYPE-OLD TO MNT-OLD
                 MOVE KYC-DOC-TYPE-W TO MNT-NEW
                 PERFORM WRITE-MAINT-LOG.
              IF KYC-DOC-NUMBER-W NOT = KYC-DOC-NUMBER-OLD
                 MOVE "KYC DOC NUMBER" TO MNT-FIELD
                 MOVE KYC-DOC-NUMBER-OLD TO MNT-OLD
                 MOVE KYC-DOC-NUMBER-W TO MNT-NEW
                 PERFORM WRITE-MAINT-LOG.
              IF KYC-ISSUE-DATE-W NOT = KYC-ISSUE-DATE-OLD
                 MOVE "KYC ISSUED" TO MNT-FIELD
                 MOVE KYC-ISSUE-DATE-OLD TO MNT-OLD
                 MOVE KYC-ISSUE-DATE-W TO MNT-NEW
                 PERFORM WRITE-MAINT-LOG.
              IF KYC-EXPIRY-DATE-W NOT = KYC-EXPIRY-DATE-OLD
                 MOVE "KYC EXPIRES" TO MNT-FIELD
                 MOVE KYC-EXPIRY-DATE-OLD TO MNT-OLD
                 MOVE KYC-EXPIRY-DATE-W TO MNT-NEW
                 PERFORM WRITE-MAINT-LOG.
              IF KYC-RISK-W NOT = KYC-RISK-OLD
                 MOVE "KYC RISK" TO MNT-FIELD
                 MOVE KYC-RISK-OLD TO MNT-OLD
                 MOVE KYC-RISK-W TO MNT-NEW
                 PERFORM WRITE-MAINT-LOG.
              IF KYC-REVIEW-DATE-W NOT = KYC-REVIEW-DATE-OLD
                 MOVE "KYC REVIEW DUE" TO MNT-FIELD
                 MOVE KYC-REVIEW-DATE-OLD TO MNT-OLD
                 MOVE KYC-REVIEW-DATE-W TO MNT-NEW
                 PERFORM WRITE-MAINT-LOG.
              IF KYC-STATUS-W NOT = KYC-STATUS-OLD
                 MOVE "KYC STATUS" TO MNT-FIELD
                 MOVE KYC-STATUS-OLD TO MNT-OLD
                 MOVE KYC-STATUS-W TO MNT-NEW
                 PERFORM WRITE-MAINT-LOG.

       CONFIRM-SAVE.
              DISPLAY "SAVE (S/N)? [ ]" AT 1430.
              ACCEPT WS-SAVE AT 1445 WITH PROMPT AUTO.
                    MOVE CUST-TAX-ID-OLD TO MNT-OLD
                    MOVE CUST-TAX-ID-W TO MNT-NEW
                    PERFORM WRITE-MAINT-LOG
                 END-IF
                 IF CUST-TAX-EXEMPT-W NOT = CUST-TAX-EXEMPT-OLD
                    MOVE "TAX EXEMPT" TO MNT-FIELD
                    MOVE CUST-TAX-EXEMPT-OLD TO MNT-OLD
                    MOVE CUST-TAX-EXEMPT-W TO MNT-NEW
                    PERFORM WRITE-MAINT-LOG
                 END-IF
                 IF CUST-MOBILE-W NOT = CUST-MOBILE-OLD
                    MOVE "MOBILE" TO MNT-FIELD
                    MOVE CUST-MOBILE-OLD TO MNT-OLD
                    MOVE CUST-MOBILE-W TO MNT-NEW
                    PERFORM WRITE-MAINT-LOG
                 END-IF
                 IF CUST-EMAIL-W NOT = CUST-EMAIL-OLD
                    MOVE "E-MAIL" TO MNT-FIELD
                    MOVE CUST-EMAIL-OLD TO MNT-OLD
                    MOVE CUST-EMAIL-W TO MNT-NEW
                    PERFORM WRITE-MAINT-LOG
                 END-IF
                 IF CUST-ALERT-EVENTS-W NOT = CUST-ALERT-EVENTS-OLD
                    MOVE "ALERT EVENTS" TO MNT-FIELD
                    MOVE CUST-ALERT-EVENTS-OLD TO MNT-OLD
                    MOVE CUST-ALERT-EVENTS-W TO MNT-NEW
                    PERFORM WRITE-MAINT-LOG
                 END-IF
                 IF CUST-ALERT-WDL-OVER-W NOT = CUST-ALERT-WDL-OVER-OLD
                    MOVE "ALERT DEBIT" TO MNT-FIELD
                    MOVE CUST-ALERT-WDL-OVER-OLD TO ALERT-WDL-OVER-E
                    MOVE ALERT-WDL-OVER-E TO MNT-OLD
                    MOVE CUST-ALERT-WDL-OVER-W TO ALERT-WDL-OVER-E
                    MOVE ALERT-WDL-OVER-E TO MNT-NEW
                    PERFORM WRITE-MAINT-LOG
                 END-IF
                 IF CUST-ALERT-FLOOR-W NOT = CUST-ALERT-FLOOR-OLD
                    MOVE "ALERT FLOOR" TO MNT-FIELD
                    MOVE CUST-ALERT-FLOOR-OLD TO ALERT-FLOOR-E
                    MOVE ALERT-FLOOR-E TO MNT-OLD
                    MOVE CUST-ALERT-FLOOR-W TO ALERT-FLOOR-E
                    MOVE ALERT-FLOOR-E TO MNT-NEW
                    PERFORM WRITE-MAINT-LOG
                 END-IF.

       WRITE-MAINT-LOG.
              MOVE "N" TO WS-EOF-SCAN.
              MOVE ZEROS TO WS-ACCT-COUNT.
              MOVE 16 TO WS-ACCT-LINE.
              DISPLAY "ACCOUNTS FOR THIS CUSTOMER (ROLE):" AT 1619.
              MOVE ZEROS TO DIGIT.
              START CLIENTS KEY IS NOT LESS THAN DIGIT
                  INVALID KEY MOVE "Y" TO WS-EOF-SCAN.
                  AT END
                     MOVE "Y" TO WS-EOF-SCAN
                  NOT AT END
                     PERFORM FIND-ACCOUNT-ROLE
                     IF WS-ACCT-ROLE NOT = SPACE
                        PERFORM SHOW-ACCOUNT-LINE
              END-READ.

      * ----------------------------- The customer owns the account
      * as its primary holder, or stands on it through the
      * relationship file as joint holder, signatory or attorney.
       FIND-ACCOUNT-ROLE.
              MOVE SPACE TO WS-ACCT-ROLE.
              IF CUST-NUMBER-CLI = CUST-NUMBER-W
                 MOVE "P" TO WS-ACCT-ROLE
              ELSE IF WS-REL-OPEN = 1
                 MOVE DIGIT TO REL-DIGIT
                 MOVE CUST-NUMBER-W TO REL-CUST
                 READ ACCTREL-FILE
                     NOT INVALID KEY
                        MOVE REL-ROLE TO WS-ACCT-ROLE
                 END-READ.

      * ----------------------------- Four account lines to a
      * page; a full page pauses, is cleared, and the scan carries
      * on so every account is shown.
              MOVE DIGIT TO ACCT-DIGIT-E.
              MOVE BALANCE TO ACCT-BALANCE-E.
              MOVE ACCT-STATUS TO ACCT-STATUS-E.
              MOVE WS-ACCT-ROLE TO ACCT-ROLE-E.
              DISPLAY REG-ACCT-LINE-E AT LINE WS-ACCT-LINE COL 21.

       CLEAR-ACCOUNT-LINES.
              DISPLAY WS-MENS1 AT 1535.
              CLOSE CUSTOMER-FILE.
              CLOSE CLIENTS.
              IF WS-REL-OPEN = 1
                 CLOSE ACCTREL-FILE.
              CLOSE KYC-FILE.
              GOBACK.
