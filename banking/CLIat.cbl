      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CHEQUE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CHQ-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CHQ.

              SELECT CLIENTS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHEQUE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CHEQUE
                VALUE OF FILE-ID IS "CHEQUES.DAT".
          COPY REGCHQ.

       FD CLIENTS LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY ACKLNK.
          01 DIGIT-E          PIC 9(09).
          01 DIGIT-W          PIC 9(09) VALUE ZEROS.
          01 CHQ-FIRST-E      PIC 9(06).
          01 CHQ-FIRST-W      PIC 9(06) VALUE ZEROS.
          01 CHQ-LAST-E       PIC 9(06).
          01 CHQ-LAST-W       PIC 9(06) VALUE ZEROS.
          01 CHQ-REASON-W     PIC X(20) VALUE SPACES.
          01 WS-SERIAL-IX     PIC 9(07) VALUE ZEROS.
          01 WS-RANGE-SIZE    PIC 9(06) VALUE ZEROS.
          01 WS-RANGE-MAX     PIC 9(03) VALUE 100.
          01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).
          01 REG-CHQ-LINE-E.
                02 CL-SERIAL-E PIC 9(06).
                02 FILLER      PIC X(02) VALUE SPACES.
                02 CL-STATUS-E PIC X(01).
                02 FILLER      PIC X(02) VALUE SPACES.
                02 CL-DATE-E   PIC 9(08).
                02 FILLER      PIC X(02) VALUE SPACES.
                02 CL-AMOUNT-E PIC ZZ.ZZ9,99.
                02 FILLER      PIC X(02) VALUE SPACES.
                02 CL-REASON-E PIC X(20).
          01 REG-CHQ-SUM-E.
                02 FILLER      PIC X(08) VALUE "UNUSED: ".
                02 CS-UNUSED-E PIC ZZZ9.
                02 FILLER      PIC X(12) VALUE "  STOPPED: ".
                02 CS-STOP-E   PIC ZZZ9.
                02 FILLER      PIC X(09) VALUE "  PAID: ".
                02 CS-PAID-E   PIC ZZZ9.

         01 ARQST      PIC X(02).
         01 ARQST-CHQ  PIC X(02).
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
         01 WS-RANGE-OK PIC 9(01) VALUE ZEROS.
         01 WS-CLASH   PIC 9(01) VALUE ZEROS.
         01 WS-EOF-SCAN PIC X(01) VALUE "N".
         01 WS-CHQ-LINE PIC 9(02) VALUE ZEROS.
         01 WS-CHQ-COUNT PIC 9(04) VALUE ZEROS.
         01 WS-UNUSED-COUNT PIC 9(04) VALUE ZEROS.
         01 WS-STOP-COUNT PIC 9(04) VALUE ZEROS.
         01 WS-PAID-COUNT PIC 9(04) VALUE ZEROS.
         01 WS-DONE-COUNT PIC 9(04) VALUE ZEROS.
         01 WS-SKIP-COUNT PIC 9(04) VALUE ZEROS.
         01 WS-PAUSE   PIC X(01) VALUE SPACES.
         01 REG-RANGE-MSG-E.
                02 RM-DONE-E   PIC ZZZ9.
                02 RM-TEXT-E   PIC X(10).
                02 RM-SKIP-E   PIC ZZZ9.
                02 FILLER      PIC X(08) VALUE " SKIPPED".

       SCREEN SECTION.
         01 MONITOR.
              02 BLANK SCREEN.
              02 LINE 2 COL 29 VALUE "CHEQUE BOOK MAINTENANCE".
              02 LINE 4 COL 19 VALUE "DIGIT of ACCOUNT:".
              02 LINE 5 COL 19 VALUE "(I)SSUE/(S)TOP/(L)IFT/(V)IEW:".
              02 LINE 6 COL 19 VALUE "FIRST SERIAL:".
              02 LINE 7 COL 19 VALUE "LAST SERIAL (0=SAME):".
              02 LINE 8 COL 19 VALUE "STOP REASON:".
              02 LINE 15 COL 25 VALUE "MESSAGE:".

       PROCEDURE DIVISION.
      * ----------------------------- Cheque books are issued to
      * checking accounts as a serial range, and stop-payment
      * instructions are placed or lifted on one serial or a range.
      * The inward clearing step pays or returns against this
      * register.  Lifting a stop is a supervisor's decision.
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
              PERFORM OPEN-CHEQUE UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.

       OPEN-CHEQUE.
              OPEN I-O CHEQUE-FILE.
              IF ARQST-CHQ = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-CHQ = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-CHQ = "35"
                 CLOSE CHEQUE-FILE
                 OPEN OUTPUT CHEQUE-FILE
                 CLOSE CHEQUE-FILE
              ELSE
                 DISPLAY "CHEQUES.DAT UNAVAILABLE - STATUS " ARQST-CHQ
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
                 CLOSE CHEQUE-FILE
                 GOBACK.

       PROCESS.
              PERFORM IMP-MONITOR.
              PERFORM GO-DIGIT UNTIL WS-FL = 1.
              PERFORM SUM-CHEQUES.
              PERFORM ACCEPT-FUNCTION UNTIL WS-FUNC-OK = 1.
              IF WS-FUNCTION = "I"
                 PERFORM ISSUE-BOOK
              ELSE IF WS-FUNCTION = "S"
                 PERFORM STOP-RANGE
              ELSE IF WS-FUNCTION = "L"
                 PERFORM LIFT-RANGE
              ELSE
                 PERFORM VIEW-CHEQUES.
              PERFORM CONTINUA UNTIL WS-OPTION = "S" OR "N".

       IMP-MONITOR.
              DISPLAY MONITOR.
              PERFORM GET-BUSINESS-DATE.
              MOVE SPACE TO WS-OPTION
                             WS-SAVE
                             WS-FUNCTION.
              MOVE SPACES TO CHQ-REASON-W.
              MOVE ZEROS TO DIGIT-E
                             DIGIT-W
                             CHQ-FIRST-E
                             CHQ-FIRST-W
                             CHQ-LAST-E
                             CHQ-LAST-W
                             WS-FL
                             WS-FUNC-OK
                             WS-RANGE-OK.

      * ----------------------------- Stops and books are dated
      * with the business date off the control file, not the
      * machine clock.
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
                        MOVE 1 TO WS-FL
                 END-READ.

       ACCEPT-FUNCTION.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT WS-FUNCTION AT 0549 WITH PROMPT AUTO.
              IF WS-FUNCTION = "I" OR "S" OR "L" OR "V"
                 MOVE 1 TO WS-FUNC-OK
              ELSE
                 DISPLAY "FUNCTION MUST BE I, S, L OR V" AT 2030
                 MOVE 0 TO WS-FUNC-OK.

      * ----------------------------- Leaves on the register for
      * the account by status, shown before anything is changed.
       SUM-CHEQUES.
              MOVE "N" TO WS-EOF-SCAN.
              MOVE ZEROS TO WS-UNUSED-COUNT WS-STOP-COUNT
                             WS-PAID-COUNT.
              MOVE DIGIT-W TO CHQ-DIGIT.
              MOVE ZEROS TO CHQ-SERIAL.
              START CHEQUE-FILE KEY IS NOT LESS THAN CHQ-KEY
                  INVALID KEY MOVE "Y" TO WS-EOF-SCAN.
              PERFORM SCAN-SUM UNTIL WS-EOF-SCAN = "Y".
              MOVE WS-UNUSED-COUNT TO CS-UNUSED-E.
              MOVE WS-STOP-COUNT   TO CS-STOP-E.
              MOVE WS-PAID-COUNT   TO CS-PAID-E.
              DISPLAY REG-CHQ-SUM-E AT 1019.

       SCAN-SUM.
              READ CHEQUE-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-EOF-SCAN
                  NOT AT END
                     IF CHQ-DIGIT NOT = DIGIT-W
                        MOVE "Y" TO WS-EOF-SCAN
                     ELSE IF CHQ-STATUS = "U"
                        ADD 1 TO WS-UNUSED-COUNT
                     ELSE IF CHQ-STATUS = "S"
                        ADD 1 TO WS-STOP-COUNT
                     ELSE
                        ADD 1 TO WS-PAID-COUNT
              END-READ.

      * ----------------------------- First and last serial of the
      * range; a blank last serial means the one leaf.
       ACCEPT-RANGE.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT CHQ-FIRST-E AT 0641 WITH PROMPT AUTO.
              ACCEPT CHQ-LAST-E AT 0741 WITH PROMPT AUTO.
              MOVE CHQ-FIRST-E TO CHQ-FIRST-W.
              MOVE CHQ-LAST-E TO CHQ-LAST-W.
              IF CHQ-LAST-W = 0
                 MOVE CHQ-FIRST-W TO CHQ-LAST-W.
              IF CHQ-FIRST-W = 0
                 DISPLAY "SERIAL MUST BE GREATER THAN ZERO" AT 2030
                 MOVE 0 TO WS-RANGE-OK
              ELSE IF CHQ-LAST-W < CHQ-FIRST-W
                 DISPLAY "LAST SERIAL BEFORE FIRST SERIAL" AT 2030
                 MOVE 0 TO WS-RANGE-OK
              ELSE
                 COMPUTE WS-RANGE-SIZE = CHQ-LAST-W - CHQ-FIRST-W + 1
                 IF WS-RANGE-SIZE > WS-RANGE-MAX
                    DISPLAY "AT MOST 100 LEAVES AT A TIME" AT 2030
                    MOVE 0 TO WS-RANGE-OK
                 ELSE
                    MOVE 1 TO WS-RANGE-OK.

      * ----------------------------- Books go to open checking
      * accounts only, and no serial in the book may already be on
      * the account's register.
       ISSUE-BOOK.
              IF ACCT-TYPE NOT = "C"
                 DISPLAY "CHEQUE BOOKS ONLY FOR CHECKING ACCOUNTS"
                    AT 2030
              ELSE IF ACCT-STATUS NOT = "O"
                 DISPLAY "ACCOUNT NOT OPEN" AT 2030
              ELSE
                 PERFORM ACCEPT-RANGE UNTIL WS-RANGE-OK = 1
                 PERFORM CHECK-CLASH
                 IF WS-CLASH = 1
                    DISPLAY "SERIAL ALREADY ISSUED IN THIS RANGE"
                       AT 2030
                 ELSE
                    PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N"
                    IF WS-SAVE = "S"
                       MOVE ZEROS TO WS-DONE-COUNT
                       PERFORM WRITE-LEAF
                          VARYING WS-SERIAL-IX FROM CHQ-FIRST-W BY 1
                          UNTIL WS-SERIAL-IX > CHQ-LAST-W
                       MOVE WS-DONE-COUNT TO RM-DONE-E
                       DISPLAY WS-SPACE AT 2030
                       DISPLAY RM-DONE-E AT 2030
                       DISPLAY "LEAVES ISSUED" AT 2035
                    ELSE
                       DISPLAY "BOOK NOT ISSUED" AT 2030.

       CHECK-CLASH.
              MOVE 0 TO WS-CLASH.
              MOVE DIGIT-W TO CHQ-DIGIT.
              MOVE CHQ-FIRST-W TO CHQ-SERIAL.
              START CHEQUE-FILE KEY IS NOT LESS THAN CHQ-KEY
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     READ CHEQUE-FILE NEXT
                         AT END
                            CONTINUE
                         NOT AT END
                            IF CHQ-DIGIT = DIGIT-W
                               AND CHQ-SERIAL NOT > CHQ-LAST-W
                               MOVE 1 TO WS-CLASH
                     END-READ
              END-START.

       WRITE-LEAF.
              MOVE DIGIT-W       TO CHQ-DIGIT.
              MOVE WS-SERIAL-IX  TO CHQ-SERIAL.
              MOVE CHQ-FIRST-W   TO CHQ-BOOK-FIRST.
              MOVE DATA-SIS      TO CHQ-ISSUE-DATE.
              MOVE SIGNON-OPERATOR-ID TO CHQ-ISSUE-OPERATOR.
              MOVE "U"           TO CHQ-STATUS.
              MOVE ZEROS         TO CHQ-STOP-DATE
                                    CHQ-PAID-DATE
                                    CHQ-PAID-AMOUNT.
              MOVE SPACES        TO CHQ-STOP-OPERATOR
                                    CHQ-STOP-REASON.
              WRITE REG-CHEQUE
                  INVALID KEY
                     DISPLAY "ERROR OPS" AT 1535
                  NOT INVALID KEY
                     ADD 1 TO WS-DONE-COUNT
              END-WRITE.

      * ----------------------------- Only unused leaves can be
      * stopped; serials never issued, already stopped or already
      * paid are counted as skipped.
       STOP-RANGE.
              PERFORM ACCEPT-RANGE UNTIL WS-RANGE-OK = 1.
              ACCEPT CHQ-REASON-W AT 0841 WITH PROMPT AUTO.
              PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N".
              IF WS-SAVE = "S"
                 MOVE ZEROS TO WS-DONE-COUNT WS-SKIP-COUNT
                 PERFORM STOP-LEAF
                    VARYING WS-SERIAL-IX FROM CHQ-FIRST-W BY 1
                    UNTIL WS-SERIAL-IX > CHQ-LAST-W
                 MOVE " STOPPED, " TO RM-TEXT-E
                 PERFORM SHOW-RANGE-RESULT
              ELSE
                 DISPLAY "STOP NOT RECORDED" AT 2030.

       STOP-LEAF.
              MOVE DIGIT-W TO CHQ-DIGIT.
              MOVE WS-SERIAL-IX TO CHQ-SERIAL.
              READ CHEQUE-FILE
                  INVALID KEY
                     ADD 1 TO WS-SKIP-COUNT
                  NOT INVALID KEY
                     IF CHQ-STATUS NOT = "U"
                        ADD 1 TO WS-SKIP-COUNT
                     ELSE
                        MOVE "S" TO CHQ-STATUS
                        MOVE DATA-SIS TO CHQ-STOP-DATE
                        MOVE SIGNON-OPERATOR-ID TO CHQ-STOP-OPERATOR
                        MOVE CHQ-REASON-W TO CHQ-STOP-REASON
                        PERFORM REWRITE-LEAF
              END-READ.

       LIFT-RANGE.
              IF SIGNON-OPERATOR-ROLE NOT = "S"
                 DISPLAY "SUPERVISOR ROLE REQUIRED" AT 2030
              ELSE
                 PERFORM ACCEPT-RANGE UNTIL WS-RANGE-OK = 1
                 PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N"
                 IF WS-SAVE = "S"
                    MOVE ZEROS TO WS-DONE-COUNT WS-SKIP-COUNT
                    PERFORM LIFT-LEAF
                       VARYING WS-SERIAL-IX FROM CHQ-FIRST-W BY 1
                       UNTIL WS-SERIAL-IX > CHQ-LAST-W
                    MOVE " LIFTED, " TO RM-TEXT-E
                    PERFORM SHOW-RANGE-RESULT
                 ELSE
                    DISPLAY "STOP NOT LIFTED" AT 2030.

       LIFT-LEAF.
              MOVE DIGIT-W TO CHQ-DIGIT.
              MOVE WS-SERIAL-IX TO CHQ-SERIAL.
              READ CHEQUE-FILE
                  INVALID KEY
                     ADD 1 TO WS-SKIP-COUNT
                  NOT INVALID KEY
                     IF CHQ-STATUS NOT = "S"
                        ADD 1 TO WS-SKIP-COUNT
                     ELSE
                        MOVE "U" TO CHQ-STATUS
                        MOVE ZEROS TO CHQ-STOP-DATE
                        MOVE SPACES TO CHQ-STOP-OPERATOR
                                       CHQ-STOP-REASON
                        PERFORM REWRITE-LEAF
              END-READ.

       REWRITE-LEAF.
              REWRITE REG-CHEQUE.
              IF ARQST-CHQ NOT = "00"
                 DISPLAY "ERROR OPS" AT 1535
                 ADD 1 TO WS-SKIP-COUNT
              ELSE
                 ADD 1 TO WS-DONE-COUNT.

       SHOW-RANGE-RESULT.
              MOVE WS-DONE-COUNT TO RM-DONE-E.
              MOVE WS-SKIP-COUNT TO RM-SKIP-E.
              DISPLAY WS-SPACE AT 2030.
              DISPLAY REG-RANGE-MSG-E AT 2030.

      * ----------------------------- The account's leaves from the
      * serial keyed (zero for the start of the register), a page
      * at a time.
       VIEW-CHEQUES.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT CHQ-FIRST-E AT 0641 WITH PROMPT AUTO.
              MOVE CHQ-FIRST-E TO CHQ-FIRST-W.
              MOVE "N" TO WS-EOF-SCAN.
              MOVE ZEROS TO WS-CHQ-COUNT.
              MOVE 16 TO WS-CHQ-LINE.
              DISPLAY "SERIAL  S  DATE      AMOUNT     REASON" AT 1619.
              MOVE DIGIT-W TO CHQ-DIGIT.
              MOVE CHQ-FIRST-W TO CHQ-SERIAL.
              START CHEQUE-FILE KEY IS NOT LESS THAN CHQ-KEY
                  INVALID KEY MOVE "Y" TO WS-EOF-SCAN.
              PERFORM SCAN-CHEQUES UNTIL WS-EOF-SCAN = "Y".
              IF WS-CHQ-COUNT = 0
                 DISPLAY "NO CHEQUES ON FILE FOR ACCOUNT" AT 1719.

       SCAN-CHEQUES.
              READ CHEQUE-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-EOF-SCAN
                  NOT AT END
                     IF CHQ-DIGIT NOT = DIGIT-W
                        MOVE "Y" TO WS-EOF-SCAN
                     ELSE
                        PERFORM SHOW-CHQ-LINE
              END-READ.

       SHOW-CHQ-LINE.
              IF WS-CHQ-LINE NOT < 20
                 DISPLAY "MORE - PRESS ENTER [ ]" AT 2121
                 ACCEPT WS-PAUSE AT 2141 WITH PROMPT AUTO
                 MOVE 16 TO WS-CHQ-LINE.
              ADD 1 TO WS-CHQ-COUNT.
              ADD 1 TO WS-CHQ-LINE.
              MOVE CHQ-SERIAL      TO CL-SERIAL-E.
              MOVE CHQ-STATUS      TO CL-STATUS-E.
              MOVE CHQ-PAID-AMOUNT TO CL-AMOUNT-E.
              MOVE CHQ-STOP-REASON TO CL-REASON-E.
              IF CHQ-STATUS = "P"
                 MOVE CHQ-PAID-DATE TO CL-DATE-E
              ELSE IF CHQ-STATUS = "S"
                 MOVE CHQ-STOP-DATE TO CL-DATE-E
              ELSE
                 MOVE CHQ-ISSUE-DATE TO CL-DATE-E.
              DISPLAY REG-CHQ-LINE-E AT LINE WS-CHQ-LINE COL 19.

       CONFIRM-SAVE.
              DISPLAY "SAVE (S/N)? [ ]" AT 1230.
              ACCEPT WS-SAVE AT 1245 WITH PROMPT AUTO.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 1330.
              ACCEPT WS-OPTION AT 1347 WITH PROMPT AUTO.
              IF WS-OPTION = "S" OR = "N"
                     DISPLAY WS-SPACE AT 1330
                     DISPLAY WS-SPACE AT 1535
              ELSE
                     DISPLAY WS-SPACE AT 1535
                     DISPLAY "WRITE S OU N" AT 1535.

       END-PROGRAM.
              DISPLAY WS-MENS1 AT 1535.
              CLOSE CHEQUE-FILE.
              CLOSE CLIENTS.
              GOBACK.
