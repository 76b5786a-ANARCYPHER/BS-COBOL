      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ALERT-SEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT EVENT-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EVT.

              SELECT DELIVERY-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS DLV-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-DLV.

              SELECT CUSTOMER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CUST-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT GATEWAY-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-GW.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTEVT
                VALUE OF FILE-ID IS "CUSTEVT.DAT".
          COPY REGEVT.

       FD DELIVERY-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-DELIVERY
                VALUE OF FILE-ID IS "ALRTLOG.DAT".
          COPY REGDLV.

       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

      * ----------------------------- The gateway's fixed layout:
      * H header with the run date and the file's number within the
      * date, one D per message - S to a mobile, E to an e-mail
      * address - and a T trailer with the message counts and a
      * hash of the account numbers.  The gateway refuses a file
      * whose trailer does not agree, so a file cut short is never
      * half sent.
       FD GATEWAY-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-GATEWAY
                VALUE OF FILE-ID IS WS-GATEWAY-NAME.
          01 REG-GATEWAY.
                02 GW-MARKER PIC X(01).
                02 GW-DATA   PIC X(199).
                02 GW-HEADER REDEFINES GW-DATA.
                     03 GW-H-DATE    PIC 9(08).
                     03 GW-H-SENDER  PIC X(08).
                     03 GW-H-FILE-NO PIC 9(02).
                     03 FILLER       PIC X(181).
                02 GW-DETAIL REDEFINES GW-DATA.
                     03 GW-CHANNEL    PIC X(01).
                     03 GW-ADDRESS    PIC X(40).
                     03 GW-CUST       PIC 9(06).
                     03 GW-ACCOUNT    PIC 9(09).
                     03 GW-EVENT      PIC X(03).
                     03 GW-EVENT-DATE PIC 9(08).
                     03 GW-EVENT-TIME PIC 9(08).
                     03 GW-REF        PIC 9(08).
                     03 GW-TEXT       PIC X(100).
                     03 FILLER        PIC X(16).
                02 GW-TRAILER REDEFINES GW-DATA.
                     03 GW-T-COUNT     PIC 9(07).
                     03 GW-T-SMS       PIC 9(07).
                     03 GW-T-EMAIL     PIC 9(07).
                     03 GW-T-ACCT-HASH PIC 9(15).
                     03 FILLER         PIC X(163).

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY FXRLNK.
          01 WS-GATEWAY-NAME.
                02 FILLER        PIC X(04) VALUE "ALRT".
                02 WS-GW-DATE    PIC 9(08) VALUE ZEROS.
                02 WS-GW-FILE-NO PIC 9(02) VALUE ZEROS.
                02 FILLER        PIC X(04) VALUE ".DAT".

         01 ARQST-EVT               PIC X(02).
         01 ARQST-DLV               PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 ARQST-GW                PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-GW-OPEN              PIC 9(01) VALUE ZEROS.
         01 WS-NAME-FREE            PIC 9(01) VALUE ZEROS.
         01 WS-CUS-FOUND            PIC 9(01) VALUE ZEROS.
         01 WS-LOGGED               PIC 9(01) VALUE ZEROS.
         01 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
         01 WS-BASE-CCY             PIC X(03) VALUE SPACES.
         01 WS-EVENT-COUNT          PIC 9(07) VALUE ZEROS.
         01 WS-SENT-BEFORE          PIC 9(07) VALUE ZEROS.
         01 WS-NO-ADDRESS           PIC 9(07) VALUE ZEROS.
         01 WS-MSG-COUNT            PIC 9(07) VALUE ZEROS.
         01 WS-SMS-COUNT            PIC 9(07) VALUE ZEROS.
         01 WS-EMAIL-COUNT          PIC 9(07) VALUE ZEROS.
         01 WS-ACCT-HASH            PIC 9(15) VALUE ZEROS.
         01 WS-EVENT-MSGS           PIC 9(01) VALUE ZEROS.
         01 WS-WRITE-ERRORS         PIC 9(05) VALUE ZEROS.
         01 WS-LOG-ERRORS           PIC 9(05) VALUE ZEROS.
         01 WS-CCY                  PIC X(03) VALUE SPACES.
         01 WS-TEXT                 PIC X(100) VALUE SPACES.
         01 WS-AMOUNT-E             PIC -Z.ZZZ.ZZ9,99.
         01 WS-BALANCE-E            PIC -Z.ZZZ.ZZ9,99.
         01 WS-LIMIT-E              PIC -Z.ZZZ.ZZ9,99.
         01 WS-REF-E                PIC Z(07)9.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).

       PROCEDURE DIVISION.
      * ----------------------------- Every customer event not yet
      * handed to the gateway goes out in a new numbered file for
      * the date, so a file already collected is never written
      * over.  The delivery log names each event once: an event
      * marked S is never sent again, and one left P by a run that
      * died before its trailer is sent again in the next file.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              MOVE ZEROS TO WS-EVENT-COUNT WS-SENT-BEFORE
                             WS-NO-ADDRESS WS-MSG-COUNT WS-SMS-COUNT
                             WS-EMAIL-COUNT WS-ACCT-HASH
                             WS-WRITE-ERRORS WS-LOG-ERRORS
                             WS-GW-OPEN.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-RUN-DATE.
              MOVE WS-RUN-DATE TO WS-GW-DATE.
              MOVE "K" TO FXR-FUNCTION.
              MOVE SPACES TO FXR-CURRENCY.
              CALL "FX-RATE" USING FX-RATE-AREA.
              MOVE FXR-BASE TO WS-BASE-CCY.
              PERFORM OPEN-ARQ.
              PERFORM READ-EVENT.
              PERFORM PROCESS-EVENT UNTIL WS-EOF = "Y".
              CLOSE EVENT-FILE.
              IF WS-GW-OPEN = 1
                 PERFORM CLOSE-GATEWAY.
              DISPLAY "CUSTOMER EVENTS READ: " WS-EVENT-COUNT
                 "  ALREADY SENT: " WS-SENT-BEFORE.
              DISPLAY "MESSAGES TO GATEWAY: " WS-MSG-COUNT
                 "  SMS: " WS-SMS-COUNT "  E-MAIL: " WS-EMAIL-COUNT.
              IF WS-NO-ADDRESS > 0
                 DISPLAY "EVENTS WITH NO MOBILE OR E-MAIL: "
                    WS-NO-ADDRESS.
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
              OPEN INPUT EVENT-FILE.
              IF ARQST-EVT NOT = "00"
                 DISPLAY "NO CUSTOMER EVENTS ON FILE - NOTHING TO SEND"
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 1 TO BATCH-STEP-OK
                 GOBACK.
              OPEN I-O DELIVERY-FILE.
              IF ARQST-DLV = "35"
                 CLOSE DELIVERY-FILE
                 OPEN OUTPUT DELIVERY-FILE
                 CLOSE DELIVERY-FILE
                 OPEN I-O DELIVERY-FILE.
              IF ARQST-DLV NOT = "00"
                 DISPLAY "UNABLE TO OPEN ALRTLOG.DAT - STATUS "
                    ARQST-DLV
                 CLOSE EVENT-FILE
                 MOVE 0 TO BATCH-STEP-OK
                 GOBACK.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN CUSTMAST.DAT - STATUS "
                    ARQST-CUS
                 CLOSE EVENT-FILE
                 CLOSE DELIVERY-FILE
                 MOVE 0 TO BATCH-STEP-OK
                 GOBACK.

       READ-EVENT.
              READ EVENT-FILE AT END MOVE "Y" TO WS-EOF.

       PROCESS-EVENT.
              ADD 1 TO WS-EVENT-COUNT.
              MOVE EVT-KEY TO DLV-KEY.
              MOVE 1 TO WS-LOGGED.
              READ DELIVERY-FILE
                  INVALID KEY
                     MOVE 0 TO WS-LOGGED
              END-READ.
      * ----------------------------- P in this run's own file is
      * the same event raised twice; only a P from an earlier run
      * is sent again.
              IF WS-LOGGED = 1
                 AND (DLV-STATUS NOT = "P"
                      OR DLV-FILE = WS-GATEWAY-NAME)
                 ADD 1 TO WS-SENT-BEFORE
              ELSE
                 PERFORM SEND-EVENT.
              PERFORM READ-EVENT.

       SEND-EVENT.
              MOVE ZEROS TO WS-EVENT-MSGS.
              MOVE 0 TO WS-CUS-FOUND.
              MOVE EVT-CUST TO CUST-NUMBER.
              READ CUSTOMER-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE 1 TO WS-CUS-FOUND
              END-READ.
              IF WS-CUS-FOUND = 0
                 OR (CUST-MOBILE = SPACES AND CUST-EMAIL = SPACES)
                 ADD 1 TO WS-NO-ADDRESS
                 MOVE "N" TO DLV-STATUS
              ELSE
                 IF WS-GW-OPEN = 0
                    PERFORM OPEN-GATEWAY
                 END-IF
                 PERFORM BUILD-TEXT
                 IF CUST-MOBILE NOT = SPACES
                    MOVE "S" TO GW-CHANNEL
                    MOVE CUST-MOBILE TO GW-ADDRESS
                    PERFORM WRITE-DETAIL
                 END-IF
                 IF CUST-EMAIL NOT = SPACES
                    MOVE "E" TO GW-CHANNEL
                    MOVE CUST-EMAIL TO GW-ADDRESS
                    PERFORM WRITE-DETAIL
                 END-IF
                 MOVE "P" TO DLV-STATUS.
              PERFORM LOG-DELIVERY.

      * ----------------------------- The first event to go out
      * opens the run's file under the next number free for the
      * date.
       OPEN-GATEWAY.
              MOVE 0 TO WS-NAME-FREE.
              PERFORM FIND-FREE-NAME
                 VARYING WS-GW-FILE-NO FROM 1 BY 1
                 UNTIL WS-NAME-FREE = 1 OR WS-GW-FILE-NO > 98.
              IF WS-NAME-FREE = 1
                 SUBTRACT 1 FROM WS-GW-FILE-NO
                 OPEN OUTPUT GATEWAY-FILE.
              IF WS-NAME-FREE = 1 AND ARQST-GW = "00"
                 MOVE 1 TO WS-GW-OPEN
                 MOVE SPACES TO REG-GATEWAY
                 MOVE "H" TO GW-MARKER
                 MOVE WS-RUN-DATE TO GW-H-DATE
                 MOVE "CLIBANK" TO GW-H-SENDER
                 MOVE WS-GW-FILE-NO TO GW-H-FILE-NO
                 WRITE REG-GATEWAY
                 IF ARQST-GW NOT = "00"
                    ADD 1 TO WS-WRITE-ERRORS
                 END-IF
              ELSE
                 MOVE 2 TO WS-GW-OPEN
                 DISPLAY "UNABLE TO CREATE " WS-GATEWAY-NAME
                    " - STATUS " ARQST-GW
                 ADD 1 TO WS-WRITE-ERRORS.

       FIND-FREE-NAME.
              OPEN INPUT GATEWAY-FILE.
              IF ARQST-GW = "35"
                 MOVE 1 TO WS-NAME-FREE
              ELSE IF ARQST-GW = "00"
                 CLOSE GATEWAY-FILE.

      * ----------------------------- One short message per event,
      * in the account's currency.
       BUILD-TEXT.
              MOVE EVT-CURRENCY TO WS-CCY.
              IF WS-CCY = SPACES
                 MOVE WS-BASE-CCY TO WS-CCY.
              MOVE EVT-AMOUNT TO WS-AMOUNT-E.
              MOVE EVT-BALANCE TO WS-BALANCE-E.
              MOVE EVT-LIMIT TO WS-LIMIT-E.
              MOVE EVT-REF TO WS-REF-E.
              MOVE SPACES TO WS-TEXT.
              IF EVT-CODE = "WDL"
                 STRING "WITHDRAWAL OF " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AMOUNT-E) DELIMITED BY SIZE
                    " " WS-CCY " FROM ACCOUNT " DELIMITED BY SIZE
                    EVT-ACCOUNT DELIMITED BY SIZE
                    ". BALANCE " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BALANCE-E) DELIMITED BY SIZE
                    " " WS-CCY DELIMITED BY SIZE
                    INTO WS-TEXT
              ELSE IF EVT-CODE = "LOW"
                 STRING "BALANCE OF ACCOUNT " DELIMITED BY SIZE
                    EVT-ACCOUNT DELIMITED BY SIZE
                    " IS " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BALANCE-E) DELIMITED BY SIZE
                    " " WS-CCY ", BELOW YOUR " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-LIMIT-E) DELIMITED BY SIZE
                    " " WS-CCY DELIMITED BY SIZE
                    INTO WS-TEXT
              ELSE IF EVT-CODE = "HLD"
                 STRING "HOLD OF " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AMOUNT-E) DELIMITED BY SIZE
                    " " WS-CCY " PLACED ON ACCOUNT " DELIMITED BY SIZE
                    EVT-ACCOUNT DELIMITED BY SIZE
                    INTO WS-TEXT
              ELSE IF EVT-CODE = "SOF"
                 STRING "STANDING ORDER " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-REF-E) DELIMITED BY SIZE
                    " OF " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-AMOUNT-E) DELIMITED BY SIZE
                    " " WS-CCY " FROM ACCOUNT " DELIMITED BY SIZE
                    EVT-ACCOUNT DELIMITED BY SIZE
                    " WAS NOT PAID" DELIMITED BY SIZE
                    INTO WS-TEXT
              ELSE IF EVT-CODE = "ODR"
                 STRING "ACCOUNT " DELIMITED BY SIZE
                    EVT-ACCOUNT DELIMITED BY SIZE
                    " IS OVERDRAWN. BALANCE " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-BALANCE-E) DELIMITED BY SIZE
                    " " WS-CCY DELIMITED BY SIZE
                    INTO WS-TEXT
              ELSE
                 STRING "ACTIVITY ON ACCOUNT " DELIMITED BY SIZE
                    EVT-ACCOUNT DELIMITED BY SIZE
                    INTO WS-TEXT.

       WRITE-DETAIL.
              IF WS-GW-OPEN = 1
                 MOVE "D" TO GW-MARKER
                 MOVE EVT-CUST TO GW-CUST
                 MOVE EVT-ACCOUNT TO GW-ACCOUNT
                 MOVE EVT-CODE TO GW-EVENT
                 MOVE EVT-DATE TO GW-EVENT-DATE
                 MOVE EVT-TIME TO GW-EVENT-TIME
                 MOVE EVT-REF TO GW-REF
                 MOVE WS-TEXT TO GW-TEXT
                 WRITE REG-GATEWAY
                 IF ARQST-GW NOT = "00"
                    ADD 1 TO WS-WRITE-ERRORS
                 ELSE
                    ADD 1 TO WS-MSG-COUNT WS-EVENT-MSGS
                    ADD EVT-ACCOUNT TO WS-ACCT-HASH
                    IF GW-CHANNEL = "S"
                       ADD 1 TO WS-SMS-COUNT
                    ELSE
                       ADD 1 TO WS-EMAIL-COUNT.

       LOG-DELIVERY.
              IF DLV-STATUS = "P" AND WS-EVENT-MSGS = 0
                 CONTINUE
              ELSE
                 MOVE EVT-KEY TO DLV-KEY
                 MOVE WS-GATEWAY-NAME TO DLV-FILE
                 MOVE WS-RUN-DATE TO DLV-RUN-DATE
                 MOVE WS-EVENT-MSGS TO DLV-MESSAGES
                 IF WS-LOGGED = 1
                    REWRITE REG-DELIVERY
                 ELSE
                    WRITE REG-DELIVERY
                 END-IF
                 IF ARQST-DLV NOT = "00"
                    ADD 1 TO WS-LOG-ERRORS
                    DISPLAY "ALRTLOG WRITE ERROR " EVT-ACCOUNT " "
                       EVT-CODE " - STATUS " ARQST-DLV.

      * ----------------------------- Only a file that wrote clean
      * gets its trailer; then every event in it is marked sent.
      * Without the trailer the gateway refuses the file and the
      * events still marked P go out again in the next run.
       CLOSE-GATEWAY.
              IF WS-WRITE-ERRORS = 0
                 MOVE SPACES TO REG-GATEWAY
                 MOVE "T" TO GW-MARKER
                 MOVE WS-MSG-COUNT TO GW-T-COUNT
                 MOVE WS-SMS-COUNT TO GW-T-SMS
                 MOVE WS-EMAIL-COUNT TO GW-T-EMAIL
                 MOVE WS-ACCT-HASH TO GW-T-ACCT-HASH
                 WRITE REG-GATEWAY
                 IF ARQST-GW NOT = "00"
                    ADD 1 TO WS-WRITE-ERRORS.
              CLOSE GATEWAY-FILE.
              IF WS-WRITE-ERRORS = 0
                 PERFORM MARK-SENT.

       MARK-SENT.
              MOVE "N" TO WS-EOF.
              OPEN INPUT EVENT-FILE.
              IF ARQST-EVT = "00"
                 PERFORM READ-EVENT
                 PERFORM MARK-SENT-EVENT UNTIL WS-EOF = "Y"
                 CLOSE EVENT-FILE.

       MARK-SENT-EVENT.
              MOVE EVT-KEY TO DLV-KEY.
              READ DELIVERY-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF DLV-STATUS = "P"
                        AND DLV-FILE = WS-GATEWAY-NAME
                        MOVE "S" TO DLV-STATUS
                        REWRITE REG-DELIVERY
                        IF ARQST-DLV NOT = "00"
                           ADD 1 TO WS-LOG-ERRORS
                        END-IF
                     END-IF
              END-READ.
              PERFORM READ-EVENT.

      * ----------------------------- A write error leaves the step
      * failed on RUNCTL.DAT so the unsent events go out again.
       END-PROGRAM.
              MOVE WS-MSG-COUNT TO BATCH-RECORD-COUNT.
              IF WS-WRITE-ERRORS = 0 AND WS-LOG-ERRORS = 0
                 MOVE 1 TO BATCH-STEP-OK
              ELSE
                 DISPLAY "GATEWAY WRITE ERRORS: " WS-WRITE-ERRORS
                    "  LOG ERRORS: " WS-LOG-ERRORS " - STEP FAILED"
                 MOVE 0 TO BATCH-STEP-OK.
              CLOSE DELIVERY-FILE.
              CLOSE CUSTOMER-FILE.
              GOBACK.
