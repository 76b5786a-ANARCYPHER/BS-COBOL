      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-MAINT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BRANCH-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS BR-CODE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-BRN.

              SELECT CLIENT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

              SELECT MAINT-LOG ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-MNT.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BRANCH
                VALUE OF FILE-ID IS "BRANCH.DAT".
          COPY REGBRN.

       FD CLIENT LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       FD MAINT-LOG LABEL RECORD STANDARD
                DATA RECORD IS REG-MAINT
                VALUE OF FILE-ID IS "MAINTLOG.DAT".
          COPY REGMNT.

       WORKING-STORAGE SECTION.
          COPY SIGNON.
          01 BR-CODE-W        PIC 9(03) VALUE ZEROS.
          01 BR-NAME-W        PIC X(30) VALUE SPACES.
          01 BR-ADDRESS-W     PIC X(40) VALUE SPACES.
          01 BR-REGION-W      PIC X(10) VALUE SPACES.
          01 BR-STATUS-W      PIC X(01) VALUE SPACES.
          01 BR-NAME-OLD-W    PIC X(30) VALUE SPACES.
          01 BR-ADDRESS-OLD-W PIC X(40) VALUE SPACES.
          01 BR-REGION-OLD-W  PIC X(10) VALUE SPACES.
          01 BR-STATUS-OLD-W  PIC X(01) VALUE SPACES.
          01 BR-OPEN-DATE-W   PIC 9(08) VALUE ZEROS.
          01 BR-CLOSED-DATE-W PIC 9(08) VALUE ZEROS.
          01 BR-MERGED-W      PIC 9(03) VALUE ZEROS.

         01 ARQST      PIC X(02).
         01 ARQST-BRN  PIC X(02).
         01 ARQST-BUS  PIC X(02).
         01 ARQST-MNT  PIC X(02).
         01 WS-OPTION  PIC X(01) VALUE SPACES.
         01 WS-SAVE    PIC X(01) VALUE SPACES.
         01 WS-SPACE   PIC X(40) VALUE SPACES.
         01 WS-MENS1   PIC X(20) VALUE "END OF PROGRAM".
         01 WS-NEW     PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK PIC 9(01) VALUE ZEROS.
         01 WS-RETRY   PIC X(01) VALUE SPACES.
         01 WS-CODE-OK PIC 9(01) VALUE ZEROS.
         01 WS-NAME-OK PIC 9(01) VALUE ZEROS.
         01 WS-STATUS-OK PIC 9(01) VALUE ZEROS.
         01 WS-CLI-EOF PIC X(01) VALUE "N".
         01 WS-LIVE-COUNT PIC 9(05) VALUE ZEROS.
         01 WS-LIVE-E  PIC ZZZZ9.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).

       SCREEN SECTION.
         01 MONITOR.
              02 BLANK SCREEN.
              02 LINE 2 COL 33 VALUE "BRANCH MASTER".
              02 LINE 4 COL 19 VALUE "BRANCH CODE (0=QUIT):".
              02 LINE 6 COL 19 VALUE "NAME:".
              02 LINE 8 COL 19 VALUE "ADDRESS:".
              02 LINE 10 COL 19 VALUE "REGION:".
              02 LINE 12 COL 19 VALUE "STATUS (O/C):".
              02 LINE 13 COL 19 VALUE "OPENED:".
              02 LINE 13 COL 38 VALUE "CLOSED:".
              02 LINE 13 COL 57 VALUE "MERGED INTO:".
              02 LINE 15 COL 25 VALUE "MESSAGE:".

       PROCEDURE DIVISION.
       START-PROGRAM.
              MOVE SPACE TO WS-OPTION.
              PERFORM SIGN-ON.
              PERFORM GET-BUSINESS-DATE.
              PERFORM OPEN-ARQ.
              PERFORM PROCESS UNTIL WS-OPTION = "N".
              PERFORM END-PROGRAM.

      * ----------------------------- Which branches may issue and
      * keep accounts is a supervisor decision.
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

      * ----------------------------- Opening and closing dates are
      * stamped with the business date off the control file.
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
              PERFORM OPEN-BRANCH UNTIL WS-OPEN-OK = 1.

       OPEN-BRANCH.
              OPEN I-O BRANCH-FILE.
              IF ARQST-BRN = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-BRN = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-BRN = "35"
                 CLOSE BRANCH-FILE
                 OPEN OUTPUT BRANCH-FILE
                 CLOSE BRANCH-FILE
              ELSE
                 DISPLAY "BRANCH.DAT UNAVAILABLE - STATUS "
                    ARQST-BRN
                 GOBACK.

       PROCESS.
              PERFORM IMP-MONITOR.
              PERFORM ACCEPT-CODE UNTIL WS-CODE-OK = 1.
              PERFORM GO-BRANCH.
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
                             WS-SAVE
                             BR-STATUS-W
                             BR-STATUS-OLD-W.
              MOVE SPACES TO BR-NAME-W
                             BR-ADDRESS-W
                             BR-REGION-W
                             BR-NAME-OLD-W
                             BR-ADDRESS-OLD-W
                             BR-REGION-OLD-W.
              MOVE ZEROS TO BR-CODE-W
                             BR-OPEN-DATE-W
                             BR-CLOSED-DATE-W
                             BR-MERGED-W
                             WS-NEW
                             WS-CODE-OK
                             WS-NAME-OK
                             WS-STATUS-OK.

       ACCEPT-CODE.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT BR-CODE-W AT 0441 WITH PROMPT AUTO.
              IF BR-CODE-W = 0
                 DISPLAY WS-MENS1 AT 1535
                 PERFORM END-PROGRAM.
              MOVE 1 TO WS-CODE-OK.

       GO-BRANCH.
              MOVE BR-CODE-W TO BR-CODE.
              READ BRANCH-FILE
                  INVALID KEY
                     MOVE 1 TO WS-NEW
                     MOVE "O" TO BR-STATUS-W
                     MOVE DATA-SIS TO BR-OPEN-DATE-W
                     DISPLAY "NEW BRANCH" AT 2030
                  NOT INVALID KEY
                     MOVE BR-NAME        TO BR-NAME-W
                                            BR-NAME-OLD-W
                     MOVE BR-ADDRESS     TO BR-ADDRESS-W
                                            BR-ADDRESS-OLD-W
                     MOVE BR-REGION      TO BR-REGION-W
                                            BR-REGION-OLD-W
                     MOVE BR-STATUS      TO BR-STATUS-W
                                            BR-STATUS-OLD-W
                     MOVE BR-OPEN-DATE   TO BR-OPEN-DATE-W
                     MOVE BR-CLOSED-DATE TO BR-CLOSED-DATE-W
                     MOVE BR-MERGED-INTO TO BR-MERGED-W
              END-READ.
              PERFORM SHOW-DADOS.

       SHOW-DADOS.
              DISPLAY BR-NAME-W AT 0625.
              DISPLAY BR-ADDRESS-W AT 0828.
              DISPLAY BR-REGION-W AT 1027.
              DISPLAY BR-STATUS-W AT 1233.
              DISPLAY BR-OPEN-DATE-W AT 1327.
              DISPLAY BR-CLOSED-DATE-W AT 1346.
              DISPLAY BR-MERGED-W AT 1370.

       ENTER-DADOS.
              PERFORM ACCEPT-NAME UNTIL WS-NAME-OK = 1.
              ACCEPT BR-ADDRESS-W AT 0828 WITH PROMPT AUTO.
              ACCEPT BR-REGION-W AT 1027 WITH PROMPT AUTO.
              PERFORM ACCEPT-STATUS UNTIL WS-STATUS-OK = 1.

       ACCEPT-NAME.
              ACCEPT BR-NAME-W AT 0625 WITH PROMPT AUTO.
              IF BR-NAME-W = SPACES
                 DISPLAY "BRANCH NAME REQUIRED" AT 2030
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-NAME-OK.

      * ----------------------------- A branch that still holds live
      * accounts cannot simply be closed here: its customers would
      * be turned away at the counter.  The migration batch moves
      * the accounts and closes the branch in one go.
       ACCEPT-STATUS.
              ACCEPT BR-STATUS-W AT 1233 WITH PROMPT AUTO.
              IF BR-STATUS-W NOT = "O" AND BR-STATUS-W NOT = "C"
                 DISPLAY "STATUS MUST BE O OR C" AT 2030
              ELSE IF BR-STATUS-W = "C" AND BR-STATUS-OLD-W NOT = "C"
                 PERFORM COUNT-LIVE-ACCOUNTS
                 IF WS-LIVE-COUNT > 0
                    MOVE WS-LIVE-COUNT TO WS-LIVE-E
                    DISPLAY WS-SPACE AT 2030
                    DISPLAY WS-LIVE-E AT 2030
                    DISPLAY " OPEN ACCOUNTS - MIGRATE FIRST" AT 2035
                 ELSE
                    DISPLAY WS-SPACE AT 2030
                    MOVE 1 TO WS-STATUS-OK
                 END-IF
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-STATUS-OK.

       COUNT-LIVE-ACCOUNTS.
              MOVE ZEROS TO WS-LIVE-COUNT.
              OPEN INPUT CLIENT.
              IF ARQST = "00"
                 MOVE "N" TO WS-CLI-EOF
                 MOVE ZEROS TO DIGIT
                 MOVE BR-CODE-W TO DIGIT-BRANCH
                 START CLIENT KEY IS NOT LESS THAN DIGIT
                     INVALID KEY MOVE "Y" TO WS-CLI-EOF
                 END-START
                 PERFORM SCAN-ACCOUNT UNTIL WS-CLI-EOF = "Y"
                 CLOSE CLIENT.

       SCAN-ACCOUNT.
              READ CLIENT NEXT
                  AT END
                     MOVE "Y" TO WS-CLI-EOF
                  NOT AT END
                     IF DIGIT-BRANCH NOT = BR-CODE-W
                        MOVE "Y" TO WS-CLI-EOF
                     ELSE IF ACCT-STATUS NOT = "C"
                        ADD 1 TO WS-LIVE-COUNT
              END-READ.

       CONFIRM-SAVE.
              DISPLAY "SAVE (S/N)? [ ]" AT 1430.
              ACCEPT WS-SAVE AT 1445 WITH PROMPT AUTO.

      * ----------------------------- Closing stamps the closing
      * date; reopening clears it and any merger.
       RECORD-REG.
              IF BR-STATUS-W = "C" AND BR-STATUS-OLD-W NOT = "C"
                 MOVE DATA-SIS TO BR-CLOSED-DATE-W.
              IF BR-STATUS-W = "O" AND BR-STATUS-OLD-W = "C"
                 MOVE ZEROS TO BR-CLOSED-DATE-W BR-MERGED-W.
              MOVE BR-CODE-W        TO BR-CODE.
              MOVE BR-NAME-W        TO BR-NAME.
              MOVE BR-ADDRESS-W     TO BR-ADDRESS.
              MOVE BR-REGION-W      TO BR-REGION.
              MOVE BR-STATUS-W      TO BR-STATUS.
              MOVE BR-OPEN-DATE-W   TO BR-OPEN-DATE.
              MOVE BR-CLOSED-DATE-W TO BR-CLOSED-DATE.
              MOVE BR-MERGED-W      TO BR-MERGED-INTO.
              IF WS-NEW = 1
                 WRITE REG-BRANCH
                     INVALID KEY
                        DISPLAY "ERROR OPS" AT 1535
                     NOT INVALID KEY
                        MOVE "NEW RECORD" TO MNT-FIELD
                        MOVE SPACES TO MNT-OLD
                        MOVE BR-NAME-W TO MNT-NEW
                        PERFORM WRITE-MAINT-LOG
                 END-WRITE
              ELSE
                 REWRITE REG-BRANCH
                 IF ARQST-BRN NOT = "00"
                    DISPLAY "ERROR OPS" AT 1535
                    STOP " "
                 ELSE
                    PERFORM LOG-CHANGES.

       LOG-CHANGES.
           IF BR-NAME-W NOT = BR-NAME-OLD-W
              MOVE "NAME" TO MNT-FIELD
              MOVE BR-NAME-OLD-W TO MNT-OLD
              MOVE BR-NAME-W TO MNT-NEW
              PERFORM WRITE-MAINT-LOG.
           IF BR-ADDRESS-W NOT = BR-ADDRESS-OLD-W
              MOVE "ADDRESS" TO MNT-FIELD
              MOVE BR-ADDRESS-OLD-W TO MNT-OLD
              MOVE BR-ADDRESS-W TO MNT-NEW
              PERFORM WRITE-MAINT-LOG.
           IF BR-REGION-W NOT = BR-REGION-OLD-W
              MOVE "REGION" TO MNT-FIELD
              MOVE BR-REGION-OLD-W TO MNT-OLD
              MOVE BR-REGION-W TO MNT-NEW
              PERFORM WRITE-MAINT-LOG.
           IF BR-STATUS-W NOT = BR-STATUS-OLD-W
              MOVE "STATUS" TO MNT-FIELD
              MOVE BR-STATUS-OLD-W TO MNT-OLD
              MOVE BR-STATUS-W TO MNT-NEW
              PERFORM WRITE-MAINT-LOG.

       WRITE-MAINT-LOG.
           MOVE "B" TO MNT-KEY-TYPE.
           MOVE BR-CODE-W TO MNT-KEY.
           MOVE DATA-SIS TO MNT-DATA-SIS.
           MOVE "CLIBG" TO MNT-PROGRAM.
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
              CLOSE BRANCH-FILE.
              GOBACK.
