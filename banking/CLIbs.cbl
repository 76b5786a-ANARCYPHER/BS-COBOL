      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INTEGRITY-CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENTS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT CUSTOMER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CUST-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT HOLD-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS HLD-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-HLD.

              SELECT ORDER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS SO-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-STO.

              SELECT TERM-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS TD-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-TRM.

              SELECT LETTER-SENT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS LTR-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-LTR.

              SELECT DRAWER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS DRW-OPERATOR
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-DRW.

              SELECT OPERATOR-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS OPR-ID
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-OPR.

              SELECT CLOSED-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CLX-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CLX.

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

       FD HOLD-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-HOLD
                VALUE OF FILE-ID IS "HOLDS.DAT".
          COPY REGHLD.

       FD ORDER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ORDER
                VALUE OF FILE-ID IS "STANDORD.DAT".
          COPY REGSTO.

       FD TERM-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-TERM
                VALUE OF FILE-ID IS "TERMDEP.DAT".
          COPY REGTRM.

       FD LETTER-SENT LABEL RECORD STANDARD
                DATA RECORD IS REG-LETTER
                VALUE OF FILE-ID IS "LTRSENT.DAT".
          COPY REGLTR.

       FD DRAWER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-DRAWER
                VALUE OF FILE-ID IS "DRAWER.DAT".
          COPY REGDRW.

       FD OPERATOR-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-OPERATOR
                VALUE OF FILE-ID IS "OPERATOR.DAT".
          COPY REGOPR.

       FD CLOSED-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CLOSED
                VALUE OF FILE-ID IS "CLOSEIDX.DAT".
          COPY REGCLX.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY SPLLNK.
          COPY ACKLNK.
         01 ARQST                   PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 ARQST-HLD               PIC X(02).
         01 ARQST-STO               PIC X(02).
         01 ARQST-TRM               PIC X(02).
         01 ARQST-LTR               PIC X(02).
         01 ARQST-DRW               PIC X(02).
         01 ARQST-OPR               PIC X(02).
         01 ARQST-CLX               PIC X(02).
         01 ARQST-BUS               PIC X(02).
      * ----------------------------- S: any exception fails the
      * step, and the night driver stops before the posting steps
      * run onto the broken data.  N: the exceptions are reported
      * and the night carries on.
         01 WS-STRICT-MODE          PIC X(01) VALUE "N".
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-CUS-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-TRM-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-OPR-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-CLX-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-LOOK-DIGIT           PIC 9(09) VALUE ZEROS.
         01 WS-LOOK-STATE           PIC X(01) VALUE SPACES.
         01 WS-TODAY                PIC 9(08) VALUE ZEROS.
         01 WS-ACCT-COUNT           PIC 9(05) VALUE ZEROS.
         01 WS-CUS-EXC              PIC 9(05) VALUE ZEROS.
         01 WS-DIG-EXC              PIC 9(05) VALUE ZEROS.
         01 WS-TRM-EXC              PIC 9(05) VALUE ZEROS.
         01 WS-HLD-EXC              PIC 9(05) VALUE ZEROS.
         01 WS-STO-EXC              PIC 9(05) VALUE ZEROS.
         01 WS-LTR-EXC              PIC 9(05) VALUE ZEROS.
         01 WS-DRW-EXC              PIC 9(05) VALUE ZEROS.
         01 WS-EXC-TOTAL            PIC 9(05) VALUE ZEROS.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).
         01 REG-LINE-E.
                02 LIN-FILE-E     PIC X(08).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-KEY-E      PIC X(20).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-NOTE-E     PIC X(40).
         01 REG-COUNT-E.
                02 CNT-TEXT-E     PIC X(40).
                02 CNT-COUNT-E    PIC ZZ.ZZ9.

       PROCEDURE DIVISION.
      * ----------------------------- Cross-checks the account file
      * against the customer master and every file keyed by account
      * or operator, and lists each record that no longer agrees.
      * Nothing is changed: the exceptions are for the branch to
      * put right through the maintenance screens.
       START-PROGRAM.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-TODAY.
              PERFORM OPEN-ARQ.
              PERFORM OPEN-SPOOL.
              PERFORM IMP-HEADER.
              PERFORM CHECK-ACCOUNTS.
              PERFORM CHECK-HOLDS.
              PERFORM CHECK-ORDERS.
              PERFORM CHECK-TERMS.
              PERFORM CHECK-LETTERS.
              PERFORM CHECK-DRAWERS.
              PERFORM IMP-SUMMARY.
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
              OPEN INPUT CLIENTS.
              IF ARQST NOT = "00"
                 DISPLAY "UNABLE TO OPEN PRODUCTS.DAT - STATUS " ARQST
                 GOBACK.
              MOVE 0 TO WS-CUS-OPEN WS-TRM-OPEN WS-OPR-OPEN
                        WS-CLX-OPEN.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS = "00"
                 MOVE 1 TO WS-CUS-OPEN.
              OPEN INPUT TERM-FILE.
              IF ARQST-TRM = "00"
                 MOVE 1 TO WS-TRM-OPEN.
              OPEN INPUT OPERATOR-FILE.
              IF ARQST-OPR = "00"
                 MOVE 1 TO WS-OPR-OPEN.
              OPEN INPUT CLOSED-FILE.
              IF ARQST-CLX = "00"
                 MOVE 1 TO WS-CLX-OPEN.

       OPEN-SPOOL.
              MOVE "O" TO SPL-FUNCTION.
              MOVE ZEROS TO SPL-DATE.
              MOVE "INTEGRTY" TO SPL-REPORT-ID.
              MOVE "CROSS-FILE INTEGRITY EXCEPTIONS" TO SPL-TITLE.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              IF SPL-RESULT NOT = 0
                 DISPLAY "REPORT SPOOL UNAVAILABLE - SCREEN ONLY".

       SPOOL-LINE.
              MOVE "L" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       IMP-HEADER.
              DISPLAY "INTEGRITY CHECK FOR " WS-TODAY
                 " - STRICT MODE " WS-STRICT-MODE.
              DISPLAY "FILE      KEY                   EXCEPTION".
              DISPLAY "----------------------------------------------"
                 "------------------------".
              MOVE SPACES TO SPL-LINE.
              STRING "INTEGRITY CHECK FOR " DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 " - STRICT MODE " DELIMITED BY SIZE
                 WS-STRICT-MODE DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE "FILE      KEY                   EXCEPTION"
                 TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-LINE.
              ADD 1 TO WS-EXC-TOTAL.
              DISPLAY REG-LINE-E.
              MOVE REG-LINE-E TO SPL-LINE.
              PERFORM SPOOL-LINE.

      * ----------------------------- Looks an account up for the
      * detail files: WS-LOOK-STATE M missing, A archived by the
      * retention purge, otherwise its ACCT-STATUS.  Only called
      * once the account scan is over.
       LOOK-ACCOUNT.
              MOVE WS-LOOK-DIGIT TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     PERFORM LOOK-ARCHIVED
                  NOT INVALID KEY
                     MOVE ACCT-STATUS TO WS-LOOK-STATE
              END-READ.

       LOOK-ARCHIVED.
              MOVE "M" TO WS-LOOK-STATE.
              IF WS-CLX-OPEN = 1
                 MOVE WS-LOOK-DIGIT TO CLX-DIGIT
                 READ CLOSED-FILE
                     NOT INVALID KEY
                        MOVE "A" TO WS-LOOK-STATE
                 END-READ.

      * ----------------------------- Every account: its owner on
      * the customer master, its number passing the check digit
      * and branch test, and a term account its terms record.
       CHECK-ACCOUNTS.
              IF WS-CUS-OPEN = 0
                 MOVE "CUSTMAST" TO LIN-FILE-E
                 MOVE SPACES TO LIN-KEY-E
                 MOVE "FILE NOT AVAILABLE - OWNERS NOT CHECKED"
                    TO LIN-NOTE-E
                 ADD 1 TO WS-CUS-EXC
                 PERFORM IMP-LINE.
              MOVE "N" TO WS-EOF.
              MOVE ZEROS TO DIGIT.
              START CLIENTS KEY IS NOT LESS THAN DIGIT
                  INVALID KEY MOVE "Y" TO WS-EOF
              END-START.
              PERFORM READ-ACCOUNT.
              PERFORM CHECK-ACCOUNT UNTIL WS-EOF = "Y".

       READ-ACCOUNT.
              IF WS-EOF NOT = "Y"
                 READ CLIENTS NEXT AT END MOVE "Y" TO WS-EOF.

       CHECK-ACCOUNT.
              ADD 1 TO WS-ACCT-COUNT.
              MOVE "PRODUCTS" TO LIN-FILE-E.
              MOVE DIGIT TO LIN-KEY-E.
              IF WS-CUS-OPEN = 1
                 MOVE CUST-NUMBER-CLI TO CUST-NUMBER
                 READ CUSTOMER-FILE
                     INVALID KEY
                        MOVE SPACES TO LIN-NOTE-E
                        STRING "CUSTOMER " DELIMITED BY SIZE
                           CUST-NUMBER-CLI DELIMITED BY SIZE
                           " NOT ON CUSTMAST" DELIMITED BY SIZE
                           INTO LIN-NOTE-E
                        ADD 1 TO WS-CUS-EXC
                        PERFORM IMP-LINE
                 END-READ.
              MOVE "V" TO ACK-FUNCTION.
              MOVE DIGIT TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 MOVE ACK-MESSAGE TO LIN-NOTE-E
                 ADD 1 TO WS-DIG-EXC
                 PERFORM IMP-LINE
              ELSE IF ACK-MOVED-FROM NOT = ZEROS
                 MOVE SPACES TO LIN-NOTE-E
                 STRING "MIGRATED TO " DELIMITED BY SIZE
                    ACK-ACCOUNT DELIMITED BY SIZE
                    " - OLD RECORD LEFT" DELIMITED BY SIZE
                    INTO LIN-NOTE-E
                 ADD 1 TO WS-DIG-EXC
                 PERFORM IMP-LINE
              ELSE IF ACK-ARCHIVED = 1
                 MOVE "ARCHIVED - STILL ON PRODUCTS" TO LIN-NOTE-E
                 ADD 1 TO WS-DIG-EXC
                 PERFORM IMP-LINE.
              IF ACCT-TYPE = "T" AND WS-TRM-OPEN = 1
                 MOVE DIGIT TO TD-DIGIT
                 READ TERM-FILE
                     INVALID KEY
                        MOVE "TERM ACCOUNT WITHOUT TERMDEP RECORD"
                           TO LIN-NOTE-E
                        ADD 1 TO WS-TRM-EXC
                        PERFORM IMP-LINE
                 END-READ.
              IF ACCT-TYPE = "T" AND WS-TRM-OPEN = 0
                 MOVE "TERM ACCOUNT WITHOUT TERMDEP RECORD"
                    TO LIN-NOTE-E
                 ADD 1 TO WS-TRM-EXC
                 PERFORM IMP-LINE.
              PERFORM READ-ACCOUNT.

      * ----------------------------- A hold must belong to an
      * account on file, and an active one to an account still
      * open to it - a closed account's holds should be released.
       CHECK-HOLDS.
              OPEN INPUT HOLD-FILE.
              IF ARQST-HLD = "00"
                 MOVE "N" TO WS-EOF
                 PERFORM READ-HOLD
                 PERFORM CHECK-HOLD UNTIL WS-EOF = "Y"
                 CLOSE HOLD-FILE.

       READ-HOLD.
              READ HOLD-FILE NEXT AT END MOVE "Y" TO WS-EOF.

       CHECK-HOLD.
              MOVE HLD-DIGIT TO WS-LOOK-DIGIT.
              PERFORM LOOK-ACCOUNT.
              MOVE "HOLDS" TO LIN-FILE-E.
              MOVE SPACES TO LIN-KEY-E.
              STRING HLD-DIGIT DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 HLD-SEQ DELIMITED BY SIZE
                 INTO LIN-KEY-E.
              IF WS-LOOK-STATE = "M"
                 MOVE "HOLD ON AN ACCOUNT NOT ON FILE" TO LIN-NOTE-E
                 ADD 1 TO WS-HLD-EXC
                 PERFORM IMP-LINE
              ELSE IF WS-LOOK-STATE = "A"
                 MOVE "HOLD LEFT ON AN ARCHIVED ACCOUNT" TO LIN-NOTE-E
                 ADD 1 TO WS-HLD-EXC
                 PERFORM IMP-LINE
              ELSE IF WS-LOOK-STATE = "C" AND HLD-STATUS = "A"
                 MOVE "ACTIVE HOLD ON A CLOSED ACCOUNT" TO LIN-NOTE-E
                 ADD 1 TO WS-HLD-EXC
                 PERFORM IMP-LINE.
              PERFORM READ-HOLD.

      * ----------------------------- An order must be drawn on an
      * account on file; an active one must be drawn on an account
      * not closed and pay into one that is on file and not closed.
       CHECK-ORDERS.
              OPEN INPUT ORDER-FILE.
              IF ARQST-STO = "00"
                 MOVE "N" TO WS-EOF
                 PERFORM READ-ORDER
                 PERFORM CHECK-ORDER UNTIL WS-EOF = "Y"
                 CLOSE ORDER-FILE.

       READ-ORDER.
              READ ORDER-FILE NEXT AT END MOVE "Y" TO WS-EOF.

       CHECK-ORDER.
              MOVE "STANDORD" TO LIN-FILE-E.
              MOVE SO-NUMBER TO LIN-KEY-E.
              MOVE SO-FROM-DIGIT TO WS-LOOK-DIGIT.
              PERFORM LOOK-ACCOUNT.
              IF WS-LOOK-STATE = "M"
                 MOVE SPACES TO LIN-NOTE-E
                 STRING "DRAWN ON " DELIMITED BY SIZE
                    SO-FROM-DIGIT DELIMITED BY SIZE
                    " - NOT ON FILE" DELIMITED BY SIZE
                    INTO LIN-NOTE-E
                 ADD 1 TO WS-STO-EXC
                 PERFORM IMP-LINE
              ELSE IF WS-LOOK-STATE = "A"
                 MOVE SPACES TO LIN-NOTE-E
                 STRING "LEFT ON ARCHIVED " DELIMITED BY SIZE
                    SO-FROM-DIGIT DELIMITED BY SIZE
                    INTO LIN-NOTE-E
                 ADD 1 TO WS-STO-EXC
                 PERFORM IMP-LINE
              ELSE IF WS-LOOK-STATE = "C" AND SO-STATUS = "A"
                 MOVE SPACES TO LIN-NOTE-E
                 STRING "ACTIVE - DRAWN ON CLOSED " DELIMITED BY SIZE
                    SO-FROM-DIGIT DELIMITED BY SIZE
                    INTO LIN-NOTE-E
                 ADD 1 TO WS-STO-EXC
                 PERFORM IMP-LINE.
              IF SO-STATUS = "A"
                 PERFORM CHECK-ORDER-PAYEE.
              PERFORM READ-ORDER.

       CHECK-ORDER-PAYEE.
              MOVE SO-TO-DIGIT TO WS-LOOK-DIGIT.
              PERFORM LOOK-ACCOUNT.
              IF WS-LOOK-STATE = "M"
                 MOVE SPACES TO LIN-NOTE-E
                 STRING "ACTIVE - PAYS INTO " DELIMITED BY SIZE
                    SO-TO-DIGIT DELIMITED BY SIZE
                    " NOT ON FILE" DELIMITED BY SIZE
                    INTO LIN-NOTE-E
                 ADD 1 TO WS-STO-EXC
                 PERFORM IMP-LINE
              ELSE IF WS-LOOK-STATE = "A"
                 MOVE SPACES TO LIN-NOTE-E
                 STRING "ACTIVE - PAYS INTO ARCHIVED " DELIMITED BY SIZE
                    SO-TO-DIGIT DELIMITED BY SIZE
                    INTO LIN-NOTE-E
                 ADD 1 TO WS-STO-EXC
                 PERFORM IMP-LINE
              ELSE IF WS-LOOK-STATE = "C"
                 MOVE SPACES TO LIN-NOTE-E
                 STRING "ACTIVE - PAYS INTO CLOSED " DELIMITED BY SIZE
                    SO-TO-DIGIT DELIMITED BY SIZE
                    INTO LIN-NOTE-E
                 ADD 1 TO WS-STO-EXC
                 PERFORM IMP-LINE.

      * ----------------------------- The other half of the term
      * check: every terms record has its type T account.
       CHECK-TERMS.
              IF WS-TRM-OPEN = 1
                 MOVE "N" TO WS-EOF
                 MOVE ZEROS TO TD-DIGIT
                 START TERM-FILE KEY IS NOT LESS THAN TD-DIGIT
                     INVALID KEY MOVE "Y" TO WS-EOF
                 END-START
                 PERFORM READ-TERM
                 PERFORM CHECK-TERM UNTIL WS-EOF = "Y".

       READ-TERM.
              IF WS-EOF NOT = "Y"
                 READ TERM-FILE NEXT AT END MOVE "Y" TO WS-EOF.

       CHECK-TERM.
              MOVE "TERMDEP" TO LIN-FILE-E.
              MOVE TD-DIGIT TO LIN-KEY-E.
              MOVE TD-DIGIT TO WS-LOOK-DIGIT.
              PERFORM LOOK-ACCOUNT.
              IF WS-LOOK-STATE = "M"
                 MOVE "TERMS RECORD WITHOUT AN ACCOUNT" TO LIN-NOTE-E
                 ADD 1 TO WS-TRM-EXC
                 PERFORM IMP-LINE
              ELSE IF WS-LOOK-STATE = "A"
                 MOVE "TERMS RECORD LEFT ON AN ARCHIVED ACCOUNT"
                    TO LIN-NOTE-E
                 ADD 1 TO WS-TRM-EXC
                 PERFORM IMP-LINE
              ELSE IF ACCT-TYPE NOT = "T"
                 MOVE SPACES TO LIN-NOTE-E
                 STRING "TERMS RECORD ON A TYPE " DELIMITED BY SIZE
                    ACCT-TYPE DELIMITED BY SIZE
                    " ACCOUNT" DELIMITED BY SIZE
                    INTO LIN-NOTE-E
                 ADD 1 TO WS-TRM-EXC
                 PERFORM IMP-LINE.
              PERFORM READ-TERM.

      * ----------------------------- A letter marker outliving its
      * account can never be cleared by the letter batch.
       CHECK-LETTERS.
              OPEN INPUT LETTER-SENT.
              IF ARQST-LTR = "00"
                 MOVE "N" TO WS-EOF
                 PERFORM READ-LETTER
                 PERFORM CHECK-LETTER UNTIL WS-EOF = "Y"
                 CLOSE LETTER-SENT.

       READ-LETTER.
              READ LETTER-SENT NEXT AT END MOVE "Y" TO WS-EOF.

       CHECK-LETTER.
              MOVE LTR-DIGIT TO WS-LOOK-DIGIT.
              PERFORM LOOK-ACCOUNT.
              IF WS-LOOK-STATE = "M" OR WS-LOOK-STATE = "A"
                 MOVE "LTRSENT" TO LIN-FILE-E
                 MOVE SPACES TO LIN-KEY-E
                 STRING LTR-DIGIT DELIMITED BY SIZE
                    "/" DELIMITED BY SIZE
                    LTR-KIND DELIMITED BY SIZE
                    INTO LIN-KEY-E
                 MOVE "LETTER MARKER FOR AN ACCOUNT NOT ON FILE"
                    TO LIN-NOTE-E
                 ADD 1 TO WS-LTR-EXC
                 PERFORM IMP-LINE.
              PERFORM READ-LETTER.

      * ----------------------------- Every drawer belongs to an
      * operator still on the operator file.
       CHECK-DRAWERS.
              OPEN INPUT DRAWER-FILE.
              IF ARQST-DRW = "00"
                 MOVE "N" TO WS-EOF
                 PERFORM READ-DRAWER
                 PERFORM CHECK-DRAWER UNTIL WS-EOF = "Y"
                 CLOSE DRAWER-FILE.

       READ-DRAWER.
              READ DRAWER-FILE NEXT AT END MOVE "Y" TO WS-EOF.

       CHECK-DRAWER.
              MOVE "N" TO WS-LOOK-STATE.
              IF WS-OPR-OPEN = 1
                 MOVE DRW-OPERATOR TO OPR-ID
                 READ OPERATOR-FILE
                     INVALID KEY
                        MOVE "M" TO WS-LOOK-STATE
                 END-READ
              ELSE
                 MOVE "M" TO WS-LOOK-STATE.
              IF WS-LOOK-STATE = "M"
                 MOVE "DRAWER" TO LIN-FILE-E
                 MOVE DRW-OPERATOR TO LIN-KEY-E
                 MOVE "DRAWER FOR AN OPERATOR NOT ON FILE"
                    TO LIN-NOTE-E
                 ADD 1 TO WS-DRW-EXC
                 PERFORM IMP-LINE.
              PERFORM READ-DRAWER.

       IMP-SUMMARY.
              DISPLAY "----------------------------------------------"
                 "------------------------".
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE "ACCOUNTS CHECKED:" TO CNT-TEXT-E.
              MOVE WS-ACCT-COUNT TO CNT-COUNT-E.
              PERFORM IMP-COUNT.
              MOVE "OWNER NOT ON CUSTOMER MASTER:" TO CNT-TEXT-E.
              MOVE WS-CUS-EXC TO CNT-COUNT-E.
              PERFORM IMP-COUNT.
              MOVE "ACCOUNT NUMBER FAILING ACCT-CHECK:" TO CNT-TEXT-E.
              MOVE WS-DIG-EXC TO CNT-COUNT-E.
              PERFORM IMP-COUNT.
              MOVE "TERM ACCOUNT / TERMS RECORD MISMATCH:"
                 TO CNT-TEXT-E.
              MOVE WS-TRM-EXC TO CNT-COUNT-E.
              PERFORM IMP-COUNT.
              MOVE "HOLDS:" TO CNT-TEXT-E.
              MOVE WS-HLD-EXC TO CNT-COUNT-E.
              PERFORM IMP-COUNT.
              MOVE "STANDING ORDERS:" TO CNT-TEXT-E.
              MOVE WS-STO-EXC TO CNT-COUNT-E.
              PERFORM IMP-COUNT.
              MOVE "LETTER MARKERS:" TO CNT-TEXT-E.
              MOVE WS-LTR-EXC TO CNT-COUNT-E.
              PERFORM IMP-COUNT.
              MOVE "DRAWERS:" TO CNT-TEXT-E.
              MOVE WS-DRW-EXC TO CNT-COUNT-E.
              PERFORM IMP-COUNT.
              MOVE "TOTAL EXCEPTIONS:" TO CNT-TEXT-E.
              MOVE WS-EXC-TOTAL TO CNT-COUNT-E.
              PERFORM IMP-COUNT.
              IF WS-STRICT-MODE = "S" AND WS-EXC-TOTAL > 0
                 DISPLAY "STRICT MODE - STEP FAILED, NIGHT STOPPED"
                 MOVE "STRICT MODE - STEP FAILED, NIGHT STOPPED"
                    TO SPL-LINE
                 PERFORM SPOOL-LINE.
              MOVE "C" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       IMP-COUNT.
              DISPLAY REG-COUNT-E.
              MOVE REG-COUNT-E TO SPL-LINE.
              PERFORM SPOOL-LINE.

      * ----------------------------- In strict mode a single
      * exception leaves the step failed.
       END-PROGRAM.
              MOVE WS-ACCT-COUNT TO BATCH-RECORD-COUNT.
              IF WS-STRICT-MODE = "S" AND WS-EXC-TOTAL > 0
                 MOVE 0 TO BATCH-STEP-OK
              ELSE
                 MOVE 1 TO BATCH-STEP-OK.
              CLOSE CLIENTS.
              IF WS-CUS-OPEN = 1
                 CLOSE CUSTOMER-FILE.
              IF WS-TRM-OPEN = 1
                 CLOSE TERM-FILE.
              IF WS-OPR-OPEN = 1
                 CLOSE OPERATOR-FILE.
              IF WS-CLX-OPEN = 1
                 CLOSE CLOSED-FILE.
              GOBACK.
