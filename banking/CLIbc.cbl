      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDATE-CHECK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ACCTREL-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS REL-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-REL.

              SELECT CUSTOMER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CUST-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCTREL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ACCTREL
                VALUE OF FILE-ID IS "ACCTREL.DAT".
          COPY REGREL.

       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       WORKING-STORAGE SECTION.
          01 WS-SIGNER-TABLE.
                02 WS-SIGNER-CUST PIC 9(06) OCCURS 20 TIMES.
          01 WS-SIGNER-COUNT   PIC 9(02) VALUE ZEROS COMP.
          01 WS-IX             PIC 9(02) VALUE ZEROS COMP.
          01 WS-SIGNER-1       PIC 9(06) VALUE ZEROS.
          01 WS-SIGNER-2       PIC 9(06) VALUE ZEROS.
          01 WS-SIGNER-NAME    PIC X(30) VALUE SPACES.
          01 WS-LINE-2         PIC 9(02) VALUE ZEROS.

         01 ARQST-REL    PIC X(02).
         01 ARQST-CUS    PIC X(02).
         01 WS-SPACE     PIC X(30) VALUE SPACES.
         01 WS-LINE-SPACE PIC X(60) VALUE SPACES.
         01 WS-REL-EOF   PIC X(01) VALUE "N".
         01 WS-CUS-OPEN  PIC 9(01) VALUE ZEROS.
         01 WS-TRIES     PIC 9(01) VALUE ZEROS.
         01 WS-SIGNED    PIC 9(01) VALUE ZEROS.
         01 WS-FOUND-1   PIC 9(01) VALUE ZEROS.
         01 WS-FOUND-2   PIC 9(01) VALUE ZEROS.
         01 WS-ANSWER    PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
          COPY MDTLNK.

       PROCEDURE DIVISION USING MANDATE-CHECK-AREA.
      * ----------------------------- A sole account, or any-one
      * mandate, needs nothing more than the teller already has;
      * otherwise the teller keys in who signed the slip.
       START-PROGRAM.
              MOVE 0 TO MDT-RESULT.
              MOVE "1" TO MDT-MANDATE.
              PERFORM LOAD-SIGNERS.
              IF WS-SIGNER-COUNT = 0 OR MDT-MANDATE = "1"
                 GOBACK.
              COMPUTE WS-LINE-2 = MDT-LINE + 1.
              MOVE 0 TO WS-CUS-OPEN.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS = "00"
                 MOVE 1 TO WS-CUS-OPEN.
              IF MDT-MANDATE = "2"
                 PERFORM CHECK-ANY-TWO
              ELSE
                 PERFORM CHECK-ALL.
              IF WS-CUS-OPEN = 1
                 CLOSE CUSTOMER-FILE.
              DISPLAY WS-LINE-SPACE AT LINE MDT-LINE COL 19.
              DISPLAY WS-LINE-SPACE AT LINE WS-LINE-2 COL 19.
              GOBACK.

      * ----------------------------- Every customer standing on the
      * account may sign; the mandate rides on each of its records.
       LOAD-SIGNERS.
              MOVE ZEROS TO WS-SIGNER-COUNT.
              OPEN INPUT ACCTREL-FILE.
              IF ARQST-REL = "00"
                 MOVE "N" TO WS-REL-EOF
                 MOVE MDT-ACCOUNT TO REL-DIGIT
                 MOVE ZEROS TO REL-CUST
                 START ACCTREL-FILE KEY IS NOT LESS THAN REL-KEY
                     INVALID KEY MOVE "Y" TO WS-REL-EOF
                 END-START
                 PERFORM SCAN-SIGNER UNTIL WS-REL-EOF = "Y"
                 CLOSE ACCTREL-FILE.

       SCAN-SIGNER.
              READ ACCTREL-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-REL-EOF
                  NOT AT END
                     IF REL-DIGIT NOT = MDT-ACCOUNT
                        MOVE "Y" TO WS-REL-EOF
                     ELSE IF WS-SIGNER-COUNT < 20
                        ADD 1 TO WS-SIGNER-COUNT
                        MOVE REL-CUST
                           TO WS-SIGNER-CUST(WS-SIGNER-COUNT)
                        MOVE REL-MANDATE TO MDT-MANDATE
              END-READ.

      * ----------------------------- Two different customers on the
      * account must have signed; three goes, and a zero gives up.
       CHECK-ANY-TWO.
              MOVE 0 TO WS-TRIES WS-SIGNED.
              IF WS-SIGNER-COUNT < 2
                 DISPLAY "TWO SIGNERS REQUIRED - ONLY ONE ON FILE"
                    AT 2030
              ELSE
                 PERFORM ACCEPT-TWO-SIGNERS
                    UNTIL WS-SIGNED = 1 OR WS-TRIES = 3.
              IF WS-SIGNED NOT = 1
                 MOVE 1 TO MDT-RESULT.

       ACCEPT-TWO-SIGNERS.
              ADD 1 TO WS-TRIES.
              MOVE ZEROS TO WS-SIGNER-1 WS-SIGNER-2.
              DISPLAY "FIRST SIGNER CUST No:" AT LINE MDT-LINE COL 19.
              DISPLAY "SECOND SIGNER CUST No:"
                 AT LINE WS-LINE-2 COL 19.
              ACCEPT WS-SIGNER-1 AT LINE MDT-LINE COL 42
                 WITH PROMPT AUTO.
              ACCEPT WS-SIGNER-2 AT LINE WS-LINE-2 COL 42
                 WITH PROMPT AUTO.
              MOVE 0 TO WS-FOUND-1 WS-FOUND-2.
              PERFORM FIND-SIGNERS
                 VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-SIGNER-COUNT.
              IF WS-SIGNER-1 = 0 OR WS-SIGNER-2 = 0
                 DISPLAY "SIGNATURES NOT GIVEN" AT 2030
                 MOVE 3 TO WS-TRIES
              ELSE IF WS-SIGNER-1 = WS-SIGNER-2
                 DISPLAY "TWO DIFFERENT SIGNERS REQUIRED" AT 2030
              ELSE IF WS-FOUND-1 = 0 OR WS-FOUND-2 = 0
                 DISPLAY "SIGNER NOT ON THIS ACCOUNT" AT 2030
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-SIGNED.

       FIND-SIGNERS.
              IF WS-SIGNER-CUST(WS-IX) = WS-SIGNER-1
                 MOVE 1 TO WS-FOUND-1.
              IF WS-SIGNER-CUST(WS-IX) = WS-SIGNER-2
                 MOVE 1 TO WS-FOUND-2.

      * ----------------------------- All must sign: each customer on
      * the account is called out by name, and one missing
      * signature refuses the debit.
       CHECK-ALL.
              MOVE 1 TO WS-SIGNED.
              PERFORM CONFIRM-SIGNER
                 VARYING WS-IX FROM 1 BY 1
                 UNTIL WS-IX > WS-SIGNER-COUNT OR WS-SIGNED = 0.
              IF WS-SIGNED NOT = 1
                 DISPLAY "SIGNATURE MISSING" AT 2030
                 MOVE 1 TO MDT-RESULT.

       CONFIRM-SIGNER.
              MOVE SPACES TO WS-SIGNER-NAME.
              IF WS-CUS-OPEN = 1
                 MOVE WS-SIGNER-CUST(WS-IX) TO CUST-NUMBER
                 READ CUSTOMER-FILE
                     NOT INVALID KEY
                        MOVE CUST-NAME TO WS-SIGNER-NAME
                 END-READ.
              DISPLAY WS-LINE-SPACE AT LINE MDT-LINE COL 19.
              DISPLAY "SIGNED BY" AT LINE MDT-LINE COL 19.
              DISPLAY WS-SIGNER-CUST(WS-IX) AT LINE MDT-LINE COL 29.
              DISPLAY WS-SIGNER-NAME AT LINE MDT-LINE COL 36.
              DISPLAY "(S/N)? [ ]" AT LINE MDT-LINE COL 67.
              MOVE SPACE TO WS-ANSWER.
              PERFORM ACCEPT-SIGNATURE
                 UNTIL WS-ANSWER = "S" OR WS-ANSWER = "N".
              IF WS-ANSWER = "N"
                 MOVE 0 TO WS-SIGNED.

       ACCEPT-SIGNATURE.
              ACCEPT WS-ANSWER AT LINE MDT-LINE COL 75
                 WITH PROMPT AUTO.
              IF WS-ANSWER NOT = "S" AND WS-ANSWER NOT = "N"
                 DISPLAY "WRITE S OU N" AT 2030
              ELSE
                 DISPLAY WS-SPACE AT 2030.
