      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-EVENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CUSTOMER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CUST-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT EVENT-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-EVT.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD EVENT-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTEVT
                VALUE OF FILE-ID IS "CUSTEVT.DAT".
          COPY REGEVT.

       WORKING-STORAGE SECTION.
         01 ARQST-CUS    PIC X(02).
         01 ARQST-EVT    PIC X(02).
         01 WS-EVT-OPEN  PIC 9(01) VALUE ZEROS.
         01 WS-WDL-OVER  PIC 9(07)V99 VALUE ZEROS.
         01 WS-FLOOR     PIC 9(07)V99 VALUE ZEROS.
         01 WS-CODE      PIC X(03) VALUE SPACES.
         01 WS-LIMIT     PIC S9(07)V99 VALUE ZEROS.

       LINKAGE SECTION.
          COPY CEVLNK.

       PROCEDURE DIVISION USING CUST-EVENT-AREA.
      * ----------------------------- Only what the customer asked
      * for is queued, and only for a customer the gateway can
      * reach.  The posting itself never waits on this: a missing
      * customer or preference simply means no alert.
       START-PROGRAM.
              MOVE 0 TO CEV-COUNT CEV-RESULT WS-EVT-OPEN.
              IF CEV-CUST = ZEROS
                 GOBACK.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS NOT = "00"
                 GOBACK.
              MOVE CEV-CUST TO CUST-NUMBER.
              READ CUSTOMER-FILE
                  INVALID KEY
                     MOVE SPACES TO CUST-MOBILE CUST-EMAIL
              END-READ.
              IF CUST-MOBILE NOT = SPACES OR CUST-EMAIL NOT = SPACES
                 PERFORM CHECK-EVENTS.
              CLOSE CUSTOMER-FILE.
              IF WS-EVT-OPEN = 1
                 CLOSE EVENT-FILE.
              GOBACK.

       CHECK-EVENTS.
              MOVE ZEROS TO WS-WDL-OVER WS-FLOOR.
              IF CUST-ALERT-WDL-OVER IS NUMERIC
                 MOVE CUST-ALERT-WDL-OVER TO WS-WDL-OVER.
              IF CUST-ALERT-FLOOR IS NUMERIC
                 MOVE CUST-ALERT-FLOOR TO WS-FLOOR.
              IF CEV-FUNCTION = "D"
                 PERFORM CHECK-WITHDRAWAL
                 PERFORM CHECK-BALANCE
              ELSE IF CEV-FUNCTION = "B"
                 PERFORM CHECK-BALANCE
              ELSE IF CEV-FUNCTION = "H"
                 IF CUST-ALERT-HOLD = "S"
                    MOVE "HLD" TO WS-CODE
                    MOVE ZEROS TO WS-LIMIT
                    PERFORM WRITE-EVENT
                 END-IF
              ELSE IF CEV-FUNCTION = "O"
                 IF CUST-ALERT-ORDER = "S"
                    MOVE "SOF" TO WS-CODE
                    MOVE ZEROS TO WS-LIMIT
                    PERFORM WRITE-EVENT.

       CHECK-WITHDRAWAL.
              IF CUST-ALERT-WDL = "S"
                 AND CEV-AMOUNT > WS-WDL-OVER
                 MOVE "WDL" TO WS-CODE
                 MOVE WS-WDL-OVER TO WS-LIMIT
                 PERFORM WRITE-EVENT.

      * ----------------------------- Balance events fire when the
      * debit carries the balance across the line, not on every
      * debit made while it already sits below.
       CHECK-BALANCE.
              IF CUST-ALERT-LOW = "S" AND WS-FLOOR > 0
                 AND CEV-OLD-BALANCE NOT < WS-FLOOR
                 AND CEV-NEW-BALANCE < WS-FLOOR
                 MOVE "LOW" TO WS-CODE
                 MOVE WS-FLOOR TO WS-LIMIT
                 PERFORM WRITE-EVENT.
              IF CUST-ALERT-OVERDRAWN = "S"
                 AND CEV-OLD-BALANCE NOT < 0
                 AND CEV-NEW-BALANCE < 0
                 MOVE "ODR" TO WS-CODE
                 MOVE ZEROS TO WS-LIMIT
                 PERFORM WRITE-EVENT.

       WRITE-EVENT.
              IF WS-EVT-OPEN = 0
                 PERFORM OPEN-EVENT.
              IF WS-EVT-OPEN = 1
                 MOVE CEV-DATE        TO EVT-DATE
                 MOVE CEV-ACCOUNT     TO EVT-ACCOUNT
                 MOVE WS-CODE         TO EVT-CODE
                 MOVE CEV-REF         TO EVT-REF
                 ACCEPT EVT-TIME FROM TIME
                 MOVE CEV-CUST        TO EVT-CUST
                 MOVE CEV-CURRENCY    TO EVT-CURRENCY
                 MOVE CEV-AMOUNT      TO EVT-AMOUNT
                 MOVE CEV-NEW-BALANCE TO EVT-BALANCE
                 MOVE WS-LIMIT        TO EVT-LIMIT
                 MOVE CEV-SOURCE      TO EVT-SOURCE
                 WRITE REG-CUSTEVT
                 IF ARQST-EVT = "00"
                    ADD 1 TO CEV-COUNT
                 ELSE
                    MOVE 1 TO CEV-RESULT.

       OPEN-EVENT.
              OPEN EXTEND EVENT-FILE.
              IF ARQST-EVT NOT = "00"
                 OPEN OUTPUT EVENT-FILE.
              IF ARQST-EVT = "00"
                 MOVE 1 TO WS-EVT-OPEN
              ELSE
                 MOVE 2 TO WS-EVT-OPEN
                 MOVE 1 TO CEV-RESULT.
