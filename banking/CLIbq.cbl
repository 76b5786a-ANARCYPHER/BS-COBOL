      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYC-CHECK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT KYC-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS KYC-CUST
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-KYC.

              SELECT ACCTREL-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS REL-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-REL.

       DATA DIVISION.
       FILE SECTION.
       FD KYC-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-KYC
                VALUE OF FILE-ID IS "KYC.DAT".
          COPY REGKYC.

       FD ACCTREL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ACCTREL
                VALUE OF FILE-ID IS "ACCTREL.DAT".
          COPY REGREL.

       WORKING-STORAGE SECTION.
         01 ARQST-KYC    PIC X(02).
         01 ARQST-REL    PIC X(02).
         01 WS-REL-EOF   PIC X(01) VALUE "N".
         01 WS-CHECK-CUST PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
          COPY KCKLNK.

       PROCEDURE DIVISION USING KYC-CHECK-AREA.
      * ----------------------------- No due-diligence file means no
      * customer has been restricted yet, and the debit goes ahead.
       START-PROGRAM.
              MOVE 0 TO KCK-RESULT.
              OPEN INPUT KYC-FILE.
              IF ARQST-KYC NOT = "00"
                 GOBACK.
              MOVE KCK-CUST TO WS-CHECK-CUST.
              PERFORM CHECK-HOLDER.
              IF KCK-RESULT = 0
                 PERFORM CHECK-JOINT-HOLDERS.
              CLOSE KYC-FILE.
              GOBACK.

       CHECK-HOLDER.
              MOVE WS-CHECK-CUST TO KYC-CUST.
              READ KYC-FILE
                  NOT INVALID KEY
                     IF KYC-STATUS = "R"
                        MOVE 1 TO KCK-RESULT
                        MOVE WS-CHECK-CUST TO KCK-CUST
              END-READ.

      * ----------------------------- Every owner of a joint account
      * stands behind its debits, so one restricted joint holder
      * restricts the account; signatories and attorneys do not
      * own it and are not looked at.
       CHECK-JOINT-HOLDERS.
              OPEN INPUT ACCTREL-FILE.
              IF ARQST-REL = "00"
                 MOVE "N" TO WS-REL-EOF
                 MOVE KCK-ACCOUNT TO REL-DIGIT
                 MOVE ZEROS TO REL-CUST
                 START ACCTREL-FILE KEY IS NOT LESS THAN REL-KEY
                     INVALID KEY MOVE "Y" TO WS-REL-EOF
                 END-START
                 PERFORM SCAN-HOLDER
                    UNTIL WS-REL-EOF = "Y" OR KCK-RESULT = 1
                 CLOSE ACCTREL-FILE.

       SCAN-HOLDER.
              READ ACCTREL-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-REL-EOF
                  NOT AT END
                     IF REL-DIGIT NOT = KCK-ACCOUNT
                        MOVE "Y" TO WS-REL-EOF
                     ELSE IF REL-ROLE = "P" OR REL-ROLE = "J"
                        MOVE REL-CUST TO WS-CHECK-CUST
                        PERFORM CHECK-HOLDER
              END-READ.
