      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    KYC-REVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT KYC-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE SEQUENTIAL
              RECORD KEY IS KYC-CUST
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-KYC.

              SELECT CUSTOMER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CUST-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

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
       FD KYC-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-KYC
                VALUE OF FILE-ID IS "KYC.DAT".
          COPY REGKYC.

       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD MAINT-LOG LABEL RECORD STANDARD
                DATA RECORD IS REG-MAINT
                VALUE OF FILE-ID IS "MAINTLOG.DAT".
          COPY REGMNT.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY SPLLNK.
         01 ARQST-KYC               PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 ARQST-MNT               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-CUS-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-WARN-DAYS            PIC 9(03) VALUE 30.
         01 WS-TODAY                PIC 9(08) VALUE ZEROS.
         01 WS-HORIZON              PIC 9(08) VALUE ZEROS.
         01 WS-DATE-INT             PIC 9(07) VALUE ZEROS.
         01 WS-EXP-DUE              PIC 9(01) VALUE ZEROS.
         01 WS-REV-DUE              PIC 9(01) VALUE ZEROS.
         01 WS-OLD-STATUS           PIC X(01) VALUE SPACES.
         01 WS-NOTE                 PIC X(24) VALUE SPACES.
         01 WS-READ-COUNT           PIC 9(05) VALUE ZEROS.
         01 WS-RESTRICT-COUNT       PIC 9(05) VALUE ZEROS.
         01 WS-STILL-COUNT          PIC 9(05) VALUE ZEROS.
         01 WS-EXPIRING-COUNT       PIC 9(05) VALUE ZEROS.
         01 WS-REVIEW-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-ERROR-COUNT          PIC 9(05) VALUE ZEROS.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).
         01 REG-LINE-E.
                02 LIN-CUST-E     PIC 9(06).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-NAME-E     PIC X(25).
                02 FILLER         PIC X(01) VALUE SPACES.
                02 LIN-EXPIRY-E   PIC 9(08).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-REVIEW-E   PIC 9(08).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-RISK-E     PIC X(01).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-STATUS-E   PIC X(01).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-NOTE-E     PIC X(24).

       PROCEDURE DIVISION.
      * ----------------------------- Lists every customer whose
      * identity document runs out, or whose due-diligence review
      * falls due, within the warning window, and restricts the
      * customers whose document has already expired.  Recording a
      * document still in date in customer maintenance lifts the
      * restriction.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-TODAY.
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-WARN-DAYS.
              COMPUTE WS-HORIZON =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
              PERFORM OPEN-ARQ.
              PERFORM OPEN-SPOOL.
              PERFORM IMP-HEADER.
              PERFORM READ-KYC.
              PERFORM PROCESS-KYC UNTIL WS-EOF = "Y".
              PERFORM IMP-SUMMARY.
              PERFORM END-PROGRAM.

      * ----------------------------- Expiry and review dates are
      * judged against the business date off the control file, not
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

       OPEN-ARQ.
              OPEN I-O KYC-FILE.
              IF ARQST-KYC = "35"
                 DISPLAY "NO KYC RECORDS ON FILE - NOTHING TO DO"
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 1 TO BATCH-STEP-OK
                 GOBACK.
              IF ARQST-KYC = "91"
                 DISPLAY "KYC.DAT BUSY - STEP WILL RUN AGAIN"
                 GOBACK.
              IF ARQST-KYC NOT = "00"
                 DISPLAY "UNABLE TO OPEN KYC.DAT - STATUS "
                    ARQST-KYC
                 GOBACK.
      * ----------------------------- The customer file only lends
      * the report its names.
              MOVE 0 TO WS-CUS-OPEN.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS = "00"
                 MOVE 1 TO WS-CUS-OPEN.

       OPEN-SPOOL.
              MOVE "O" TO SPL-FUNCTION.
              MOVE ZEROS TO SPL-DATE.
              MOVE "KYCREVW" TO SPL-REPORT-ID.
              MOVE "CUSTOMER DUE-DILIGENCE REVIEW" TO SPL-TITLE.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              IF SPL-RESULT NOT = 0
                 DISPLAY "REPORT SPOOL UNAVAILABLE - SCREEN ONLY".

       SPOOL-LINE.
              MOVE "L" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       IMP-HEADER.
              DISPLAY "KYC REVIEW FOR " WS-TODAY
                 " - DUE BY " WS-HORIZON.
              DISPLAY "CUST    NAME                      EXPIRES"
                 "   REVIEW    R  S  NOTE".
              DISPLAY "----------------------------------------------"
                 "------------------------------------".
              MOVE SPACES TO SPL-LINE.
              STRING "KYC REVIEW FOR " DELIMITED BY SIZE
                 WS-TODAY DELIMITED BY SIZE
                 " - DUE BY " DELIMITED BY SIZE
                 WS-HORIZON DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING "CUST    NAME                      EXPIRES"
                 "   REVIEW    R  S  NOTE"
                 DELIMITED BY SIZE INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.

       READ-KYC.
              READ KYC-FILE NEXT AT END MOVE "Y" TO WS-EOF.

      * ----------------------------- A customer already restricted
      * stays on the list until a new document is recorded; one
      * whose document has run out is restricted tonight; anyone
      * else is listed only when something falls due in the window.
       PROCESS-KYC.
              ADD 1 TO WS-READ-COUNT.
              MOVE SPACES TO WS-NOTE.
              IF KYC-STATUS = "R"
                 MOVE "STILL RESTRICTED" TO WS-NOTE
                 ADD 1 TO WS-STILL-COUNT
              ELSE IF KYC-EXPIRY-DATE NOT = ZEROS
                 AND KYC-EXPIRY-DATE < WS-TODAY
                 PERFORM RESTRICT-CUSTOMER
              ELSE
                 PERFORM CHECK-DUE.
              IF WS-NOTE NOT = SPACES
                 PERFORM IMP-LINE.
              PERFORM READ-KYC.

       CHECK-DUE.
              MOVE 0 TO WS-EXP-DUE WS-REV-DUE.
              IF KYC-EXPIRY-DATE NOT = ZEROS
                 AND KYC-EXPIRY-DATE NOT > WS-HORIZON
                 MOVE 1 TO WS-EXP-DUE
                 ADD 1 TO WS-EXPIRING-COUNT.
              IF KYC-REVIEW-DATE NOT = ZEROS
                 AND KYC-REVIEW-DATE NOT > WS-HORIZON
                 MOVE 1 TO WS-REV-DUE
                 ADD 1 TO WS-REVIEW-COUNT.
              IF WS-EXP-DUE = 1 AND WS-REV-DUE = 1
                 MOVE "EXPIRES AND REVIEW DUE" TO WS-NOTE
              ELSE IF WS-EXP-DUE = 1
                 MOVE "DOCUMENT EXPIRES" TO WS-NOTE
              ELSE IF WS-REV-DUE = 1 AND KYC-REVIEW-DATE < WS-TODAY
                 MOVE "REVIEW OVERDUE" TO WS-NOTE
              ELSE IF WS-REV-DUE = 1
                 MOVE "REVIEW DUE" TO WS-NOTE.

      * ----------------------------- The restriction is a
      * non-monetary change and goes on the maintenance log like
      * any other change to the customer's due-diligence record.
       RESTRICT-CUSTOMER.
              MOVE KYC-STATUS TO WS-OLD-STATUS.
              MOVE "R" TO KYC-STATUS.
              MOVE WS-TODAY TO KYC-RESTRICT-DATE.
              REWRITE REG-KYC.
              IF ARQST-KYC NOT = "00"
                 ADD 1 TO WS-ERROR-COUNT
                 MOVE "NOT RESTRICTED - ERROR" TO WS-NOTE
                 DISPLAY "ERROR RESTRICTING CUSTOMER " KYC-CUST
                    " - STATUS " ARQST-KYC
              ELSE
                 ADD 1 TO WS-RESTRICT-COUNT
                 MOVE "EXPIRED - RESTRICTED" TO WS-NOTE
                 PERFORM WRITE-MAINT-LOG.

       WRITE-MAINT-LOG.
              MOVE "C" TO MNT-KEY-TYPE.
              MOVE KYC-CUST TO MNT-KEY.
              MOVE "KYC STATUS" TO MNT-FIELD.
              MOVE WS-OLD-STATUS TO MNT-OLD.
              MOVE KYC-STATUS TO MNT-NEW.
              MOVE WS-TODAY TO MNT-DATA-SIS.
              MOVE "CLIBR" TO MNT-PROGRAM.
              MOVE "BATCH" TO MNT-OPERATOR.
              OPEN EXTEND MAINT-LOG.
              IF ARQST-MNT NOT = "00"
                 OPEN OUTPUT MAINT-LOG.
              WRITE REG-MAINT.
              IF ARQST-MNT NOT = "00"
                 DISPLAY "MAINT LOG WRITE ERROR FOR CUSTOMER "
                    KYC-CUST.
              CLOSE MAINT-LOG.

       IMP-LINE.
              MOVE SPACES TO LIN-NAME-E.
              IF WS-CUS-OPEN = 1
                 MOVE KYC-CUST TO CUST-NUMBER
                 READ CUSTOMER-FILE
                     INVALID KEY
                        MOVE "NOT ON CUSTOMER FILE" TO LIN-NAME-E
                     NOT INVALID KEY
                        MOVE CUST-NAME TO LIN-NAME-E
                 END-READ.
              MOVE KYC-CUST        TO LIN-CUST-E.
              MOVE KYC-EXPIRY-DATE TO LIN-EXPIRY-E.
              MOVE KYC-REVIEW-DATE TO LIN-REVIEW-E.
              MOVE KYC-RISK        TO LIN-RISK-E.
              MOVE KYC-STATUS      TO LIN-STATUS-E.
              MOVE WS-NOTE         TO LIN-NOTE-E.
              DISPLAY REG-LINE-E.
              MOVE REG-LINE-E TO SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-SUMMARY.
              DISPLAY "----------------------------------------------"
                 "------------------------------------".
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              DISPLAY "CUSTOMERS REVIEWED: " WS-READ-COUNT
                 "  NEWLY RESTRICTED: " WS-RESTRICT-COUNT
                 "  STILL RESTRICTED: " WS-STILL-COUNT.
              MOVE SPACES TO SPL-LINE.
              STRING "CUSTOMERS REVIEWED: " DELIMITED BY SIZE
                 WS-READ-COUNT DELIMITED BY SIZE
                 "  NEWLY RESTRICTED: " DELIMITED BY SIZE
                 WS-RESTRICT-COUNT DELIMITED BY SIZE
                 "  STILL RESTRICTED: " DELIMITED BY SIZE
                 WS-STILL-COUNT DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              DISPLAY "DOCUMENTS EXPIRING: " WS-EXPIRING-COUNT
                 "  REVIEWS DUE: " WS-REVIEW-COUNT.
              MOVE SPACES TO SPL-LINE.
              STRING "DOCUMENTS EXPIRING: " DELIMITED BY SIZE
                 WS-EXPIRING-COUNT DELIMITED BY SIZE
                 "  REVIEWS DUE: " DELIMITED BY SIZE
                 WS-REVIEW-COUNT DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              IF WS-ERROR-COUNT > 0
                 DISPLAY "ERRORS: " WS-ERROR-COUNT
                    " - SEE MESSAGES ABOVE"
                 MOVE SPACES TO SPL-LINE
                 STRING "ERRORS: " DELIMITED BY SIZE
                    WS-ERROR-COUNT DELIMITED BY SIZE
                    INTO SPL-LINE
                 PERFORM SPOOL-LINE.
              MOVE "C" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

      * ----------------------------- A customer who should have been
      * restricted and was not leaves the step failed, so the run
      * is made again before the day rolls.
       END-PROGRAM.
              MOVE WS-READ-COUNT TO BATCH-RECORD-COUNT.
              IF WS-ERROR-COUNT = 0
                 MOVE 1 TO BATCH-STEP-OK
              ELSE
                 MOVE 0 TO BATCH-STEP-OK.
              CLOSE KYC-FILE.
              IF WS-CUS-OPEN = 1
                 CLOSE CUSTOMER-FILE.
              GOBACK.
