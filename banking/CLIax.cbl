      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAX-CERT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT JOURNAL-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

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

              SELECT SUMMARY-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-SUM.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

              SELECT SORT-WORK ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-JOURNAL
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          COPY REGJRN.

       FD CLIENT LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

      * ----------------------------- The return for the tax
      * authority: H header with the tax year, one D per
      * certificate issued, and a T trailer with the certificate
      * count and the interest and tax totals the return declares.
      * Amounts are never added across currencies: the details come
      * grouped by currency, each group closed by its own trailer.
       FD SUMMARY-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-SUMMARY
                VALUE OF FILE-ID IS WS-SUMMARY-NAME.
          01 REG-SUMMARY.
                02 SUM-MARKER PIC X(01).
                02 SUM-DATA   PIC X(79).
                02 SUM-HEADER REDEFINES SUM-DATA.
                     03 SUM-H-YEAR     PIC 9(04).
                     03 SUM-H-RUN-DATE PIC 9(08).
                     03 SUM-H-SYSTEM   PIC X(08).
                     03 FILLER         PIC X(59).
                02 SUM-DETAIL REDEFINES SUM-DATA.
                     03 SUM-TAX-ID     PIC X(14).
                     03 SUM-CUST       PIC 9(06).
                     03 SUM-NAME       PIC X(30).
                     03 SUM-INTEREST   PIC S9(09)V99.
                     03 SUM-TAX        PIC S9(09)V99.
                     03 SUM-CURRENCY   PIC X(03).
                     03 FILLER         PIC X(04).
                02 SUM-TRAILER REDEFINES SUM-DATA.
                     03 SUM-T-COUNT    PIC 9(07).
                     03 SUM-T-INTEREST PIC S9(11)V99.
                     03 SUM-T-TAX      PIC S9(11)V99.
                     03 SUM-T-CURRENCY PIC X(03).
                     03 FILLER         PIC X(43).

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

      * ----------------------------- One sort record per interest
      * credit or tax entry of the year.  Customers sharing a tax id
      * share a certificate; a customer with no tax id on file gets
      * one of their own under their customer number.  Entries in
      * a foreign currency are certified apart from the base ones.
       SD SORT-WORK
                DATA RECORD IS REG-SORT.
          01 REG-SORT.
                02 SRT-CURRENCY PIC X(03).
                02 SRT-TAX-ID   PIC X(14).
                02 SRT-CUST-KEY PIC 9(06).
                02 SRT-CUST     PIC 9(06).
                02 SRT-DIGIT    PIC 9(09).
                02 SRT-TYPE     PIC X(03).
                02 SRT-AMOUNT   PIC S9(05)V99.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY SPLLNK.
          COPY ACKLNK.
          COPY FXRLNK.
          01 WS-SUMMARY-NAME.
                02 FILLER        PIC X(04) VALUE "WHTS".
                02 WS-SUM-YEAR   PIC 9(04).
                02 FILLER        PIC X(04) VALUE ".DAT".
         01 ARQST                   PIC X(02).
         01 ARQST-JRN               PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 ARQST-SUM               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-CERT-YEAR            PIC 9(04) VALUE ZEROS.
         01 WS-ASK-YEAR             PIC 9(04) VALUE ZEROS.
         01 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
         01 WS-CERT-CCY             PIC X(03) VALUE SPACES.
         01 WS-BASE-CCY             PIC X(03) VALUE SPACES.
         01 WS-CCY-E                PIC X(03) VALUE SPACES.
         01 WS-CCY-CERTS            PIC 9(07) VALUE ZEROS.
         01 WS-CERT-TAX-ID          PIC X(14) VALUE SPACES.
         01 WS-CERT-KEY             PIC 9(06) VALUE ZEROS.
         01 WS-CERT-CUST            PIC 9(06) VALUE ZEROS.
         01 WS-CERT-NAME            PIC X(30) VALUE SPACES.
         01 WS-CERT-ADDRESS         PIC X(40) VALUE SPACES.
         01 WS-CERT-INT             PIC S9(09)V99 VALUE ZEROS.
         01 WS-CERT-TAX             PIC S9(09)V99 VALUE ZEROS.
         01 WS-ACCT-DIGIT           PIC 9(09) VALUE ZEROS.
         01 WS-ACCT-INT             PIC S9(09)V99 VALUE ZEROS.
         01 WS-ACCT-TAX             PIC S9(09)V99 VALUE ZEROS.
         01 WS-NET                  PIC S9(09)V99 VALUE ZEROS.
         01 WS-CERT-COUNT           PIC 9(07) VALUE ZEROS.
         01 WS-NO-TAX-ID-COUNT      PIC 9(05) VALUE ZEROS.
         01 WS-ORPHAN-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-WRITE-ERRORS         PIC 9(05) VALUE ZEROS.
         01 WS-TOTAL-INT            PIC S9(11)V99 VALUE ZEROS.
         01 WS-TOTAL-TAX            PIC S9(11)V99 VALUE ZEROS.
         01 WS-TOTAL-E              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
         01 WS-YEAR-E               PIC 9(04).
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).

         01 REG-ACCT-LINE-E.
                02 FILLER       PIC X(04) VALUE SPACES.
                02 ACCT-E       PIC 9(09).
                02 FILLER       PIC X(04) VALUE SPACES.
                02 ACCT-INT-E   PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER       PIC X(04) VALUE SPACES.
                02 ACCT-TAX-E   PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER       PIC X(04) VALUE SPACES.
                02 ACCT-NET-E   PIC -ZZZ.ZZZ.ZZ9,99.

         01 REG-LINE-E.
                02 RPT-TAX-ID-E PIC X(14).
                02 FILLER       PIC X(02) VALUE SPACES.
                02 RPT-CUST-E   PIC 9(06).
                02 FILLER       PIC X(02) VALUE SPACES.
                02 RPT-NAME-E   PIC X(30).
                02 FILLER       PIC X(02) VALUE SPACES.
                02 RPT-INT-E    PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER       PIC X(02) VALUE SPACES.
                02 RPT-TAX-E    PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      * ----------------------------- Year-end certificates of
      * interest earned and tax withheld: every INT credit and WHT
      * entry of the tax year, rolled up through the account to the
      * customer's tax id, one certificate per tax id and currency
      * across all of that customer's accounts, plus the summary
      * file for the return.  Run once after the last end-of-day
      * stream of the year; a rerun replaces the summary file and
      * spools a fresh copy of the certificates.
       START-PROGRAM.
              MOVE ZEROS TO WS-CERT-COUNT WS-NO-TAX-ID-COUNT
                             WS-ORPHAN-COUNT WS-WRITE-ERRORS
                             WS-TOTAL-INT WS-TOTAL-TAX.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-RUN-DATE.
              MOVE "K" TO FXR-FUNCTION.
              MOVE SPACES TO FXR-CURRENCY.
              CALL "FX-RATE" USING FX-RATE-AREA.
              MOVE FXR-BASE TO WS-BASE-CCY.
              PERFORM ASK-YEAR.
              MOVE WS-CERT-YEAR TO WS-SUM-YEAR.
              PERFORM OPEN-ARQ.
              PERFORM OPEN-SPOOL.
              PERFORM WRITE-HEADER.
              PERFORM IMP-HEADER.
              SORT SORT-WORK
                  ON ASCENDING KEY SRT-CURRENCY SRT-TAX-ID
                                   SRT-CUST-KEY SRT-DIGIT
                  INPUT PROCEDURE IS SELECT-ENTRIES
                  OUTPUT PROCEDURE IS PRINT-CERTIFICATES.
              IF WS-CERT-COUNT = 0
                 MOVE SPACES TO WS-CERT-CCY
                 PERFORM SET-CURRENCY-CODE
                 MOVE ZEROS TO WS-CCY-CERTS WS-TOTAL-INT WS-TOTAL-TAX
                 PERFORM WRITE-TRAILER.
              CLOSE SUMMARY-FILE.
              PERFORM IMP-TOTAL.
              MOVE "C" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              PERFORM END-PROGRAM.

      * ----------------------------- Default is the year just
      * ended; an older year can be keyed for a reissue.
       ASK-YEAR.
              COMPUTE WS-CERT-YEAR = ANO - 1.
              DISPLAY "CERTIFICATE YEAR (AAAA, 0=PREVIOUS): "
                 WITH NO ADVANCING.
              ACCEPT WS-ASK-YEAR.
              IF WS-ASK-YEAR NOT = 0
                 MOVE WS-ASK-YEAR TO WS-CERT-YEAR.

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
              OPEN INPUT JOURNAL-FILE.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "NO JOURNAL ON FILE - NOTHING TO CERTIFY"
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 1 TO BATCH-STEP-OK
                 GOBACK.
              CLOSE JOURNAL-FILE.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS NOT = "00"
                 DISPLAY "UNABLE TO OPEN CUSTMAST.DAT - STATUS "
                    ARQST-CUS
                 CLOSE CLIENT
                 GOBACK.
              OPEN OUTPUT SUMMARY-FILE.
              IF ARQST-SUM NOT = "00"
                 DISPLAY "UNABLE TO CREATE " WS-SUMMARY-NAME
                    " - STATUS " ARQST-SUM
                 CLOSE CLIENT
                 CLOSE CUSTOMER-FILE
                 GOBACK.

       OPEN-CLIENT.
              OPEN INPUT CLIENT.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "UNABLE TO OPEN PRODUCTS.DAT - STATUS " ARQST
                 GOBACK.

      * ----------------------------- The certificates go to the
      * spooled print file for posting to customers.
       OPEN-SPOOL.
              MOVE "O" TO SPL-FUNCTION.
              MOVE ZEROS TO SPL-DATE.
              MOVE "TAXCERT" TO SPL-REPORT-ID.
              MOVE "INTEREST TAX CERTIFICATES" TO SPL-TITLE.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              IF SPL-RESULT NOT = 0
                 DISPLAY "REPORT SPOOL UNAVAILABLE - SCREEN ONLY".

       SPOOL-LINE.
              MOVE "L" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       IMP-HEADER.
              DISPLAY "INTEREST TAX CERTIFICATES FOR YEAR "
                 WS-CERT-YEAR.
              DISPLAY "TAX ID          CUST    NAME                    "
                 "        GROSS INTEREST    TAX WITHHELD".
              DISPLAY "----------------------------------------------"
                 "----------------------------------------".

       WRITE-HEADER.
              MOVE SPACES TO REG-SUMMARY.
              MOVE "H" TO SUM-MARKER.
              MOVE WS-CERT-YEAR TO SUM-H-YEAR.
              MOVE WS-RUN-DATE TO SUM-H-RUN-DATE.
              MOVE "CLIBANK" TO SUM-H-SYSTEM.
              WRITE REG-SUMMARY.
              IF ARQST-SUM NOT = "00"
                 ADD 1 TO WS-WRITE-ERRORS.

       SELECT-ENTRIES.
              MOVE "N" TO WS-EOF.
              OPEN INPUT JOURNAL-FILE.
              PERFORM READ-JOURNAL.
              PERFORM RELEASE-ENTRY UNTIL WS-EOF = "Y".
              CLOSE JOURNAL-FILE.

       READ-JOURNAL.
              READ JOURNAL-FILE AT END MOVE "Y" TO WS-EOF.

      * ----------------------------- Interest charged on an
      * overdraft is a debit INT and is not income to the customer.
      * An entry whose account is gone still counts toward the
      * return, under a blank tax id, and is called out.
       RELEASE-ENTRY.
              IF JRN-ANO = WS-CERT-YEAR
                 AND ((JRN-TYPE = "INT" AND JRN-DC = "C")
                    OR JRN-TYPE = "WHT")
                 PERFORM BUILD-SORT-RECORD
                 RELEASE REG-SORT.
              PERFORM READ-JOURNAL.

       BUILD-SORT-RECORD.
              MOVE SPACES TO SRT-TAX-ID.
              MOVE ZEROS TO SRT-CUST-KEY SRT-CUST.
              MOVE JRN-CURRENCY TO SRT-CURRENCY.
              MOVE JRN-CODE TO SRT-DIGIT.
              MOVE JRN-TYPE TO SRT-TYPE.
              MOVE JRN-AMOUNT TO SRT-AMOUNT.
              MOVE JRN-CODE TO DIGIT.
              READ CLIENT
                  INVALID KEY
                     PERFORM FOLLOW-MOVED-ACCOUNT
                  NOT INVALID KEY
                     MOVE CUST-NUMBER-CLI TO SRT-CUST
                     PERFORM GET-SORT-TAX-ID
              END-READ.

      * ----------------------------- Interest earned before a
      * branch merger stays in the journal under the retired
      * number and is reported on the account's new number.
       FOLLOW-MOVED-ACCOUNT.
              MOVE "V" TO ACK-FUNCTION.
              MOVE JRN-CODE TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0 OR ACK-MOVED-FROM = ZEROS
                 ADD 1 TO WS-ORPHAN-COUNT
              ELSE
                 MOVE ACK-ACCOUNT TO SRT-DIGIT DIGIT
                 READ CLIENT
                     INVALID KEY
                        ADD 1 TO WS-ORPHAN-COUNT
                     NOT INVALID KEY
                        MOVE CUST-NUMBER-CLI TO SRT-CUST
                        PERFORM GET-SORT-TAX-ID
                 END-READ.

       GET-SORT-TAX-ID.
              MOVE CUST-NUMBER-CLI TO CUST-NUMBER.
              READ CUSTOMER-FILE
                  INVALID KEY
                     MOVE SPACES TO CUST-TAX-ID
              END-READ.
              IF CUST-TAX-ID = SPACES
                 MOVE CUST-NUMBER-CLI TO SRT-CUST-KEY
              ELSE
                 MOVE CUST-TAX-ID TO SRT-TAX-ID.

       PRINT-CERTIFICATES.
              MOVE "N" TO WS-EOF.
              PERFORM RETURN-RECORD.
              PERFORM PROCESS-CURRENCY UNTIL WS-EOF = "Y".

       RETURN-RECORD.
              RETURN SORT-WORK AT END MOVE "Y" TO WS-EOF.

      * ----------------------------- The certificates of one
      * currency, closed by that currency's totals and trailer.
       PROCESS-CURRENCY.
              MOVE SRT-CURRENCY TO WS-CERT-CCY.
              PERFORM SET-CURRENCY-CODE.
              MOVE ZEROS TO WS-CCY-CERTS WS-TOTAL-INT WS-TOTAL-TAX.
              PERFORM PROCESS-CERTIFICATE
                 UNTIL WS-EOF = "Y"
                    OR SRT-CURRENCY NOT = WS-CERT-CCY.
              PERFORM WRITE-TRAILER.
              PERFORM IMP-CURRENCY-TOTAL.

       SET-CURRENCY-CODE.
              IF WS-CERT-CCY = SPACES
                 MOVE WS-BASE-CCY TO WS-CCY-E
              ELSE
                 MOVE WS-CERT-CCY TO WS-CCY-E.

      * ----------------------------- One certificate per tax id:
      * a line per account, then the customer's totals.
       PROCESS-CERTIFICATE.
              MOVE SRT-TAX-ID   TO WS-CERT-TAX-ID.
              MOVE SRT-CUST-KEY TO WS-CERT-KEY.
              MOVE SRT-CUST     TO WS-CERT-CUST.
              MOVE ZEROS TO WS-CERT-INT WS-CERT-TAX.
              PERFORM GET-CERT-CUSTOMER.
              PERFORM IMP-CERT-HEADER.
              PERFORM PROCESS-ACCOUNT
                 UNTIL WS-EOF = "Y"
                    OR SRT-CURRENCY NOT = WS-CERT-CCY
                    OR SRT-TAX-ID NOT = WS-CERT-TAX-ID
                    OR SRT-CUST-KEY NOT = WS-CERT-KEY.
              PERFORM IMP-CERT-TOTAL.
              PERFORM WRITE-DETAIL.
              ADD 1 TO WS-CERT-COUNT WS-CCY-CERTS.
              ADD WS-CERT-INT TO WS-TOTAL-INT.
              ADD WS-CERT-TAX TO WS-TOTAL-TAX.

       GET-CERT-CUSTOMER.
              MOVE SPACES TO WS-CERT-NAME WS-CERT-ADDRESS.
              IF WS-CERT-CUST = ZEROS
                 MOVE "ACCOUNT NOT ON FILE" TO WS-CERT-NAME
              ELSE
                 MOVE WS-CERT-CUST TO CUST-NUMBER
                 READ CUSTOMER-FILE
                     INVALID KEY
                        MOVE "CUSTOMER NOT ON FILE" TO WS-CERT-NAME
                     NOT INVALID KEY
                        MOVE CUST-NAME    TO WS-CERT-NAME
                        MOVE CUST-ADDRESS TO WS-CERT-ADDRESS
                 END-READ.
              IF WS-CERT-TAX-ID = SPACES
                 ADD 1 TO WS-NO-TAX-ID-COUNT.

       PROCESS-ACCOUNT.
              MOVE SRT-DIGIT TO WS-ACCT-DIGIT.
              MOVE ZEROS TO WS-ACCT-INT WS-ACCT-TAX.
              PERFORM ACCUM-ENTRY
                 UNTIL WS-EOF = "Y"
                    OR SRT-CURRENCY NOT = WS-CERT-CCY
                    OR SRT-TAX-ID NOT = WS-CERT-TAX-ID
                    OR SRT-CUST-KEY NOT = WS-CERT-KEY
                    OR SRT-DIGIT NOT = WS-ACCT-DIGIT.
              PERFORM IMP-ACCOUNT-LINE.
              ADD WS-ACCT-INT TO WS-CERT-INT.
              ADD WS-ACCT-TAX TO WS-CERT-TAX.

      * ----------------------------- WHT entries are debits,
      * carried negative on the journal.
       ACCUM-ENTRY.
              IF SRT-TYPE = "INT"
                 ADD SRT-AMOUNT TO WS-ACCT-INT
              ELSE
                 SUBTRACT SRT-AMOUNT FROM WS-ACCT-TAX.
              PERFORM RETURN-RECORD.

       IMP-CERT-HEADER.
              MOVE ALL "=" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-CERT-YEAR TO WS-YEAR-E.
              MOVE SPACES TO SPL-LINE.
              STRING "CERTIFICATE OF INTEREST PAID AND TAX WITHHELD"
                 DELIMITED BY SIZE
                 " - TAX YEAR " DELIMITED BY SIZE
                 WS-YEAR-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              IF WS-CERT-TAX-ID = SPACES
                 STRING "TAX ID:   NONE ON FILE" DELIMITED BY SIZE
                    INTO SPL-LINE
              ELSE
                 STRING "TAX ID:   " DELIMITED BY SIZE
                    WS-CERT-TAX-ID DELIMITED BY SIZE
                    INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING "CUSTOMER: " DELIMITED BY SIZE
                 WS-CERT-CUST DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-CERT-NAME DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING "ADDRESS:  " DELIMITED BY SIZE
                 WS-CERT-ADDRESS DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING "CURRENCY: " DELIMITED BY SIZE
                 WS-CCY-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING "    ACCOUNT      GROSS INTEREST      TAX WITHHELD"
                 DELIMITED BY SIZE
                 "       NET INTEREST" DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-ACCOUNT-LINE.
              MOVE WS-ACCT-DIGIT TO ACCT-E.
              MOVE WS-ACCT-INT   TO ACCT-INT-E.
              MOVE WS-ACCT-TAX   TO ACCT-TAX-E.
              COMPUTE WS-NET = WS-ACCT-INT - WS-ACCT-TAX.
              MOVE WS-NET        TO ACCT-NET-E.
              MOVE REG-ACCT-LINE-E TO SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-CERT-TOTAL.
              MOVE WS-CERT-INT TO ACCT-INT-E.
              MOVE WS-CERT-TAX TO ACCT-TAX-E.
              COMPUTE WS-NET = WS-CERT-INT - WS-CERT-TAX.
              MOVE WS-NET      TO ACCT-NET-E.
              MOVE REG-ACCT-LINE-E TO SPL-LINE.
              MOVE "TOTAL" TO SPL-LINE(5:9).
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-CERT-TAX-ID TO RPT-TAX-ID-E.
              MOVE WS-CERT-CUST   TO RPT-CUST-E.
              MOVE WS-CERT-NAME   TO RPT-NAME-E.
              MOVE WS-CERT-INT    TO RPT-INT-E.
              MOVE WS-CERT-TAX    TO RPT-TAX-E.
              DISPLAY REG-LINE-E.

       WRITE-DETAIL.
              MOVE SPACES TO REG-SUMMARY.
              MOVE "D" TO SUM-MARKER.
              MOVE WS-CERT-TAX-ID TO SUM-TAX-ID.
              MOVE WS-CERT-CUST   TO SUM-CUST.
              MOVE WS-CERT-NAME   TO SUM-NAME.
              MOVE WS-CERT-INT    TO SUM-INTEREST.
              MOVE WS-CERT-TAX    TO SUM-TAX.
              MOVE WS-CCY-E       TO SUM-CURRENCY.
              WRITE REG-SUMMARY.
              IF ARQST-SUM NOT = "00"
                 ADD 1 TO WS-WRITE-ERRORS.

       WRITE-TRAILER.
              MOVE SPACES TO REG-SUMMARY.
              MOVE "T" TO SUM-MARKER.
              MOVE WS-CCY-CERTS  TO SUM-T-COUNT.
              MOVE WS-TOTAL-INT  TO SUM-T-INTEREST.
              MOVE WS-TOTAL-TAX  TO SUM-T-TAX.
              MOVE WS-CCY-E      TO SUM-T-CURRENCY.
              WRITE REG-SUMMARY.
              IF ARQST-SUM NOT = "00"
                 ADD 1 TO WS-WRITE-ERRORS.

      * ----------------------------- Each currency's totals are
      * shown as its certificates finish; the run totals close with
      * the count and the exceptions only.
       IMP-CURRENCY-TOTAL.
              MOVE ALL "=" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-TOTAL-INT TO WS-TOTAL-E.
              DISPLAY "TOTAL GROSS INTEREST " WS-CCY-E ": " WS-TOTAL-E.
              MOVE SPACES TO SPL-LINE.
              STRING "TOTAL GROSS INTEREST " DELIMITED BY SIZE
                 WS-CCY-E DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-TOTAL-TAX TO WS-TOTAL-E.
              DISPLAY "TOTAL TAX WITHHELD   " WS-CCY-E ": " WS-TOTAL-E.
              MOVE SPACES TO SPL-LINE.
              STRING "TOTAL TAX WITHHELD   " DELIMITED BY SIZE
                 WS-CCY-E DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-TOTAL.
              DISPLAY "----------------------------------------------"
                 "----------------------------------------".
              DISPLAY "CERTIFICATES: " WS-CERT-COUNT
                 "  SUMMARY FILE " WS-SUMMARY-NAME.
              MOVE ALL "=" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING "CERTIFICATES ISSUED: " DELIMITED BY SIZE
                 WS-CERT-COUNT DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              IF WS-NO-TAX-ID-COUNT > 0
                 DISPLAY "CERTIFICATES WITH NO TAX ID: "
                    WS-NO-TAX-ID-COUNT " - UPDATE CUSTOMER RECORDS"
                 MOVE SPACES TO SPL-LINE
                 STRING "CERTIFICATES WITH NO TAX ID: "
                    DELIMITED BY SIZE
                    WS-NO-TAX-ID-COUNT DELIMITED BY SIZE
                    INTO SPL-LINE
                 PERFORM SPOOL-LINE.
              IF WS-ORPHAN-COUNT > 0
                 DISPLAY "ENTRIES WITH NO ACCOUNT ON FILE: "
                    WS-ORPHAN-COUNT " - CHECK THE JOURNAL"
                 MOVE SPACES TO SPL-LINE
                 STRING "ENTRIES WITH NO ACCOUNT ON FILE: "
                    DELIMITED BY SIZE
                    WS-ORPHAN-COUNT DELIMITED BY SIZE
                    " - CHECK THE JOURNAL" DELIMITED BY SIZE
                    INTO SPL-LINE
                 PERFORM SPOOL-LINE.

      * ----------------------------- A write error fails the run
      * so the return is produced again rather than filed short.
       END-PROGRAM.
              MOVE WS-CERT-COUNT TO BATCH-RECORD-COUNT.
              IF WS-WRITE-ERRORS = 0
                 MOVE 1 TO BATCH-STEP-OK
              ELSE
                 DISPLAY "SUMMARY WRITE ERRORS: " WS-WRITE-ERRORS
                    " - RUN FAILED"
                 MOVE 0 TO BATCH-STEP-OK.
              CLOSE CLIENT.
              CLOSE CUSTOMER-FILE.
              GOBACK.
