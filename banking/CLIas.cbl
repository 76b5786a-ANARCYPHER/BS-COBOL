      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYMENT-POST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PAYMENT-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-PAY.

              SELECT RETURN-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-RET.

              SELECT PAYLOG-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS PL-FILE-ID
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-PLG.

              SELECT CLIENTS ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT HOLD-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HLD-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-HLD.

              SELECT AUDIT-TRAIL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-AUD.

              SELECT JOURNAL-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT JRN-CONTROL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JSQ.

              SELECT JRNIDX-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS JRX-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-JRX.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

       DATA DIVISION.
       FILE SECTION.
      * ----------------------------- Inbound direct credit and
      * direct debit file from the clearing house: H header with the
      * file reference, one D per payment, T trailer carrying the
      * detail count and the hash total of the detail amounts.
       FD PAYMENT-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-PAYMENT
                VALUE OF FILE-ID IS "PAYIN.DAT".
          01 REG-PAYMENT.
                02 PAY-MARKER PIC X(01).
                02 PAY-DATA   PIC X(79).
                02 PAY-HEADER REDEFINES PAY-DATA.
                     03 PAY-H-FILE-ID    PIC X(12).
                     03 PAY-H-DATE       PIC 9(08).
                     03 PAY-H-ORIGINATOR PIC X(20).
                     03 FILLER           PIC X(39).
                02 PAY-DETAIL REDEFINES PAY-DATA.
                     03 PAY-D-PAYMENT.
                          04 PAY-D-ACCOUNT   PIC 9(09).
                          04 PAY-D-AMOUNT    PIC 9(05)V99.
                          04 PAY-D-DIRECTION PIC X(01).
                          04 PAY-D-REFERENCE PIC X(18).
                     03 FILLER           PIC X(44).
                02 PAY-TRAILER REDEFINES PAY-DATA.
                     03 PAY-T-COUNT      PIC 9(07).
                     03 PAY-T-HASH       PIC 9(11)V99.
                     03 FILLER           PIC X(59).

      * ----------------------------- Outbound returns for the
      * clearing house: the header says whether the file was taken
      * (A) or rejected whole (R), one D per payment not posted with
      * the payment as received and the reason, and a T trailer
      * with the count and hash total of the returned amounts.
       FD RETURN-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-RETURN
                VALUE OF FILE-ID IS WS-RETURN-NAME.
          01 REG-RETURN.
                02 RET-MARKER PIC X(01).
                02 RET-DATA   PIC X(79).
                02 RET-HEADER REDEFINES RET-DATA.
                     03 RET-H-FILE-ID    PIC X(12).
                     03 RET-H-FILE-DATE  PIC 9(08).
                     03 RET-H-RUN-DATE   PIC 9(08).
                     03 RET-H-STATUS     PIC X(01).
                     03 RET-H-REASON     PIC 9(02).
                     03 RET-H-TEXT       PIC X(26).
                     03 FILLER           PIC X(22).
                02 RET-DETAIL REDEFINES RET-DATA.
                     03 RET-D-DETAIL-NO  PIC 9(07).
                     03 RET-D-PAYMENT    PIC X(35).
                     03 RET-D-REASON     PIC 9(02).
                     03 RET-D-TEXT       PIC X(26).
                     03 FILLER           PIC X(09).
                02 RET-TRAILER REDEFINES RET-DATA.
                     03 RET-T-COUNT      PIC 9(07).
                     03 RET-T-HASH       PIC 9(11)V99.
                     03 FILLER           PIC X(59).

       FD PAYLOG-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-PAYLOG
                VALUE OF FILE-ID IS "PAYLOG.DAT".
          COPY REGPLG.

       FD CLIENTS LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD HOLD-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-HOLD
                VALUE OF FILE-ID IS "HOLDS.DAT".
          COPY REGHLD.

       FD AUDIT-TRAIL LABEL RECORD STANDARD
                DATA RECORD IS REG-AUDIT
                VALUE OF FILE-ID IS "AUDIT.DAT".
          COPY REGAUD.

       FD JOURNAL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-JOURNAL
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          COPY REGJRN.

       FD JRN-CONTROL LABEL RECORD STANDARD
                DATA RECORD IS REG-JRN-CONTROL
                VALUE OF FILE-ID IS "JOURNAL.SEQ".
          01 REG-JRN-CONTROL.
                02 JSQ-LAST-SEQ PIC 9(08).

       FD JRNIDX-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-JRNX
                VALUE OF FILE-ID IS "JRNIDX.DAT".
          COPY REGJRX.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY ACKLNK.
          01 WS-RETURN-NAME.
                02 FILLER        PIC X(04) VALUE "PAYR".
                02 WS-RET-DATE   PIC 9(08).
                02 FILLER        PIC X(04) VALUE ".DAT".
         01 ARQST                   PIC X(02).
         01 ARQST-PAY               PIC X(02).
         01 ARQST-RET               PIC X(02).
         01 ARQST-PLG               PIC X(02).
         01 ARQST-HLD               PIC X(02).
         01 ARQST-AUD               PIC X(02).
         01 ARQST-JRN               PIC X(02).
         01 ARQST-JSQ               PIC X(02).
         01 ARQST-JRX               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-JRN-EOF              PIC X(01) VALUE "N".
         01 WS-HOLD-EOF             PIC X(01) VALUE "N".
         01 WS-HOLD-OPEN            PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-JRN-SEQ              PIC 9(08) VALUE ZEROS.
         01 WS-MAX-BALANCE          PIC 9(05)V99 VALUE 99999,00.
         01 WS-HOLD-TOTAL           PIC S9(07)V99 VALUE ZEROS.
         01 WS-NEW-BALANCE          PIC S9(06)V99 VALUE ZEROS.
         01 WS-JRN-AMOUNT           PIC S9(05)V99 VALUE ZEROS.
         01 BALANCE-OLD-W           PIC S9(05)V99 VALUE ZEROS.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).

      * ----------------------------- First pass: the file proves
      * against its own trailer before a single payment posts.
         01 WS-REC-COUNT            PIC 9(07) VALUE ZEROS.
         01 WS-HDR-SEEN             PIC 9(01) VALUE ZEROS.
         01 WS-TRL-SEEN             PIC 9(01) VALUE ZEROS.
         01 WS-DET-COUNT            PIC 9(07) VALUE ZEROS.
         01 WS-DET-HASH             PIC 9(11)V99 VALUE ZEROS.
         01 WS-TRL-COUNT            PIC 9(07) VALUE ZEROS.
         01 WS-TRL-HASH             PIC 9(11)V99 VALUE ZEROS.
         01 WS-FILE-REASON          PIC 9(02) VALUE ZEROS.
         01 WS-FILE-TEXT            PIC X(26) VALUE SPACES.
         01 WS-H-FILE-ID            PIC X(12) VALUE SPACES.
         01 WS-H-DATE               PIC 9(08) VALUE ZEROS.
         01 WS-H-ORIGINATOR         PIC X(20) VALUE SPACES.

      * ----------------------------- Second pass: posting, with
      * the running position kept on PAYLOG.DAT.
         01 WS-LOG-NEW              PIC 9(01) VALUE ZEROS.
         01 WS-RESUMING             PIC 9(01) VALUE ZEROS.
         01 WS-RESUME-AFTER         PIC 9(07) VALUE ZEROS.
         01 WS-IN-FLIGHT            PIC 9(01) VALUE ZEROS.
         01 WS-ON-JOURNAL           PIC 9(01) VALUE ZEROS.
         01 WS-DETAIL-NO            PIC 9(07) VALUE ZEROS.
         01 WS-POST-ACCOUNT         PIC 9(09) VALUE ZEROS.
         01 WS-DETAIL-OK            PIC 9(01) VALUE ZEROS.
         01 WS-REASON-CODE          PIC 9(02) VALUE ZEROS.
         01 WS-REASON-TEXT          PIC X(26) VALUE SPACES.
         01 WS-POSTED-COUNT         PIC 9(07) VALUE ZEROS.
         01 WS-POSTED-AMOUNT        PIC 9(11)V99 VALUE ZEROS.
         01 WS-RETURN-COUNT         PIC 9(07) VALUE ZEROS.
         01 WS-RETURN-HASH          PIC 9(11)V99 VALUE ZEROS.
         01 WS-AMOUNT-E             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      * ----------------------------- Posts the night's inbound
      * direct credits and direct debits to the accounts.  The file
      * must prove against its trailer or nothing posts and the
      * whole file goes back; otherwise each payment is checked the
      * way a teller posting would be and anything that cannot post
      * goes back on the returns file with its reason.  PAYLOG.DAT
      * remembers every file reference, so a completed file left in
      * place is never posted a second time.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-RET-DATE.
              PERFORM PROVE-FILE.
              PERFORM OPEN-PAYLOG.
              PERFORM CHECK-PAYLOG.
              IF WS-FILE-REASON NOT = 0
                 PERFORM REJECT-FILE
              ELSE
                 PERFORM POST-FILE.
              PERFORM END-PROGRAM.

      * ----------------------------- The postings are stamped with
      * the business date off the control file, not the machine
      * clock.
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

      * ----------------------------- No inbound file tonight is
      * not an error: there is simply nothing to post.
       PROVE-FILE.
              OPEN INPUT PAYMENT-FILE.
              IF ARQST-PAY = "35"
                 DISPLAY "NO INBOUND PAYMENT FILE - NOTHING TO POST"
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 1 TO BATCH-STEP-OK
                 GOBACK.
              IF ARQST-PAY NOT = "00"
                 DISPLAY "UNABLE TO OPEN PAYIN.DAT - STATUS "
                    ARQST-PAY
                 GOBACK.
              MOVE ZEROS TO WS-REC-COUNT WS-HDR-SEEN WS-TRL-SEEN
                             WS-DET-COUNT WS-DET-HASH
                             WS-FILE-REASON.
              MOVE SPACES TO WS-FILE-TEXT.
              PERFORM READ-PAYMENT.
              PERFORM PROVE-RECORD UNTIL WS-EOF = "Y".
              CLOSE PAYMENT-FILE.
              IF WS-HDR-SEEN = 0
                 MOVE 92 TO WS-REASON-CODE
                 MOVE "HEADER MISSING/MISPLACED" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON.
              IF WS-TRL-SEEN = 0
                 MOVE 93 TO WS-REASON-CODE
                 MOVE "TRAILER MISSING OR INVALID" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON.
              IF WS-TRL-SEEN = 1 AND WS-TRL-COUNT NOT = WS-DET-COUNT
                 MOVE 90 TO WS-REASON-CODE
                 MOVE "TRAILER COUNT DISAGREES" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON.
              IF WS-TRL-SEEN = 1 AND WS-TRL-HASH NOT = WS-DET-HASH
                 MOVE 91 TO WS-REASON-CODE
                 MOVE "TRAILER HASH DISAGREES" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON.

       READ-PAYMENT.
              READ PAYMENT-FILE AT END MOVE "Y" TO WS-EOF.

       PROVE-RECORD.
              ADD 1 TO WS-REC-COUNT.
              IF WS-TRL-SEEN = 1
                 MOVE 94 TO WS-REASON-CODE
                 MOVE "RECORD AFTER TRAILER" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON
              ELSE IF PAY-MARKER = "H"
                 PERFORM PROVE-HEADER
              ELSE IF PAY-MARKER = "D"
                 PERFORM PROVE-DETAIL
              ELSE IF PAY-MARKER = "T"
                 PERFORM PROVE-TRAILER
              ELSE
                 MOVE 96 TO WS-REASON-CODE
                 MOVE "UNKNOWN RECORD TYPE" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON.
              PERFORM READ-PAYMENT.

       PROVE-HEADER.
              IF WS-REC-COUNT NOT = 1
                 MOVE 92 TO WS-REASON-CODE
                 MOVE "HEADER MISSING/MISPLACED" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON
              ELSE
                 MOVE 1 TO WS-HDR-SEEN
                 MOVE PAY-H-FILE-ID    TO WS-H-FILE-ID
                 MOVE PAY-H-DATE       TO WS-H-DATE
                 MOVE PAY-H-ORIGINATOR TO WS-H-ORIGINATOR.

      * ----------------------------- An amount that is not a
      * number cannot be added into the hash, so the file cannot be
      * proved and goes back whole.
       PROVE-DETAIL.
              ADD 1 TO WS-DET-COUNT.
              IF PAY-D-AMOUNT NOT NUMERIC
                 MOVE 95 TO WS-REASON-CODE
                 MOVE "NON-NUMERIC DETAIL AMOUNT" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON
              ELSE
                 ADD PAY-D-AMOUNT TO WS-DET-HASH.

       PROVE-TRAILER.
              IF PAY-T-COUNT NOT NUMERIC OR PAY-T-HASH NOT NUMERIC
                 MOVE 93 TO WS-REASON-CODE
                 MOVE "TRAILER MISSING OR INVALID" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON
              ELSE
                 MOVE 1 TO WS-TRL-SEEN
                 MOVE PAY-T-COUNT TO WS-TRL-COUNT
                 MOVE PAY-T-HASH  TO WS-TRL-HASH.

      * ----------------------------- The first failure found is
      * the one reported back.
       SET-FILE-REASON.
              IF WS-FILE-REASON = 0
                 MOVE WS-REASON-CODE TO WS-FILE-REASON
                 MOVE WS-REASON-TEXT TO WS-FILE-TEXT.

       OPEN-PAYLOG.
              OPEN I-O PAYLOG-FILE.
              IF ARQST-PLG = "35"
                 CLOSE PAYLOG-FILE
                 OPEN OUTPUT PAYLOG-FILE
                 CLOSE PAYLOG-FILE
                 OPEN I-O PAYLOG-FILE.
              IF ARQST-PLG NOT = "00"
                 DISPLAY "UNABLE TO OPEN PAYLOG.DAT - STATUS "
                    ARQST-PLG
                 GOBACK.

      * ----------------------------- A completed file is never
      * posted again; a file stopped part way resumes after the
      * last payment it finished; a file rejected whole earlier
      * posted nothing and is simply tried afresh.
       CHECK-PAYLOG.
              MOVE ZEROS TO WS-RESUMING WS-RESUME-AFTER WS-IN-FLIGHT
                             WS-POSTED-COUNT WS-POSTED-AMOUNT
                             WS-RETURN-COUNT WS-RETURN-HASH.
              MOVE WS-H-FILE-ID TO PL-FILE-ID.
              READ PAYLOG-FILE
                  INVALID KEY
                     MOVE 1 TO WS-LOG-NEW
                  NOT INVALID KEY
                     MOVE 0 TO WS-LOG-NEW
              END-READ.
              IF WS-LOG-NEW = 0 AND PL-STATUS = "C"
                 DISPLAY "PAYMENT FILE " WS-H-FILE-ID
                    " ALREADY POSTED ON " PL-RUN-DATE
                    " - NOT POSTED AGAIN"
                 CLOSE PAYLOG-FILE
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 1 TO BATCH-STEP-OK
                 GOBACK.
              IF WS-LOG-NEW = 0 AND PL-STATUS = "I"
                 MOVE 1 TO WS-RESUMING
                 MOVE PL-LAST-DETAIL   TO WS-RESUME-AFTER
                 MOVE PL-POSTED-COUNT  TO WS-POSTED-COUNT
                 MOVE PL-POSTED-AMOUNT TO WS-POSTED-AMOUNT
                 MOVE PL-RETURN-COUNT  TO WS-RETURN-COUNT
                 MOVE PL-RETURN-HASH   TO WS-RETURN-HASH
                 IF PL-LAST-DONE NOT = "S" AND WS-RESUME-AFTER > 0
                    MOVE 1 TO WS-IN-FLIGHT
                    SUBTRACT 1 FROM WS-RESUME-AFTER
                 END-IF
                 MOVE PL-RUN-DATE TO WS-RET-DATE
                 DISPLAY "RESUMING PAYMENT FILE " WS-H-FILE-ID
                    " AFTER DETAIL " WS-RESUME-AFTER.

      * ----------------------------- The trailer does not prove:
      * nothing posts and every payment goes back under the file's
      * reason.  A file that changed under a run already part
      * posted is stopped for operations instead.
       REJECT-FILE.
              IF WS-RESUMING = 1
                 DISPLAY "PAYMENT FILE " WS-H-FILE-ID
                    " CHANGED SINCE POSTING STARTED - "
                    WS-FILE-TEXT
                 DISPLAY "STEP FAILED - RESTORE THE ORIGINAL FILE"
                 CLOSE PAYLOG-FILE
                 GOBACK.
              DISPLAY "PAYMENT FILE " WS-H-FILE-ID
                 " REJECTED WHOLE - " WS-FILE-TEXT.
              OPEN OUTPUT RETURN-FILE.
              IF ARQST-RET NOT = "00"
                 DISPLAY "UNABLE TO CREATE " WS-RETURN-NAME
                    " - STATUS " ARQST-RET
                 CLOSE PAYLOG-FILE
                 GOBACK.
              MOVE "R" TO RET-H-STATUS.
              MOVE WS-FILE-REASON TO RET-H-REASON.
              MOVE WS-FILE-TEXT   TO RET-H-TEXT.
              PERFORM WRITE-RETURN-HEADER.
              MOVE WS-FILE-REASON TO WS-REASON-CODE.
              MOVE WS-FILE-TEXT   TO WS-REASON-TEXT.
              MOVE ZEROS TO WS-DETAIL-NO.
              MOVE "N" TO WS-EOF.
              OPEN INPUT PAYMENT-FILE.
              PERFORM READ-PAYMENT.
              PERFORM RETURN-ALL UNTIL WS-EOF = "Y".
              CLOSE PAYMENT-FILE.
              PERFORM WRITE-RETURN-TRAILER.
              CLOSE RETURN-FILE.
              MOVE "R" TO PL-STATUS.
              MOVE WS-FILE-REASON TO PL-REASON.
              PERFORM WRITE-PAYLOG.
              CLOSE PAYLOG-FILE.
              DISPLAY "PAYMENTS RETURNED: " WS-RETURN-COUNT
                 " TO " WS-RETURN-NAME.
              MOVE ZEROS TO BATCH-RECORD-COUNT.
              MOVE 1 TO BATCH-STEP-OK.
              GOBACK.

       RETURN-ALL.
              IF PAY-MARKER = "D"
                 ADD 1 TO WS-DETAIL-NO
                 PERFORM WRITE-RETURN-DETAIL.
              PERFORM READ-PAYMENT.

       POST-FILE.
              PERFORM OPEN-ARQ.
              MOVE "I" TO PL-STATUS.
              MOVE ZEROS TO PL-REASON.
              MOVE WS-RESUME-AFTER TO PL-LAST-DETAIL.
              MOVE "S" TO PL-LAST-DONE.
              IF WS-RESUMING = 0
                 PERFORM WRITE-PAYLOG.
              DISPLAY "INBOUND PAYMENT FILE " WS-H-FILE-ID
                 " FROM " WS-H-ORIGINATOR.
              DISPLAY "DETAILS: " WS-DET-COUNT
                 "  RETURNS TO " WS-RETURN-NAME.
              MOVE ZEROS TO WS-DETAIL-NO.
              MOVE "N" TO WS-EOF.
              OPEN INPUT PAYMENT-FILE.
              PERFORM READ-PAYMENT.
              PERFORM PROCESS-RECORD UNTIL WS-EOF = "Y".
              CLOSE PAYMENT-FILE.
              PERFORM WRITE-RETURN-TRAILER.
              CLOSE RETURN-FILE.
              MOVE "C" TO PL-STATUS.
              MOVE WS-DETAIL-NO TO PL-LAST-DETAIL.
              MOVE "S" TO PL-LAST-DONE.
              PERFORM WRITE-PAYLOG.
              MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-E.
              DISPLAY "PAYMENTS POSTED: " WS-POSTED-COUNT
                 "  AMOUNT: " WS-AMOUNT-E.
              MOVE WS-RETURN-HASH TO WS-AMOUNT-E.
              DISPLAY "PAYMENTS RETURNED: " WS-RETURN-COUNT
                 "  AMOUNT: " WS-AMOUNT-E.

      * ----------------------------- A resumed run adds to the
      * returns file it already started; a fresh run starts it with
      * its header.
       OPEN-ARQ.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              IF WS-RESUMING = 1
                 OPEN EXTEND RETURN-FILE
              ELSE
                 OPEN OUTPUT RETURN-FILE.
              IF ARQST-RET NOT = "00"
                 DISPLAY "UNABLE TO OPEN " WS-RETURN-NAME
                    " - STATUS " ARQST-RET
                 CLOSE CLIENTS
                 CLOSE PAYLOG-FILE
                 GOBACK.
              IF WS-RESUMING = 0
                 MOVE "A" TO RET-H-STATUS
                 MOVE ZEROS TO RET-H-REASON
                 MOVE SPACES TO RET-H-TEXT
                 PERFORM WRITE-RETURN-HEADER.
              OPEN EXTEND AUDIT-TRAIL.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDIT-TRAIL.
              CLOSE AUDIT-TRAIL.
              OPEN EXTEND JOURNAL-FILE.
              IF ARQST-JRN NOT = "00"
                     OPEN OUTPUT JOURNAL-FILE.
              CLOSE JOURNAL-FILE.
      * ----------------------------- No holds file simply means no
      * holds.
              MOVE 0 TO WS-HOLD-OPEN.
              OPEN INPUT HOLD-FILE.
              IF ARQST-HLD = "00"
                 MOVE 1 TO WS-HOLD-OPEN.

       OPEN-CLIENT.
              OPEN I-O CLIENTS.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "UNABLE TO OPEN PRODUCTS.DAT - STATUS " ARQST
                 CLOSE PAYLOG-FILE
                 GOBACK.

      * ----------------------------- The log is marked before a
      * payment is touched and again once it is finished, so a run
      * that stops in between knows which payment to look at.
       PROCESS-RECORD.
              IF PAY-MARKER = "D"
                 ADD 1 TO WS-DETAIL-NO
                 IF WS-DETAIL-NO > WS-RESUME-AFTER
                    MOVE WS-DETAIL-NO TO PL-LAST-DETAIL
                    MOVE "N" TO PL-LAST-DONE
                    PERFORM WRITE-PAYLOG
                    PERFORM PROCESS-DETAIL
                    MOVE "S" TO PL-LAST-DONE
                    PERFORM WRITE-PAYLOG.
              PERFORM READ-PAYMENT.

       PROCESS-DETAIL.
              MOVE 0 TO WS-ON-JOURNAL.
              IF WS-IN-FLIGHT = 1
                 MOVE 0 TO WS-IN-FLIGHT
                 PERFORM CHECK-IN-FLIGHT.
              IF WS-ON-JOURNAL = 1
                 DISPLAY "DETAIL " WS-DETAIL-NO
                    " ALREADY ON THE JOURNAL - NOT POSTED AGAIN"
                 ADD 1 TO WS-POSTED-COUNT
                 ADD PAY-D-AMOUNT TO WS-POSTED-AMOUNT
              ELSE
                 MOVE 1 TO WS-DETAIL-OK
                 MOVE ZEROS TO WS-REASON-CODE
                 MOVE SPACES TO WS-REASON-TEXT
                 PERFORM VALIDATE-DETAIL
                 IF WS-DETAIL-OK = 1
                    PERFORM POST-DETAIL
                 END-IF
                 IF WS-DETAIL-OK = 1
                    ADD 1 TO WS-POSTED-COUNT
                    ADD PAY-D-AMOUNT TO WS-POSTED-AMOUNT
                 ELSE
                    PERFORM WRITE-RETURN-DETAIL.

      * ----------------------------- The payment the last run was
      * in the middle of: if its journal entry is there it posted,
      * otherwise it is taken again from the top.
       CHECK-IN-FLIGHT.
              PERFORM FIND-POST-ACCOUNT.
              MOVE "N" TO WS-JRN-EOF.
              OPEN INPUT JOURNAL-FILE.
              IF ARQST-JRN = "00"
                 PERFORM READ-JOURNAL
                 PERFORM SCAN-JOURNAL UNTIL WS-JRN-EOF = "Y"
                 CLOSE JOURNAL-FILE.

       READ-JOURNAL.
              READ JOURNAL-FILE AT END MOVE "Y" TO WS-JRN-EOF.

       SCAN-JOURNAL.
              IF JRN-TYPE = "DPY"
                 AND (JRN-CODE = PAY-D-ACCOUNT
                    OR JRN-CODE = WS-POST-ACCOUNT)
                 AND JRN-TIME = WS-DETAIL-NO
                 AND JRN-DATA-SIS = WS-RET-DATE
                 MOVE 1 TO WS-ON-JOURNAL
                 MOVE "Y" TO WS-JRN-EOF
              ELSE
                 PERFORM READ-JOURNAL.

      * ----------------------------- A payment to a number retired
      * by a branch merger posts to the account's new number; the
      * payment record keeps the number it was sent with, so a
      * return goes back under it.
       FIND-POST-ACCOUNT.
              MOVE PAY-D-ACCOUNT TO WS-POST-ACCOUNT.
              IF PAY-D-ACCOUNT NUMERIC AND PAY-D-ACCOUNT NOT = 0
                 MOVE "V" TO ACK-FUNCTION
                 MOVE PAY-D-ACCOUNT TO ACK-ACCOUNT
                 CALL "ACCT-CHECK" USING ACCT-CHECK-AREA
                 IF ACK-RESULT = 0
                    MOVE ACK-ACCOUNT TO WS-POST-ACCOUNT.

      * ----------------------------- The same rules a teller
      * posting obeys: good check digit, account on file and open,
      * no term accounts, debits inside the overdraft limit after
      * active holds, credits inside the house balance limit.  A
      * written-off account takes credits only, for recovery.
       VALIDATE-DETAIL.
              IF PAY-D-ACCOUNT NOT NUMERIC OR PAY-D-ACCOUNT = 0
                 MOVE 01 TO WS-REASON-CODE
                 MOVE "INVALID ACCOUNT NUMBER" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK.
              IF WS-DETAIL-OK = 1
                 MOVE "V" TO ACK-FUNCTION
                 MOVE PAY-D-ACCOUNT TO ACK-ACCOUNT
                 CALL "ACCT-CHECK" USING ACCT-CHECK-AREA
                 IF ACK-RESULT = 1
                    MOVE 02 TO WS-REASON-CODE
                    MOVE "CHECK DIGIT WRONG" TO WS-REASON-TEXT
                    MOVE 0 TO WS-DETAIL-OK
                 ELSE IF ACK-RESULT NOT = 0
                    MOVE 03 TO WS-REASON-CODE
                    MOVE ACK-MESSAGE TO WS-REASON-TEXT
                    MOVE 0 TO WS-DETAIL-OK
                 ELSE
                    MOVE ACK-ACCOUNT TO WS-POST-ACCOUNT.
              IF WS-DETAIL-OK = 1
                 MOVE WS-POST-ACCOUNT TO DIGIT
                 READ CLIENTS
                     INVALID KEY
                        MOVE 03 TO WS-REASON-CODE
                        MOVE "ACCOUNT NOT ON FILE" TO WS-REASON-TEXT
                        MOVE 0 TO WS-DETAIL-OK
                 END-READ.
              IF WS-DETAIL-OK = 1
                 PERFORM CHECK-ACCOUNT-STATUS.
              IF WS-DETAIL-OK = 1
                 IF PAY-D-AMOUNT = 0
                    MOVE 07 TO WS-REASON-CODE
                    MOVE "INVALID AMOUNT" TO WS-REASON-TEXT
                    MOVE 0 TO WS-DETAIL-OK
                 ELSE IF PAY-D-DIRECTION NOT = "C"
                    AND PAY-D-DIRECTION NOT = "D"
                    MOVE 08 TO WS-REASON-CODE
                    MOVE "INVALID DIRECTION" TO WS-REASON-TEXT
                    MOVE 0 TO WS-DETAIL-OK.
              IF WS-DETAIL-OK = 1
                 IF PAY-D-DIRECTION = "C"
                    PERFORM CHECK-CREDIT
                 ELSE
                    PERFORM CHECK-DEBIT.

       CHECK-ACCOUNT-STATUS.
              IF ACCT-TYPE = "T"
                 MOVE 12 TO WS-REASON-CODE
                 MOVE "TERM ACCOUNT" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK
              ELSE IF ACCT-TYPE = "L"
                 MOVE 15 TO WS-REASON-CODE
                 MOVE "LOAN ACCOUNT" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK
              ELSE IF ACCT-CURRENCY NOT = SPACES
                 MOVE 16 TO WS-REASON-CODE
                 MOVE "FOREIGN CURRENCY ACCOUNT" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK
              ELSE IF ACCT-STATUS = "C"
                 MOVE 04 TO WS-REASON-CODE
                 MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK
              ELSE IF ACCT-STATUS = "F"
                 MOVE 05 TO WS-REASON-CODE
                 MOVE "ACCOUNT FROZEN" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK
              ELSE IF ACCT-STATUS = "D"
                 MOVE 06 TO WS-REASON-CODE
                 MOVE "ACCOUNT DORMANT" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK
              ELSE IF ACCT-STATUS = "W" AND PAY-D-DIRECTION NOT = "C"
                 MOVE 17 TO WS-REASON-CODE
                 MOVE "ACCOUNT WRITTEN OFF" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK
              ELSE IF ACCT-STATUS NOT = "O" AND ACCT-STATUS NOT = "W"
                 MOVE 14 TO WS-REASON-CODE
                 MOVE "ACCOUNT NOT OPEN" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK.

       CHECK-CREDIT.
              COMPUTE WS-NEW-BALANCE = BALANCE + PAY-D-AMOUNT.
              IF WS-NEW-BALANCE > WS-MAX-BALANCE
                 MOVE 11 TO WS-REASON-CODE
                 MOVE "BALANCE LIMIT EXCEEDED" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK.

       CHECK-DEBIT.
              COMPUTE WS-NEW-BALANCE = BALANCE - PAY-D-AMOUNT.
              PERFORM CAL-ACTIVE-HOLDS.
              IF WS-NEW-BALANCE < (0 - OVERDRAFT-LIMIT)
                 MOVE 09 TO WS-REASON-CODE
                 MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK
              ELSE IF (WS-NEW-BALANCE - WS-HOLD-TOTAL)
                 < (0 - OVERDRAFT-LIMIT)
                 MOVE 10 TO WS-REASON-CODE
                 MOVE "FUNDS ON HOLD" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK.

       CAL-ACTIVE-HOLDS.
              MOVE ZEROS TO WS-HOLD-TOTAL.
              IF WS-HOLD-OPEN = 1
                 MOVE "N" TO WS-HOLD-EOF
                 MOVE WS-POST-ACCOUNT TO HLD-DIGIT
                 MOVE ZEROS TO HLD-SEQ
                 START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                     INVALID KEY MOVE "Y" TO WS-HOLD-EOF
                 END-START
                 PERFORM SCAN-HOLD UNTIL WS-HOLD-EOF = "Y".

       SCAN-HOLD.
              READ HOLD-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-HOLD-EOF
                  NOT AT END
                     IF HLD-DIGIT NOT = WS-POST-ACCOUNT
                        MOVE "Y" TO WS-HOLD-EOF
                     ELSE IF HLD-STATUS = "A"
                        AND (HLD-EXPIRY = ZEROS
                           OR HLD-EXPIRY NOT < DATA-SIS)
                        ADD HLD-AMOUNT TO WS-HOLD-TOTAL
              END-READ.

      * ----------------------------- The account record is still
      * in the buffer from the validation read.
       POST-DETAIL.
              MOVE BALANCE TO BALANCE-OLD-W.
              COMPUTE BALANCE = WS-NEW-BALANCE.
              COMPUTE TOTAL = BALANCE.
              MOVE DATA-SIS TO LAST-ACTIVITY.
              REWRITE REG-CLI.
              IF ARQST NOT = "00"
                 MOVE 13 TO WS-REASON-CODE
                 MOVE "ACCOUNT UPDATE FAILED" TO WS-REASON-TEXT
                 MOVE 0 TO WS-DETAIL-OK
              ELSE
                 PERFORM WRITE-JOURNAL
                 PERFORM WRITE-AUDIT.

      * ----------------------------- The audit reference is the
      * payment's detail number within its file.
       WRITE-AUDIT.
              MOVE DIGIT           TO AUD-CODE.
              IF PAY-D-DIRECTION = "C"
                 MOVE "CLIAS-CR"   TO AUD-PROGRAM
              ELSE
                 MOVE "CLIAS-DR"   TO AUD-PROGRAM.
              MOVE BALANCE-OLD-W   TO AUD-OLD-BALANCE.
              MOVE BALANCE         TO AUD-NEW-BALANCE.
              MOVE DATA-SIS        TO AUD-DATA-SIS.
              MOVE WS-DETAIL-NO    TO AUD-REF.
              MOVE "BATCH"         TO AUD-OPERATOR.
              OPEN EXTEND AUDIT-TRAIL.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR FOR ACCOUNT " DIGIT.
              CLOSE AUDIT-TRAIL.

      * ----------------------------- Next journal sequence number
       GET-JOURNAL-SEQ.
              MOVE ZEROS TO WS-JRN-SEQ.
              OPEN INPUT JRN-CONTROL.
              IF ARQST-JSQ = "00"
                 READ JRN-CONTROL
                     AT END
                        MOVE ZEROS TO WS-JRN-SEQ
                     NOT AT END
                        MOVE JSQ-LAST-SEQ TO WS-JRN-SEQ
                 END-READ
                 CLOSE JRN-CONTROL.
              ADD 1 TO WS-JRN-SEQ.
              MOVE WS-JRN-SEQ TO JSQ-LAST-SEQ.
              OPEN OUTPUT JRN-CONTROL.
              WRITE REG-JRN-CONTROL.
              CLOSE JRN-CONTROL.

      * ----------------------------- Journal type DPY, direct
      * payment; the time reference carries the detail number so
      * the entry leads back to the payment in its file.
       WRITE-JOURNAL.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ      TO JRN-SEQ.
              MOVE DIGIT           TO JRN-CODE.
              MOVE ACCT-CURRENCY   TO JRN-CURRENCY.
              MOVE DATA-SIS        TO JRN-DATA-SIS.
              MOVE WS-DETAIL-NO    TO JRN-TIME.
              MOVE "DPY"           TO JRN-TYPE.
              IF PAY-D-DIRECTION = "C"
                 MOVE "C"          TO JRN-DC
                 MOVE PAY-D-AMOUNT TO JRN-AMOUNT
              ELSE
                 MOVE "D"          TO JRN-DC
                 COMPUTE WS-JRN-AMOUNT = 0 - PAY-D-AMOUNT
                 MOVE WS-JRN-AMOUNT TO JRN-AMOUNT.
              MOVE BALANCE         TO JRN-RUN-BALANCE.
              OPEN EXTEND JOURNAL-FILE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR FOR ACCOUNT " DIGIT.
              CLOSE JOURNAL-FILE.
              PERFORM WRITE-JOURNAL-INDEX.

      * ----------------------------- Keep the keyed retrieval copy
      * in step with the book of record; until the rebuild utility
      * has created it there is nothing to maintain.  Any other
      * open failure leaves a hole the readers cannot see, so it is
      * called out for a JOURNAL-REORG rebuild.
       WRITE-JOURNAL-INDEX.
              OPEN I-O JRNIDX-FILE.
              IF ARQST-JRX = "00"
                 MOVE JRN-CODE        TO JRX-CODE
                 MOVE JRN-DATA-SIS    TO JRX-DATA-SIS
                 MOVE JRN-SEQ         TO JRX-SEQ
                 MOVE JRN-TIME        TO JRX-TIME
                 MOVE JRN-TYPE        TO JRX-TYPE
                 MOVE JRN-DC          TO JRX-DC
                 MOVE JRN-AMOUNT      TO JRX-AMOUNT
                 MOVE JRN-RUN-BALANCE TO JRX-RUN-BALANCE
                 WRITE REG-JRNX
                     INVALID KEY
                        CONTINUE
                 END-WRITE
                 CLOSE JRNIDX-FILE
              ELSE IF ARQST-JRX NOT = "35"
                 DISPLAY "JRNIDX.DAT NOT UPDATED - STATUS " ARQST-JRX
                 DISPLAY "RUN THE JOURNAL-REORG REBUILD".

       WRITE-RETURN-HEADER.
              MOVE "H" TO RET-MARKER.
              MOVE WS-H-FILE-ID TO RET-H-FILE-ID.
              MOVE WS-H-DATE    TO RET-H-FILE-DATE.
              MOVE WS-RET-DATE  TO RET-H-RUN-DATE.
              WRITE REG-RETURN.
              IF ARQST-RET NOT = "00"
                 DISPLAY "RETURNS WRITE ERROR - STATUS " ARQST-RET.

      * ----------------------------- The payment goes back exactly
      * as it was received, with the reason it did not post.
       WRITE-RETURN-DETAIL.
              MOVE SPACES TO REG-RETURN.
              MOVE "D" TO RET-MARKER.
              MOVE WS-DETAIL-NO   TO RET-D-DETAIL-NO.
              MOVE PAY-D-PAYMENT  TO RET-D-PAYMENT.
              MOVE WS-REASON-CODE TO RET-D-REASON.
              MOVE WS-REASON-TEXT TO RET-D-TEXT.
              WRITE REG-RETURN.
              IF ARQST-RET NOT = "00"
                 DISPLAY "RETURNS WRITE ERROR - STATUS " ARQST-RET.
              ADD 1 TO WS-RETURN-COUNT.
              IF PAY-D-AMOUNT NUMERIC
                 ADD PAY-D-AMOUNT TO WS-RETURN-HASH.

       WRITE-RETURN-TRAILER.
              MOVE SPACES TO REG-RETURN.
              MOVE "T" TO RET-MARKER.
              MOVE WS-RETURN-COUNT TO RET-T-COUNT.
              MOVE WS-RETURN-HASH  TO RET-T-HASH.
              WRITE REG-RETURN.
              IF ARQST-RET NOT = "00"
                 DISPLAY "RETURNS WRITE ERROR - STATUS " ARQST-RET.

       WRITE-PAYLOG.
              MOVE WS-H-FILE-ID     TO PL-FILE-ID.
              MOVE WS-H-DATE        TO PL-FILE-DATE.
              MOVE WS-RET-DATE      TO PL-RUN-DATE.
              MOVE WS-POSTED-COUNT  TO PL-POSTED-COUNT.
              MOVE WS-POSTED-AMOUNT TO PL-POSTED-AMOUNT.
              MOVE WS-RETURN-COUNT  TO PL-RETURN-COUNT.
              MOVE WS-RETURN-HASH   TO PL-RETURN-HASH.
              IF WS-LOG-NEW = 1
                 WRITE REG-PAYLOG
                     INVALID KEY
                        REWRITE REG-PAYLOG
                 END-WRITE
                 MOVE 0 TO WS-LOG-NEW
              ELSE
                 REWRITE REG-PAYLOG.
              IF ARQST-PLG NOT = "00"
                 DISPLAY "PAYLOG.DAT WRITE ERROR - STATUS " ARQST-PLG.

       END-PROGRAM.
              MOVE WS-POSTED-COUNT TO BATCH-RECORD-COUNT.
              MOVE 1 TO BATCH-STEP-OK.
              CLOSE CLIENTS.
              CLOSE PAYLOG-FILE.
              IF WS-HOLD-OPEN = 1
                 CLOSE HOLD-FILE.
              GOBACK.
