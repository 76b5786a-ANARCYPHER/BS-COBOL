      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHEQUE-CLEAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT PRESENTED-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-PRS.

              SELECT RETURN-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-RET.

              SELECT CHECKPOINT ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-CKP.

              SELECT FILE-LOG ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS PL-FILE-ID
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-PLG.

              SELECT CHEQUE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CHQ-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CHQ.

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
      * ----------------------------- Inward clearing file of
      * cheques drawn on our checking accounts and presented at
      * other banks: H header with the file reference, one D per
      * cheque, T trailer with the item count and the hash total of
      * the cheque amounts.
       FD PRESENTED-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-PRESENTED
                VALUE OF FILE-ID IS "CHQIN.DAT".
          01 REG-PRESENTED.
                02 PRS-MARKER PIC X(01).
                02 PRS-DATA   PIC X(79).
                02 PRS-HEADER REDEFINES PRS-DATA.
                     03 PRS-H-FILE-ID    PIC X(12).
                     03 PRS-H-DATE       PIC 9(08).
                     03 FILLER           PIC X(59).
                02 PRS-DETAIL REDEFINES PRS-DATA.
                     03 PRS-D-ITEM.
                          04 PRS-D-ACCOUNT   PIC 9(09).
                          04 PRS-D-SERIAL    PIC 9(06).
                          04 PRS-D-AMOUNT    PIC 9(05)V99.
                          04 PRS-D-PRESENTER PIC X(20).
                     03 FILLER           PIC X(37).
                02 PRS-TRAILER REDEFINES PRS-DATA.
                     03 PRS-T-COUNT      PIC 9(07).
                     03 PRS-T-HASH       PIC 9(11)V99.
                     03 FILLER           PIC X(59).

      * ----------------------------- Returned cheques back to the
      * clearing house: header A (file taken) or R (rejected
      * whole), one D per unpaid cheque as presented with the
      * reason, and a T trailer with the count and hash total of
      * the returned amounts.
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
                     03 RET-D-ITEM-NO    PIC 9(07).
                     03 RET-D-ITEM       PIC X(42).
                     03 RET-D-REASON     PIC 9(02).
                     03 RET-D-TEXT       PIC X(26).
                     03 FILLER           PIC X(02).
                02 RET-TRAILER REDEFINES RET-DATA.
                     03 RET-T-COUNT      PIC 9(07).
                     03 RET-T-HASH       PIC 9(11)V99.
                     03 FILLER           PIC X(59).

      * ----------------------------- Restart point: the business
      * date and file reference being cleared, the last item taken
      * in hand and whether it finished (S/N).  CKP-DONE 1 once the
      * whole file is cleared.
       FD CHECKPOINT LABEL RECORD STANDARD
                DATA RECORD IS REG-CHECKPOINT
                VALUE OF FILE-ID IS "CHQCLR.CKP".
          01 REG-CHECKPOINT.
                02 CKP-DATE       PIC 9(08).
                02 CKP-FILE-ID    PIC X(12).
                02 CKP-LAST-ITEM  PIC 9(07).
                02 CKP-ITEM-DONE  PIC X(01).
                02 CKP-DONE       PIC 9(01).
                02 CKP-PAID-COUNT PIC 9(07).
                02 CKP-PAID-AMOUNT PIC 9(11)V99.
                02 CKP-RETURN-COUNT PIC 9(07).
                02 CKP-RETURN-HASH PIC 9(11)V99.

      * ----------------------------- Every clearing file ever
      * taken, keyed by its header reference, in the same layout as
      * the payment file log.  PL-POSTED-COUNT/AMOUNT carry the
      * cheques paid.
       FD FILE-LOG LABEL RECORD STANDARD
                DATA RECORD IS REG-PAYLOG
                VALUE OF FILE-ID IS "CHQLOG.DAT".
          COPY REGPLG.

       FD CHEQUE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CHEQUE
                VALUE OF FILE-ID IS "CHEQUES.DAT".
          COPY REGCHQ.

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
                02 FILLER        PIC X(04) VALUE "CHQR".
                02 WS-RET-DATE   PIC 9(08).
                02 FILLER        PIC X(04) VALUE ".DAT".
         01 ARQST                   PIC X(02).
         01 ARQST-PRS               PIC X(02).
         01 ARQST-RET               PIC X(02).
         01 ARQST-CKP               PIC X(02).
         01 ARQST-PLG               PIC X(02).
         01 ARQST-CHQ               PIC X(02).
         01 ARQST-HLD               PIC X(02).
         01 ARQST-AUD               PIC X(02).
         01 ARQST-JRN               PIC X(02).
         01 ARQST-JSQ               PIC X(02).
         01 ARQST-JRX               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-HOLD-EOF             PIC X(01) VALUE "N".
         01 WS-HOLD-OPEN            PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-JRN-SEQ              PIC 9(08) VALUE ZEROS.
         01 WS-HOLD-TOTAL           PIC S9(07)V99 VALUE ZEROS.
         01 WS-NEW-BALANCE          PIC S9(06)V99 VALUE ZEROS.
         01 WS-JRN-AMOUNT           PIC S9(05)V99 VALUE ZEROS.
         01 BALANCE-OLD-W           PIC S9(05)V99 VALUE ZEROS.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).

      * ----------------------------- First pass: the file proves
      * against its own trailer before a single cheque is paid.
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

      * ----------------------------- Second pass: paying, with the
      * running position kept on the checkpoint.
         01 WS-RESUMING             PIC 9(01) VALUE ZEROS.
         01 WS-LOG-NEW              PIC 9(01) VALUE ZEROS.
         01 WS-LOG-RESUME           PIC 9(01) VALUE ZEROS.
         01 WS-ERROR-COUNT          PIC 9(05) VALUE ZEROS.
         01 WS-RESUME-AFTER         PIC 9(07) VALUE ZEROS.
         01 WS-IN-FLIGHT            PIC 9(07) VALUE ZEROS.
         01 WS-ALREADY-PAID         PIC 9(01) VALUE ZEROS.
         01 WS-ITEM-NO              PIC 9(07) VALUE ZEROS.
         01 WS-PAY-ACCOUNT          PIC 9(09) VALUE ZEROS.
         01 WS-ITEM-OK              PIC 9(01) VALUE ZEROS.
         01 WS-REASON-CODE          PIC 9(02) VALUE ZEROS.
         01 WS-REASON-TEXT          PIC X(26) VALUE SPACES.
         01 WS-PAID-COUNT           PIC 9(07) VALUE ZEROS.
         01 WS-PAID-AMOUNT          PIC 9(11)V99 VALUE ZEROS.
         01 WS-RETURN-COUNT         PIC 9(07) VALUE ZEROS.
         01 WS-RETURN-HASH          PIC 9(11)V99 VALUE ZEROS.
         01 WS-AMOUNT-E             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      * ----------------------------- Pays or returns each cheque
      * presented through inward clearing.  The file must prove
      * against its trailer or every cheque goes back under the
      * file's reason.  A cheque is returned when payment is
      * stopped, the serial was never issued to the account or is
      * already paid, or the available balance after holds and the
      * overdraft limit will not cover it.  Paid cheques post as
      * journal type CHQ carrying the cheque serial.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-RET-DATE.
              MOVE ZEROS TO WS-ERROR-COUNT.
              PERFORM PROVE-FILE.
              PERFORM OPEN-FILE-LOG.
              PERFORM CHECK-FILE-LOG.
              PERFORM READ-CHECKPOINT.
              IF WS-FILE-REASON NOT = 0
                 PERFORM REJECT-FILE
              ELSE
                 PERFORM CLEAR-FILE.
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

      * ----------------------------- No clearing file tonight is
      * not an error: there is simply nothing presented.
       PROVE-FILE.
              OPEN INPUT PRESENTED-FILE.
              IF ARQST-PRS = "35"
                 DISPLAY "NO INWARD CLEARING FILE - NOTHING PRESENTED"
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 1 TO BATCH-STEP-OK
                 GOBACK.
              IF ARQST-PRS NOT = "00"
                 DISPLAY "UNABLE TO OPEN CHQIN.DAT - STATUS "
                    ARQST-PRS
                 GOBACK.
              MOVE ZEROS TO WS-REC-COUNT WS-HDR-SEEN WS-TRL-SEEN
                             WS-DET-COUNT WS-DET-HASH
                             WS-FILE-REASON.
              MOVE SPACES TO WS-FILE-TEXT.
              PERFORM READ-PRESENTED.
              PERFORM PROVE-RECORD UNTIL WS-EOF = "Y".
              CLOSE PRESENTED-FILE.
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

       READ-PRESENTED.
              READ PRESENTED-FILE AT END MOVE "Y" TO WS-EOF.

       PROVE-RECORD.
              ADD 1 TO WS-REC-COUNT.
              IF WS-TRL-SEEN = 1
                 MOVE 94 TO WS-REASON-CODE
                 MOVE "RECORD AFTER TRAILER" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON
              ELSE IF PRS-MARKER = "H"
                 PERFORM PROVE-HEADER
              ELSE IF PRS-MARKER = "D"
                 PERFORM PROVE-DETAIL
              ELSE IF PRS-MARKER = "T"
                 PERFORM PROVE-TRAILER
              ELSE
                 MOVE 96 TO WS-REASON-CODE
                 MOVE "UNKNOWN RECORD TYPE" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON.
              PERFORM READ-PRESENTED.

       PROVE-HEADER.
              IF WS-REC-COUNT NOT = 1
                 MOVE 92 TO WS-REASON-CODE
                 MOVE "HEADER MISSING/MISPLACED" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON
              ELSE
                 MOVE 1 TO WS-HDR-SEEN
                 MOVE PRS-H-FILE-ID TO WS-H-FILE-ID
                 MOVE PRS-H-DATE    TO WS-H-DATE.

       PROVE-DETAIL.
              ADD 1 TO WS-DET-COUNT.
              IF PRS-D-AMOUNT NOT NUMERIC
                 MOVE 95 TO WS-REASON-CODE
                 MOVE "NON-NUMERIC DETAIL AMOUNT" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON
              ELSE
                 ADD PRS-D-AMOUNT TO WS-DET-HASH.

       PROVE-TRAILER.
              IF PRS-T-COUNT NOT NUMERIC OR PRS-T-HASH NOT NUMERIC
                 MOVE 93 TO WS-REASON-CODE
                 MOVE "TRAILER MISSING OR INVALID" TO WS-REASON-TEXT
                 PERFORM SET-FILE-REASON
              ELSE
                 MOVE 1 TO WS-TRL-SEEN
                 MOVE PRS-T-COUNT TO WS-TRL-COUNT
                 MOVE PRS-T-HASH  TO WS-TRL-HASH.

      * ----------------------------- The first failure found is
      * the one reported back.
       SET-FILE-REASON.
              IF WS-FILE-REASON = 0
                 MOVE WS-REASON-CODE TO WS-FILE-REASON
                 MOVE WS-REASON-TEXT TO WS-FILE-TEXT.

       OPEN-FILE-LOG.
              OPEN I-O FILE-LOG.
              IF ARQST-PLG = "35"
                 CLOSE FILE-LOG
                 OPEN OUTPUT FILE-LOG
                 CLOSE FILE-LOG
                 OPEN I-O FILE-LOG.
              IF ARQST-PLG NOT = "00"
                 DISPLAY "UNABLE TO OPEN CHQLOG.DAT - STATUS "
                    ARQST-PLG
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 0 TO BATCH-STEP-OK
                 GOBACK.

      * ----------------------------- A file cleared on any earlier
      * night is never taken again, whatever the business date; nor
      * is one returned whole that still does not prove, so its
      * cheques do not go back twice.  A returned file sent again
      * corrected under the same reference is cleared as new.  One
      * stopped part way resumes on its own run date.  A file with
      * no header has no reference to log.
       CHECK-FILE-LOG.
              MOVE 0 TO WS-LOG-NEW WS-LOG-RESUME.
              IF WS-HDR-SEEN = 1
                 MOVE WS-H-FILE-ID TO PL-FILE-ID
                 READ FILE-LOG
                     INVALID KEY
                        MOVE 1 TO WS-LOG-NEW
                     NOT INVALID KEY
                        MOVE 0 TO WS-LOG-NEW
                 END-READ
              ELSE
                 MOVE 1 TO WS-LOG-NEW.
              IF WS-LOG-NEW = 0 AND PL-STATUS = "C"
                 DISPLAY "CLEARING FILE " WS-H-FILE-ID
                    " ALREADY CLEARED ON " PL-RUN-DATE
                    " - NOT CLEARED AGAIN"
                 PERFORM SKIP-FILE.
              IF WS-LOG-NEW = 0 AND PL-STATUS = "R"
                 AND WS-FILE-REASON NOT = 0
                 DISPLAY "CLEARING FILE " WS-H-FILE-ID
                    " ALREADY RETURNED ON " PL-RUN-DATE
                    " - NOT RETURNED AGAIN"
                 PERFORM SKIP-FILE.
              IF WS-LOG-NEW = 0 AND PL-STATUS = "I"
                 MOVE 1 TO WS-LOG-RESUME
                 MOVE PL-RUN-DATE TO WS-RET-DATE.

       SKIP-FILE.
              CLOSE FILE-LOG.
              MOVE ZEROS TO BATCH-RECORD-COUNT.
              MOVE 1 TO BATCH-STEP-OK.
              GOBACK.

       WRITE-FILE-LOG.
              MOVE WS-H-FILE-ID    TO PL-FILE-ID.
              MOVE WS-H-DATE       TO PL-FILE-DATE.
              MOVE WS-RET-DATE     TO PL-RUN-DATE.
              MOVE WS-FILE-REASON  TO PL-REASON.
              MOVE WS-ITEM-NO      TO PL-LAST-DETAIL.
              MOVE "S"             TO PL-LAST-DONE.
              MOVE WS-PAID-COUNT   TO PL-POSTED-COUNT.
              MOVE WS-PAID-AMOUNT  TO PL-POSTED-AMOUNT.
              MOVE WS-RETURN-COUNT TO PL-RETURN-COUNT.
              MOVE WS-RETURN-HASH  TO PL-RETURN-HASH.
              WRITE REG-PAYLOG
                  INVALID KEY
                     REWRITE REG-PAYLOG
              END-WRITE.
              IF ARQST-PLG NOT = "00"
                 DISPLAY "CHQLOG.DAT WRITE ERROR - STATUS " ARQST-PLG
                 ADD 1 TO WS-ERROR-COUNT.

      * ----------------------------- One stopped part way resumes
      * after the last cheque it finished, on a later night too
      * when the file log still shows it in progress.
       READ-CHECKPOINT.
              MOVE ZEROS TO WS-RESUMING WS-RESUME-AFTER WS-IN-FLIGHT
                             WS-PAID-COUNT WS-PAID-AMOUNT
                             WS-RETURN-COUNT WS-RETURN-HASH.
              OPEN INPUT CHECKPOINT.
              IF ARQST-CKP = "00"
                 READ CHECKPOINT
                     AT END
                        MOVE ZEROS TO CKP-DATE
                 END-READ
                 CLOSE CHECKPOINT
                 IF CKP-FILE-ID = WS-H-FILE-ID
                    AND (CKP-DATE = DATA-SIS OR WS-LOG-RESUME = 1)
                    PERFORM CHECK-RESTART.

       CHECK-RESTART.
              IF CKP-DONE = 1
                 DISPLAY "CLEARING FILE " WS-H-FILE-ID
                    " ALREADY CLEARED TODAY - NOT CLEARED AGAIN"
                 PERFORM SKIP-FILE.
              MOVE 1 TO WS-RESUMING.
              MOVE CKP-DATE         TO WS-RET-DATE.
              MOVE CKP-PAID-COUNT   TO WS-PAID-COUNT.
              MOVE CKP-PAID-AMOUNT  TO WS-PAID-AMOUNT.
              MOVE CKP-RETURN-COUNT TO WS-RETURN-COUNT.
              MOVE CKP-RETURN-HASH  TO WS-RETURN-HASH.
              MOVE CKP-LAST-ITEM    TO WS-RESUME-AFTER.
              IF CKP-ITEM-DONE NOT = "S" AND CKP-LAST-ITEM > 0
                 MOVE CKP-LAST-ITEM TO WS-IN-FLIGHT
                 SUBTRACT 1 FROM WS-RESUME-AFTER.
              DISPLAY "RESUMING CLEARING FILE " WS-H-FILE-ID
                 " AFTER ITEM " WS-RESUME-AFTER.

       WRITE-CHECKPOINT.
              MOVE WS-RET-DATE     TO CKP-DATE.
              MOVE WS-H-FILE-ID    TO CKP-FILE-ID.
              MOVE WS-ITEM-NO      TO CKP-LAST-ITEM.
              MOVE WS-PAID-COUNT   TO CKP-PAID-COUNT.
              MOVE WS-PAID-AMOUNT  TO CKP-PAID-AMOUNT.
              MOVE WS-RETURN-COUNT TO CKP-RETURN-COUNT.
              MOVE WS-RETURN-HASH  TO CKP-RETURN-HASH.
              OPEN OUTPUT CHECKPOINT.
              WRITE REG-CHECKPOINT.
              CLOSE CHECKPOINT.

      * ----------------------------- The trailer does not prove:
      * nothing is paid and every cheque goes back under the file's
      * reason.  A file that changed under a run already part
      * cleared is stopped for operations instead.
       REJECT-FILE.
              IF WS-RESUMING = 1
                 DISPLAY "CLEARING FILE " WS-H-FILE-ID
                    " CHANGED SINCE CLEARING STARTED - "
                    WS-FILE-TEXT
                 DISPLAY "STEP FAILED - RESTORE THE ORIGINAL FILE"
                 CLOSE FILE-LOG
                 MOVE 0 TO BATCH-STEP-OK
                 GOBACK.
              DISPLAY "CLEARING FILE " WS-H-FILE-ID
                 " REJECTED WHOLE - " WS-FILE-TEXT.
              OPEN OUTPUT RETURN-FILE.
              IF ARQST-RET NOT = "00"
                 DISPLAY "UNABLE TO CREATE " WS-RETURN-NAME
                    " - STATUS " ARQST-RET
                 CLOSE FILE-LOG
                 MOVE 0 TO BATCH-STEP-OK
                 GOBACK.
              MOVE "R" TO RET-H-STATUS.
              MOVE WS-FILE-REASON TO RET-H-REASON.
              MOVE WS-FILE-TEXT   TO RET-H-TEXT.
              PERFORM WRITE-RETURN-HEADER.
              MOVE WS-FILE-REASON TO WS-REASON-CODE.
              MOVE WS-FILE-TEXT   TO WS-REASON-TEXT.
              MOVE ZEROS TO WS-ITEM-NO.
              MOVE "N" TO WS-EOF.
              OPEN INPUT PRESENTED-FILE.
              PERFORM READ-PRESENTED.
              PERFORM RETURN-ALL UNTIL WS-EOF = "Y".
              CLOSE PRESENTED-FILE.
              PERFORM WRITE-RETURN-TRAILER.
              CLOSE RETURN-FILE.
              MOVE 1 TO CKP-DONE.
              MOVE "S" TO CKP-ITEM-DONE.
              PERFORM WRITE-CHECKPOINT.
              IF WS-HDR-SEEN = 1
                 MOVE "R" TO PL-STATUS
                 PERFORM WRITE-FILE-LOG.
              CLOSE FILE-LOG.
              DISPLAY "CHEQUES RETURNED: " WS-RETURN-COUNT
                 " TO " WS-RETURN-NAME.
              MOVE ZEROS TO BATCH-RECORD-COUNT.
              IF WS-ERROR-COUNT = 0
                 MOVE 1 TO BATCH-STEP-OK
              ELSE
                 MOVE 0 TO BATCH-STEP-OK.
              GOBACK.

       RETURN-ALL.
              IF PRS-MARKER = "D"
                 ADD 1 TO WS-ITEM-NO
                 PERFORM WRITE-RETURN-DETAIL.
              PERFORM READ-PRESENTED.

      * ----------------------------- The file is logged in
      * progress before the first cheque is paid.
       CLEAR-FILE.
              IF WS-RESUMING = 0
                 MOVE "I" TO PL-STATUS
                 MOVE ZEROS TO WS-ITEM-NO
                 PERFORM WRITE-FILE-LOG
                 IF WS-ERROR-COUNT NOT = 0
                    CLOSE FILE-LOG
                    MOVE ZEROS TO BATCH-RECORD-COUNT
                    MOVE 0 TO BATCH-STEP-OK
                    GOBACK.
              PERFORM OPEN-ARQ.
              DISPLAY "INWARD CLEARING FILE " WS-H-FILE-ID
                 "  ITEMS: " WS-DET-COUNT.
              MOVE ZEROS TO WS-ITEM-NO.
              MOVE "N" TO WS-EOF.
              OPEN INPUT PRESENTED-FILE.
              PERFORM READ-PRESENTED.
              PERFORM PROCESS-RECORD UNTIL WS-EOF = "Y".
              CLOSE PRESENTED-FILE.
              PERFORM WRITE-RETURN-TRAILER.
              CLOSE RETURN-FILE.
              MOVE 1 TO CKP-DONE.
              MOVE "S" TO CKP-ITEM-DONE.
              PERFORM WRITE-CHECKPOINT.
              MOVE "C" TO PL-STATUS.
              PERFORM WRITE-FILE-LOG.
              MOVE WS-PAID-AMOUNT TO WS-AMOUNT-E.
              DISPLAY "CHEQUES PAID: " WS-PAID-COUNT
                 "  AMOUNT: " WS-AMOUNT-E.
              MOVE WS-RETURN-HASH TO WS-AMOUNT-E.
              DISPLAY "CHEQUES RETURNED: " WS-RETURN-COUNT
                 "  AMOUNT: " WS-AMOUNT-E.

      * ----------------------------- A resumed run adds to the
      * returns file it already started; a fresh run starts it with
      * its header.
       OPEN-ARQ.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              OPEN I-O CHEQUE-FILE.
              IF ARQST-CHQ = "35"
                 CLOSE CHEQUE-FILE
                 OPEN OUTPUT CHEQUE-FILE
                 CLOSE CHEQUE-FILE
                 OPEN I-O CHEQUE-FILE.
              IF ARQST-CHQ NOT = "00"
                 DISPLAY "UNABLE TO OPEN CHEQUES.DAT - STATUS "
                    ARQST-CHQ
                 CLOSE CLIENTS
                 CLOSE FILE-LOG
                 GOBACK.
              IF WS-RESUMING = 1
                 OPEN EXTEND RETURN-FILE
              ELSE
                 OPEN OUTPUT RETURN-FILE.
              IF ARQST-RET NOT = "00"
                 DISPLAY "UNABLE TO OPEN " WS-RETURN-NAME
                    " - STATUS " ARQST-RET
                 CLOSE CLIENTS
                 CLOSE CHEQUE-FILE
                 CLOSE FILE-LOG
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
                 CLOSE FILE-LOG
                 GOBACK.

      * ----------------------------- The checkpoint is written
      * before a cheque is touched and again once it is finished,
      * so a run that stops in between knows which cheque to look
      * at again.
       PROCESS-RECORD.
              IF PRS-MARKER = "D"
                 ADD 1 TO WS-ITEM-NO
                 IF WS-ITEM-NO > WS-RESUME-AFTER
                    MOVE 0 TO CKP-DONE
                    MOVE "N" TO CKP-ITEM-DONE
                    PERFORM WRITE-CHECKPOINT
                    PERFORM PROCESS-ITEM
                    MOVE "S" TO CKP-ITEM-DONE
                    PERFORM WRITE-CHECKPOINT.
              PERFORM READ-PRESENTED.

       PROCESS-ITEM.
              MOVE 1 TO WS-ITEM-OK.
              MOVE ZEROS TO WS-REASON-CODE WS-ALREADY-PAID
                             WS-PAY-ACCOUNT.
              MOVE SPACES TO WS-REASON-TEXT.
              PERFORM VALIDATE-ITEM.
              IF WS-ALREADY-PAID = 1
                 DISPLAY "ITEM " WS-ITEM-NO
                    " ALREADY PAID BY THIS RUN - NOT PAID AGAIN"
                 ADD 1 TO WS-PAID-COUNT
                 ADD PRS-D-AMOUNT TO WS-PAID-AMOUNT
              ELSE
                 IF WS-ITEM-OK = 1
                    PERFORM PAY-CHEQUE
                 END-IF
                 IF WS-ITEM-OK = 1
                    ADD 1 TO WS-PAID-COUNT
                    ADD PRS-D-AMOUNT TO WS-PAID-AMOUNT
                 ELSE
                    PERFORM WRITE-RETURN-DETAIL.

      * ----------------------------- Account checks first, then
      * the register, then the money.  A cheque drawn on a number
      * retired by a branch merger is paid from the account's new
      * number; the item keeps the number it was presented with,
      * so a return goes back under it.
       VALIDATE-ITEM.
              IF PRS-D-ACCOUNT NOT NUMERIC OR PRS-D-ACCOUNT = 0
                 MOVE 01 TO WS-REASON-CODE
                 MOVE "INVALID ACCOUNT NUMBER" TO WS-REASON-TEXT
                 MOVE 0 TO WS-ITEM-OK.
              IF WS-ITEM-OK = 1
                 MOVE "V" TO ACK-FUNCTION
                 MOVE PRS-D-ACCOUNT TO ACK-ACCOUNT
                 CALL "ACCT-CHECK" USING ACCT-CHECK-AREA
                 IF ACK-RESULT = 1
                    MOVE 02 TO WS-REASON-CODE
                    MOVE "CHECK DIGIT WRONG" TO WS-REASON-TEXT
                    MOVE 0 TO WS-ITEM-OK
                 ELSE IF ACK-RESULT NOT = 0
                    MOVE 03 TO WS-REASON-CODE
                    MOVE ACK-MESSAGE TO WS-REASON-TEXT
                    MOVE 0 TO WS-ITEM-OK
                 ELSE
                    MOVE ACK-ACCOUNT TO WS-PAY-ACCOUNT.
              IF WS-ITEM-OK = 1
                 MOVE WS-PAY-ACCOUNT TO DIGIT
                 READ CLIENTS
                     INVALID KEY
                        MOVE 03 TO WS-REASON-CODE
                        MOVE "ACCOUNT NOT ON FILE" TO WS-REASON-TEXT
                        MOVE 0 TO WS-ITEM-OK
                 END-READ.
              IF WS-ITEM-OK = 1
                 PERFORM CHECK-ACCOUNT-STATUS.
              IF WS-ITEM-OK = 1
                 IF PRS-D-AMOUNT = 0
                    MOVE 09 TO WS-REASON-CODE
                    MOVE "INVALID AMOUNT" TO WS-REASON-TEXT
                    MOVE 0 TO WS-ITEM-OK.
              IF WS-ITEM-OK = 1
                 PERFORM CHECK-REGISTER.
              IF WS-ITEM-OK = 1 AND WS-ALREADY-PAID = 0
                 PERFORM CHECK-FUNDS.

       CHECK-ACCOUNT-STATUS.
              IF ACCT-TYPE NOT = "C"
                 MOVE 04 TO WS-REASON-CODE
                 MOVE "NOT A CHEQUE ACCOUNT" TO WS-REASON-TEXT
                 MOVE 0 TO WS-ITEM-OK
              ELSE IF ACCT-CURRENCY NOT = SPACES
                 MOVE 16 TO WS-REASON-CODE
                 MOVE "FOREIGN CURRENCY ACCOUNT" TO WS-REASON-TEXT
                 MOVE 0 TO WS-ITEM-OK
              ELSE IF ACCT-STATUS = "C"
                 MOVE 05 TO WS-REASON-CODE
                 MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
                 MOVE 0 TO WS-ITEM-OK
              ELSE IF ACCT-STATUS = "F"
                 MOVE 06 TO WS-REASON-CODE
                 MOVE "ACCOUNT FROZEN" TO WS-REASON-TEXT
                 MOVE 0 TO WS-ITEM-OK
              ELSE IF ACCT-STATUS = "D"
                 MOVE 07 TO WS-REASON-CODE
                 MOVE "ACCOUNT DORMANT" TO WS-REASON-TEXT
                 MOVE 0 TO WS-ITEM-OK
              ELSE IF ACCT-STATUS = "W"
                 MOVE 17 TO WS-REASON-CODE
                 MOVE "ACCOUNT WRITTEN OFF" TO WS-REASON-TEXT
                 MOVE 0 TO WS-ITEM-OK
              ELSE IF ACCT-STATUS NOT = "O"
                 MOVE 08 TO WS-REASON-CODE
                 MOVE "ACCOUNT NOT OPEN" TO WS-REASON-TEXT
                 MOVE 0 TO WS-ITEM-OK.

      * ----------------------------- The leaf the run was in the
      * middle of when it stopped, found paid since the file's run
      * date for the same amount, was paid by that run and is not
      * paid again.
       CHECK-REGISTER.
              MOVE WS-PAY-ACCOUNT TO CHQ-DIGIT.
              MOVE PRS-D-SERIAL  TO CHQ-SERIAL.
              READ CHEQUE-FILE
                  INVALID KEY
                     MOVE 10 TO WS-REASON-CODE
                     MOVE "SERIAL NOT ISSUED" TO WS-REASON-TEXT
                     MOVE 0 TO WS-ITEM-OK
              END-READ.
              IF WS-ITEM-OK = 1
                 IF CHQ-STATUS = "S"
                    MOVE 11 TO WS-REASON-CODE
                    MOVE "PAYMENT STOPPED" TO WS-REASON-TEXT
                    MOVE 0 TO WS-ITEM-OK
                 ELSE IF CHQ-STATUS = "P"
                    AND WS-ITEM-NO = WS-IN-FLIGHT
                    AND CHQ-PAID-DATE NOT < WS-RET-DATE
                    AND CHQ-PAID-AMOUNT = PRS-D-AMOUNT
                    MOVE 1 TO WS-ALREADY-PAID
                 ELSE IF CHQ-STATUS = "P"
                    MOVE 12 TO WS-REASON-CODE
                    MOVE "CHEQUE ALREADY PAID" TO WS-REASON-TEXT
                    MOVE 0 TO WS-ITEM-OK.

       CHECK-FUNDS.
              COMPUTE WS-NEW-BALANCE = BALANCE - PRS-D-AMOUNT.
              PERFORM CAL-ACTIVE-HOLDS.
              IF WS-NEW-BALANCE < (0 - OVERDRAFT-LIMIT)
                 MOVE 13 TO WS-REASON-CODE
                 MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
                 MOVE 0 TO WS-ITEM-OK
              ELSE IF (WS-NEW-BALANCE - WS-HOLD-TOTAL)
                 < (0 - OVERDRAFT-LIMIT)
                 MOVE 14 TO WS-REASON-CODE
                 MOVE "FUNDS ON HOLD" TO WS-REASON-TEXT
                 MOVE 0 TO WS-ITEM-OK.

       CAL-ACTIVE-HOLDS.
              MOVE ZEROS TO WS-HOLD-TOTAL.
              IF WS-HOLD-OPEN = 1
                 MOVE "N" TO WS-HOLD-EOF
                 MOVE WS-PAY-ACCOUNT TO HLD-DIGIT
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
                     IF HLD-DIGIT NOT = WS-PAY-ACCOUNT
                        MOVE "Y" TO WS-HOLD-EOF
                     ELSE IF HLD-STATUS = "A"
                        AND (HLD-EXPIRY = ZEROS
                           OR HLD-EXPIRY NOT < DATA-SIS)
                        ADD HLD-AMOUNT TO WS-HOLD-TOTAL
              END-READ.

      * ----------------------------- The account and register
      * records are still in their buffers from validation.  A
      * register left unpaid after the money moved would let the
      * serial be paid again, so it fails the step for operations
      * to mark by hand.
       PAY-CHEQUE.
              MOVE BALANCE TO BALANCE-OLD-W.
              COMPUTE BALANCE = WS-NEW-BALANCE.
              COMPUTE TOTAL = BALANCE.
              MOVE DATA-SIS TO LAST-ACTIVITY.
              REWRITE REG-CLI.
              IF ARQST NOT = "00"
                 MOVE 15 TO WS-REASON-CODE
                 MOVE "ACCOUNT UPDATE FAILED" TO WS-REASON-TEXT
                 MOVE 0 TO WS-ITEM-OK
              ELSE
                 MOVE "P" TO CHQ-STATUS
                 MOVE DATA-SIS TO CHQ-PAID-DATE
                 MOVE PRS-D-AMOUNT TO CHQ-PAID-AMOUNT
                 REWRITE REG-CHEQUE
                 IF ARQST-CHQ NOT = "00"
                    DISPLAY "CHEQUES.DAT NOT UPDATED FOR ACCOUNT "
                       DIGIT " SERIAL " CHQ-SERIAL
                       " - STATUS " ARQST-CHQ
                    DISPLAY "CHEQUE DEBITED BUT NOT MARKED PAID"
                       " - MARK IT PAID BEFORE THE NEXT CLEARING"
                    ADD 1 TO WS-ERROR-COUNT
                 END-IF
                 PERFORM WRITE-JOURNAL
                 PERFORM WRITE-AUDIT.

      * ----------------------------- The audit reference is the
      * cheque serial.
       WRITE-AUDIT.
              MOVE DIGIT           TO AUD-CODE.
              MOVE "CLIAU-DR"      TO AUD-PROGRAM.
              MOVE BALANCE-OLD-W   TO AUD-OLD-BALANCE.
              MOVE BALANCE         TO AUD-NEW-BALANCE.
              MOVE DATA-SIS        TO AUD-DATA-SIS.
              MOVE PRS-D-SERIAL    TO AUD-REF.
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

      * ----------------------------- Journal type CHQ, cheque
      * paid; the time reference carries the cheque serial, which
      * is what the statement prints against the entry.
       WRITE-JOURNAL.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ      TO JRN-SEQ.
              MOVE DIGIT           TO JRN-CODE.
              MOVE ACCT-CURRENCY   TO JRN-CURRENCY.
              MOVE DATA-SIS        TO JRN-DATA-SIS.
              MOVE PRS-D-SERIAL    TO JRN-TIME.
              MOVE "CHQ"           TO JRN-TYPE.
              MOVE "D"             TO JRN-DC.
              COMPUTE WS-JRN-AMOUNT = 0 - PRS-D-AMOUNT.
              MOVE WS-JRN-AMOUNT   TO JRN-AMOUNT.
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

      * ----------------------------- The cheque goes back exactly
      * as it was presented, with the reason it was not paid.
       WRITE-RETURN-DETAIL.
              MOVE SPACES TO REG-RETURN.
              MOVE "D" TO RET-MARKER.
              MOVE WS-ITEM-NO     TO RET-D-ITEM-NO.
              MOVE PRS-D-ITEM     TO RET-D-ITEM.
              MOVE WS-REASON-CODE TO RET-D-REASON.
              MOVE WS-REASON-TEXT TO RET-D-TEXT.
              WRITE REG-RETURN.
              IF ARQST-RET NOT = "00"
                 DISPLAY "RETURNS WRITE ERROR - STATUS " ARQST-RET.
              ADD 1 TO WS-RETURN-COUNT.
              IF PRS-D-AMOUNT NUMERIC
                 ADD PRS-D-AMOUNT TO WS-RETURN-HASH.

       WRITE-RETURN-TRAILER.
              MOVE SPACES TO REG-RETURN.
              MOVE "T" TO RET-MARKER.
              MOVE WS-RETURN-COUNT TO RET-T-COUNT.
              MOVE WS-RETURN-HASH  TO RET-T-HASH.
              WRITE REG-RETURN.
              IF ARQST-RET NOT = "00"
                 DISPLAY "RETURNS WRITE ERROR - STATUS " ARQST-RET.

       END-PROGRAM.
              MOVE WS-PAID-COUNT TO BATCH-RECORD-COUNT.
              IF WS-ERROR-COUNT = 0
                 MOVE 1 TO BATCH-STEP-OK
              ELSE
                 DISPLAY "CLEARING ERRORS: " WS-ERROR-COUNT
                    " - STEP FAILED"
                 MOVE 0 TO BATCH-STEP-OK.
              CLOSE CLIENTS.
              CLOSE CHEQUE-FILE.
              CLOSE FILE-LOG.
              IF WS-HOLD-OPEN = 1
                 CLOSE HOLD-FILE.
              GOBACK.
