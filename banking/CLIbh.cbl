      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRANCH-MIGRATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLIENT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT BRANCH-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS BR-CODE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-BRN.

              SELECT XREF-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS XRF-OLD-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-XRF.

              SELECT HOLD-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HLD-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-HLD.

              SELECT LETTER-SENT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LTR-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-LTR.

              SELECT ACCTREL-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS REL-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-REL.

              SELECT CHEQUE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CHQ-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CHQ.

              SELECT BALHIST-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS BH-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-BHS.

              SELECT TERM-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS TD-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-TRM.

              SELECT LOAN-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LN-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-LON.

              SELECT ORDER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SO-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-STO.

              SELECT COLLECT-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS COL-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-COL.

              SELECT COLNOTE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS CNO-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CNO.

              SELECT SWEEP-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SW-PRIMARY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-SWP.

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

              SELECT MAINT-LOG ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-MNT.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD BRANCH-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BRANCH
                VALUE OF FILE-ID IS "BRANCH.DAT".
          COPY REGBRN.

       FD XREF-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-XREF
                VALUE OF FILE-ID IS "ACCTXREF.DAT".
          COPY REGXRF.

       FD HOLD-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-HOLD
                VALUE OF FILE-ID IS "HOLDS.DAT".
          COPY REGHLD.

       FD LETTER-SENT LABEL RECORD STANDARD
                DATA RECORD IS REG-LETTER
                VALUE OF FILE-ID IS "LTRSENT.DAT".
          COPY REGLTR.

       FD ACCTREL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ACCTREL
                VALUE OF FILE-ID IS "ACCTREL.DAT".
          COPY REGREL.

       FD CHEQUE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CHEQUE
                VALUE OF FILE-ID IS "CHEQUES.DAT".
          COPY REGCHQ.

       FD BALHIST-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BALHIST
                VALUE OF FILE-ID IS "BALHIST.DAT".
          COPY REGBHS.

       FD TERM-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-TERM
                VALUE OF FILE-ID IS "TERMDEP.DAT".
          COPY REGTRM.

       FD LOAN-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-LOAN
                VALUE OF FILE-ID IS "LOANS.DAT".
          COPY REGLON.

       FD ORDER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ORDER
                VALUE OF FILE-ID IS "STANDORD.DAT".
          COPY REGSTO.

       FD COLLECT-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-COLLECT
                VALUE OF FILE-ID IS "COLLECT.DAT".
          COPY REGCOL.

       FD COLNOTE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-COLNOTE
                VALUE OF FILE-ID IS "COLNOTE.DAT".
          COPY REGCNO.

       FD SWEEP-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-SWEEP
                VALUE OF FILE-ID IS "SWEEP.DAT".
          COPY REGSWP.

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

       FD MAINT-LOG LABEL RECORD STANDARD
                DATA RECORD IS REG-MAINT
                VALUE OF FILE-ID IS "MAINTLOG.DAT".
          COPY REGMNT.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY SPLLNK.
          COPY ACKLNK.
         01 ARQST                   PIC X(02).
         01 ARQST-BRN               PIC X(02).
         01 ARQST-XRF               PIC X(02).
         01 ARQST-HLD               PIC X(02).
         01 ARQST-LTR               PIC X(02).
         01 ARQST-REL               PIC X(02).
         01 ARQST-CHQ               PIC X(02).
         01 ARQST-BHS               PIC X(02).
         01 ARQST-TRM               PIC X(02).
         01 ARQST-LON               PIC X(02).
         01 ARQST-STO               PIC X(02).
         01 ARQST-COL               PIC X(02).
         01 ARQST-CNO               PIC X(02).
         01 ARQST-SWP               PIC X(02).
         01 ARQST-AUD               PIC X(02).
         01 ARQST-JRN               PIC X(02).
         01 ARQST-JSQ               PIC X(02).
         01 ARQST-JRX               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 ARQST-MNT               PIC X(02).
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-ANSWER               PIC X(01) VALUE SPACES.
         01 WS-RUN-OK               PIC 9(01) VALUE ZEROS.
         01 WS-CLI-EOF              PIC X(01) VALUE "N".
         01 WS-SUB-EOF              PIC X(01) VALUE "N".
         01 WS-HLD-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-LTR-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-REL-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-CHQ-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-BHS-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-TRM-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-LON-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-STO-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-COL-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-CNO-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-SWP-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-ACCT-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RESUMED              PIC 9(01) VALUE ZEROS.
         01 WS-NEW-WRITTEN          PIC 9(01) VALUE ZEROS.
         01 WS-SWAP-DIGIT           PIC 9(09) VALUE ZEROS.
         01 WS-SAVE-NOTE            PIC X(30) VALUE SPACES.
         01 WS-CHANGED              PIC 9(01) VALUE ZEROS.
         01 WS-FROM-BRANCH          PIC 9(03) VALUE ZEROS.
         01 WS-TO-BRANCH            PIC 9(03) VALUE ZEROS.
         01 WS-FROM-STATUS          PIC X(01) VALUE SPACES.
         01 WS-FROM-MERGED          PIC 9(03) VALUE ZEROS.
         01 WS-FROM-NAME            PIC X(30) VALUE SPACES.
         01 WS-TO-NAME              PIC X(30) VALUE SPACES.
         01 WS-NEXT-SERIAL          PIC 9(06) VALUE ZEROS.
         01 WS-SCAN-DIGIT           PIC 9(09) VALUE ZEROS.
         01 WS-OLD-DIGIT            PIC 9(09) VALUE ZEROS.
         01 WS-NEW-DIGIT            PIC 9(09) VALUE ZEROS.
         01 WS-LOOK-DIGIT           PIC 9(09) VALUE ZEROS.
         01 WS-LOOK-DIGIT-R REDEFINES WS-LOOK-DIGIT.
                02 WS-LOOK-BRANCH  PIC 9(03).
                02 FILLER          PIC 9(06).
         01 WS-OLD-BALANCE          PIC S9(05)V99 VALUE ZEROS.
         01 WS-OLD-TYPE             PIC X(01) VALUE SPACES.
         01 WS-OLD-STATUS           PIC X(01) VALUE SPACES.
         01 WS-OLD-CURRENCY         PIC X(03) VALUE SPACES.
         01 WS-SAVE-CLI             PIC X(60) VALUE SPACES.
         01 WS-SAVE-REC             PIC X(120) VALUE SPACES.
         01 WS-JRN-SEQ              PIC 9(08) VALUE ZEROS.
         01 WS-TIME-REF             PIC 9(08) VALUE ZEROS.
         01 WS-JRN-TYPE             PIC X(03) VALUE SPACES.
         01 WS-JRN-AMOUNT           PIC S9(05)V99 VALUE ZEROS.
         01 WS-MOVED-COUNT          PIC 9(05) VALUE ZEROS.
         01 WS-RESUMED-COUNT        PIC 9(05) VALUE ZEROS.
         01 WS-ERROR-COUNT          PIC 9(05) VALUE ZEROS.
      * ----------------------------- Records carried, kept as a
      * group so an account that is backed out leaves them as they
      * stood before it.
         01 WS-CARRY-COUNTS.
                02 WS-HLD-COUNT     PIC 9(05) VALUE ZEROS.
                02 WS-LTR-COUNT     PIC 9(05) VALUE ZEROS.
                02 WS-REL-COUNT     PIC 9(05) VALUE ZEROS.
                02 WS-CHQ-COUNT     PIC 9(05) VALUE ZEROS.
                02 WS-BHS-COUNT     PIC 9(07) VALUE ZEROS.
                02 WS-TRM-COUNT     PIC 9(05) VALUE ZEROS.
                02 WS-LON-COUNT     PIC 9(05) VALUE ZEROS.
                02 WS-COL-COUNT     PIC 9(05) VALUE ZEROS.
                02 WS-CNO-COUNT     PIC 9(05) VALUE ZEROS.
                02 WS-SWP-COUNT     PIC 9(05) VALUE ZEROS.
         01 WS-CARRY-SAVE           PIC X(52) VALUE SPACES.
         01 WS-STO-COUNT            PIC 9(05) VALUE ZEROS.
         01 WS-XRF-COUNT            PIC 9(05) VALUE ZEROS.
         01 WS-BAL-TOTAL            PIC S9(09)V99 VALUE ZEROS.
         01 WS-TOTAL-E              PIC -ZZZ.ZZZ.ZZ9,99.
         01 WS-COUNT-E              PIC ZZZZZZ9.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).

      * ----------------------------- Cross references left by an
      * earlier merger that still point into the closing branch;
      * they are collected first and repointed afterwards.
         01 WS-CHAIN-MAX  PIC 9(04) VALUE 1000 COMP.
         01 WS-CHAIN-CNT  PIC 9(04) VALUE ZEROS COMP.
         01 WS-CH         PIC 9(04) VALUE ZEROS COMP.
         01 WS-CHAIN-FULL PIC 9(01) VALUE ZEROS.
         01 WS-CHAIN-TABLE.
                02 WS-CHAIN-OLD PIC 9(09) OCCURS 1000 TIMES.

         01 REG-LINE-E.
                02 LIN-OLD-E     PIC 9(09).
                02 FILLER        PIC X(02) VALUE SPACES.
                02 LIN-NEW-E     PIC 9(09).
                02 FILLER        PIC X(02) VALUE SPACES.
                02 LIN-TYPE-E    PIC X(01).
                02 FILLER        PIC X(02) VALUE SPACES.
                02 LIN-STATUS-E  PIC X(01).
                02 FILLER        PIC X(02) VALUE SPACES.
                02 LIN-BALANCE-E PIC -ZZ.ZZ9,99.
                02 FILLER        PIC X(02) VALUE SPACES.
                02 LIN-NOTE-E    PIC X(30).

       PROCEDURE DIVISION.
      * ----------------------------- Closes a branch by moving every
      * one of its accounts to a receiving branch under a new number
      * with a fresh check digit.  Holds, letters sent, holders,
      * cheques, balance history, term deposits, loans and standing
      * orders follow the account, the old number goes on the cross
      * reference so it still finds the account at the counter, and
      * the balance moves between the branches' books through a
      * journal pair.  Run once, out of hours, like the fee run.
      * The old account is only deleted once everything has moved,
      * so a rerun after a failure picks up where it stopped and
      * reuses the numbers already given out.
       START-PROGRAM.
              MOVE ZEROS TO WS-MOVED-COUNT WS-RESUMED-COUNT
                             WS-ERROR-COUNT WS-HLD-COUNT
                             WS-LTR-COUNT WS-REL-COUNT WS-CHQ-COUNT
                             WS-BHS-COUNT WS-TRM-COUNT WS-LON-COUNT
                             WS-STO-COUNT WS-XRF-COUNT WS-BAL-TOTAL
                             WS-COL-COUNT WS-CNO-COUNT WS-SWP-COUNT.
              PERFORM GET-BUSINESS-DATE.
              PERFORM ASK-BRANCHES.
              IF WS-RUN-OK NOT = 1
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 0 TO BATCH-STEP-OK
                 GOBACK.
              PERFORM OPEN-ARQ.
              PERFORM FIND-NEXT-SERIAL.
              PERFORM OPEN-SPOOL.
              PERFORM IMP-HEADER.
              MOVE ZEROS TO WS-SCAN-DIGIT.
              MOVE WS-FROM-BRANCH TO WS-SCAN-DIGIT(1:3).
              MOVE "N" TO WS-CLI-EOF.
              PERFORM MIGRATE-NEXT UNTIL WS-CLI-EOF = "Y".
              PERFORM REPOINT-ORDERS.
              PERFORM REPOINT-TERM-LINKS.
              PERFORM REPOINT-LOAN-LINKS.
              PERFORM REPOINT-SWEEP-LINKS.
              PERFORM REPOINT-XREF-CHAINS.
              PERFORM CLOSE-ARQ.
              PERFORM CLOSE-BRANCH.
              PERFORM IMP-TOTALS.
              MOVE "C" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              PERFORM END-PROGRAM.

      * ----------------------------- The move is stamped with the
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

      * ----------------------------- Both branches must be on the
      * branch master and the receiving one open.  The closing one
      * is normally still open; closed and already merged into the
      * same receiving branch means a rerun to finish the job.
       ASK-BRANCHES.
              MOVE 0 TO WS-RUN-OK.
              DISPLAY "BRANCH TO CLOSE: " WITH NO ADVANCING.
              ACCEPT WS-FROM-BRANCH.
              DISPLAY "RECEIVING BRANCH: " WITH NO ADVANCING.
              ACCEPT WS-TO-BRANCH.
              OPEN INPUT BRANCH-FILE.
              IF ARQST-BRN NOT = "00"
                 DISPLAY "NO BRANCH.DAT ON FILE - SET UP THE BRANCH "
                    "MASTER FIRST"
              ELSE
                 PERFORM CHECK-BRANCHES
                 CLOSE BRANCH-FILE.
              IF WS-RUN-OK = 1
                 DISPLAY "MOVE ALL ACCOUNTS OF " WS-FROM-BRANCH " "
                    WS-FROM-NAME
                 DISPLAY "TO " WS-TO-BRANCH " " WS-TO-NAME
                    " (S/N)? " WITH NO ADVANCING
                 ACCEPT WS-ANSWER
                 IF WS-ANSWER NOT = "S"
                    DISPLAY "NOTHING MOVED"
                    MOVE 0 TO WS-RUN-OK.

       CHECK-BRANCHES.
              MOVE 1 TO WS-RUN-OK.
              IF WS-FROM-BRANCH = WS-TO-BRANCH
                 DISPLAY "THE TWO BRANCHES MUST DIFFER"
                 MOVE 0 TO WS-RUN-OK.
              IF WS-RUN-OK = 1
                 MOVE WS-FROM-BRANCH TO BR-CODE
                 READ BRANCH-FILE
                     INVALID KEY
                        DISPLAY "BRANCH " WS-FROM-BRANCH
                           " NOT ON FILE"
                        MOVE 0 TO WS-RUN-OK
                     NOT INVALID KEY
                        MOVE BR-STATUS      TO WS-FROM-STATUS
                        MOVE BR-MERGED-INTO TO WS-FROM-MERGED
                        MOVE BR-NAME        TO WS-FROM-NAME
                 END-READ.
              IF WS-RUN-OK = 1
                 IF WS-FROM-STATUS = "C"
                    AND WS-FROM-MERGED NOT = WS-TO-BRANCH
                    DISPLAY "BRANCH " WS-FROM-BRANCH
                       " IS ALREADY CLOSED"
                    MOVE 0 TO WS-RUN-OK.
              IF WS-RUN-OK = 1
                 MOVE WS-TO-BRANCH TO BR-CODE
                 READ BRANCH-FILE
                     INVALID KEY
                        DISPLAY "BRANCH " WS-TO-BRANCH " NOT ON FILE"
                        MOVE 0 TO WS-RUN-OK
                     NOT INVALID KEY
                        MOVE BR-NAME TO WS-TO-NAME
                        IF BR-STATUS NOT = "O"
                           DISPLAY "RECEIVING BRANCH " WS-TO-BRANCH
                              " IS NOT OPEN"
                           MOVE 0 TO WS-RUN-OK
                        END-IF
                 END-READ.

      * ----------------------------- Products and the cross
      * reference are required; every other file is carried along
      * only when it exists.
       OPEN-ARQ.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              OPEN I-O XREF-FILE.
              IF ARQST-XRF = "35"
                 CLOSE XREF-FILE
                 OPEN OUTPUT XREF-FILE
                 CLOSE XREF-FILE
                 OPEN I-O XREF-FILE.
              IF ARQST-XRF NOT = "00"
                 DISPLAY "UNABLE TO OPEN ACCTXREF.DAT - STATUS "
                    ARQST-XRF
                 CLOSE CLIENT
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 0 TO BATCH-STEP-OK
                 GOBACK.
              MOVE 0 TO WS-HLD-OPEN WS-LTR-OPEN WS-REL-OPEN
                        WS-CHQ-OPEN WS-BHS-OPEN WS-TRM-OPEN
                        WS-LON-OPEN WS-STO-OPEN WS-COL-OPEN
                        WS-CNO-OPEN WS-SWP-OPEN.
              OPEN I-O HOLD-FILE.
              IF ARQST-HLD = "00"
                 MOVE 1 TO WS-HLD-OPEN.
              OPEN I-O LETTER-SENT.
              IF ARQST-LTR = "00"
                 MOVE 1 TO WS-LTR-OPEN.
              OPEN I-O ACCTREL-FILE.
              IF ARQST-REL = "00"
                 MOVE 1 TO WS-REL-OPEN.
              OPEN I-O CHEQUE-FILE.
              IF ARQST-CHQ = "00"
                 MOVE 1 TO WS-CHQ-OPEN.
              OPEN I-O BALHIST-FILE.
              IF ARQST-BHS = "00"
                 MOVE 1 TO WS-BHS-OPEN.
              OPEN I-O TERM-FILE.
              IF ARQST-TRM = "00"
                 MOVE 1 TO WS-TRM-OPEN.
              OPEN I-O LOAN-FILE.
              IF ARQST-LON = "00"
                 MOVE 1 TO WS-LON-OPEN.
              OPEN I-O ORDER-FILE.
              IF ARQST-STO = "00"
                 MOVE 1 TO WS-STO-OPEN.
              OPEN I-O COLLECT-FILE.
              IF ARQST-COL = "00"
                 MOVE 1 TO WS-COL-OPEN.
              OPEN I-O COLNOTE-FILE.
              IF ARQST-CNO = "00"
                 MOVE 1 TO WS-CNO-OPEN.
              OPEN I-O SWEEP-FILE.
              IF ARQST-SWP = "00"
                 MOVE 1 TO WS-SWP-OPEN.

       OPEN-CLIENT.
              OPEN I-O CLIENT.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "UNABLE TO OPEN PRODUCTS.DAT - STATUS " ARQST
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 0 TO BATCH-STEP-OK
                 GOBACK.

       CLOSE-ARQ.
              CLOSE CLIENT.
              CLOSE XREF-FILE.
              IF WS-HLD-OPEN = 1
                 CLOSE HOLD-FILE.
              IF WS-LTR-OPEN = 1
                 CLOSE LETTER-SENT.
              IF WS-REL-OPEN = 1
                 CLOSE ACCTREL-FILE.
              IF WS-CHQ-OPEN = 1
                 CLOSE CHEQUE-FILE.
              IF WS-BHS-OPEN = 1
                 CLOSE BALHIST-FILE.
              IF WS-TRM-OPEN = 1
                 CLOSE TERM-FILE.
              IF WS-LON-OPEN = 1
                 CLOSE LOAN-FILE.
              IF WS-STO-OPEN = 1
                 CLOSE ORDER-FILE.
              IF WS-COL-OPEN = 1
                 CLOSE COLLECT-FILE.
              IF WS-CNO-OPEN = 1
                 CLOSE COLNOTE-FILE.
              IF WS-SWP-OPEN = 1
                 CLOSE SWEEP-FILE.

      * ----------------------------- New numbers carry on from the
      * highest serial the receiving branch has issued.
       FIND-NEXT-SERIAL.
              MOVE 1 TO WS-NEXT-SERIAL.
              MOVE "N" TO WS-CLI-EOF.
              MOVE ZEROS TO DIGIT.
              MOVE WS-TO-BRANCH TO DIGIT-BRANCH.
              START CLIENT KEY IS NOT LESS THAN DIGIT
                  INVALID KEY MOVE "Y" TO WS-CLI-EOF
              END-START.
              PERFORM SCAN-SERIAL UNTIL WS-CLI-EOF = "Y".

       SCAN-SERIAL.
              READ CLIENT NEXT
                  AT END
                     MOVE "Y" TO WS-CLI-EOF
                  NOT AT END
                     IF DIGIT-BRANCH NOT = WS-TO-BRANCH
                        MOVE "Y" TO WS-CLI-EOF
                     ELSE
                        COMPUTE WS-NEXT-SERIAL = DIGIT-SERIAL + 1
              END-READ.

       OPEN-SPOOL.
              MOVE "O" TO SPL-FUNCTION.
              MOVE ZEROS TO SPL-DATE.
              MOVE "MIGRATE" TO SPL-REPORT-ID.
              MOVE "BRANCH ACCOUNT MIGRATION" TO SPL-TITLE.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              IF SPL-RESULT NOT = 0
                 DISPLAY "REPORT SPOOL UNAVAILABLE - SCREEN ONLY".

       SPOOL-LINE.
              MOVE "L" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       IMP-HEADER.
              MOVE SPACES TO SPL-LINE.
              STRING "BRANCH " DELIMITED BY SIZE
                 WS-FROM-BRANCH DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-FROM-NAME DELIMITED BY SIZE
                 " MOVED TO " DELIMITED BY SIZE
                 WS-TO-BRANCH DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-TO-NAME DELIMITED BY SIZE
                 INTO SPL-LINE.
              DISPLAY SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE "OLD No     NEW No     T  S      BALANCE  NOTE"
                 TO SPL-LINE.
              DISPLAY SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
              DISPLAY "----------------------------------------------"
                 "------------------------".
              PERFORM SPOOL-LINE.

      * ----------------------------- The next account of the
      * closing branch still on file; each moved account is deleted,
      * so the scan restarts just past the one last looked at.
       MIGRATE-NEXT.
              MOVE WS-SCAN-DIGIT TO DIGIT.
              START CLIENT KEY IS NOT LESS THAN DIGIT
                  INVALID KEY MOVE "Y" TO WS-CLI-EOF
              END-START.
              IF WS-CLI-EOF NOT = "Y"
                 READ CLIENT NEXT
                     AT END
                        MOVE "Y" TO WS-CLI-EOF
                 END-READ.
              IF WS-CLI-EOF NOT = "Y"
                 IF DIGIT-BRANCH NOT = WS-FROM-BRANCH
                    MOVE "Y" TO WS-CLI-EOF
                 ELSE
                    COMPUTE WS-SCAN-DIGIT = DIGIT + 1
                    PERFORM MIGRATE-ACCOUNT.

       MIGRATE-ACCOUNT.
              MOVE 1 TO WS-ACCT-OK.
              MOVE 0 TO WS-NEW-WRITTEN.
              MOVE DIGIT       TO WS-OLD-DIGIT.
              MOVE BALANCE     TO WS-OLD-BALANCE.
              MOVE ACCT-TYPE   TO WS-OLD-TYPE.
              MOVE ACCT-STATUS TO WS-OLD-STATUS.
              MOVE ACCT-CURRENCY TO WS-OLD-CURRENCY.
              MOVE REG-CLI     TO WS-SAVE-CLI.
              MOVE SPACES      TO LIN-NOTE-E.
              PERFORM ASSIGN-NEW-NUMBER.
              IF WS-ACCT-OK = 1
                 PERFORM WRITE-NEW-ACCOUNT.
              MOVE WS-CARRY-COUNTS TO WS-CARRY-SAVE.
              IF WS-ACCT-OK = 1
                 PERFORM CARRY-ALL.
              IF WS-ACCT-OK = 1
                 PERFORM DELETE-OLD-ACCOUNT.
              IF WS-ACCT-OK = 0 AND WS-NEW-WRITTEN = 1
                 PERFORM BACK-OUT-ACCOUNT.
              IF WS-ACCT-OK = 1
                 ADD 1 TO WS-MOVED-COUNT
                 ADD WS-OLD-BALANCE TO WS-BAL-TOTAL
                 IF WS-OLD-BALANCE NOT = ZEROS
                    PERFORM WRITE-AUDIT-PAIR
                    PERFORM WRITE-JOURNAL-PAIR
                 END-IF
                 PERFORM WRITE-MAINT-ACCOUNT
              ELSE
                 ADD 1 TO WS-ERROR-COUNT.
              PERFORM IMP-ACCOUNT-LINE.

       CARRY-ALL.
              PERFORM CARRY-HOLDS.
              PERFORM CARRY-LETTERS.
              PERFORM CARRY-HOLDERS.
              PERFORM CARRY-CHEQUES.
              PERFORM CARRY-HISTORY.
              PERFORM CARRY-TERM.
              PERFORM CARRY-LOAN.
              PERFORM CARRY-COLLECTIONS.
              PERFORM CARRY-COLNOTES.
              PERFORM CARRY-SWEEP.

      * ----------------------------- An account that failed part
      * way is put back as it was: whatever was carried goes back to
      * the old number by the same moves run the other way, then the
      * new account and its cross reference are removed, so nothing
      * half-built stays live until the rerun.  If a record cannot
      * be carried back, the new number is kept for the rerun to
      * finish the move instead.
       BACK-OUT-ACCOUNT.
              MOVE LIN-NOTE-E TO WS-SAVE-NOTE.
              MOVE WS-OLD-DIGIT TO WS-SWAP-DIGIT.
              MOVE WS-NEW-DIGIT TO WS-OLD-DIGIT.
              MOVE WS-SWAP-DIGIT TO WS-NEW-DIGIT.
              MOVE 1 TO WS-RESUMED WS-ACCT-OK.
              PERFORM CARRY-ALL.
              MOVE WS-OLD-DIGIT TO WS-SWAP-DIGIT.
              MOVE WS-NEW-DIGIT TO WS-OLD-DIGIT.
              MOVE WS-SWAP-DIGIT TO WS-NEW-DIGIT.
              IF WS-ACCT-OK = 1
                 PERFORM REMOVE-NEW-ACCOUNT
              ELSE
                 DISPLAY "ACCOUNT " WS-OLD-DIGIT " NOT BACKED OUT - "
                    "RERUN TO FINISH THE MOVE TO " WS-NEW-DIGIT
                 MOVE "PART MOVED - RERUN" TO WS-SAVE-NOTE.
              MOVE WS-SAVE-NOTE TO LIN-NOTE-E.
              MOVE WS-CARRY-SAVE TO WS-CARRY-COUNTS.
              MOVE 0 TO WS-ACCT-OK.

       REMOVE-NEW-ACCOUNT.
              MOVE WS-NEW-DIGIT TO DIGIT.
              DELETE CLIENT RECORD
                  INVALID KEY
                     DISPLAY "NEW ACCOUNT " WS-NEW-DIGIT
                        " NOT REMOVED - STATUS " ARQST
                     MOVE "PART MOVED - RERUN" TO WS-SAVE-NOTE
                  NOT INVALID KEY
                     MOVE WS-OLD-DIGIT TO XRF-OLD-DIGIT
                     DELETE XREF-FILE RECORD
                         INVALID KEY
                            DISPLAY "CROSS REFERENCE " WS-OLD-DIGIT
                               " NOT REMOVED - STATUS " ARQST-XRF
                     END-DELETE
              END-DELETE.

      * ----------------------------- An old number already on the
      * cross reference was part-moved by an earlier run and keeps
      * the number it was given then.
       ASSIGN-NEW-NUMBER.
              MOVE 0 TO WS-RESUMED.
              MOVE WS-OLD-DIGIT TO XRF-OLD-DIGIT.
              READ XREF-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE XRF-NEW-DIGIT TO WS-NEW-DIGIT
                     MOVE 1 TO WS-RESUMED
              END-READ.
              IF WS-RESUMED = 0
                 MOVE 4 TO ACK-RESULT
                 PERFORM TRY-NEW-NUMBER UNTIL ACK-RESULT NOT = 4
                 IF ACK-RESULT NOT = 0
                    MOVE ACK-MESSAGE TO LIN-NOTE-E
                    MOVE ZEROS TO WS-NEW-DIGIT
                    MOVE 0 TO WS-ACCT-OK
                 ELSE
                    MOVE ACK-ACCOUNT TO WS-NEW-DIGIT
                    ADD 1 TO WS-NEXT-SERIAL.

      * ----------------------------- A serial that once belonged to
      * an archived account is never issued again; the next one is
      * tried instead.
       TRY-NEW-NUMBER.
              IF WS-NEXT-SERIAL > 99999
                 MOVE 9 TO ACK-RESULT
                 MOVE "NO FREE NUMBER IN BRANCH" TO ACK-MESSAGE
              ELSE
                 MOVE "C" TO ACK-FUNCTION
                 MOVE WS-TO-BRANCH TO ACK-BRANCH
                 MOVE WS-NEXT-SERIAL TO ACK-SERIAL
                 MOVE ZEROS TO ACK-CHECK
                 CALL "ACCT-CHECK" USING ACCT-CHECK-AREA
                 IF ACK-RESULT = 4
                    ADD 1 TO WS-NEXT-SERIAL.

      * ----------------------------- The new account is written and
      * put on the cross reference before anything else moves.
       WRITE-NEW-ACCOUNT.
              MOVE WS-SAVE-CLI TO REG-CLI.
              MOVE WS-NEW-DIGIT TO DIGIT.
              WRITE REG-CLI
                  INVALID KEY
                     IF WS-RESUMED = 0
                        MOVE "NEW NUMBER ALREADY IN USE"
                           TO LIN-NOTE-E
                        MOVE 0 TO WS-ACCT-OK
                     ELSE
                        PERFORM REFRESH-NEW-ACCOUNT
                     END-IF
              END-WRITE.
              IF WS-ACCT-OK = 1 AND WS-RESUMED = 0
                 MOVE WS-OLD-DIGIT TO XRF-OLD-DIGIT
                 MOVE WS-NEW-DIGIT TO XRF-NEW-DIGIT
                 MOVE DATA-SIS     TO XRF-MOVED-DATE
                 WRITE REG-XREF
                     INVALID KEY
                        MOVE "CROSS REFERENCE NOT WRITTEN"
                           TO LIN-NOTE-E
                        MOVE 0 TO WS-ACCT-OK
                 END-WRITE
                 IF WS-ACCT-OK = 0
                    MOVE WS-NEW-DIGIT TO DIGIT
                    DELETE CLIENT RECORD
                        INVALID KEY CONTINUE
                    END-DELETE.
              IF WS-ACCT-OK = 1
                 MOVE 1 TO WS-NEW-WRITTEN.
              IF WS-ACCT-OK = 1 AND WS-RESUMED = 1
                 ADD 1 TO WS-RESUMED-COUNT
                 MOVE "RESUMED" TO LIN-NOTE-E.

      * ----------------------------- A new account left by a run
      * that stopped part way is brought up to the old account as
      * it stands now, since the old one has gone on taking
      * postings in between.
       REFRESH-NEW-ACCOUNT.
              MOVE WS-SAVE-CLI TO REG-CLI.
              MOVE WS-NEW-DIGIT TO DIGIT.
              REWRITE REG-CLI
                  INVALID KEY
                     MOVE "NEW ACCOUNT NOT REFRESHED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
              END-REWRITE.

       DELETE-OLD-ACCOUNT.
              MOVE WS-OLD-DIGIT TO DIGIT.
              DELETE CLIENT RECORD
                  INVALID KEY
                     MOVE "OLD RECORD NOT DELETED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
              END-DELETE.

      * ----------------------------- Records keyed by account plus
      * a second field are moved one at a time, each time from the
      * first one still under the old number.  The copy under the
      * new number is written before the old one is removed, so a
      * failure leaves the record where it was and keeps the account
      * back for the rerun; a copy already there from a run that
      * stopped between the two only needs the old one removed.
       CARRY-HOLDS.
              IF WS-HLD-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 PERFORM MOVE-HOLD
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.

       MOVE-HOLD.
              MOVE WS-OLD-DIGIT TO HLD-DIGIT.
              MOVE ZEROS TO HLD-SEQ.
              START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                  INVALID KEY MOVE "Y" TO WS-SUB-EOF
              END-START.
              IF WS-SUB-EOF NOT = "Y"
                 READ HOLD-FILE NEXT
                     AT END MOVE "Y" TO WS-SUB-EOF
                 END-READ.
              IF WS-SUB-EOF NOT = "Y"
                 IF HLD-DIGIT NOT = WS-OLD-DIGIT
                    MOVE "Y" TO WS-SUB-EOF
                 ELSE
                    MOVE REG-HOLD TO WS-SAVE-REC
                    MOVE WS-NEW-DIGIT TO HLD-DIGIT
                    WRITE REG-HOLD
                        INVALID KEY
                           IF ARQST-HLD = "22" AND WS-RESUMED = 1
                              PERFORM DROP-OLD-HOLD
                           ELSE
                              DISPLAY "HOLD " HLD-SEQ " OF "
                                 WS-OLD-DIGIT " NOT MOVED - STATUS "
                                 ARQST-HLD
                              MOVE "HOLDS NOT ALL MOVED" TO LIN-NOTE-E
                              MOVE 0 TO WS-ACCT-OK
                           END-IF
                        NOT INVALID KEY
                           PERFORM DROP-OLD-HOLD
                    END-WRITE.

       DROP-OLD-HOLD.
              MOVE WS-SAVE-REC TO REG-HOLD.
              DELETE HOLD-FILE RECORD
                  INVALID KEY
                     DISPLAY "HOLD " HLD-SEQ " OF " WS-OLD-DIGIT
                        " NOT REMOVED - STATUS " ARQST-HLD
                     MOVE "HOLDS NOT ALL MOVED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
                  NOT INVALID KEY
                     ADD 1 TO WS-HLD-COUNT
              END-DELETE.

       CARRY-LETTERS.
              IF WS-LTR-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 PERFORM MOVE-LETTER
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.

       MOVE-LETTER.
              MOVE WS-OLD-DIGIT TO LTR-DIGIT.
              MOVE LOW-VALUES TO LTR-KIND.
              START LETTER-SENT KEY IS NOT LESS THAN LTR-KEY
                  INVALID KEY MOVE "Y" TO WS-SUB-EOF
              END-START.
              IF WS-SUB-EOF NOT = "Y"
                 READ LETTER-SENT NEXT
                     AT END MOVE "Y" TO WS-SUB-EOF
                 END-READ.
              IF WS-SUB-EOF NOT = "Y"
                 IF LTR-DIGIT NOT = WS-OLD-DIGIT
                    MOVE "Y" TO WS-SUB-EOF
                 ELSE
                    MOVE REG-LETTER TO WS-SAVE-REC
                    MOVE WS-NEW-DIGIT TO LTR-DIGIT
                    WRITE REG-LETTER
                        INVALID KEY
                           IF ARQST-LTR = "22" AND WS-RESUMED = 1
                              PERFORM DROP-OLD-LETTER
                           ELSE
                              DISPLAY "LETTER " LTR-KIND " OF "
                                 WS-OLD-DIGIT " NOT MOVED - STATUS "
                                 ARQST-LTR
                              MOVE "LETTERS NOT ALL MOVED"
                                 TO LIN-NOTE-E
                              MOVE 0 TO WS-ACCT-OK
                           END-IF
                        NOT INVALID KEY
                           PERFORM DROP-OLD-LETTER
                    END-WRITE.

       DROP-OLD-LETTER.
              MOVE WS-SAVE-REC TO REG-LETTER.
              DELETE LETTER-SENT RECORD
                  INVALID KEY
                     DISPLAY "LETTER " LTR-KIND " OF " WS-OLD-DIGIT
                        " NOT REMOVED - STATUS " ARQST-LTR
                     MOVE "LETTERS NOT ALL MOVED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
                  NOT INVALID KEY
                     ADD 1 TO WS-LTR-COUNT
              END-DELETE.

       CARRY-HOLDERS.
              IF WS-REL-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 PERFORM MOVE-HOLDER
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.

       MOVE-HOLDER.
              MOVE WS-OLD-DIGIT TO REL-DIGIT.
              MOVE ZEROS TO REL-CUST.
              START ACCTREL-FILE KEY IS NOT LESS THAN REL-KEY
                  INVALID KEY MOVE "Y" TO WS-SUB-EOF
              END-START.
              IF WS-SUB-EOF NOT = "Y"
                 READ ACCTREL-FILE NEXT
                     AT END MOVE "Y" TO WS-SUB-EOF
                 END-READ.
              IF WS-SUB-EOF NOT = "Y"
                 IF REL-DIGIT NOT = WS-OLD-DIGIT
                    MOVE "Y" TO WS-SUB-EOF
                 ELSE
                    MOVE REG-ACCTREL TO WS-SAVE-REC
                    MOVE WS-NEW-DIGIT TO REL-DIGIT
                    WRITE REG-ACCTREL
                        INVALID KEY
                           IF ARQST-REL = "22" AND WS-RESUMED = 1
                              PERFORM DROP-OLD-HOLDER
                           ELSE
                              DISPLAY "HOLDER " REL-CUST " OF "
                                 WS-OLD-DIGIT " NOT MOVED - STATUS "
                                 ARQST-REL
                              MOVE "HOLDERS NOT ALL MOVED"
                                 TO LIN-NOTE-E
                              MOVE 0 TO WS-ACCT-OK
                           END-IF
                        NOT INVALID KEY
                           PERFORM DROP-OLD-HOLDER
                    END-WRITE.

       DROP-OLD-HOLDER.
              MOVE WS-SAVE-REC TO REG-ACCTREL.
              DELETE ACCTREL-FILE RECORD
                  INVALID KEY
                     DISPLAY "HOLDER " REL-CUST " OF " WS-OLD-DIGIT
                        " NOT REMOVED - STATUS " ARQST-REL
                     MOVE "HOLDERS NOT ALL MOVED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
                  NOT INVALID KEY
                     ADD 1 TO WS-REL-COUNT
              END-DELETE.

       CARRY-CHEQUES.
              IF WS-CHQ-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 PERFORM MOVE-CHEQUE
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.

       MOVE-CHEQUE.
              MOVE WS-OLD-DIGIT TO CHQ-DIGIT.
              MOVE ZEROS TO CHQ-SERIAL.
              START CHEQUE-FILE KEY IS NOT LESS THAN CHQ-KEY
                  INVALID KEY MOVE "Y" TO WS-SUB-EOF
              END-START.
              IF WS-SUB-EOF NOT = "Y"
                 READ CHEQUE-FILE NEXT
                     AT END MOVE "Y" TO WS-SUB-EOF
                 END-READ.
              IF WS-SUB-EOF NOT = "Y"
                 IF CHQ-DIGIT NOT = WS-OLD-DIGIT
                    MOVE "Y" TO WS-SUB-EOF
                 ELSE
                    MOVE REG-CHEQUE TO WS-SAVE-REC
                    MOVE WS-NEW-DIGIT TO CHQ-DIGIT
                    WRITE REG-CHEQUE
                        INVALID KEY
                           IF ARQST-CHQ = "22" AND WS-RESUMED = 1
                              PERFORM DROP-OLD-CHEQUE
                           ELSE
                              DISPLAY "CHEQUE " CHQ-SERIAL " OF "
                                 WS-OLD-DIGIT " NOT MOVED - STATUS "
                                 ARQST-CHQ
                              MOVE "CHEQUES NOT ALL MOVED"
                                 TO LIN-NOTE-E
                              MOVE 0 TO WS-ACCT-OK
                           END-IF
                        NOT INVALID KEY
                           PERFORM DROP-OLD-CHEQUE
                    END-WRITE.

       DROP-OLD-CHEQUE.
              MOVE WS-SAVE-REC TO REG-CHEQUE.
              DELETE CHEQUE-FILE RECORD
                  INVALID KEY
                     DISPLAY "CHEQUE " CHQ-SERIAL " OF " WS-OLD-DIGIT
                        " NOT REMOVED - STATUS " ARQST-CHQ
                     MOVE "CHEQUES NOT ALL MOVED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
                  NOT INVALID KEY
                     ADD 1 TO WS-CHQ-COUNT
              END-DELETE.

       CARRY-HISTORY.
              IF WS-BHS-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 PERFORM MOVE-HISTORY
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.

       MOVE-HISTORY.
              MOVE WS-OLD-DIGIT TO BH-DIGIT.
              MOVE ZEROS TO BH-DATE.
              START BALHIST-FILE KEY IS NOT LESS THAN BH-KEY
                  INVALID KEY MOVE "Y" TO WS-SUB-EOF
              END-START.
              IF WS-SUB-EOF NOT = "Y"
                 READ BALHIST-FILE NEXT
                     AT END MOVE "Y" TO WS-SUB-EOF
                 END-READ.
              IF WS-SUB-EOF NOT = "Y"
                 IF BH-DIGIT NOT = WS-OLD-DIGIT
                    MOVE "Y" TO WS-SUB-EOF
                 ELSE
                    MOVE REG-BALHIST TO WS-SAVE-REC
                    MOVE WS-NEW-DIGIT TO BH-DIGIT
                    WRITE REG-BALHIST
                        INVALID KEY
                           IF ARQST-BHS = "22" AND WS-RESUMED = 1
                              PERFORM DROP-OLD-HISTORY
                           ELSE
                              DISPLAY "HISTORY " BH-DATE " OF "
                                 WS-OLD-DIGIT " NOT MOVED - STATUS "
                                 ARQST-BHS
                              MOVE "HISTORY NOT ALL MOVED"
                                 TO LIN-NOTE-E
                              MOVE 0 TO WS-ACCT-OK
                           END-IF
                        NOT INVALID KEY
                           PERFORM DROP-OLD-HISTORY
                    END-WRITE.

       DROP-OLD-HISTORY.
              MOVE WS-SAVE-REC TO REG-BALHIST.
              DELETE BALHIST-FILE RECORD
                  INVALID KEY
                     DISPLAY "HISTORY " BH-DATE " OF " WS-OLD-DIGIT
                        " NOT REMOVED - STATUS " ARQST-BHS
                     MOVE "HISTORY NOT ALL MOVED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
                  NOT INVALID KEY
                     ADD 1 TO WS-BHS-COUNT
              END-DELETE.

      * ----------------------------- A term deposit or loan is
      * keyed by its own account number.
       CARRY-TERM.
              IF WS-TRM-OPEN = 1 AND WS-ACCT-OK = 1
                 MOVE WS-OLD-DIGIT TO TD-DIGIT
                 READ TERM-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE REG-TERM TO WS-SAVE-REC
                        MOVE WS-NEW-DIGIT TO TD-DIGIT
                        WRITE REG-TERM
                            INVALID KEY
                               IF ARQST-TRM = "22" AND WS-RESUMED = 1
                                  PERFORM DROP-OLD-TERM
                               ELSE
                                  DISPLAY "TERM DEPOSIT " WS-OLD-DIGIT
                                     " NOT MOVED - STATUS " ARQST-TRM
                                  MOVE "TERM DEPOSIT NOT MOVED"
                                     TO LIN-NOTE-E
                                  MOVE 0 TO WS-ACCT-OK
                               END-IF
                            NOT INVALID KEY
                               PERFORM DROP-OLD-TERM
                        END-WRITE
                 END-READ.

       DROP-OLD-TERM.
              MOVE WS-SAVE-REC TO REG-TERM.
              DELETE TERM-FILE RECORD
                  INVALID KEY
                     DISPLAY "TERM DEPOSIT " WS-OLD-DIGIT
                        " NOT REMOVED - STATUS " ARQST-TRM
                     MOVE "TERM DEPOSIT NOT MOVED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
                  NOT INVALID KEY
                     ADD 1 TO WS-TRM-COUNT
              END-DELETE.

       CARRY-LOAN.
              IF WS-LON-OPEN = 1 AND WS-ACCT-OK = 1
                 MOVE WS-OLD-DIGIT TO LN-DIGIT
                 READ LOAN-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE REG-LOAN TO WS-SAVE-REC
                        MOVE WS-NEW-DIGIT TO LN-DIGIT
                        WRITE REG-LOAN
                            INVALID KEY
                               IF ARQST-LON = "22" AND WS-RESUMED = 1
                                  PERFORM DROP-OLD-LOAN
                               ELSE
                                  DISPLAY "LOAN " WS-OLD-DIGIT
                                     " NOT MOVED - STATUS " ARQST-LON
                                  MOVE "LOAN NOT MOVED" TO LIN-NOTE-E
                                  MOVE 0 TO WS-ACCT-OK
                               END-IF
                            NOT INVALID KEY
                               PERFORM DROP-OLD-LOAN
                        END-WRITE
                 END-READ.

       DROP-OLD-LOAN.
              MOVE WS-SAVE-REC TO REG-LOAN.
              DELETE LOAN-FILE RECORD
                  INVALID KEY
                     DISPLAY "LOAN " WS-OLD-DIGIT
                        " NOT REMOVED - STATUS " ARQST-LON
                     MOVE "LOAN NOT MOVED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
                  NOT INVALID KEY
                     ADD 1 TO WS-LON-COUNT
              END-DELETE.

      * ----------------------------- A sweep arrangement is keyed
      * by its primary account; the sweep account it points at is
      * repointed with the other links once every account has moved.
       CARRY-SWEEP.
              IF WS-SWP-OPEN = 1 AND WS-ACCT-OK = 1
                 MOVE WS-OLD-DIGIT TO SW-PRIMARY
                 READ SWEEP-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE REG-SWEEP TO WS-SAVE-REC
                        MOVE WS-NEW-DIGIT TO SW-PRIMARY
                        WRITE REG-SWEEP
                            INVALID KEY
                               IF ARQST-SWP = "22" AND WS-RESUMED = 1
                                  PERFORM DROP-OLD-SWEEP
                               ELSE
                                  DISPLAY "SWEEP " WS-OLD-DIGIT
                                     " NOT MOVED - STATUS " ARQST-SWP
                                  MOVE "SWEEP NOT MOVED" TO LIN-NOTE-E
                                  MOVE 0 TO WS-ACCT-OK
                               END-IF
                            NOT INVALID KEY
                               PERFORM DROP-OLD-SWEEP
                        END-WRITE
                 END-READ.

       DROP-OLD-SWEEP.
              MOVE WS-SAVE-REC TO REG-SWEEP.
              DELETE SWEEP-FILE RECORD
                  INVALID KEY
                     DISPLAY "SWEEP " WS-OLD-DIGIT
                        " NOT REMOVED - STATUS " ARQST-SWP
                     MOVE "SWEEP NOT MOVED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
                  NOT INVALID KEY
                     ADD 1 TO WS-SWP-COUNT
              END-DELETE.

      * ----------------------------- An overdrawn or written-off
      * account takes its collections record and contact notes with
      * it, so its age and any write-off still to recover carry on
      * under the new number.
       CARRY-COLLECTIONS.
              IF WS-COL-OPEN = 1 AND WS-ACCT-OK = 1
                 MOVE WS-OLD-DIGIT TO COL-DIGIT
                 READ COLLECT-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE REG-COLLECT TO WS-SAVE-REC
                        MOVE WS-NEW-DIGIT TO COL-DIGIT
                        WRITE REG-COLLECT
                            INVALID KEY
                               IF ARQST-COL = "22" AND WS-RESUMED = 1
                                  PERFORM DROP-OLD-COLLECT
                               ELSE
                                  DISPLAY "COLLECTIONS " WS-OLD-DIGIT
                                     " NOT MOVED - STATUS " ARQST-COL
                                  MOVE "COLLECTIONS NOT MOVED"
                                     TO LIN-NOTE-E
                                  MOVE 0 TO WS-ACCT-OK
                               END-IF
                            NOT INVALID KEY
                               PERFORM DROP-OLD-COLLECT
                        END-WRITE
                 END-READ.

       DROP-OLD-COLLECT.
              MOVE WS-SAVE-REC TO REG-COLLECT.
              DELETE COLLECT-FILE RECORD
                  INVALID KEY
                     DISPLAY "COLLECTIONS " WS-OLD-DIGIT
                        " NOT REMOVED - STATUS " ARQST-COL
                     MOVE "COLLECTIONS NOT MOVED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
                  NOT INVALID KEY
                     ADD 1 TO WS-COL-COUNT
              END-DELETE.

       CARRY-COLNOTES.
              IF WS-CNO-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 PERFORM MOVE-COLNOTE
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.

       MOVE-COLNOTE.
              MOVE WS-OLD-DIGIT TO CNO-DIGIT.
              MOVE ZEROS TO CNO-SEQ.
              START COLNOTE-FILE KEY IS NOT LESS THAN CNO-KEY
                  INVALID KEY MOVE "Y" TO WS-SUB-EOF
              END-START.
              IF WS-SUB-EOF NOT = "Y"
                 READ COLNOTE-FILE NEXT
                     AT END MOVE "Y" TO WS-SUB-EOF
                 END-READ.
              IF WS-SUB-EOF NOT = "Y"
                 IF CNO-DIGIT NOT = WS-OLD-DIGIT
                    MOVE "Y" TO WS-SUB-EOF
                 ELSE
                    MOVE REG-COLNOTE TO WS-SAVE-REC
                    MOVE WS-NEW-DIGIT TO CNO-DIGIT
                    WRITE REG-COLNOTE
                        INVALID KEY
                           IF ARQST-CNO = "22" AND WS-RESUMED = 1
                              PERFORM DROP-OLD-COLNOTE
                           ELSE
                              DISPLAY "NOTE " CNO-SEQ " OF "
                                 WS-OLD-DIGIT " NOT MOVED - STATUS "
                                 ARQST-CNO
                              MOVE "NOTES NOT ALL MOVED" TO LIN-NOTE-E
                              MOVE 0 TO WS-ACCT-OK
                           END-IF
                        NOT INVALID KEY
                           PERFORM DROP-OLD-COLNOTE
                    END-WRITE.

       DROP-OLD-COLNOTE.
              MOVE WS-SAVE-REC TO REG-COLNOTE.
              DELETE COLNOTE-FILE RECORD
                  INVALID KEY
                     DISPLAY "NOTE " CNO-SEQ " OF " WS-OLD-DIGIT
                        " NOT REMOVED - STATUS " ARQST-CNO
                     MOVE "NOTES NOT ALL MOVED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
                  NOT INVALID KEY
                     ADD 1 TO WS-CNO-COUNT
              END-DELETE.

      * ----------------------------- Account numbers held as plain
      * fields elsewhere are turned to the new number through the
      * cross reference once every account has moved.  An old
      * number still on file did not finish moving and is left as
      * it is until the rerun.
       LOOKUP-XREF.
              MOVE 0 TO WS-CHANGED.
              IF WS-LOOK-BRANCH = WS-FROM-BRANCH
                 MOVE WS-LOOK-DIGIT TO XRF-OLD-DIGIT
                 READ XREF-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE 1 TO WS-CHANGED
                 END-READ.
              IF WS-CHANGED = 1
                 MOVE XRF-OLD-DIGIT TO DIGIT
                 READ CLIENT
                     INVALID KEY
                        MOVE XRF-NEW-DIGIT TO WS-LOOK-DIGIT
                     NOT INVALID KEY
                        MOVE 0 TO WS-CHANGED
                 END-READ.

       REPOINT-ORDERS.
              IF WS-STO-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 MOVE ZEROS TO SO-NUMBER
                 START ORDER-FILE KEY IS NOT LESS THAN SO-NUMBER
                     INVALID KEY MOVE "Y" TO WS-SUB-EOF
                 END-START
                 PERFORM REPOINT-ORDER UNTIL WS-SUB-EOF = "Y".

       REPOINT-ORDER.
              READ ORDER-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SUB-EOF
                  NOT AT END
                     PERFORM CHANGE-ORDER
              END-READ.

       CHANGE-ORDER.
              MOVE SO-FROM-DIGIT TO WS-LOOK-DIGIT.
              PERFORM LOOKUP-XREF.
              IF WS-CHANGED = 1
                 MOVE WS-LOOK-DIGIT TO SO-FROM-DIGIT
                 PERFORM REWRITE-ORDER.
              MOVE SO-TO-DIGIT TO WS-LOOK-DIGIT.
              PERFORM LOOKUP-XREF.
              IF WS-CHANGED = 1
                 MOVE WS-LOOK-DIGIT TO SO-TO-DIGIT
                 PERFORM REWRITE-ORDER.

       REWRITE-ORDER.
              REWRITE REG-ORDER
                  INVALID KEY
                     DISPLAY "STANDING ORDER " SO-NUMBER
                        " NOT UPDATED - STATUS " ARQST-STO
                     ADD 1 TO WS-ERROR-COUNT
                  NOT INVALID KEY
                     ADD 1 TO WS-STO-COUNT
              END-REWRITE.

       REPOINT-TERM-LINKS.
              IF WS-TRM-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 MOVE ZEROS TO TD-DIGIT
                 START TERM-FILE KEY IS NOT LESS THAN TD-DIGIT
                     INVALID KEY MOVE "Y" TO WS-SUB-EOF
                 END-START
                 PERFORM REPOINT-TERM UNTIL WS-SUB-EOF = "Y".

       REPOINT-TERM.
              READ TERM-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SUB-EOF
                  NOT AT END
                     MOVE TD-LINKED-DIGIT TO WS-LOOK-DIGIT
                     PERFORM LOOKUP-XREF
                     IF WS-CHANGED = 1
                        MOVE WS-LOOK-DIGIT TO TD-LINKED-DIGIT
                        REWRITE REG-TERM
                            INVALID KEY
                               DISPLAY "TERM DEPOSIT " TD-DIGIT
                                  " LINK NOT UPDATED - STATUS "
                                  ARQST-TRM
                               ADD 1 TO WS-ERROR-COUNT
                        END-REWRITE
                     END-IF
              END-READ.

       REPOINT-LOAN-LINKS.
              IF WS-LON-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 MOVE ZEROS TO LN-DIGIT
                 START LOAN-FILE KEY IS NOT LESS THAN LN-DIGIT
                     INVALID KEY MOVE "Y" TO WS-SUB-EOF
                 END-START
                 PERFORM REPOINT-LOAN UNTIL WS-SUB-EOF = "Y".

       REPOINT-LOAN.
              READ LOAN-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SUB-EOF
                  NOT AT END
                     MOVE LN-LINKED-DIGIT TO WS-LOOK-DIGIT
                     PERFORM LOOKUP-XREF
                     IF WS-CHANGED = 1
                        MOVE WS-LOOK-DIGIT TO LN-LINKED-DIGIT
                        REWRITE REG-LOAN
                            INVALID KEY
                               DISPLAY "LOAN " LN-DIGIT
                                  " LINK NOT UPDATED - STATUS "
                                  ARQST-LON
                               ADD 1 TO WS-ERROR-COUNT
                        END-REWRITE
                     END-IF
              END-READ.

       REPOINT-SWEEP-LINKS.
              IF WS-SWP-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 MOVE ZEROS TO SW-PRIMARY
                 START SWEEP-FILE KEY IS NOT LESS THAN SW-PRIMARY
                     INVALID KEY MOVE "Y" TO WS-SUB-EOF
                 END-START
                 PERFORM REPOINT-SWEEP UNTIL WS-SUB-EOF = "Y".

       REPOINT-SWEEP.
              READ SWEEP-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SUB-EOF
                  NOT AT END
                     MOVE SW-SWEEP TO WS-LOOK-DIGIT
                     PERFORM LOOKUP-XREF
                     IF WS-CHANGED = 1
                        MOVE WS-LOOK-DIGIT TO SW-SWEEP
                        REWRITE REG-SWEEP
                            INVALID KEY
                               DISPLAY "SWEEP " SW-PRIMARY
                                  " LINK NOT UPDATED - STATUS "
                                  ARQST-SWP
                               ADD 1 TO WS-ERROR-COUNT
                        END-REWRITE
                     END-IF
              END-READ.

      * ----------------------------- A number retired by an earlier
      * merger into this branch must now lead straight to the
      * account's newest number, not to the one just retired.
       REPOINT-XREF-CHAINS.
              MOVE ZEROS TO WS-CHAIN-CNT WS-CHAIN-FULL.
              MOVE "N" TO WS-SUB-EOF.
              MOVE ZEROS TO XRF-OLD-DIGIT.
              START XREF-FILE KEY IS NOT LESS THAN XRF-OLD-DIGIT
                  INVALID KEY MOVE "Y" TO WS-SUB-EOF
              END-START.
              PERFORM SCAN-CHAIN UNTIL WS-SUB-EOF = "Y".
              PERFORM REPOINT-CHAIN
                 VARYING WS-CH FROM 1 BY 1
                 UNTIL WS-CH > WS-CHAIN-CNT.
              IF WS-CHAIN-FULL = 1
                 DISPLAY "CROSS REFERENCE TABLE FULL - RERUN THE "
                    "MIGRATION TO FINISH REPOINTING"
                 ADD 1 TO WS-ERROR-COUNT.

       SCAN-CHAIN.
              READ XREF-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SUB-EOF
                  NOT AT END
                     MOVE XRF-NEW-DIGIT TO WS-LOOK-DIGIT
                     IF WS-LOOK-BRANCH = WS-FROM-BRANCH
                        IF WS-CHAIN-CNT < WS-CHAIN-MAX
                           ADD 1 TO WS-CHAIN-CNT
                           MOVE XRF-OLD-DIGIT
                              TO WS-CHAIN-OLD(WS-CHAIN-CNT)
                        ELSE
                           MOVE 1 TO WS-CHAIN-FULL
                        END-IF
                     END-IF
              END-READ.

       REPOINT-CHAIN.
              MOVE WS-CHAIN-OLD(WS-CH) TO XRF-OLD-DIGIT.
              READ XREF-FILE
                  INVALID KEY
                     MOVE ZEROS TO WS-LOOK-DIGIT
                  NOT INVALID KEY
                     MOVE XRF-NEW-DIGIT TO WS-LOOK-DIGIT
              END-READ.
              PERFORM LOOKUP-XREF.
              IF WS-CHANGED = 1
                 MOVE WS-CHAIN-OLD(WS-CH) TO XRF-OLD-DIGIT
                 READ XREF-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE WS-LOOK-DIGIT TO XRF-NEW-DIGIT
                        REWRITE REG-XREF
                            INVALID KEY
                               DISPLAY "CROSS REFERENCE "
                                  XRF-OLD-DIGIT " NOT UPDATED"
                               ADD 1 TO WS-ERROR-COUNT
                            NOT INVALID KEY
                               ADD 1 TO WS-XRF-COUNT
                        END-REWRITE
                 END-READ.

      * ----------------------------- The branch is closed and
      * marked as merged once its accounts are gone; a run that
      * left accounts behind keeps it open for the rerun.
       CLOSE-BRANCH.
              IF WS-ERROR-COUNT = 0
                 OPEN I-O BRANCH-FILE
                 IF ARQST-BRN = "00"
                    PERFORM MARK-BRANCH-CLOSED
                    CLOSE BRANCH-FILE
                 ELSE
                    DISPLAY "BRANCH.DAT NOT UPDATED - STATUS "
                       ARQST-BRN
                    ADD 1 TO WS-ERROR-COUNT.

       MARK-BRANCH-CLOSED.
              MOVE WS-FROM-BRANCH TO BR-CODE.
              READ BRANCH-FILE
                  INVALID KEY
                     DISPLAY "BRANCH " WS-FROM-BRANCH " NOT UPDATED"
                     ADD 1 TO WS-ERROR-COUNT
                  NOT INVALID KEY
                     IF BR-STATUS NOT = "C"
                        OR BR-MERGED-INTO NOT = WS-TO-BRANCH
                        MOVE BR-STATUS TO MNT-OLD
                        MOVE "C" TO BR-STATUS
                        MOVE DATA-SIS TO BR-CLOSED-DATE
                        MOVE WS-TO-BRANCH TO BR-MERGED-INTO
                        REWRITE REG-BRANCH
                        IF ARQST-BRN NOT = "00"
                           DISPLAY "BRANCH " WS-FROM-BRANCH
                              " NOT UPDATED - STATUS " ARQST-BRN
                           ADD 1 TO WS-ERROR-COUNT
                        ELSE
                           PERFORM WRITE-MAINT-BRANCH
                        END-IF
                     END-IF
              END-READ.

       IMP-ACCOUNT-LINE.
              MOVE WS-OLD-DIGIT   TO LIN-OLD-E.
              MOVE WS-NEW-DIGIT   TO LIN-NEW-E.
              MOVE WS-OLD-TYPE    TO LIN-TYPE-E.
              MOVE WS-OLD-STATUS  TO LIN-STATUS-E.
              MOVE WS-OLD-BALANCE TO LIN-BALANCE-E.
              DISPLAY REG-LINE-E.
              MOVE REG-LINE-E TO SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-TOTALS.
              DISPLAY "----------------------------------------------"
                 "------------------------".
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-MOVED-COUNT TO WS-COUNT-E.
              MOVE "ACCOUNTS MOVED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-RESUMED-COUNT TO WS-COUNT-E.
              MOVE "  OF WHICH RESUMED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-ERROR-COUNT TO WS-COUNT-E.
              MOVE "NOT MOVED / ERRORS:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-HLD-COUNT TO WS-COUNT-E.
              MOVE "HOLDS CARRIED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-LTR-COUNT TO WS-COUNT-E.
              MOVE "LETTERS SENT CARRIED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-REL-COUNT TO WS-COUNT-E.
              MOVE "HOLDERS CARRIED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-CHQ-COUNT TO WS-COUNT-E.
              MOVE "CHEQUES CARRIED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-BHS-COUNT TO WS-COUNT-E.
              MOVE "BALANCE HISTORY CARRIED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-TRM-COUNT TO WS-COUNT-E.
              MOVE "TERM DEPOSITS CARRIED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-LON-COUNT TO WS-COUNT-E.
              MOVE "LOANS CARRIED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-COL-COUNT TO WS-COUNT-E.
              MOVE "COLLECTIONS CARRIED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-CNO-COUNT TO WS-COUNT-E.
              MOVE "COLLECTION NOTES CARRIED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-SWP-COUNT TO WS-COUNT-E.
              MOVE "SWEEPS CARRIED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-STO-COUNT TO WS-COUNT-E.
              MOVE "STANDING ORDERS REPOINTED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-XRF-COUNT TO WS-COUNT-E.
              MOVE "OLDER CROSS REFS REPOINTED:" TO WS-SAVE-REC.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-BAL-TOTAL TO WS-TOTAL-E.
              MOVE SPACES TO SPL-LINE.
              STRING "BALANCES MOVED:             " DELIMITED BY SIZE
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              DISPLAY SPL-LINE.
              PERFORM SPOOL-LINE.
              IF WS-ERROR-COUNT > 0
                 MOVE "BRANCH LEFT OPEN - CORRECT AND RERUN"
                    TO SPL-LINE
              ELSE
                 MOVE "BRANCH CLOSED AND MARKED AS MERGED"
                    TO SPL-LINE.
              DISPLAY SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-COUNT-LINE.
              MOVE SPACES TO SPL-LINE.
              MOVE WS-SAVE-REC(1:28) TO SPL-LINE(1:28).
              MOVE WS-COUNT-E TO SPL-LINE(29:7).
              DISPLAY SPL-LINE.
              PERFORM SPOOL-LINE.

       WRITE-AUDIT-PAIR.
              ACCEPT WS-TIME-REF FROM TIME.
              OPEN EXTEND AUDIT-TRAIL.
              MOVE WS-OLD-DIGIT        TO AUD-CODE.
              MOVE "CLIBH-DR"          TO AUD-PROGRAM.
              MOVE WS-OLD-BALANCE      TO AUD-OLD-BALANCE.
              MOVE ZEROS               TO AUD-NEW-BALANCE.
              MOVE DATA-SIS            TO AUD-DATA-SIS.
              MOVE WS-TIME-REF         TO AUD-REF.
              MOVE "BATCH"             TO AUD-OPERATOR.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR FOR ACCOUNT " WS-OLD-DIGIT.
              MOVE WS-NEW-DIGIT        TO AUD-CODE.
              MOVE "CLIBH-CR"          TO AUD-PROGRAM.
              MOVE ZEROS               TO AUD-OLD-BALANCE.
              MOVE WS-OLD-BALANCE      TO AUD-NEW-BALANCE.
              MOVE DATA-SIS            TO AUD-DATA-SIS.
              MOVE WS-TIME-REF         TO AUD-REF.
              MOVE "BATCH"             TO AUD-OPERATOR.
              WRITE REG-AUDIT.
              IF ARQST-AUD NOT = "00"
                 DISPLAY "AUDIT WRITE ERROR FOR ACCOUNT " WS-NEW-DIGIT.
              CLOSE AUDIT-TRAIL.

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

      * ----------------------------- The balance leaves the old
      * number and arrives on the new one as a linked pair sharing
      * the time reference, so the ledger and the inter-branch
      * settlement move it between the two branches' books.  MIG
      * carries a deposit balance, MLN a loan's principal.  The
      * debit leg sits on whichever side the balance is owed from:
      * the old number for money on deposit, the new one for an
      * overdrawn account or a loan.  The debit leg always goes
      * first, the way a transfer is journalled.
       WRITE-JOURNAL-PAIR.
              IF WS-OLD-TYPE = "L"
                 MOVE "MLN" TO WS-JRN-TYPE
              ELSE
                 MOVE "MIG" TO WS-JRN-TYPE.
              OPEN EXTEND JOURNAL-FILE.
              IF ARQST-JRN NOT = "00"
                 OPEN OUTPUT JOURNAL-FILE.
              IF WS-OLD-BALANCE < 0
                 PERFORM JOURNAL-NEW-LEG
                 PERFORM JOURNAL-OLD-LEG
              ELSE
                 PERFORM JOURNAL-OLD-LEG
                 PERFORM JOURNAL-NEW-LEG.
              CLOSE JOURNAL-FILE.

       JOURNAL-OLD-LEG.
              PERFORM GET-JOURNAL-SEQ.
              COMPUTE WS-JRN-AMOUNT = 0 - WS-OLD-BALANCE.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ       TO JRN-SEQ.
              MOVE WS-OLD-DIGIT     TO JRN-CODE.
              MOVE WS-OLD-CURRENCY  TO JRN-CURRENCY.
              MOVE DATA-SIS         TO JRN-DATA-SIS.
              MOVE WS-TIME-REF      TO JRN-TIME.
              MOVE WS-JRN-TYPE      TO JRN-TYPE.
              IF WS-JRN-AMOUNT < 0
                 MOVE "D"           TO JRN-DC
              ELSE
                 MOVE "C"           TO JRN-DC.
              MOVE WS-JRN-AMOUNT    TO JRN-AMOUNT.
              MOVE ZEROS            TO JRN-RUN-BALANCE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR FOR ACCOUNT "
                    WS-OLD-DIGIT.
              PERFORM WRITE-JOURNAL-INDEX.

       JOURNAL-NEW-LEG.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ       TO JRN-SEQ.
              MOVE WS-NEW-DIGIT     TO JRN-CODE.
              MOVE WS-OLD-CURRENCY  TO JRN-CURRENCY.
              MOVE DATA-SIS         TO JRN-DATA-SIS.
              MOVE WS-TIME-REF      TO JRN-TIME.
              MOVE WS-JRN-TYPE      TO JRN-TYPE.
              IF WS-OLD-BALANCE < 0
                 MOVE "D"           TO JRN-DC
              ELSE
                 MOVE "C"           TO JRN-DC.
              MOVE WS-OLD-BALANCE   TO JRN-AMOUNT.
              MOVE WS-OLD-BALANCE   TO JRN-RUN-BALANCE.
              WRITE REG-JOURNAL.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "JOURNAL WRITE ERROR FOR ACCOUNT "
                    WS-NEW-DIGIT.
              PERFORM WRITE-JOURNAL-INDEX.

      * ----------------------------- Keep the keyed retrieval copy
      * in step with the book of record; until the rebuild utility
      * has created it there is nothing to maintain.
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

       WRITE-MAINT-ACCOUNT.
              MOVE "A"            TO MNT-KEY-TYPE.
              MOVE WS-NEW-DIGIT   TO MNT-KEY.
              MOVE "ACCOUNT MOVED" TO MNT-FIELD.
              MOVE WS-OLD-DIGIT   TO MNT-OLD.
              MOVE WS-NEW-DIGIT   TO MNT-NEW.
              PERFORM WRITE-MAINT-LOG.

       WRITE-MAINT-BRANCH.
              MOVE "B"            TO MNT-KEY-TYPE.
              MOVE WS-FROM-BRANCH TO MNT-KEY.
              MOVE "STATUS"       TO MNT-FIELD.
              MOVE "C"            TO MNT-NEW.
              PERFORM WRITE-MAINT-LOG.
              MOVE "B"            TO MNT-KEY-TYPE.
              MOVE WS-FROM-BRANCH TO MNT-KEY.
              MOVE "MERGED INTO"  TO MNT-FIELD.
              MOVE SPACES         TO MNT-OLD.
              MOVE WS-TO-BRANCH   TO MNT-NEW.
              PERFORM WRITE-MAINT-LOG.

       WRITE-MAINT-LOG.
              MOVE DATA-SIS TO MNT-DATA-SIS.
              MOVE "CLIBH" TO MNT-PROGRAM.
              MOVE "BATCH" TO MNT-OPERATOR.
              OPEN EXTEND MAINT-LOG.
              IF ARQST-MNT NOT = "00"
                 OPEN OUTPUT MAINT-LOG.
              WRITE REG-MAINT.
              IF ARQST-MNT NOT = "00"
                 DISPLAY "MAINT LOG WRITE ERROR FOR " MNT-KEY.
              CLOSE MAINT-LOG.

       END-PROGRAM.
              MOVE WS-MOVED-COUNT TO BATCH-RECORD-COUNT.
              IF WS-ERROR-COUNT = 0
                 MOVE 1 TO BATCH-STEP-OK
              ELSE
                 MOVE 0 TO BATCH-STEP-OK.
              GOBACK.
