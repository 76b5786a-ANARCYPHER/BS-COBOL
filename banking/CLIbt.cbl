      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCOUNT-PURGE.

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

              SELECT HIST-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS AHS-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-AHS.

              SELECT CLOSED-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CLX-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CLX.

              SELECT HOLD-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS HLD-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-HLD.

              SELECT ORDER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
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
              ACCESS MODE DYNAMIC
              RECORD KEY IS LTR-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-LTR.

              SELECT LOAN-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS LN-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-LON.

              SELECT SWEEP-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS SW-PRIMARY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-SWP.

              SELECT COLLECT-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS COL-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-COL.

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

       FD HIST-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ACCTHIST
                VALUE OF FILE-ID IS "ACCTHIST.DAT".
          COPY REGAHS.

       FD CLOSED-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CLOSED
                VALUE OF FILE-ID IS "CLOSEIDX.DAT".
          COPY REGCLX.

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

       FD LOAN-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-LOAN
                VALUE OF FILE-ID IS "LOANS.DAT".
          COPY REGLON.

       FD SWEEP-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-SWEEP
                VALUE OF FILE-ID IS "SWEEP.DAT".
          COPY REGSWP.

       FD COLLECT-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-COLLECT
                VALUE OF FILE-ID IS "COLLECT.DAT".
          COPY REGCOL.

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
         01 ARQST                   PIC X(02).
         01 ARQST-AHS               PIC X(02).
         01 ARQST-CLX               PIC X(02).
         01 ARQST-HLD               PIC X(02).
         01 ARQST-STO               PIC X(02).
         01 ARQST-TRM               PIC X(02).
         01 ARQST-LTR               PIC X(02).
         01 ARQST-LON               PIC X(02).
         01 ARQST-SWP               PIC X(02).
         01 ARQST-COL               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 ARQST-MNT               PIC X(02).
      * ----------------------------- Years a closed account stays
      * on the live files after its closing date.
         01 WS-RETAIN-YEARS         PIC 9(02) VALUE 07.
         01 WS-CUTOFF               PIC 9(08) VALUE ZEROS.
         01 WS-CUTOFF-R REDEFINES WS-CUTOFF.
                02 WS-CUT-ANO      PIC 9(04).
                02 WS-CUT-MES      PIC 9(02).
                02 WS-CUT-DIA      PIC 9(02).
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-ANSWER               PIC X(01) VALUE SPACES.
         01 WS-CLI-EOF              PIC X(01) VALUE "N".
         01 WS-SUB-EOF              PIC X(01) VALUE "N".
         01 WS-HLD-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-STO-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-TRM-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-LTR-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-LON-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-SWP-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-COL-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-ACCT-OK              PIC 9(01) VALUE ZEROS.
         01 WS-SCAN-DIGIT           PIC 9(09) VALUE ZEROS.
         01 WS-SCAN-ORDER           PIC 9(06) VALUE ZEROS.
         01 WS-OLD-DIGIT            PIC 9(09) VALUE ZEROS.
         01 WS-OLD-BALANCE          PIC S9(05)V99 VALUE ZEROS.
         01 WS-SAVE-CLI             PIC X(60) VALUE SPACES.
         01 WS-ACCT-HOLDS           PIC 9(03) VALUE ZEROS.
         01 WS-ACCT-ORDERS          PIC 9(03) VALUE ZEROS.
         01 WS-ACCT-TERMS           PIC 9(01) VALUE ZEROS.
         01 WS-READ-COUNT           PIC 9(07) VALUE ZEROS.
         01 WS-CLOSED-COUNT         PIC 9(07) VALUE ZEROS.
         01 WS-RETAINED-COUNT       PIC 9(07) VALUE ZEROS.
         01 WS-DUE-COUNT            PIC 9(07) VALUE ZEROS.
         01 WS-PURGED-COUNT         PIC 9(07) VALUE ZEROS.
         01 WS-NONZERO-COUNT        PIC 9(07) VALUE ZEROS.
         01 WS-NODATE-COUNT         PIC 9(07) VALUE ZEROS.
         01 WS-LINKED-COUNT         PIC 9(07) VALUE ZEROS.
         01 WS-ERROR-COUNT          PIC 9(07) VALUE ZEROS.
         01 WS-HLD-COUNT            PIC 9(07) VALUE ZEROS.
         01 WS-STO-COUNT            PIC 9(07) VALUE ZEROS.
         01 WS-TRM-COUNT            PIC 9(07) VALUE ZEROS.
         01 WS-LTR-COUNT            PIC 9(07) VALUE ZEROS.
         01 WS-PURGED-NONZERO       PIC 9(07) VALUE ZEROS.
         01 WS-PURGED-BAL           PIC S9(09)V99 VALUE ZEROS.
         01 WS-KEPT-BAL             PIC S9(09)V99 VALUE ZEROS.
         01 WS-LABEL                PIC X(28) VALUE SPACES.
         01 WS-TOTAL-E              PIC -ZZZ.ZZZ.ZZ9,99.
         01 WS-COUNT-E              PIC ZZZZZZ9.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).

         01 REG-LINE-E.
                02 LIN-DIGIT-E    PIC 9(09).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-CUST-E     PIC 9(06).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-TYPE-E     PIC X(01).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-CLOSED-E   PIC 9(08).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-BALANCE-E  PIC -ZZ.ZZ9,99.
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-HOLDS-E    PIC ZZ9.
                02 FILLER         PIC X(01) VALUE SPACES.
                02 LIN-ORDERS-E   PIC ZZ9.
                02 FILLER         PIC X(01) VALUE SPACES.
                02 LIN-TERMS-E    PIC 9(01).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 LIN-NOTE-E     PIC X(30).

       PROCEDURE DIVISION.
      * ----------------------------- Takes accounts closed longer
      * than the retention period off the live files.  The account,
      * its released holds, the inactive standing orders drawn on
      * it and its matured term deposit go to ACCTHIST.DAT; its
      * letter markers are dropped; a tombstone on CLOSEIDX.DAT
      * keeps the number answering at the counter and stops it ever
      * being issued again.  Journal, balance history, cheques and
      * holders stay where they are: they are the account's history.
      * Only an account at zero that nothing live still points at
      * is taken, and the control totals prove it.  Run periodically,
      * out of hours, like the branch migration; the account is only
      * deleted once everything has moved, so a rerun after a
      * failure finishes the job.
       START-PROGRAM.
              MOVE ZEROS TO WS-READ-COUNT WS-CLOSED-COUNT
                            WS-RETAINED-COUNT WS-DUE-COUNT
                            WS-PURGED-COUNT WS-NONZERO-COUNT
                            WS-NODATE-COUNT WS-LINKED-COUNT
                            WS-ERROR-COUNT WS-HLD-COUNT WS-STO-COUNT
                            WS-TRM-COUNT WS-LTR-COUNT WS-PURGED-NONZERO
                            WS-PURGED-BAL WS-KEPT-BAL.
              PERFORM GET-BUSINESS-DATE.
              PERFORM SET-CUTOFF.
              DISPLAY "ARCHIVE ACCOUNTS CLOSED BEFORE " WS-CUTOFF
                 " (" WS-RETAIN-YEARS " YEARS) (S/N)? "
                 WITH NO ADVANCING.
              ACCEPT WS-ANSWER.
              IF WS-ANSWER NOT = "S"
                 DISPLAY "NOTHING PURGED"
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 0 TO BATCH-STEP-OK
                 GOBACK.
              PERFORM OPEN-ARQ.
              PERFORM OPEN-SPOOL.
              PERFORM IMP-HEADER.
              MOVE ZEROS TO WS-SCAN-DIGIT.
              MOVE "N" TO WS-CLI-EOF.
              PERFORM PURGE-NEXT UNTIL WS-CLI-EOF = "Y".
              PERFORM CLOSE-ARQ.
              PERFORM IMP-TOTALS.
              MOVE "C" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
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

      * ----------------------------- Same day and month, the
      * retention years back; 29 February falls back to the 28th.
       SET-CUTOFF.
              MOVE DATA-SIS TO WS-CUTOFF.
              SUBTRACT WS-RETAIN-YEARS FROM WS-CUT-ANO.
              IF WS-CUT-MES = 2 AND WS-CUT-DIA = 29
                 MOVE 28 TO WS-CUT-DIA.

      * ----------------------------- Products is required and the
      * history and index files are created on the first run; every
      * other file is looked at only when it exists.
       OPEN-ARQ.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              OPEN I-O HIST-FILE.
              IF ARQST-AHS = "35"
                 CLOSE HIST-FILE
                 OPEN OUTPUT HIST-FILE
                 CLOSE HIST-FILE
                 OPEN I-O HIST-FILE.
              IF ARQST-AHS NOT = "00"
                 DISPLAY "UNABLE TO OPEN ACCTHIST.DAT - STATUS "
                    ARQST-AHS
                 CLOSE CLIENT
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 0 TO BATCH-STEP-OK
                 GOBACK.
              OPEN I-O CLOSED-FILE.
              IF ARQST-CLX = "35"
                 CLOSE CLOSED-FILE
                 OPEN OUTPUT CLOSED-FILE
                 CLOSE CLOSED-FILE
                 OPEN I-O CLOSED-FILE.
              IF ARQST-CLX NOT = "00"
                 DISPLAY "UNABLE TO OPEN CLOSEIDX.DAT - STATUS "
                    ARQST-CLX
                 CLOSE CLIENT
                 CLOSE HIST-FILE
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 0 TO BATCH-STEP-OK
                 GOBACK.
              MOVE 0 TO WS-HLD-OPEN WS-STO-OPEN WS-TRM-OPEN
                        WS-LTR-OPEN WS-LON-OPEN WS-SWP-OPEN
                        WS-COL-OPEN.
              OPEN I-O HOLD-FILE.
              IF ARQST-HLD = "00"
                 MOVE 1 TO WS-HLD-OPEN.
              OPEN I-O ORDER-FILE.
              IF ARQST-STO = "00"
                 MOVE 1 TO WS-STO-OPEN.
              OPEN I-O TERM-FILE.
              IF ARQST-TRM = "00"
                 MOVE 1 TO WS-TRM-OPEN.
              OPEN I-O LETTER-SENT.
              IF ARQST-LTR = "00"
                 MOVE 1 TO WS-LTR-OPEN.
              OPEN INPUT LOAN-FILE.
              IF ARQST-LON = "00"
                 MOVE 1 TO WS-LON-OPEN.
              OPEN INPUT SWEEP-FILE.
              IF ARQST-SWP = "00"
                 MOVE 1 TO WS-SWP-OPEN.
              OPEN INPUT COLLECT-FILE.
              IF ARQST-COL = "00"
                 MOVE 1 TO WS-COL-OPEN.

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
              CLOSE HIST-FILE.
              CLOSE CLOSED-FILE.
              IF WS-HLD-OPEN = 1
                 CLOSE HOLD-FILE.
              IF WS-STO-OPEN = 1
                 CLOSE ORDER-FILE.
              IF WS-TRM-OPEN = 1
                 CLOSE TERM-FILE.
              IF WS-LTR-OPEN = 1
                 CLOSE LETTER-SENT.
              IF WS-LON-OPEN = 1
                 CLOSE LOAN-FILE.
              IF WS-SWP-OPEN = 1
                 CLOSE SWEEP-FILE.
              IF WS-COL-OPEN = 1
                 CLOSE COLLECT-FILE.

       OPEN-SPOOL.
              MOVE "O" TO SPL-FUNCTION.
              MOVE ZEROS TO SPL-DATE.
              MOVE "PURGE" TO SPL-REPORT-ID.
              MOVE "CLOSED ACCOUNT RETENTION PURGE" TO SPL-TITLE.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              IF SPL-RESULT NOT = 0
                 DISPLAY "REPORT SPOOL UNAVAILABLE - SCREEN ONLY".

       SPOOL-LINE.
              MOVE "L" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       IMP-HEADER.
              MOVE SPACES TO SPL-LINE.
              STRING "ACCOUNTS CLOSED BEFORE " DELIMITED BY SIZE
                 WS-CUTOFF DELIMITED BY SIZE
                 " - RETENTION " DELIMITED BY SIZE
                 WS-RETAIN-YEARS DELIMITED BY SIZE
                 " YEARS" DELIMITED BY SIZE
                 INTO SPL-LINE.
              DISPLAY SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING "ACCOUNT    CUST    T  CLOSED       BALANCE"
                 DELIMITED BY SIZE
                 "    H   O T  NOTE" DELIMITED BY SIZE
                 INTO SPL-LINE.
              DISPLAY SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
              DISPLAY "----------------------------------------------"
                 "------------------------".
              PERFORM SPOOL-LINE.

      * ----------------------------- The next account still on
      * file; an archived one is deleted, so the scan restarts just
      * past the one last looked at.
       PURGE-NEXT.
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
                 COMPUTE WS-SCAN-DIGIT = DIGIT + 1
                 ADD 1 TO WS-READ-COUNT
                 IF ACCT-STATUS = "C"
                    PERFORM CHECK-CLOSED.

      * ----------------------------- An account closed before the
      * closing date was stamped carries no date at all; it is left
      * for the branch to look at rather than guessed at.
       CHECK-CLOSED.
              ADD 1 TO WS-CLOSED-COUNT.
              IF LAST-ACTIVITY = ZEROS
                 ADD 1 TO WS-DUE-COUNT
                 ADD 1 TO WS-NODATE-COUNT
                 MOVE 0 TO WS-ACCT-OK
                 MOVE REG-CLI TO WS-SAVE-CLI
                 MOVE ZEROS TO WS-ACCT-HOLDS WS-ACCT-ORDERS
                               WS-ACCT-TERMS
                 MOVE "NO CLOSING DATE - KEPT" TO LIN-NOTE-E
                 PERFORM IMP-ACCOUNT-LINE
              ELSE IF LAST-ACTIVITY NOT < WS-CUTOFF
                 ADD 1 TO WS-RETAINED-COUNT
              ELSE
                 PERFORM PURGE-ACCOUNT.

       PURGE-ACCOUNT.
              ADD 1 TO WS-DUE-COUNT.
              MOVE 1 TO WS-ACCT-OK.
              MOVE DIGIT   TO WS-OLD-DIGIT.
              MOVE BALANCE TO WS-OLD-BALANCE.
              MOVE REG-CLI TO WS-SAVE-CLI.
              MOVE ZEROS   TO WS-ACCT-HOLDS WS-ACCT-ORDERS
                              WS-ACCT-TERMS.
              MOVE SPACES  TO LIN-NOTE-E.
              IF BALANCE NOT = ZEROS
                 MOVE "BALANCE NOT ZERO - KEPT" TO LIN-NOTE-E
                 MOVE 0 TO WS-ACCT-OK
                 ADD 1 TO WS-NONZERO-COUNT
                 ADD BALANCE TO WS-KEPT-BAL.
              IF WS-ACCT-OK = 1
                 PERFORM CHECK-LINKS
                 IF WS-ACCT-OK = 0
                    ADD 1 TO WS-LINKED-COUNT.
              IF WS-ACCT-OK = 1
                 PERFORM ARCHIVE-ACCOUNT.
              PERFORM IMP-ACCOUNT-LINE.

      * ----------------------------- Anything live still working
      * through the account keeps it on file: an active hold, an
      * active standing order either way, a deposit not yet matured
      * or paying out into it, a loan, a sweep arrangement on either
      * side, or a collections case.
       CHECK-LINKS.
              IF WS-HLD-OPEN = 1
                 PERFORM CHECK-HOLDS-FREE.
              IF WS-ACCT-OK = 1 AND WS-STO-OPEN = 1
                 PERFORM CHECK-ORDERS-FREE.
              IF WS-ACCT-OK = 1 AND WS-TRM-OPEN = 1
                 PERFORM CHECK-TERMS-FREE.
              IF WS-ACCT-OK = 1 AND WS-LON-OPEN = 1
                 PERFORM CHECK-LOANS-FREE.
              IF WS-ACCT-OK = 1 AND WS-SWP-OPEN = 1
                 PERFORM CHECK-SWEEPS-FREE.
              IF WS-ACCT-OK = 1 AND WS-COL-OPEN = 1
                 MOVE WS-OLD-DIGIT TO COL-DIGIT
                 READ COLLECT-FILE
                     NOT INVALID KEY
                        MOVE "COLLECTIONS CASE OPEN - KEPT"
                           TO LIN-NOTE-E
                        MOVE 0 TO WS-ACCT-OK
                 END-READ.

       CHECK-HOLDS-FREE.
              MOVE "N" TO WS-SUB-EOF.
              MOVE WS-OLD-DIGIT TO HLD-DIGIT.
              MOVE ZEROS TO HLD-SEQ.
              START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
                  INVALID KEY MOVE "Y" TO WS-SUB-EOF
              END-START.
              PERFORM SCAN-HOLD-FREE
                 UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.

       SCAN-HOLD-FREE.
              READ HOLD-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SUB-EOF
                  NOT AT END
                     IF HLD-DIGIT NOT = WS-OLD-DIGIT
                        MOVE "Y" TO WS-SUB-EOF
                     ELSE IF HLD-STATUS = "A"
                        MOVE "ACTIVE HOLD - KEPT" TO LIN-NOTE-E
                        MOVE 0 TO WS-ACCT-OK
              END-READ.

       CHECK-ORDERS-FREE.
              MOVE "N" TO WS-SUB-EOF.
              MOVE ZEROS TO SO-NUMBER.
              START ORDER-FILE KEY IS NOT LESS THAN SO-NUMBER
                  INVALID KEY MOVE "Y" TO WS-SUB-EOF
              END-START.
              PERFORM SCAN-ORDER-FREE
                 UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.

       SCAN-ORDER-FREE.
              READ ORDER-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SUB-EOF
                  NOT AT END
                     IF SO-STATUS = "A"
                        AND (SO-FROM-DIGIT = WS-OLD-DIGIT
                             OR SO-TO-DIGIT = WS-OLD-DIGIT)
                        MOVE "ACTIVE STANDING ORDER - KEPT"
                           TO LIN-NOTE-E
                        MOVE 0 TO WS-ACCT-OK
              END-READ.

       CHECK-TERMS-FREE.
              MOVE WS-OLD-DIGIT TO TD-DIGIT.
              READ TERM-FILE
                  NOT INVALID KEY
                     IF TD-STATUS NOT = "M"
                        MOVE "DEPOSIT NOT MATURED - KEPT"
                           TO LIN-NOTE-E
                        MOVE 0 TO WS-ACCT-OK
              END-READ.
              IF WS-ACCT-OK = 1
                 MOVE "N" TO WS-SUB-EOF
                 MOVE ZEROS TO TD-DIGIT
                 START TERM-FILE KEY IS NOT LESS THAN TD-DIGIT
                     INVALID KEY MOVE "Y" TO WS-SUB-EOF
                 END-START
                 PERFORM SCAN-TERM-FREE
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.

       SCAN-TERM-FREE.
              READ TERM-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SUB-EOF
                  NOT AT END
                     IF TD-LINKED-DIGIT = WS-OLD-DIGIT
                        AND TD-STATUS NOT = "M"
                        MOVE "DEPOSIT PAYS INTO IT - KEPT"
                           TO LIN-NOTE-E
                        MOVE 0 TO WS-ACCT-OK
              END-READ.

       CHECK-LOANS-FREE.
              MOVE WS-OLD-DIGIT TO LN-DIGIT.
              READ LOAN-FILE
                  NOT INVALID KEY
                     MOVE "LOAN RECORD ON FILE - KEPT" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
              END-READ.
              IF WS-ACCT-OK = 1
                 MOVE "N" TO WS-SUB-EOF
                 MOVE ZEROS TO LN-DIGIT
                 START LOAN-FILE KEY IS NOT LESS THAN LN-DIGIT
                     INVALID KEY MOVE "Y" TO WS-SUB-EOF
                 END-START
                 PERFORM SCAN-LOAN-FREE
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.

       SCAN-LOAN-FREE.
              READ LOAN-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SUB-EOF
                  NOT AT END
                     IF LN-LINKED-DIGIT = WS-OLD-DIGIT
                        AND LN-STATUS NOT = "P"
                        MOVE "LOAN REPAID FROM IT - KEPT"
                           TO LIN-NOTE-E
                        MOVE 0 TO WS-ACCT-OK
              END-READ.

       CHECK-SWEEPS-FREE.
              MOVE WS-OLD-DIGIT TO SW-PRIMARY.
              READ SWEEP-FILE
                  NOT INVALID KEY
                     MOVE "SWEEP ARRANGEMENT - KEPT" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
              END-READ.
              IF WS-ACCT-OK = 1
                 MOVE "N" TO WS-SUB-EOF
                 MOVE ZEROS TO SW-PRIMARY
                 START SWEEP-FILE KEY IS NOT LESS THAN SW-PRIMARY
                     INVALID KEY MOVE "Y" TO WS-SUB-EOF
                 END-START
                 PERFORM SCAN-SWEEP-FREE
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.

       SCAN-SWEEP-FREE.
              READ SWEEP-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SUB-EOF
                  NOT AT END
                     IF SW-SWEEP = WS-OLD-DIGIT
                        MOVE "SWEEP ARRANGEMENT - KEPT"
                           TO LIN-NOTE-E
                        MOVE 0 TO WS-ACCT-OK
              END-READ.

      * ----------------------------- The account's own history
      * record goes first and the live record is deleted last, so
      * an interrupted run leaves the account on file to be picked
      * up again.
       ARCHIVE-ACCOUNT.
              MOVE SPACES TO REG-ACCTHIST.
              MOVE WS-OLD-DIGIT TO AHS-DIGIT.
              MOVE "A" TO AHS-KIND.
              MOVE ZEROS TO AHS-SEQ.
              MOVE WS-SAVE-CLI TO AHS-DATA.
              PERFORM WRITE-HISTORY.
              IF WS-ACCT-OK = 1 AND WS-HLD-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 PERFORM ARCHIVE-HOLD
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.
              IF WS-ACCT-OK = 1 AND WS-STO-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 MOVE ZEROS TO WS-SCAN-ORDER
                 PERFORM ARCHIVE-ORDER
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.
              IF WS-ACCT-OK = 1 AND WS-TRM-OPEN = 1
                 PERFORM ARCHIVE-TERM.
              IF WS-ACCT-OK = 1 AND WS-LTR-OPEN = 1
                 MOVE "N" TO WS-SUB-EOF
                 PERFORM REMOVE-LETTER
                    UNTIL WS-SUB-EOF = "Y" OR WS-ACCT-OK = 0.
              IF WS-ACCT-OK = 1
                 PERFORM COUNT-HISTORY
                 PERFORM WRITE-TOMBSTONE.
              IF WS-ACCT-OK = 1
                 PERFORM DELETE-ACCOUNT.
              IF WS-ACCT-OK = 1
                 ADD 1 TO WS-PURGED-COUNT
                 ADD WS-OLD-BALANCE TO WS-PURGED-BAL
                 IF WS-OLD-BALANCE NOT = ZEROS
                    ADD 1 TO WS-PURGED-NONZERO
                 END-IF
                 MOVE "ARCHIVED" TO LIN-NOTE-E
                 PERFORM WRITE-MAINT-ACCOUNT
              ELSE
                 ADD 1 TO WS-ERROR-COUNT.

      * ----------------------------- A record already on the
      * history file was copied by an earlier, interrupted run.
       WRITE-HISTORY.
              MOVE DATA-SIS TO AHS-ARCHIVED.
              WRITE REG-ACCTHIST
                  INVALID KEY
                     REWRITE REG-ACCTHIST
              END-WRITE.
              IF ARQST-AHS NOT = "00"
                 DISPLAY "HISTORY " AHS-KIND " " AHS-SEQ " OF "
                    WS-OLD-DIGIT " NOT WRITTEN - STATUS " ARQST-AHS
                 MOVE "HISTORY NOT WRITTEN - KEPT" TO LIN-NOTE-E
                 MOVE 0 TO WS-ACCT-OK.

      * ----------------------------- Records keyed by account plus
      * a second field are moved one at a time, each time from the
      * first one still under the account.  Only released holds are
      * left by now.
       ARCHIVE-HOLD.
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
                    MOVE SPACES TO REG-ACCTHIST
                    MOVE WS-OLD-DIGIT TO AHS-DIGIT
                    MOVE "H" TO AHS-KIND
                    MOVE HLD-SEQ TO AHS-SEQ
                    MOVE REG-HOLD TO AHS-DATA
                    PERFORM WRITE-HISTORY
                    IF WS-ACCT-OK = 1
                       DELETE HOLD-FILE RECORD
                           INVALID KEY
                              DISPLAY "HOLD " HLD-SEQ " OF "
                                 WS-OLD-DIGIT " NOT REMOVED - STATUS "
                                 ARQST-HLD
                              MOVE "HOLD NOT REMOVED - KEPT"
                                 TO LIN-NOTE-E
                              MOVE 0 TO WS-ACCT-OK
                           NOT INVALID KEY
                              ADD 1 TO WS-HLD-COUNT
                       END-DELETE.

      * ----------------------------- Standing orders are keyed by
      * their own number, so the whole file is walked for the ones
      * drawn on the account; an order from another account paying
      * into it stays with that account.  Only inactive ones are
      * left by now.
       ARCHIVE-ORDER.
              MOVE WS-SCAN-ORDER TO SO-NUMBER.
              START ORDER-FILE KEY IS NOT LESS THAN SO-NUMBER
                  INVALID KEY MOVE "Y" TO WS-SUB-EOF
              END-START.
              IF WS-SUB-EOF NOT = "Y"
                 READ ORDER-FILE NEXT
                     AT END MOVE "Y" TO WS-SUB-EOF
                 END-READ.
              IF WS-SUB-EOF NOT = "Y"
                 COMPUTE WS-SCAN-ORDER = SO-NUMBER + 1
                 IF SO-FROM-DIGIT = WS-OLD-DIGIT
                    MOVE SPACES TO REG-ACCTHIST
                    MOVE WS-OLD-DIGIT TO AHS-DIGIT
                    MOVE "O" TO AHS-KIND
                    MOVE SO-NUMBER TO AHS-SEQ
                    MOVE REG-ORDER TO AHS-DATA
                    PERFORM WRITE-HISTORY
                    IF WS-ACCT-OK = 1
                       DELETE ORDER-FILE RECORD
                           INVALID KEY
                              DISPLAY "ORDER " SO-NUMBER " OF "
                                 WS-OLD-DIGIT " NOT REMOVED - STATUS "
                                 ARQST-STO
                              MOVE "ORDER NOT REMOVED - KEPT"
                                 TO LIN-NOTE-E
                              MOVE 0 TO WS-ACCT-OK
                           NOT INVALID KEY
                              ADD 1 TO WS-STO-COUNT
                       END-DELETE.

       ARCHIVE-TERM.
              MOVE WS-OLD-DIGIT TO TD-DIGIT.
              READ TERM-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE SPACES TO REG-ACCTHIST
                     MOVE WS-OLD-DIGIT TO AHS-DIGIT
                     MOVE "T" TO AHS-KIND
                     MOVE ZEROS TO AHS-SEQ
                     MOVE REG-TERM TO AHS-DATA
                     PERFORM WRITE-HISTORY
                     IF WS-ACCT-OK = 1
                        DELETE TERM-FILE RECORD
                            INVALID KEY
                               DISPLAY "TERM DEPOSIT " WS-OLD-DIGIT
                                  " NOT REMOVED - STATUS " ARQST-TRM
                               MOVE "TERM RECORD NOT REMOVED - KEPT"
                                  TO LIN-NOTE-E
                               MOVE 0 TO WS-ACCT-OK
                            NOT INVALID KEY
                               ADD 1 TO WS-TRM-COUNT
                        END-DELETE
                     END-IF
              END-READ.

      * ----------------------------- A letter marker only stops a
      * letter going twice; with the account gone it means nothing.
       REMOVE-LETTER.
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
                    DELETE LETTER-SENT RECORD
                        INVALID KEY
                           DISPLAY "LETTER " LTR-KIND " OF "
                              WS-OLD-DIGIT " NOT REMOVED - STATUS "
                              ARQST-LTR
                           MOVE "LETTER NOT REMOVED - KEPT"
                              TO LIN-NOTE-E
                           MOVE 0 TO WS-ACCT-OK
                        NOT INVALID KEY
                           ADD 1 TO WS-LTR-COUNT
                    END-DELETE.

      * ----------------------------- The tombstone counts what the
      * history file holds for the account, so a rerun that finishes
      * an interrupted one still records everything moved.
       COUNT-HISTORY.
              MOVE ZEROS TO WS-ACCT-HOLDS WS-ACCT-ORDERS WS-ACCT-TERMS.
              MOVE "N" TO WS-SUB-EOF.
              MOVE WS-OLD-DIGIT TO AHS-DIGIT.
              MOVE LOW-VALUES TO AHS-KIND.
              MOVE ZEROS TO AHS-SEQ.
              START HIST-FILE KEY IS NOT LESS THAN AHS-KEY
                  INVALID KEY MOVE "Y" TO WS-SUB-EOF
              END-START.
              PERFORM COUNT-HISTORY-RECORD UNTIL WS-SUB-EOF = "Y".

       COUNT-HISTORY-RECORD.
              READ HIST-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-SUB-EOF
                  NOT AT END
                     IF AHS-DIGIT NOT = WS-OLD-DIGIT
                        MOVE "Y" TO WS-SUB-EOF
                     ELSE
                        PERFORM ADD-HISTORY-KIND
              END-READ.

       ADD-HISTORY-KIND.
              IF AHS-KIND = "H"
                 ADD 1 TO WS-ACCT-HOLDS
              ELSE IF AHS-KIND = "O"
                 ADD 1 TO WS-ACCT-ORDERS
              ELSE IF AHS-KIND = "T"
                 ADD 1 TO WS-ACCT-TERMS.

       WRITE-TOMBSTONE.
              MOVE SPACES TO REG-CLOSED.
              MOVE WS-SAVE-CLI TO REG-CLI.
              MOVE WS-OLD-DIGIT   TO CLX-DIGIT.
              MOVE CUST-NUMBER-CLI TO CLX-CUST.
              MOVE ACCT-TYPE      TO CLX-TYPE.
              MOVE ACCT-CURRENCY  TO CLX-CURRENCY.
              MOVE BALANCE        TO CLX-BALANCE.
              MOVE LAST-ACTIVITY  TO CLX-CLOSED-DATE.
              MOVE DATA-SIS       TO CLX-ARCHIVED-DATE.
              MOVE WS-ACCT-HOLDS  TO CLX-HOLDS.
              MOVE WS-ACCT-ORDERS TO CLX-ORDERS.
              MOVE WS-ACCT-TERMS  TO CLX-TERMS.
              WRITE REG-CLOSED
                  INVALID KEY
                     REWRITE REG-CLOSED
              END-WRITE.
              IF ARQST-CLX NOT = "00"
                 DISPLAY "CLOSED INDEX FOR " WS-OLD-DIGIT
                    " NOT WRITTEN - STATUS " ARQST-CLX
                 MOVE "INDEX NOT WRITTEN - KEPT" TO LIN-NOTE-E
                 MOVE 0 TO WS-ACCT-OK.

       DELETE-ACCOUNT.
              MOVE WS-OLD-DIGIT TO DIGIT.
              DELETE CLIENT RECORD
                  INVALID KEY
                     MOVE "ACCOUNT NOT DELETED" TO LIN-NOTE-E
                     MOVE 0 TO WS-ACCT-OK
              END-DELETE.

       IMP-ACCOUNT-LINE.
              MOVE WS-SAVE-CLI TO REG-CLI.
              MOVE DIGIT           TO LIN-DIGIT-E.
              MOVE CUST-NUMBER-CLI TO LIN-CUST-E.
              MOVE ACCT-TYPE       TO LIN-TYPE-E.
              MOVE LAST-ACTIVITY   TO LIN-CLOSED-E.
              MOVE BALANCE         TO LIN-BALANCE-E.
              MOVE WS-ACCT-HOLDS   TO LIN-HOLDS-E.
              MOVE WS-ACCT-ORDERS  TO LIN-ORDERS-E.
              MOVE WS-ACCT-TERMS   TO LIN-TERMS-E.
              DISPLAY REG-LINE-E.
              MOVE REG-LINE-E TO SPL-LINE.
              PERFORM SPOOL-LINE.

      * ----------------------------- The control totals: every
      * closed account due is either archived or listed as kept
      * with its reason, and nothing archived carried a balance.
       IMP-TOTALS.
              DISPLAY "----------------------------------------------"
                 "------------------------".
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE WS-READ-COUNT TO WS-COUNT-E.
              MOVE "ACCOUNTS READ:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-CLOSED-COUNT TO WS-COUNT-E.
              MOVE "CLOSED ACCOUNTS:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-RETAINED-COUNT TO WS-COUNT-E.
              MOVE "  STILL WITHIN RETENTION:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-DUE-COUNT TO WS-COUNT-E.
              MOVE "  DUE FOR ARCHIVING:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-PURGED-COUNT TO WS-COUNT-E.
              MOVE "ACCOUNTS ARCHIVED:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-NONZERO-COUNT TO WS-COUNT-E.
              MOVE "KEPT - BALANCE NOT ZERO:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-LINKED-COUNT TO WS-COUNT-E.
              MOVE "KEPT - STILL IN USE:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-NODATE-COUNT TO WS-COUNT-E.
              MOVE "KEPT - NO CLOSING DATE:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-ERROR-COUNT TO WS-COUNT-E.
              MOVE "KEPT - ARCHIVE ERRORS:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-HLD-COUNT TO WS-COUNT-E.
              MOVE "RELEASED HOLDS ARCHIVED:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-STO-COUNT TO WS-COUNT-E.
              MOVE "STANDING ORDERS ARCHIVED:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-TRM-COUNT TO WS-COUNT-E.
              MOVE "TERM DEPOSITS ARCHIVED:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-LTR-COUNT TO WS-COUNT-E.
              MOVE "LETTER MARKERS REMOVED:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-PURGED-NONZERO TO WS-COUNT-E.
              MOVE "ARCHIVED WITH A BALANCE:" TO WS-LABEL.
              PERFORM IMP-COUNT-LINE.
              MOVE WS-PURGED-BAL TO WS-TOTAL-E.
              MOVE "BALANCE ARCHIVED:" TO WS-LABEL.
              PERFORM IMP-TOTAL-LINE.
              MOVE WS-KEPT-BAL TO WS-TOTAL-E.
              MOVE "BALANCE KEPT (NOT ZERO):" TO WS-LABEL.
              PERFORM IMP-TOTAL-LINE.
              IF WS-PURGED-NONZERO = 0 AND WS-PURGED-BAL = 0
                 MOVE "CONTROL OK - NO ACCOUNT WITH A BALANCE ARCHIVED"
                    TO SPL-LINE
              ELSE
                 MOVE "CONTROL FAILED - BALANCE ARCHIVED, INVESTIGATE"
                    TO SPL-LINE.
              DISPLAY SPL-LINE.
              PERFORM SPOOL-LINE.
              IF WS-ERROR-COUNT > 0
                 MOVE "ARCHIVE ERRORS - CORRECT AND RERUN" TO SPL-LINE
                 DISPLAY SPL-LINE
                 PERFORM SPOOL-LINE.

       IMP-COUNT-LINE.
              MOVE SPACES TO SPL-LINE.
              MOVE WS-LABEL TO SPL-LINE(1:28).
              MOVE WS-COUNT-E TO SPL-LINE(29:7).
              DISPLAY SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-TOTAL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING WS-LABEL DELIMITED BY SIZE
                 WS-TOTAL-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              DISPLAY SPL-LINE.
              PERFORM SPOOL-LINE.

       WRITE-MAINT-ACCOUNT.
              MOVE "A"             TO MNT-KEY-TYPE.
              MOVE WS-OLD-DIGIT    TO MNT-KEY.
              MOVE "ACCT ARCHIVED" TO MNT-FIELD.
              MOVE "C"             TO MNT-OLD.
              MOVE "ACCTHIST.DAT"  TO MNT-NEW.
              PERFORM WRITE-MAINT-LOG.

       WRITE-MAINT-LOG.
              MOVE DATA-SIS TO MNT-DATA-SIS.
              MOVE "CLIBT" TO MNT-PROGRAM.
              MOVE "BATCH" TO MNT-OPERATOR.
              OPEN EXTEND MAINT-LOG.
              IF ARQST-MNT NOT = "00"
                 OPEN OUTPUT MAINT-LOG.
              WRITE REG-MAINT.
              IF ARQST-MNT NOT = "00"
                 DISPLAY "MAINT LOG WRITE ERROR FOR " MNT-KEY.
              CLOSE MAINT-LOG.

       END-PROGRAM.
              MOVE WS-PURGED-COUNT TO BATCH-RECORD-COUNT.
              IF WS-ERROR-COUNT = 0
                 MOVE 1 TO BATCH-STEP-OK
              ELSE
                 MOVE 0 TO BATCH-STEP-OK.
              GOBACK.
