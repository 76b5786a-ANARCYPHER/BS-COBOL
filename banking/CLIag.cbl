              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

              SELECT BRANCH-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS BR-CODE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-BRN.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE LABEL RECORD STANDARD
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       FD BRANCH-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BRANCH
                VALUE OF FILE-ID IS "BRANCH.DAT".
          COPY REGBRN.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY SPLLNK.
          COPY FXRLNK.
         01 ARQST-JRN               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 ARQST-BRN               PIC X(02).
         01 WS-BRN-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
         01 WS-BASE-CCY             PIC X(03) VALUE SPACES.
         01 WS-MATCH-AMOUNT         PIC 9(05)V99 VALUE ZEROS.
         01 WS-PAIR-COUNT-T         PIC 9(05) VALUE ZEROS.
         01 WS-CROSS-COUNT          PIC 9(05) VALUE ZEROS.
         01 WS-UNMATCHED            PIC 9(05) VALUE ZEROS.

      * ----------------------------- The day's transfer debit legs
      * waiting for their credit leg; the two legs of a transfer
      * share the journal type, the time reference and the amount.
         01 WS-LEG-MAX   PIC 9(04) VALUE 500 COMP.
         01 WS-LEG-CNT   PIC 9(04) VALUE ZEROS COMP.
         01 WS-LG        PIC 9(04) VALUE ZEROS COMP.
         01 WS-LEG-FULL  PIC 9(01) VALUE ZEROS.
         01 WS-LEG-TABLE.
                02 WS-LEG-ENTRY OCCURS 500 TIMES.
                     03 LEG-TYPE   PIC X(03).
                     03 LEG-TIME   PIC 9(08).
                     03 LEG-AMOUNT PIC 9(05)V99.
                     03 LEG-BRANCH PIC 9(03).
                     03 LEG-USED   PIC 9(01).

      * ----------------------------- Due-from/due-to accumulation
      * per directed branch pair and currency; opposite directions
      * are netted when the summary prints.  Branches settle in the
      * currency the credit leg was booked in.
         01 WS-PAIR-MAX  PIC 9(04) VALUE 200 COMP.
         01 WS-PAIR-CNT  PIC 9(04) VALUE ZEROS COMP.
         01 WS-PR        PIC 9(04) VALUE ZEROS COMP.
                02 WS-PAIR-ENTRY OCCURS 200 TIMES.
                     03 PAIR-FROM   PIC 9(03).
                     03 PAIR-TO     PIC 9(03).
                     03 PAIR-CCY    PIC X(03).
                     03 PAIR-AMOUNT PIC S9(09)V99.
                     03 PAIR-DONE   PIC 9(01).

         01 REG-LINE-E.
                02 SET-FROM-E   PIC 9(03).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 SET-FROM-NAME-E PIC X(15).
                02 FILLER       PIC X(12)
                   VALUE " OWES BRANCH".
                02 FILLER       PIC X(01) VALUE SPACES.
                02 SET-TO-E     PIC 9(03).
                02 FILLER       PIC X(01) VALUE SPACES.
                02 SET-TO-NAME-E PIC X(15).
                02 FILLER       PIC X(02) VALUE SPACES.
                02 SET-AMOUNT-E PIC -ZZZ.ZZZ.ZZ9,99.
                02 FILLER       PIC X(01) VALUE SPACES.
                02 SET-CCY-E    PIC X(03).

       PROCEDURE DIVISION.
      * ----------------------------- Matches the day's transfer
      * debit/credit pairs by their shared time reference and nets
      * the cash owed between every pair of branches so they can
      * clear against each other in the morning.  Balances carried
      * by a branch migration (MIG deposits, MLN loans) settle the
      * same way as transfers.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              MOVE ZEROS TO WS-PAIR-COUNT-T WS-CROSS-COUNT
                             WS-LEG-FULL WS-PAIR-FULL.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-RUN-DATE.
              MOVE "K" TO FXR-FUNCTION.
              MOVE SPACES TO FXR-CURRENCY.
              CALL "FX-RATE" USING FX-RATE-AREA.
              MOVE FXR-BASE TO WS-BASE-CCY.
              OPEN INPUT JOURNAL-FILE.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "NO JOURNAL ON FILE - NOTHING TO SETTLE"
              READ JOURNAL-FILE AT END MOVE "Y" TO WS-EOF.

       PROCESS-ENTRY.
              IF JRN-DATA-SIS = WS-RUN-DATE
                 AND (JRN-TYPE = "TRF" OR "MIG" OR "MLN")
                 IF JRN-DC = "D"
                    PERFORM HOLD-DEBIT-LEG
                 ELSE
                 MOVE 1 TO WS-LEG-FULL
              ELSE
                 ADD 1 TO WS-LEG-CNT
                 MOVE JRN-TYPE TO LEG-TYPE(WS-LEG-CNT)
                 MOVE JRN-TIME TO LEG-TIME(WS-LEG-CNT)
                 COMPUTE LEG-AMOUNT(WS-LEG-CNT) =
                    FUNCTION ABS(JRN-AMOUNT)
                 MOVE WS-ENTRY-BRANCH TO LEG-BRANCH(WS-LEG-CNT)
                 MOVE ZEROS TO LEG-USED(WS-LEG-CNT).

      * ----------------------------- The credit leg of a transfer
      * between currencies carries the debited amount as its
      * counter amount, and matches on that.
       MATCH-CREDIT-LEG.
              MOVE ZEROS TO WS-LEG-HIT.
              IF JRN-FX-RATE > 0
                 COMPUTE WS-MATCH-AMOUNT =
                    FUNCTION ABS(JRN-CTR-AMOUNT)
              ELSE
                 MOVE JRN-AMOUNT TO WS-MATCH-AMOUNT.
              PERFORM FIND-DEBIT-LEG
                 VARYING WS-LG FROM 1 BY 1
                 UNTIL WS-LG > WS-LEG-CNT OR WS-LEG-HIT > 0.

       FIND-DEBIT-LEG.
              IF LEG-USED(WS-LG) = 0
                 AND LEG-TYPE(WS-LG) = JRN-TYPE
                 AND LEG-TIME(WS-LG) = JRN-TIME
                 AND LEG-AMOUNT(WS-LG) = WS-MATCH-AMOUNT
                 MOVE WS-LG TO WS-LEG-HIT.

      * ----------------------------- The debit branch paid nothing
                    MOVE LEG-BRANCH(WS-LEG-HIT)
                       TO PAIR-FROM(WS-PAIR-HIT)
                    MOVE WS-ENTRY-BRANCH TO PAIR-TO(WS-PAIR-HIT)
                    MOVE JRN-CURRENCY TO PAIR-CCY(WS-PAIR-HIT)
                    MOVE ZEROS TO PAIR-AMOUNT(WS-PAIR-HIT)
                    MOVE ZEROS TO PAIR-DONE(WS-PAIR-HIT)
                 END-IF
       FIND-PAIR.
              IF PAIR-FROM(WS-PR) = LEG-BRANCH(WS-LEG-HIT)
                 AND PAIR-TO(WS-PR) = WS-ENTRY-BRANCH
                 AND PAIR-CCY(WS-PR) = JRN-CURRENCY
                 MOVE WS-PR TO WS-PAIR-HIT.

       COUNT-UNMATCHED.
                 DISPLAY "NO CROSS-BRANCH TRANSFERS TODAY"
                 MOVE "NO CROSS-BRANCH TRANSFERS TODAY" TO SPL-LINE
                 PERFORM SPOOL-LINE.
              MOVE 0 TO WS-BRN-OPEN.
              OPEN INPUT BRANCH-FILE.
              IF ARQST-BRN = "00"
                 MOVE 1 TO WS-BRN-OPEN.
              PERFORM IMP-PAIR
                 VARYING WS-PR FROM 1 BY 1
                 UNTIL WS-PR > WS-PAIR-CNT.
              IF WS-BRN-OPEN = 1
                 CLOSE BRANCH-FILE.
              DISPLAY "----------------------------------------------".
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
                 PERFORM NET-REVERSE-PAIR
                    VARYING WS-PR2 FROM 1 BY 1
                    UNTIL WS-PR2 > WS-PAIR-CNT
                 MOVE PAIR-CCY(WS-PR) TO SET-CCY-E
                 IF SET-CCY-E = SPACES
                    MOVE WS-BASE-CCY TO SET-CCY-E
                 END-IF
                 IF WS-NET > 0
                    MOVE PAIR-FROM(WS-PR) TO SET-FROM-E
                    MOVE PAIR-TO(WS-PR)   TO SET-TO-E
                    MOVE WS-NET TO SET-AMOUNT-E
                    PERFORM GET-BRANCH-NAMES
                    DISPLAY REG-LINE-E
                    MOVE REG-LINE-E TO SPL-LINE
                    PERFORM SPOOL-LINE
                    MOVE PAIR-FROM(WS-PR) TO SET-TO-E
                    COMPUTE WS-NET = 0 - WS-NET
                    MOVE WS-NET TO SET-AMOUNT-E
                    PERFORM GET-BRANCH-NAMES
                    DISPLAY REG-LINE-E
                    MOVE REG-LINE-E TO SPL-LINE
                    PERFORM SPOOL-LINE.

      * ----------------------------- Names off the branch master
      * when there is one; the codes print alone without it.
       GET-BRANCH-NAMES.
              MOVE SPACES TO SET-FROM-NAME-E SET-TO-NAME-E.
              IF WS-BRN-OPEN = 1
                 MOVE SET-FROM-E TO BR-CODE
                 READ BRANCH-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE BR-NAME TO SET-FROM-NAME-E
                 END-READ
                 MOVE SET-TO-E TO BR-CODE
                 READ BRANCH-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE BR-NAME TO SET-TO-NAME-E
                 END-READ.

       NET-REVERSE-PAIR.
              IF PAIR-DONE(WS-PR2) = 0
                 AND PAIR-FROM(WS-PR2) = PAIR-TO(WS-PR)
                 AND PAIR-TO(WS-PR2) = PAIR-FROM(WS-PR)
                 AND PAIR-CCY(WS-PR2) = PAIR-CCY(WS-PR)
                 SUBTRACT PAIR-AMOUNT(WS-PR2) FROM WS-NET
                 MOVE 1 TO PAIR-DONE(WS-PR2).

