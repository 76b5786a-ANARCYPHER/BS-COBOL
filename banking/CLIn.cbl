      * number is only the RUNCTL.DAT step id and never changes
      * once assigned, so a new step is slotted into the table
      * where it must run.  DATE-ROLL stays last: it closes the
      * business date everything above posted under.  The integrity
      * check runs first, ahead of anything that posts.
          01 WS-STEP-TABLE.
                02 FILLER PIC X(28) VALUE "23INTEGRITY-CHECK     CLIBS".
                02 FILLER PIC X(28) VALUE "14PAYMENT-POST        CLIAS".
                02 FILLER PIC X(28) VALUE "15CHEQUE-CLEAR        CLIAU".
                02 FILLER PIC X(28) VALUE "01ORDER-BATCH         CLIB".
                02 FILLER PIC X(28) VALUE "21SWEEP-BATCH         CLIBP".
                02 FILLER PIC X(28) VALUE "02CLIENT-INTEREST     CLIJ".
                02 FILLER PIC X(28) VALUE "03CLIENT-DORMANT      CLID".
                02 FILLER PIC X(28) VALUE "22KYC-REVIEW          CLIBR".
                02 FILLER PIC X(28) VALUE "04CLIENT-REPORT       CLIR".
                02 FILLER PIC X(28) VALUE "05CLIENT-EXPORT       CLIX".
                02 FILLER PIC X(28) VALUE "12TERM-MATURITY       CLIAM".
                02 FILLER PIC X(28) VALUE "16LOAN-REPAY          CLIAW".
                02 FILLER PIC X(28) VALUE "20OVERDRAFT-AGING     CLIBM".
                02 FILLER PIC X(28) VALUE "06GL-POSTING          CLIAA".
                02 FILLER PIC X(28) VALUE "07HOLD-RELEASE        CLIAD".
                02 FILLER PIC X(28) VALUE "18BALANCE-HISTORY     CLIBD".
                02 FILLER PIC X(28) VALUE "08SETTLE-REPORT       CLIAG".
                02 FILLER PIC X(28) VALUE "09LETTER-BATCH        CLIAH".
                02 FILLER PIC X(28) VALUE "11CASH-REPORT         CLIAK".
                02 FILLER PIC X(28) VALUE "17ACTIVITY-MONITOR    CLIAY".
                02 FILLER PIC X(28) VALUE "19ALERT-SEND          CLIBL".
                02 FILLER PIC X(28) VALUE "13HO-EXTRACT          CLIAR".
                02 FILLER PIC X(28) VALUE "10DATE-ROLL           CLIAI".
          01 WS-STEP-TABLE-R REDEFINES WS-STEP-TABLE.
                02 WS-STEP-ENTRY OCCURS 23 TIMES.
                     03 WS-STEP-NO   PIC 9(02).
                     03 WS-STEP-NAME PIC X(20).
                     03 FILLER       PIC X(06).
          01 WS-STEP-COUNT   PIC 9(02) VALUE 23.
          01 WS-STEP-IX      PIC 9(02) VALUE ZEROS COMP.
          01 DATA-SIS.
                02 ANO PIC 9(04).
         01 WS-DAY-COMPLETE PIC 9(01) VALUE ZEROS.
         01 WS-CHK-IX   PIC 9(02) VALUE ZEROS COMP.
         01 WS-RUN-DONE PIC 9(01) VALUE ZEROS.
         01 WS-RUN-STOPPED PIC 9(01) VALUE ZEROS.
         01 WS-RAN-COUNT PIC 9(02) VALUE ZEROS.
         01 WS-SKIP-COUNT PIC 9(02) VALUE ZEROS.

              PERFORM GET-BUSINESS-DATE.
              PERFORM OPEN-RUNCTL.
              DISPLAY "END-OF-DAY RUN FOR " WS-BUSINESS-DATE.
              MOVE 0 TO WS-RUN-STOPPED.
              PERFORM RUN-STEP
                 VARYING WS-STEP-IX FROM 1 BY 1
                 UNTIL WS-STEP-IX > WS-STEP-COUNT
                    OR WS-RUN-STOPPED = 1.
              PERFORM IMP-SUMMARY.
              PERFORM END-PROGRAM.

                 GOBACK.

      * ----------------------------- A step that already completed
      * for this business date is never started again.  A failed
      * integrity check stops the night there: nothing posts onto
      * files that do not agree with each other.
       RUN-STEP.
              MOVE 0 TO WS-RUN-DONE.
              MOVE WS-BUSINESS-DATE TO RC-DATE.
              ELSE
                 PERFORM CALL-STEP
                 PERFORM RECORD-STEP
                 ADD 1 TO WS-RAN-COUNT
                 PERFORM CHECK-STOP.

       CHECK-STOP.
              IF WS-STEP-NO(WS-STEP-IX) = 23 AND BATCH-STEP-OK NOT = 1
                 DISPLAY "INTEGRITY CHECK FAILED - RUN STOPPED "
                    "BEFORE POSTING"
                 MOVE 1 TO WS-RUN-STOPPED.

       CALL-STEP.
              DISPLAY "STARTING STEP " WS-STEP-NO(WS-STEP-IX) " "
                 CALL "TERM-MATURITY"
              ELSE IF WS-STEP-NO(WS-STEP-IX) = 13
                 CALL "HO-EXTRACT"
              ELSE IF WS-STEP-NO(WS-STEP-IX) = 14
                 CALL "PAYMENT-POST"
              ELSE IF WS-STEP-NO(WS-STEP-IX) = 15
                 CALL "CHEQUE-CLEAR"
              ELSE IF WS-STEP-NO(WS-STEP-IX) = 16
                 CALL "LOAN-REPAY"
              ELSE IF WS-STEP-NO(WS-STEP-IX) = 17
                 CALL "ACTIVITY-MONITOR"
              ELSE IF WS-STEP-NO(WS-STEP-IX) = 18
                 CALL "BALANCE-HISTORY"
              ELSE IF WS-STEP-NO(WS-STEP-IX) = 19
                 CALL "ALERT-SEND"
              ELSE IF WS-STEP-NO(WS-STEP-IX) = 20
                 CALL "OVERDRAFT-AGING"
              ELSE IF WS-STEP-NO(WS-STEP-IX) = 21
                 CALL "SWEEP-BATCH"
              ELSE IF WS-STEP-NO(WS-STEP-IX) = 22
                 CALL "KYC-REVIEW"
              ELSE IF WS-STEP-NO(WS-STEP-IX) = 23
                 CALL "INTEGRITY-CHECK"
              ELSE
                 PERFORM CALL-DATE-ROLL.

