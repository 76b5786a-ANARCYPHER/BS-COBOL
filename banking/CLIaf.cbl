
       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY BHSLNK.
         01 ARQST                   PIC X(02).
         01 ARQST-FEE               PIC X(02).
         01 ARQST-AUD               PIC X(02).
         01 WS-ASK-MONTH            PIC 9(06) VALUE ZEROS.
         01 WS-DATE-FROM            PIC 9(08) VALUE ZEROS.
         01 WS-DATE-TO              PIC 9(08) VALUE ZEROS.
         01 WS-MONTH-END            PIC 9(08) VALUE ZEROS.
         01 WS-DATE-INT             PIC 9(07) VALUE ZEROS.
         01 WS-NEXT-MONTH           PIC 9(06) VALUE ZEROS.
         01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
                02 WS-NEXT-ANO PIC 9(04).
                02 WS-NEXT-MES PIC 9(02).
         01 WS-FEE-FOUND-C          PIC 9(01) VALUE ZEROS.
         01 WS-FEE-FOUND-S          PIC 9(01) VALUE ZEROS.
         01 WS-FEE-FOUND-B          PIC 9(01) VALUE ZEROS.
                    WS-LAST-DIGIT.
              COMPUTE WS-DATE-FROM = WS-CHARGE-MONTH * 100 + 1.
              COMPUTE WS-DATE-TO   = WS-CHARGE-MONTH * 100 + 31.
              PERFORM CAL-MONTH-END.
              PERFORM OPEN-ARQ.
              PERFORM LOAD-FEE-SCHEDULE.
              PERFORM READ-CLIENT.
              IF WS-ASK-MONTH NOT = 0
                 MOVE WS-ASK-MONTH TO WS-CHARGE-MONTH.

      * ----------------------------- Last calendar day of the
      * charge month, for the balance history: the day before the
      * first of the following month.
       CAL-MONTH-END.
              MOVE WS-CHARGE-MONTH TO WS-NEXT-MONTH.
              IF WS-NEXT-MES = 12
                 MOVE 1 TO WS-NEXT-MES
                 ADD 1 TO WS-NEXT-ANO
              ELSE
                 ADD 1 TO WS-NEXT-MES.
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH * 100 + 1) - 1.
              COMPUTE WS-MONTH-END =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

      * ----------------------------- The charges are stamped with
      * the business date off the control file, not the machine
      * clock.

      * ----------------------------- The month's withdrawals and
      * the lowest balance the account touched, straight off the
      * charge month's own run balances and every day's closing
      * balance on the balance history.  The present balance
      * already belongs to the new month, so an account with no
      * movement and no history in the month is judged on it.
       CAL-MONTH-ACTIVITY.
              MOVE "N" TO WS-JRN-EOF.
              MOVE ZEROS TO WS-WDL-COUNT WS-MONTH-FOUND.
                 PERFORM READ-JOURNAL
                 PERFORM SCAN-JOURNAL UNTIL WS-JRN-EOF = "Y"
                 CLOSE JOURNAL-FILE.
              PERFORM CAL-HISTORY-MINIMUM.
              IF WS-MONTH-FOUND = 0
                 MOVE BALANCE TO WS-MIN-BALANCE.

       CAL-HISTORY-MINIMUM.
              MOVE DIGIT        TO BHS-ACCOUNT.
              MOVE WS-DATE-FROM TO BHS-DATE-FROM.
              MOVE WS-MONTH-END TO BHS-DATE-TO.
              CALL "BALANCE-AVERAGE" USING BALANCE-AVERAGE-AREA.
              IF BHS-DAYS > 0
                 IF WS-MONTH-FOUND = 0
                    MOVE BHS-MINIMUM TO WS-MIN-BALANCE
                    MOVE 1 TO WS-MONTH-FOUND
                 ELSE IF BHS-MINIMUM < WS-MIN-BALANCE
                    MOVE BHS-MINIMUM TO WS-MIN-BALANCE.

       READ-JOURNAL.
              READ JOURNAL-FILE AT END MOVE "Y" TO WS-JRN-EOF.

       WRITE-JOURNAL.
              PERFORM GET-JOURNAL-SEQ.
              ACCEPT WS-JRN-TIME FROM TIME.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ    TO JRN-SEQ.
              MOVE DIGIT         TO JRN-CODE.
              MOVE ACCT-CURRENCY TO JRN-CURRENCY.
              MOVE DATA-SIS      TO JRN-DATA-SIS.
              MOVE WS-JRN-TIME   TO JRN-TIME.
              MOVE "FEE"         TO JRN-TYPE.
