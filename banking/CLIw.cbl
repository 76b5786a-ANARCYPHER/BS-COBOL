              RECORD KEY IS DIGIT
              FILE STATUS ARQST.

              SELECT COLLECT-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS COL-DIGIT
              FILE STATUS ARQST-COL.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

              SELECT SORT-WORK ASSIGN TO DISK.

       DATA DIVISION.
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD COLLECT-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-COLLECT
                VALUE OF FILE-ID IS "COLLECT.DAT".
          COPY REGCOL.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       SD SORT-WORK
                DATA RECORD IS REG-SORT.
          01 REG-SORT.
                02 SRT-DIGIT   PIC 9(09).
                02 SRT-LIMIT   PIC 9(05)V99.
                02 SRT-STATUS  PIC X(01).
                02 SRT-SINCE   PIC 9(08).
                02 SRT-COL-ST  PIC X(01).

       WORKING-STORAGE SECTION.
          COPY SPLLNK.
                02 FLAG-E      PIC X(08).
                02 FILLER      PIC X(02) VALUE SPACES.
                02 STATUS-E    PIC X(01).
                02 FILLER      PIC X(02) VALUE SPACES.
                02 SINCE-E     PIC 9(08).
                02 FILLER      PIC X(01) VALUE SPACES.
                02 DAYS-E      PIC ZZZZ9.
                02 FILLER      PIC X(01) VALUE SPACES.
                02 AGE-E       PIC X(08).
                02 FILLER      PIC X(01) VALUE SPACES.
                02 COL-ST-E    PIC X(01).
          01 REG-BUCKET-E.
                02 BKT-NAME-E   PIC X(08).
                02 FILLER       PIC X(04) VALUE SPACES.
                02 BKT-COUNT-E  PIC ZZZZ9.
                02 FILLER       PIC X(04) VALUE SPACES.
                02 BKT-AMOUNT-E PIC ZZZ.ZZZ.ZZ9,99.

         01 ARQST                   PIC X(02).
         01 ARQST-COL               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-COL-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-TODAY                PIC 9(08) VALUE ZEROS.
         01 WS-DAYS                 PIC 9(05) VALUE ZEROS.
         01 WS-BX                   PIC 9(01) VALUE ZEROS.
         01 WS-BUCKET-NAMES.
                02 FILLER PIC X(08) VALUE "UNDER 30".
                02 FILLER PIC X(08) VALUE "30-59".
                02 FILLER PIC X(08) VALUE "60-89".
                02 FILLER PIC X(08) VALUE "90-179".
                02 FILLER PIC X(08) VALUE "180 +".
         01 WS-BUCKET-NAMES-R REDEFINES WS-BUCKET-NAMES.
                02 WS-BKT-NAME PIC X(08) OCCURS 5.
         01 WS-BUCKET-TOTALS.
                02 WS-BKT-ENTRY OCCURS 5.
                     03 WS-BKT-COUNT  PIC 9(05).
                     03 WS-BKT-AMOUNT PIC 9(09)V99.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
      * ----------------------------- Overdrawn accounts only,
      * sorted worst first, with percentage of the overdraft limit
      * used and a flag at or above 90 percent.  Each is aged from
      * the date the aging step first found it overdrawn, with its
      * collections status, and the totals are banded by age.
       START-PROGRAM.
              MOVE "N" TO WS-EOF.
              MOVE ZEROS TO WS-ODN-COUNT WS-FLAG-COUNT WS-TOTAL-ODN
                             WS-BUCKET-TOTALS.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-TODAY.
              PERFORM OPEN-SPOOL.
              PERFORM IMP-HEADER.
              SORT SORT-WORK
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              STOP RUN.

      * ----------------------------- Ages run to the business date
      * off the control file, not the machine clock.
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

      * ----------------------------- Every line also goes to the
      * day's spooled print file so the report can be reprinted on
      * demand.
       IMP-HEADER.
              DISPLAY "OVERDRAFT EXPOSURE REPORT".
              DISPLAY "DIGIT  OVERDRAWN      LIMIT    PCT USED"
                 "  FLAG      ST  SINCE     DAYS AGE      C".
              DISPLAY "----------------------------------------------"
                 "------------------------------------".
              MOVE SPACES TO SPL-LINE.
              STRING "DIGIT  OVERDRAWN      LIMIT    PCT USED"
                 "  FLAG      ST  SINCE     DAYS AGE      C"
                 DELIMITED BY SIZE INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
       SELECT-OVERDRAWN.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
      * ----------------------------- Before the first aging run
      * there is no collections file and every account ages from
      * today.
              MOVE 0 TO WS-COL-OPEN.
              OPEN INPUT COLLECT-FILE.
              IF ARQST-COL = "00"
                 MOVE 1 TO WS-COL-OPEN.
              PERFORM READ-CLIENT.
              PERFORM RELEASE-RECORD UNTIL WS-EOF = "Y".
              CLOSE CLIENT.
              IF WS-COL-OPEN = 1
                 CLOSE COLLECT-FILE.

       OPEN-CLIENT.
              OPEN INPUT CLIENT.
              READ CLIENT NEXT AT END MOVE "Y" TO WS-EOF.

       RELEASE-RECORD.
              IF BALANCE < 0 AND ACCT-TYPE NOT = "L"
                 MOVE BALANCE TO SRT-BALANCE
                 MOVE DIGIT   TO SRT-DIGIT
                 MOVE OVERDRAFT-LIMIT TO SRT-LIMIT
                 MOVE ACCT-STATUS TO SRT-STATUS
                 PERFORM GET-COLLECT
                 RELEASE REG-SORT.
              PERFORM READ-CLIENT.

      * ----------------------------- An account overdrawn since the
      * last aging run, or cleared and overdrawn again, has no
      * current spell on file yet and ages from today.
       GET-COLLECT.
              MOVE WS-TODAY TO SRT-SINCE.
              MOVE SPACE    TO SRT-COL-ST.
              IF WS-COL-OPEN = 1
                 MOVE DIGIT TO COL-DIGIT
                 READ COLLECT-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        IF COL-STATUS NOT = "X"
                           MOVE COL-OD-SINCE TO SRT-SINCE
                           MOVE COL-STATUS   TO SRT-COL-ST
                        END-IF
                 END-READ.

       PRINT-OVERDRAWN.
              MOVE "N" TO WS-EOF.
              PERFORM RETURN-RECORD.
              ELSE
                 MOVE SPACES TO FLAG-E.
              MOVE SRT-STATUS TO STATUS-E.
              MOVE SRT-SINCE  TO SINCE-E.
              COMPUTE WS-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(SRT-SINCE).
              MOVE WS-DAYS    TO DAYS-E.
              PERFORM SET-BUCKET.
              MOVE WS-BKT-NAME(WS-BX) TO AGE-E.
              MOVE SRT-COL-ST TO COL-ST-E.
              DISPLAY REG-LINE-E.
              MOVE REG-LINE-E TO SPL-LINE.
              PERFORM SPOOL-LINE.
              ADD WS-OVERDRAWN TO WS-TOTAL-ODN.
              PERFORM RETURN-RECORD.

       SET-BUCKET.
              IF WS-DAYS < 30
                 MOVE 1 TO WS-BX
              ELSE IF WS-DAYS < 60
                 MOVE 2 TO WS-BX
              ELSE IF WS-DAYS < 90
                 MOVE 3 TO WS-BX
              ELSE IF WS-DAYS < 180
                 MOVE 4 TO WS-BX
              ELSE
                 MOVE 5 TO WS-BX.
              ADD 1 TO WS-BKT-COUNT(WS-BX).
              ADD WS-OVERDRAWN TO WS-BKT-AMOUNT(WS-BX).

       IMP-TOTAL.
              DISPLAY "----------------------------------------------"
                 "------------------------------------".
              MOVE WS-TOTAL-ODN TO WS-TOTAL-ODN-E.
              DISPLAY "OVERDRAWN ACCOUNTS: " WS-ODN-COUNT
                 "  AT/OVER 90 PCT: " WS-FLAG-COUNT.
                 WS-TOTAL-ODN-E DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              PERFORM SPOOL-LINE.
              DISPLAY "AGE BAND    ACCOUNTS         OVERDRAWN".
              MOVE "AGE BAND    ACCOUNTS         OVERDRAWN"
                 TO SPL-LINE.
              PERFORM SPOOL-LINE.
              PERFORM IMP-BUCKET VARYING WS-BX FROM 1 BY 1
                 UNTIL WS-BX > 5.

       IMP-BUCKET.
              MOVE WS-BKT-NAME(WS-BX)   TO BKT-NAME-E.
              MOVE WS-BKT-COUNT(WS-BX)  TO BKT-COUNT-E.
              MOVE WS-BKT-AMOUNT(WS-BX) TO BKT-AMOUNT-E.
              DISPLAY REG-BUCKET-E.
              MOVE REG-BUCKET-E TO SPL-LINE.
              PERFORM SPOOL-LINE.
