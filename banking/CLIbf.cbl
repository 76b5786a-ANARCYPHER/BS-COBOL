      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-AVERAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BALHIST-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS BH-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-BHS.

       DATA DIVISION.
       FILE SECTION.
       FD BALHIST-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BALHIST
                VALUE OF FILE-ID IS "BALHIST.DAT".
          COPY REGBHS.

       WORKING-STORAGE SECTION.
         01 ARQST-BHS          PIC X(02).
         01 WS-BHS-EOF         PIC X(01) VALUE "N".
         01 WS-HAVE-BAL        PIC 9(01) VALUE ZEROS.
         01 WS-DAY-FROM        PIC 9(07) VALUE ZEROS.
         01 WS-DAY-TO          PIC 9(07) VALUE ZEROS.
         01 WS-DAY-AT          PIC 9(07) VALUE ZEROS.
         01 WS-DAY-REC         PIC 9(07) VALUE ZEROS.
         01 WS-DAY-COUNT       PIC 9(07) VALUE ZEROS.
         01 WS-CARRY-BAL       PIC S9(05)V99 VALUE ZEROS.
         01 WS-BAL-SUM         PIC S9(12)V99 VALUE ZEROS.

       LINKAGE SECTION.
          COPY BHSLNK.

       PROCEDURE DIVISION USING BALANCE-AVERAGE-AREA.
      * ----------------------------- Walks the account's history
      * from the last record on or before the first day of the
      * range to the end of it, valuing each day at the balance
      * carried into it.
       START-PROGRAM.
              MOVE ZEROS TO BHS-DAYS BHS-AVERAGE BHS-MINIMUM
                             BHS-MAXIMUM BHS-CLOSING BHS-AVAILABLE
                             BHS-OD-USED BHS-ASOF-DATE.
              MOVE ZEROS TO WS-HAVE-BAL WS-BAL-SUM WS-CARRY-BAL.
              IF BHS-DATE-FROM > BHS-DATE-TO
                 GOBACK.
              COMPUTE WS-DAY-FROM =
                 FUNCTION INTEGER-OF-DATE(BHS-DATE-FROM).
              COMPUTE WS-DAY-TO =
                 FUNCTION INTEGER-OF-DATE(BHS-DATE-TO).
              IF WS-DAY-FROM = 0 OR WS-DAY-TO = 0
                 GOBACK.
              MOVE WS-DAY-FROM TO WS-DAY-AT.
              OPEN INPUT BALHIST-FILE.
              IF ARQST-BHS NOT = "00"
                 GOBACK.
              MOVE "N" TO WS-BHS-EOF.
              MOVE BHS-ACCOUNT TO BH-DIGIT.
              MOVE ZEROS TO BH-DATE.
              START BALHIST-FILE KEY IS NOT LESS THAN BH-KEY
                  INVALID KEY MOVE "Y" TO WS-BHS-EOF
              END-START.
              PERFORM SCAN-HISTORY UNTIL WS-BHS-EOF = "Y".
              CLOSE BALHIST-FILE.
              IF WS-HAVE-BAL = 1
                 COMPUTE WS-DAY-COUNT = WS-DAY-TO - WS-DAY-AT + 1
                 PERFORM ADD-DAYS.
              IF BHS-DAYS > 0
                 COMPUTE BHS-AVERAGE ROUNDED = WS-BAL-SUM / BHS-DAYS.
              GOBACK.

       SCAN-HISTORY.
              READ BALHIST-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-BHS-EOF
                  NOT AT END
                     IF BH-DIGIT NOT = BHS-ACCOUNT
                        OR BH-DATE > BHS-DATE-TO
                        MOVE "Y" TO WS-BHS-EOF
                     ELSE
                        PERFORM TAKE-HISTORY
              END-READ.

      * ----------------------------- Days from the cursor up to the
      * day before this record stood at the balance carried so far;
      * a record on or before the first day only sets the opening.
       TAKE-HISTORY.
              COMPUTE WS-DAY-REC = FUNCTION INTEGER-OF-DATE(BH-DATE).
              IF WS-DAY-REC > WS-DAY-FROM AND WS-HAVE-BAL = 1
                 COMPUTE WS-DAY-COUNT = WS-DAY-REC - WS-DAY-AT
                 PERFORM ADD-DAYS.
              IF WS-DAY-REC > WS-DAY-FROM
                 MOVE WS-DAY-REC TO WS-DAY-AT.
              MOVE 1 TO WS-HAVE-BAL.
              MOVE BH-BALANCE   TO WS-CARRY-BAL.
              MOVE BH-BALANCE   TO BHS-CLOSING.
              MOVE BH-AVAILABLE TO BHS-AVAILABLE.
              MOVE BH-OD-USED   TO BHS-OD-USED.
              MOVE BH-DATE      TO BHS-ASOF-DATE.

       ADD-DAYS.
              IF WS-DAY-COUNT > 0
                 IF BHS-DAYS = 0
                    MOVE WS-CARRY-BAL TO BHS-MINIMUM BHS-MAXIMUM
                 END-IF
                 IF WS-CARRY-BAL < BHS-MINIMUM
                    MOVE WS-CARRY-BAL TO BHS-MINIMUM
                 END-IF
                 IF WS-CARRY-BAL > BHS-MAXIMUM
                    MOVE WS-CARRY-BAL TO BHS-MAXIMUM
                 END-IF
                 ADD WS-DAY-COUNT TO BHS-DAYS
                 COMPUTE WS-BAL-SUM = WS-BAL-SUM
                    + WS-CARRY-BAL * WS-DAY-COUNT.
