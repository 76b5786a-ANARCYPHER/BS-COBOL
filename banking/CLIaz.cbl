      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-QUEUE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT ALERT-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ALR-ID
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-ALR.

              SELECT ALRNOTE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ALN-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-ALN.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERT-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ALERT
                VALUE OF FILE-ID IS "ALERTS.DAT".
          COPY REGALR.

       FD ALRNOTE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ALRNOTE
                VALUE OF FILE-ID IS "ALRNOTE.DAT".
          COPY REGALN.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY SIGNON.
          01 ALR-ID-E         PIC 9(08).
          01 ALR-ID-W         PIC 9(08) VALUE ZEROS.
          01 ALN-TEXT-W       PIC X(60) VALUE SPACES.
          01 WS-LAST-ID       PIC 9(08) VALUE ZEROS.
          01 WS-ENT-IX        PIC 9(02) VALUE ZEROS COMP.
          01 WS-ENT-SHOWN     PIC 9(02) VALUE ZEROS COMP.
          01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).
          01 REG-ALR-HEAD-E.
                02 FILLER      PIC X(06) VALUE "RULE: ".
                02 AH-RULE-E   PIC X(04).
                02 FILLER      PIC X(08) VALUE "  DATE: ".
                02 AH-DATE-E   PIC 9(08).
                02 FILLER      PIC X(10) VALUE "  STATUS: ".
                02 AH-STATUS-E PIC X(10).
          01 REG-ALR-ACCT-E.
                02 FILLER      PIC X(09) VALUE "ACCOUNT: ".
                02 AA-DIGIT-E  PIC 9(09).
                02 FILLER      PIC X(08) VALUE "  CUST: ".
                02 AA-CUST-E   PIC 9(06).
                02 FILLER      PIC X(10) VALUE "  TAX ID: ".
                02 AA-TAX-ID-E PIC X(14).
          01 REG-ALR-AMT-E.
                02 FILLER      PIC X(08) VALUE "AMOUNT: ".
                02 AM-AMOUNT-E PIC ZZZ.ZZZ.ZZ9,99.
                02 FILLER      PIC X(11) VALUE "  ENTRIES: ".
                02 AM-ENTRY-E  PIC ZZ9.
                02 FILLER      PIC X(09) VALUE "  NOTES: ".
                02 AM-NOTE-E   PIC ZZ9.
          01 REG-ALR-CLOSED-E.
                02 FILLER      PIC X(11) VALUE "CLOSED BY: ".
                02 AC-BY-E     PIC X(08).
                02 FILLER      PIC X(04) VALUE " ON ".
                02 AC-DATE-E   PIC 9(08).
          01 REG-ENT-LINE-E.
                02 EL-SEQ-E    PIC 9(08).
                02 FILLER      PIC X(02) VALUE SPACES.
                02 EL-CODE-E   PIC 9(09).
                02 FILLER      PIC X(02) VALUE SPACES.
                02 EL-TYPE-E   PIC X(03).
                02 FILLER      PIC X(02) VALUE SPACES.
                02 EL-AMOUNT-E PIC -ZZ.ZZ9,99.
          01 REG-NOTE-LINE-E.
                02 NL-DATE-E   PIC 9(08).
                02 FILLER      PIC X(01) VALUE SPACES.
                02 NL-OPER-E   PIC X(08).
                02 FILLER      PIC X(01) VALUE SPACES.
                02 NL-TEXT-E   PIC X(60).

         01 ARQST-ALR  PIC X(02).
         01 ARQST-ALN  PIC X(02).
         01 ARQST-BUS  PIC X(02).
         01 WS-OPTION  PIC X(01) VALUE SPACES.
         01 WS-SAVE    PIC X(01) VALUE SPACES.
         01 WS-SPACE   PIC X(40) VALUE SPACES.
         01 WS-MENS1   PIC X(20) VALUE "END OF PROGRAM".
         01 WS-FL      PIC 9(01) VALUE ZEROS.
         01 WS-OPEN-OK PIC 9(01) VALUE ZEROS.
         01 WS-RETRY   PIC X(01) VALUE SPACES.
         01 WS-FUNCTION PIC X(01) VALUE SPACES.
         01 WS-FUNC-OK PIC 9(01) VALUE ZEROS.
         01 WS-NOTE-OK PIC 9(01) VALUE ZEROS.
         01 WS-NOTE-SAVED PIC 9(01) VALUE ZEROS.
         01 WS-FOUND   PIC 9(01) VALUE ZEROS.
         01 WS-EOF-SCAN PIC X(01) VALUE "N".
         01 WS-VIEW-LINE PIC 9(02) VALUE ZEROS.
         01 WS-VIEW-COUNT PIC 9(04) VALUE ZEROS.
         01 WS-PAUSE   PIC X(01) VALUE SPACES.

       SCREEN SECTION.
         01 MONITOR.
              02 BLANK SCREEN.
              02 LINE 2 COL 29 VALUE "ALERT QUEUE".
              02 LINE 4 COL 19 VALUE "ALERT NO (0=NEXT OPEN):".
              02 LINE 10 COL 19 VALUE
                 "(N)OTE/(V)IEW NOTES/(C)LEAR/(E)SCALATE:".
              02 LINE 11 COL 3 VALUE "NOTE:".
              02 LINE 15 COL 25 VALUE "MESSAGE:".

       PROCEDURE DIVISION.
      * ----------------------------- Compliance works the alerts
      * raised by the nightly activity monitoring: each alert shows
      * the entries that set it off, the analyst adds working notes
      * and closes it as cleared or escalated.  The close is signed
      * with the operator and business date and leaves a last note
      * giving the reason.
       START-PROGRAM.
              MOVE SPACE TO WS-OPTION.
              MOVE ZEROS TO WS-LAST-ID.
              PERFORM SIGN-ON.
              PERFORM OPEN-ARQ.
              PERFORM PROCESS UNTIL WS-OPTION = "N".
              PERFORM END-PROGRAM.

       SIGN-ON.
              IF SIGNON-OPERATOR-ID = SPACES
                 OR SIGNON-OPERATOR-ID = LOW-VALUES
                 CALL "CLIENT-SIGNON".
              IF SIGNON-OPERATOR-ID = SPACES
                 OR SIGNON-OPERATOR-ID = LOW-VALUES
                 DISPLAY "SIGN-ON REQUIRED"
                 GOBACK.
              IF SIGNON-OPERATOR-ROLE NOT = "C"
                 AND SIGNON-OPERATOR-ROLE NOT = "S"
                 DISPLAY "COMPLIANCE OR SUPERVISOR ROLE REQUIRED"
                 STOP " "
                 GOBACK.

       OPEN-ARQ.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-ALERT UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-ALRNOTE UNTIL WS-OPEN-OK = 1.

       OPEN-ALERT.
              OPEN I-O ALERT-FILE.
              IF ARQST-ALR = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-ALR = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-ALR = "35"
                 CLOSE ALERT-FILE
                 OPEN OUTPUT ALERT-FILE
                 CLOSE ALERT-FILE
              ELSE
                 DISPLAY "ALERTS.DAT UNAVAILABLE - STATUS " ARQST-ALR
                 GOBACK.

       OPEN-ALRNOTE.
              OPEN I-O ALRNOTE-FILE.
              IF ARQST-ALN = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST-ALN = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE IF ARQST-ALN = "35"
                 CLOSE ALRNOTE-FILE
                 OPEN OUTPUT ALRNOTE-FILE
                 CLOSE ALRNOTE-FILE
              ELSE
                 DISPLAY "ALRNOTE.DAT UNAVAILABLE - STATUS " ARQST-ALN
                 CLOSE ALERT-FILE
                 GOBACK.

       PROCESS.
              PERFORM IMP-MONITOR.
              PERFORM GO-ALERT UNTIL WS-FL = 1.
              PERFORM SHOW-ALERT.
              PERFORM SHOW-ENTRIES.
              PERFORM ACCEPT-FUNCTION UNTIL WS-FUNC-OK = 1.
              IF WS-FUNCTION = "N"
                 PERFORM ADD-NOTE
              ELSE IF WS-FUNCTION = "V"
                 PERFORM VIEW-NOTES
              ELSE
                 PERFORM CLOSE-ALERT.
              PERFORM CONTINUA UNTIL WS-OPTION = "S" OR "N".

       IMP-MONITOR.
              DISPLAY MONITOR.
              PERFORM GET-BUSINESS-DATE.
              MOVE SPACE TO WS-OPTION
                             WS-SAVE
                             WS-FUNCTION.
              MOVE SPACES TO ALN-TEXT-W.
              MOVE ZEROS TO ALR-ID-E
                             ALR-ID-W
                             WS-FL
                             WS-FUNC-OK
                             WS-NOTE-OK.

      * ----------------------------- Notes and closes are dated
      * with the business date off the control file, not the
      * machine clock.
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

      * ----------------------------- Zero takes the next open
      * alert after the last one worked, going round to the oldest
      * when the end is reached.  With none open there is nothing
      * left to work.
       GO-ALERT.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT ALR-ID-E AT 0443 WITH PROMPT AUTO.
              MOVE ALR-ID-E TO ALR-ID-W.
              IF ALR-ID-W = 0
                 PERFORM FIND-NEXT-OPEN
                 IF WS-FOUND = 0
                    MOVE ZEROS TO WS-LAST-ID
                    PERFORM FIND-NEXT-OPEN
                 END-IF
                 IF WS-FOUND = 0
                    DISPLAY "NO OPEN ALERTS" AT 2030
                    PERFORM END-PROGRAM
                 END-IF
                 MOVE ALR-ID TO ALR-ID-W ALR-ID-E
                 DISPLAY ALR-ID-E AT 0443
                 MOVE 1 TO WS-FL
              ELSE
                 MOVE ALR-ID-W TO ALR-ID
                 READ ALERT-FILE
                     INVALID KEY
                        DISPLAY "NO REGISTRY" AT 2030
                     NOT INVALID KEY
                        MOVE 1 TO WS-FL
                 END-READ.
              IF WS-FL = 1
                 MOVE ALR-ID-W TO WS-LAST-ID.

       FIND-NEXT-OPEN.
              MOVE 0 TO WS-FOUND.
              MOVE "N" TO WS-EOF-SCAN.
              MOVE WS-LAST-ID TO ALR-ID.
              START ALERT-FILE KEY IS GREATER THAN ALR-ID
                  INVALID KEY MOVE "Y" TO WS-EOF-SCAN.
              PERFORM SCAN-OPEN UNTIL WS-EOF-SCAN = "Y".

       SCAN-OPEN.
              READ ALERT-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-EOF-SCAN
                  NOT AT END
                     IF ALR-STATUS = "O"
                        MOVE 1 TO WS-FOUND
                        MOVE "Y" TO WS-EOF-SCAN
              END-READ.

       SHOW-ALERT.
              MOVE ALR-RULE TO AH-RULE-E.
              MOVE ALR-DATE TO AH-DATE-E.
              IF ALR-STATUS = "O"
                 MOVE "OPEN" TO AH-STATUS-E
              ELSE IF ALR-STATUS = "C"
                 MOVE "CLEARED" TO AH-STATUS-E
              ELSE
                 MOVE "ESCALATED" TO AH-STATUS-E.
              DISPLAY REG-ALR-HEAD-E AT 0519.
              MOVE ALR-DIGIT  TO AA-DIGIT-E.
              MOVE ALR-CUST   TO AA-CUST-E.
              MOVE ALR-TAX-ID TO AA-TAX-ID-E.
              DISPLAY REG-ALR-ACCT-E AT 0619.
              MOVE ALR-AMOUNT      TO AM-AMOUNT-E.
              MOVE ALR-ENTRY-COUNT TO AM-ENTRY-E.
              MOVE ALR-NOTE-COUNT  TO AM-NOTE-E.
              DISPLAY REG-ALR-AMT-E AT 0719.
              DISPLAY ALR-DETAIL AT 0819.
              IF ALR-STATUS NOT = "O"
                 MOVE ALR-CLOSED-BY   TO AC-BY-E
                 MOVE ALR-CLOSED-DATE TO AC-DATE-E
                 DISPLAY REG-ALR-CLOSED-E AT 0919.

      * ----------------------------- The journal entries the alert
      * was raised on, as they stood that night; the alert keeps the
      * first eight of them.
       SHOW-ENTRIES.
              MOVE ZEROS TO WS-ENT-SHOWN.
              MOVE 16 TO WS-VIEW-LINE.
              DISPLAY "SEQUENCE  ACCOUNT    TYP       AMOUNT" AT 1619.
              IF ALR-ENTRY-COUNT > 8
                 MOVE 8 TO WS-ENT-SHOWN
              ELSE
                 MOVE ALR-ENTRY-COUNT TO WS-ENT-SHOWN.
              PERFORM SHOW-ENT-LINE
                 VARYING WS-ENT-IX FROM 1 BY 1
                 UNTIL WS-ENT-IX > WS-ENT-SHOWN.
              IF ALR-ENTRY-COUNT > 8
                 DISPLAY "FIRST 8 ENTRIES SHOWN" AT 2030.

       SHOW-ENT-LINE.
              IF WS-VIEW-LINE NOT < 20
                 DISPLAY "MORE - PRESS ENTER [ ]" AT 2121
                 ACCEPT WS-PAUSE AT 2141 WITH PROMPT AUTO
                 PERFORM CLEAR-VIEW
                 MOVE 16 TO WS-VIEW-LINE.
              ADD 1 TO WS-VIEW-LINE.
              MOVE ALR-E-SEQ(WS-ENT-IX)    TO EL-SEQ-E.
              MOVE ALR-E-CODE(WS-ENT-IX)   TO EL-CODE-E.
              MOVE ALR-E-TYPE(WS-ENT-IX)   TO EL-TYPE-E.
              MOVE ALR-E-AMOUNT(WS-ENT-IX) TO EL-AMOUNT-E.
              DISPLAY REG-ENT-LINE-E AT LINE WS-VIEW-LINE COL 19.

       CLEAR-VIEW.
              DISPLAY WS-SPACE AT LINE 17 COL 1.
              DISPLAY WS-SPACE AT LINE 17 COL 41.
              DISPLAY WS-SPACE AT LINE 18 COL 1.
              DISPLAY WS-SPACE AT LINE 18 COL 41.
              DISPLAY WS-SPACE AT LINE 19 COL 1.
              DISPLAY WS-SPACE AT LINE 19 COL 41.
              DISPLAY WS-SPACE AT LINE 20 COL 1.
              DISPLAY WS-SPACE AT LINE 20 COL 41.
              DISPLAY WS-SPACE AT 2121.

      * ----------------------------- A closed alert can still be
      * looked at, but its outcome stands.
       ACCEPT-FUNCTION.
              ACCEPT WS-FUNCTION AT 1059 WITH PROMPT AUTO.
              IF WS-FUNCTION NOT = "N" AND NOT = "V"
                 AND NOT = "C" AND NOT = "E"
                 DISPLAY "FUNCTION MUST BE N, V, C OR E" AT 2030
                 MOVE 0 TO WS-FUNC-OK
              ELSE IF ALR-STATUS NOT = "O" AND WS-FUNCTION NOT = "V"
                 DISPLAY "ALERT CLOSED - VIEW NOTES ONLY" AT 2030
                 MOVE 0 TO WS-FUNC-OK
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-FUNC-OK.

       ACCEPT-NOTE.
              ACCEPT ALN-TEXT-W AT 1109 WITH PROMPT AUTO.
              IF ALN-TEXT-W = SPACES
                 DISPLAY "NOTE CANNOT BE BLANK" AT 2030
                 MOVE 0 TO WS-NOTE-OK
              ELSE
                 DISPLAY WS-SPACE AT 2030
                 MOVE 1 TO WS-NOTE-OK.

       ADD-NOTE.
              PERFORM ACCEPT-NOTE UNTIL WS-NOTE-OK = 1.
              PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N".
              IF WS-SAVE = "S"
                 PERFORM WRITE-NOTE
                 IF WS-NOTE-SAVED = 1
                    DISPLAY "NOTE ADDED" AT 2030
                 END-IF
              ELSE
                 DISPLAY "NOTE NOT RECORDED" AT 2030.

      * ----------------------------- Clearing or escalating needs
      * the reason, which goes on as the alert's last note.
       CLOSE-ALERT.
              PERFORM ACCEPT-NOTE UNTIL WS-NOTE-OK = 1.
              PERFORM CONFIRM-SAVE UNTIL WS-SAVE = "S" OR "N".
              IF WS-SAVE = "S"
                 MOVE WS-FUNCTION        TO ALR-STATUS
                 MOVE SIGNON-OPERATOR-ID TO ALR-CLOSED-BY
                 MOVE DATA-SIS           TO ALR-CLOSED-DATE
                 MOVE SPACES             TO ALN-TEXT
                 IF WS-FUNCTION = "C"
                    STRING "CLEARED: " DELIMITED BY SIZE
                       ALN-TEXT-W DELIMITED BY SIZE
                       INTO ALN-TEXT
                 ELSE
                    STRING "ESCALATED: " DELIMITED BY SIZE
                       ALN-TEXT-W DELIMITED BY SIZE
                       INTO ALN-TEXT
                 END-IF
                 PERFORM WRITE-NOTE
                 IF WS-NOTE-SAVED = 1
                    PERFORM SHOW-ALERT
                    DISPLAY "ALERT CLOSED" AT 2030
                 ELSE
                    MOVE "O"    TO ALR-STATUS
                    MOVE SPACES TO ALR-CLOSED-BY
                    MOVE ZEROS  TO ALR-CLOSED-DATE
                 END-IF
              ELSE
                 DISPLAY "ALERT NOT CLOSED" AT 2030.

      * ----------------------------- The alert is rewritten with
      * the new note count only once the note itself is on file,
      * so the count always matches the notes that can be viewed.
       WRITE-NOTE.
              MOVE 0 TO WS-NOTE-SAVED.
              MOVE ALR-ID             TO ALN-ALERT.
              ADD 1 ALR-NOTE-COUNT  GIVING ALN-SEQ.
              MOVE DATA-SIS           TO ALN-DATE.
              MOVE SIGNON-OPERATOR-ID TO ALN-OPERATOR.
              IF WS-FUNCTION = "N"
                 MOVE ALN-TEXT-W TO ALN-TEXT.
              WRITE REG-ALRNOTE
                  INVALID KEY
                     DISPLAY "ERROR OPS" AT 1535
                     DISPLAY "NOTE NOT RECORDED - STATUS " AT 2030
                     DISPLAY ARQST-ALN AT 2057
                  NOT INVALID KEY
                     ADD 1 TO ALR-NOTE-COUNT
                     PERFORM REWRITE-ALERT
                     MOVE 1 TO WS-NOTE-SAVED
              END-WRITE.

       REWRITE-ALERT.
              REWRITE REG-ALERT.
              IF ARQST-ALR NOT = "00"
                 DISPLAY "ERROR OPS" AT 1535
                 STOP " ".

      * ----------------------------- The alert's notes, oldest
      * first, a page at a time.
       VIEW-NOTES.
              PERFORM CLEAR-VIEW.
              MOVE "N" TO WS-EOF-SCAN.
              MOVE ZEROS TO WS-VIEW-COUNT.
              MOVE 16 TO WS-VIEW-LINE.
              DISPLAY WS-SPACE AT 1619.
              DISPLAY "DATE     OPERATOR NOTE" AT 1602.
              MOVE ALR-ID TO ALN-ALERT.
              MOVE ZEROS TO ALN-SEQ.
              START ALRNOTE-FILE KEY IS NOT LESS THAN ALN-KEY
                  INVALID KEY MOVE "Y" TO WS-EOF-SCAN.
              PERFORM SCAN-NOTES UNTIL WS-EOF-SCAN = "Y".
              IF WS-VIEW-COUNT = 0
                 DISPLAY "NO NOTES ON FILE FOR ALERT" AT 1702.

       SCAN-NOTES.
              READ ALRNOTE-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-EOF-SCAN
                  NOT AT END
                     IF ALN-ALERT NOT = ALR-ID
                        MOVE "Y" TO WS-EOF-SCAN
                     ELSE
                        PERFORM SHOW-NOTE-LINE
              END-READ.

       SHOW-NOTE-LINE.
              IF WS-VIEW-LINE NOT < 20
                 DISPLAY "MORE - PRESS ENTER [ ]" AT 2121
                 ACCEPT WS-PAUSE AT 2141 WITH PROMPT AUTO
                 PERFORM CLEAR-VIEW
                 MOVE 16 TO WS-VIEW-LINE.
              ADD 1 TO WS-VIEW-COUNT.
              ADD 1 TO WS-VIEW-LINE.
              MOVE ALN-DATE     TO NL-DATE-E.
              MOVE ALN-OPERATOR TO NL-OPER-E.
              MOVE ALN-TEXT     TO NL-TEXT-E.
              DISPLAY REG-NOTE-LINE-E AT LINE WS-VIEW-LINE COL 2.

       CONFIRM-SAVE.
              DISPLAY "SAVE (S/N)? [ ]" AT 1230.
              ACCEPT WS-SAVE AT 1245 WITH PROMPT AUTO.

       CONTINUA.
              DISPLAY "CONTINUA (S/N)? [ ]" AT 1330.
              ACCEPT WS-OPTION AT 1347 WITH PROMPT AUTO.
              IF WS-OPTION = "S" OR = "N"
                     DISPLAY WS-SPACE AT 1330
                     DISPLAY WS-SPACE AT 1535
              ELSE
                     DISPLAY WS-SPACE AT 1535
                     DISPLAY "WRITE S OU N" AT 1535.

       END-PROGRAM.
              DISPLAY WS-MENS1 AT 1535.
              CLOSE ALERT-FILE.
              CLOSE ALRNOTE-FILE.
              GOBACK.
