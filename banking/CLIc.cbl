              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT ACCTREL-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS REL-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-REL.

              SELECT AUDIT-TRAIL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD ACCTREL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ACCTREL
                VALUE OF FILE-ID IS "ACCTREL.DAT".
          COPY REGREL.

       FD AUDIT-TRAIL LABEL RECORD STANDARD
                DATA RECORD IS REG-AUDIT
                VALUE OF FILE-ID IS "AUDIT.DAT".
       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY ACKLNK.
          COPY FXRLNK.
          COPY ARCLNK.
          01 REG-CLI-E.
                02 DIGIT-E       PIC 9(09).
                02 NAME-E         PIC X(30).
                02 TOTAL-W          PIC S9(06)V99.
                02 ACCT-STATUS-W    PIC X(01).
                02 OVERDRAFT-LIMIT-W PIC 9(05)V99 VALUE ZEROS.
          01 ACCT-CCY-W          PIC X(03) VALUE SPACES.
          01 DATA-SIS.
                02 ANO            PIC 9(04).
                02 MES            PIC 9(02).
                02 DIA            PIC 9(02).
          01 REG-HOLDER-LINE-E.
                02 HOLDER-CUST-E  PIC 9(06).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 HOLDER-ROLE-E  PIC X(01).
                02 FILLER         PIC X(02) VALUE SPACES.
                02 HOLDER-NAME-E  PIC X(29).
          01 AGE-W                  PIC 9(03).
          01 AGE-E                  PIC ZZ9.

         01 ARQST                   PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 ARQST-REL               PIC X(02).
         01 ARQST-AUD               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-OPTION                PIC X(01) VALUE SPACES.
         01 WS-MATCH-POS            PIC 9(02) VALUE ZEROS.
         01 WS-MATCH-FOUND          PIC 9(01) VALUE ZEROS.
         01 WS-EOF-ACCT             PIC X(01) VALUE "N".
         01 WS-REL-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-REL-EOF              PIC X(01) VALUE "N".
         01 WS-HOLDER-LINE          PIC 9(02) VALUE ZEROS.
         01 WS-PAUSE                PIC X(01) VALUE SPACES.
         01 WS-LINE-SPACE           PIC X(40) VALUE SPACES.
         01 WS-ARCHIVED             PIC 9(01) VALUE ZEROS.
         01 WS-ARCHIVE-MSG          PIC X(40) VALUE SPACES.
         01 WS-ARCHIVE-LINE.
                02 FILLER          PIC X(07) VALUE "CLOSED ".
                02 ARCH-CLOSED-E   PIC 9(08).
                02 FILLER          PIC X(07) VALUE "  TYPE ".
                02 ARCH-TYPE-E     PIC X(01).
                02 FILLER          PIC X(08) VALUE "  HOLDS ".
                02 ARCH-HOLDS-E    PIC ZZ9.
                02 FILLER          PIC X(09) VALUE "  ORDERS ".
                02 ARCH-ORDERS-E   PIC ZZ9.
                02 FILLER          PIC X(08) VALUE "  TERMS ".
                02 ARCH-TERMS-E    PIC 9(01).

       SCREEN SECTION.
         01 MONITOR.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CUSTOMER UNTIL WS-OPEN-OK = 1.
      * ----------------------------- No relationship file simply
      * means every account is a sole account.
              MOVE 0 TO WS-REL-OPEN.
              OPEN INPUT ACCTREL-FILE.
              IF ARQST-REL = "00"
                 MOVE 1 TO WS-REL-OPEN.
              OPEN EXTEND AUDIT-TRAIL.
              IF ARQST-AUD NOT = "00"
                     OPEN OUTPUT AUDIT-TRAIL.
              PERFORM IMP-MONITOR.
              PERFORM GO-DADOS.
              PERFORM SHOW-DADOS.
              PERFORM SHOW-HOLDERS.
              PERFORM CONTINUA  UNTIL WS-OPTION = "S" OR "N".

       IMP-MONITOR.
                                 DATANASC-E
                                 BALANCE-E
                                 TOTAL-E
                                 WS-FL
                                 WS-ARCHIVED.
      * ----------------------------- The inquiry log is stamped
      * with the business date off the control file, not the
      * machine clock.
           DISPLAY DATANASC-E AT 0831.
           DISPLAY AGE-E      AT 0824.
           DISPLAY BALANCE-E    AT 1035.
           MOVE "K" TO FXR-FUNCTION.
           MOVE ACCT-CCY-W TO FXR-CURRENCY.
           CALL "FX-RATE" USING FX-RATE-AREA.
           IF FXR-BASE-FLAG = "S"
              DISPLAY FXR-BASE AT 1047
           ELSE
              DISPLAY ACCT-CCY-W AT 1047.
           DISPLAY TOTAL-E    AT 1232.
           DISPLAY ACCT-STATUS-W AT 1327.
           DISPLAY OVERDRAFT-LIMIT-E AT 1436.
           IF WS-ARCHIVED = 1
              PERFORM SHOW-ARCHIVED
           ELSE IF ACCT-STATUS-W = "C"
              DISPLAY "ACCOUNT CLOSED" AT 2030
           ELSE IF ACCT-STATUS-W = "F"
              DISPLAY "ACCOUNT FROZEN" AT 2030
           ELSE IF ACCT-STATUS-W = "W"
              DISPLAY "ACCOUNT WRITTEN OFF" AT 2030.

      * ----------------------------- A purged account answers
      * from its closed-account index entry: the date it was
      * archived and what went to the history file with it.
       SHOW-ARCHIVED.
           MOVE SPACES TO WS-ARCHIVE-MSG.
           STRING "CLOSED AND ARCHIVED ON " DELIMITED BY SIZE
              ARC-ARCHIVED-DATE DELIMITED BY SIZE
              INTO WS-ARCHIVE-MSG.
           DISPLAY WS-ARCHIVE-MSG AT 2030.
           MOVE ARC-CLOSED-DATE TO ARCH-CLOSED-E.
           MOVE ARC-TYPE        TO ARCH-TYPE-E.
           MOVE ARC-HOLDS       TO ARCH-HOLDS-E.
           MOVE ARC-ORDERS      TO ARCH-ORDERS-E.
           MOVE ARC-TERMS       TO ARCH-TERMS-E.
           DISPLAY WS-ARCHIVE-LINE AT 1119.

      * ----------------------------- Everyone standing on a joint
      * or signatory account, with the role they hold and the
      * account's signing mandate; a sole account lists nothing.
       SHOW-HOLDERS.
           MOVE 16 TO WS-HOLDER-LINE.
           IF WS-REL-OPEN = 1
              MOVE "N" TO WS-REL-EOF
              MOVE DIGIT-W TO REL-DIGIT
              MOVE ZEROS TO REL-CUST
              START ACCTREL-FILE KEY IS NOT LESS THAN REL-KEY
                  INVALID KEY MOVE "Y" TO WS-REL-EOF
              END-START
              PERFORM SCAN-HOLDER UNTIL WS-REL-EOF = "Y".

       SCAN-HOLDER.
           READ ACCTREL-FILE NEXT
               AT END
                  MOVE "Y" TO WS-REL-EOF
               NOT AT END
                  IF REL-DIGIT NOT = DIGIT-W
                     MOVE "Y" TO WS-REL-EOF
                  ELSE
                     PERFORM SHOW-HOLDER-LINE
           END-READ.

       SHOW-HOLDER-LINE.
           IF WS-HOLDER-LINE = 16
              DISPLAY "HOLDERS - MANDATE:" AT 1619
              DISPLAY REL-MANDATE AT 1638.
           IF WS-HOLDER-LINE NOT < 20
              DISPLAY "MORE - PRESS ENTER [ ]" AT 2121
              ACCEPT WS-PAUSE AT 2141 WITH PROMPT AUTO
              PERFORM CLEAR-HOLDER-LINES
              MOVE 16 TO WS-HOLDER-LINE.
           ADD 1 TO WS-HOLDER-LINE.
           MOVE REL-CUST TO HOLDER-CUST-E.
           MOVE REL-ROLE TO HOLDER-ROLE-E.
           MOVE SPACES TO HOLDER-NAME-E.
           MOVE REL-CUST TO CUST-NUMBER.
           READ CUSTOMER-FILE
               NOT INVALID KEY
                  MOVE CUST-NAME TO HOLDER-NAME-E
           END-READ.
           DISPLAY REG-HOLDER-LINE-E AT LINE WS-HOLDER-LINE COL 19.

       CLEAR-HOLDER-LINES.
           DISPLAY WS-LINE-SPACE AT 1719.
           DISPLAY WS-LINE-SPACE AT 1819.
           DISPLAY WS-LINE-SPACE AT 1919.
           DISPLAY WS-LINE-SPACE AT 2019.
           DISPLAY WS-LINE-SPACE AT 2121.



                 DISPLAY WS-MENS1 AT 1535
                 CLOSE CLIENT
                 CLOSE CUSTOMER-FILE
                 IF WS-REL-OPEN = 1
                    CLOSE ACCTREL-FILE
                 END-IF
                 GOBACK.
              MOVE "V" TO ACK-FUNCTION.
              MOVE DIGIT-W TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE AT 2030
              ELSE
                 MOVE ACK-ACCOUNT TO DIGIT-W
                 IF ACK-MOVED-FROM NOT = ZEROS
                    MOVE DIGIT-W TO DIGIT-E
                    DISPLAY DIGIT-E AT 0438
                 END-IF
                 PERFORM READ-DIGIT.

       READ-DIGIT.
              MOVE DIGIT-W TO DIGIT.
              READ CLIENT
                  INVALID KEY
                     PERFORM READ-ARCHIVE
                  NOT INVALID KEY
                     MOVE REG-CLI TO REG-CLI-W
                     MOVE ACCT-CURRENCY TO ACCT-CCY-W
                     MOVE 1 TO WS-FL
                     PERFORM WRITE-AUDIT
              END-READ.
              IF WS-FL = 2
                 DISPLAY "NO REGISTRY" AT 2030.

      * ----------------------------- An account off PRODUCTS.DAT
      * may have been archived after its retention period; it is
      * shown closed, as it stood when it went.
       READ-ARCHIVE.
              MOVE 2 TO WS-FL.
              MOVE DIGIT-W TO ARC-ACCOUNT.
              CALL "ACCT-ARCHIVE" USING ACCT-ARCHIVE-AREA.
              IF ARC-RESULT = 0
                 MOVE ARC-CUST     TO CUST-NUMBER-W
                 MOVE ARC-BALANCE  TO BALANCE-W
                 MOVE ZEROS        TO TOTAL-W OVERDRAFT-LIMIT-W
                 MOVE "C"          TO ACCT-STATUS-W
                 MOVE ARC-CURRENCY TO ACCT-CCY-W
                 MOVE 1 TO WS-ARCHIVED
                 MOVE 1 TO WS-FL
                 PERFORM WRITE-AUDIT.

       GO-NAME.
              DISPLAY WS-SPACE AT 2030.
              MOVE "N" TO WS-EOF-SCAN.
                 DISPLAY WS-MENS1 AT 1535
                 CLOSE CLIENT
                 CLOSE CUSTOMER-FILE
                 IF WS-REL-OPEN = 1
                    CLOSE ACCTREL-FILE
                 END-IF
                 GOBACK.
              COMPUTE WS-MATCH-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(NAME-SEARCH-E)).
                  NOT AT END
                     IF CUST-NUMBER-CLI = CUST-NUMBER
                        MOVE REG-CLI TO REG-CLI-W
                        MOVE ACCT-CURRENCY TO ACCT-CCY-W
                        MOVE 1 TO WS-FL
                        PERFORM WRITE-AUDIT
              END-READ.
              DISPLAY WS-MENS1 AT 1535.
              CLOSE CLIENT.
              CLOSE CUSTOMER-FILE.
              IF WS-REL-OPEN = 1
                 CLOSE ACCTREL-FILE.
              GOBACK.

