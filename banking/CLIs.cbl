              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT ACCTREL-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS REL-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-REL.

              SELECT JOURNAL-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD ACCTREL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ACCTREL
                VALUE OF FILE-ID IS "ACCTREL.DAT".
          COPY REGREL.

       FD JOURNAL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-JOURNAL
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          COPY SIGNON.
          COPY ACKLNK.
          COPY SPLLNK.
          COPY ARCLNK.
          01 REG-LINE-E.
                02 LINE-DATE-E PIC 9(08).
                02 FILLER      PIC X(02) VALUE SPACES.
                02 LINE-AMOUNT-E PIC -ZZ.ZZ9,99.
                02 FILLER      PIC X(02) VALUE SPACES.
                02 LINE-BALANCE-E PIC -ZZ.ZZ9,99.
                02 FILLER      PIC X(02) VALUE SPACES.
                02 LINE-REF-E  PIC X(10).
          01 WS-JOINT-TABLE.
                02 WS-JOINT-NAME PIC X(30) OCCURS 10 TIMES.
          01 WS-CHQ-REF.
                02 FILLER        PIC X(04) VALUE "CHQ ".
                02 WS-CHQ-SERIAL PIC 9(06).

         01 ARQST                   PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 ARQST-REL               PIC X(02).
         01 ARQST-JRN               PIC X(02).
         01 ARQST-JRX               PIC X(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-BALANCE-E            PIC -ZZ.ZZ9,99.
         01 WS-TIME-6               PIC 9(06) VALUE ZEROS.
         01 WS-CUST-NAME            PIC X(30) VALUE SPACES.
         01 WS-REL-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-REL-EOF              PIC X(01) VALUE "N".
         01 WS-JOINT-COUNT          PIC 9(02) VALUE ZEROS COMP.
         01 WS-JX                   PIC 9(02) VALUE ZEROS COMP.
         01 WS-ARCHIVED             PIC 9(01) VALUE ZEROS.
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

       PROCEDURE DIVISION.
       START-PROGRAM.
                    ARQST-CUS
                 CLOSE CLIENT
                 GOBACK.
      * ----------------------------- No relationship file simply
      * means every account is a sole account.
              MOVE 0 TO WS-REL-OPEN.
              OPEN INPUT ACCTREL-FILE.
              IF ARQST-REL = "00"
                 MOVE 1 TO WS-REL-OPEN.

       OPEN-CLIENT.
              OPEN INPUT CLIENT.

       PROCESS.
              MOVE SPACE TO WS-OPTION.
              MOVE 0 TO WS-ACCT-OK WS-ARCHIVED.
              PERFORM GO-ACCOUNT UNTIL WS-ACCT-OK = 1.
              PERFORM GO-DATES.
              PERFORM IMP-STATEMENT.
              MOVE WS-ACCOUNT TO ACK-ACCOUNT.
              CALL "ACCT-CHECK" USING ACCT-CHECK-AREA.
              IF ACK-RESULT NOT = 0
                 DISPLAY ACK-MESSAGE
              ELSE
                 MOVE ACK-ACCOUNT TO WS-ACCOUNT
                 PERFORM READ-ACCOUNT.

       READ-ACCOUNT.
              MOVE WS-ACCOUNT TO DIGIT.
              READ CLIENT
                  INVALID KEY
                     PERFORM READ-ARCHIVE
                  NOT INVALID KEY
                     MOVE 1 TO WS-ACCT-OK
                     PERFORM GO-CUSTOMER
              END-READ.

      * ----------------------------- An account archived after its
      * retention period still has its journal, so its statement
      * prints as before, headed with when it was archived.
       READ-ARCHIVE.
              MOVE WS-ACCOUNT TO ARC-ACCOUNT.
              CALL "ACCT-ARCHIVE" USING ACCT-ARCHIVE-AREA.
              IF ARC-RESULT NOT = 0
                 DISPLAY "NO REGISTRY"
              ELSE
                 MOVE WS-ACCOUNT TO DIGIT
                 MOVE ARC-CUST TO CUST-NUMBER-CLI
                 MOVE 1 TO WS-ACCT-OK
                 MOVE 1 TO WS-ARCHIVED
                 PERFORM GO-CUSTOMER.

       GO-CUSTOMER.
              MOVE SPACES TO WS-CUST-NAME.
              MOVE CUST-NUMBER-CLI TO CUST-NUMBER.
                  NOT INVALID KEY
                     MOVE CUST-NAME TO WS-CUST-NAME
              END-READ.
              PERFORM GO-JOINT-HOLDERS.

      * ----------------------------- A joint account's statement is
      * addressed to every owner: the primary holder first, then
      * each joint holder.  Signatories and attorneys act on the
      * account but do not own it, so they are not named.
       GO-JOINT-HOLDERS.
              MOVE ZEROS TO WS-JOINT-COUNT.
              IF WS-REL-OPEN = 1
                 MOVE "N" TO WS-REL-EOF
                 MOVE DIGIT TO REL-DIGIT
                 MOVE ZEROS TO REL-CUST
                 START ACCTREL-FILE KEY IS NOT LESS THAN REL-KEY
                     INVALID KEY MOVE "Y" TO WS-REL-EOF
                 END-START
                 PERFORM SCAN-JOINT-HOLDER UNTIL WS-REL-EOF = "Y".

       SCAN-JOINT-HOLDER.
              READ ACCTREL-FILE NEXT
                  AT END
                     MOVE "Y" TO WS-REL-EOF
                  NOT AT END
                     IF REL-DIGIT NOT = DIGIT
                        MOVE "Y" TO WS-REL-EOF
                     ELSE IF REL-ROLE = "J" AND WS-JOINT-COUNT < 10
                        PERFORM ADD-JOINT-HOLDER
              END-READ.

       ADD-JOINT-HOLDER.
              ADD 1 TO WS-JOINT-COUNT.
              MOVE SPACES TO WS-JOINT-NAME(WS-JOINT-COUNT).
              MOVE REL-CUST TO CUST-NUMBER.
              READ CUSTOMER-FILE
                  NOT INVALID KEY
                     MOVE CUST-NAME TO WS-JOINT-NAME(WS-JOINT-COUNT)
              END-READ.

       GO-DATES.
              DISPLAY "FROM DATE (AAAAMMDD): " WITH NO ADVANCING.
                 WS-CUST-NAME.
              DISPLAY "PERIOD " WS-DATE-FROM " TO " WS-DATE-TO.
              DISPLAY "DATE      TIME      TYPE D      AMOUNT"
                 "     BALANCE  REFERENCE".
              DISPLAY "----------------------------------------------"
                 "---------------------".
              MOVE SPACES TO SPL-LINE.
              STRING "STATEMENT OF ACCOUNT " DELIMITED BY SIZE
                 DIGIT DELIMITED BY SIZE
                 WS-CUST-NAME DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              PERFORM IMP-JOINT-HOLDER
                 VARYING WS-JX FROM 1 BY 1
                 UNTIL WS-JX > WS-JOINT-COUNT.
              IF WS-ARCHIVED = 1
                 PERFORM IMP-ARCHIVED.
              MOVE SPACES TO SPL-LINE.
              STRING "PERIOD " DELIMITED BY SIZE
                 WS-DATE-FROM DELIMITED BY SIZE
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING "DATE      TIME      TYPE D      AMOUNT"
                 "     BALANCE  REFERENCE"
                 DELIMITED BY SIZE INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-JOINT-HOLDER.
              DISPLAY "                            AND "
                 WS-JOINT-NAME(WS-JX).
              MOVE SPACES TO SPL-LINE.
              STRING "                            AND "
                 DELIMITED BY SIZE
                 WS-JOINT-NAME(WS-JX) DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-ARCHIVED.
              MOVE SPACES TO SPL-LINE.
              STRING "CLOSED AND ARCHIVED ON " DELIMITED BY SIZE
                 ARC-ARCHIVED-DATE DELIMITED BY SIZE
                 INTO SPL-LINE.
              DISPLAY SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ARC-CLOSED-DATE TO ARCH-CLOSED-E.
              MOVE ARC-TYPE        TO ARCH-TYPE-E.
              MOVE ARC-HOLDS       TO ARCH-HOLDS-E.
              MOVE ARC-ORDERS      TO ARCH-ORDERS-E.
              MOVE ARC-TERMS       TO ARCH-TERMS-E.
              DISPLAY WS-ARCHIVE-LINE.
              MOVE WS-ARCHIVE-LINE TO SPL-LINE.
              PERFORM SPOOL-LINE.

       SCAN-SEQUENTIAL.
              OPEN INPUT JOURNAL-FILE.
              IF ARQST-JRN = "00"
                 COMPUTE WS-OPENING-BALANCE =
                    JRN-RUN-BALANCE - JRN-AMOUNT.
              MOVE JRN-DATA-SIS    TO LINE-DATE-E.
      * ----------------------------- A paid cheque carries its
      * serial where other entries carry the time of day.
              MOVE SPACES TO LINE-REF-E.
              IF JRN-TYPE = "CHQ"
                 MOVE JRN-TIME TO WS-CHQ-SERIAL
                 MOVE WS-CHQ-REF TO LINE-REF-E
                 MOVE ZEROS TO LINE-TIME-E
              ELSE
                 COMPUTE WS-TIME-6 = JRN-TIME / 100
                 MOVE WS-TIME-6    TO LINE-TIME-E.
              MOVE JRN-TYPE        TO LINE-TYPE-E.
              MOVE JRN-DC          TO LINE-DC-E.
              MOVE JRN-AMOUNT      TO LINE-AMOUNT-E.

       IMP-FOOTER.
              DISPLAY "----------------------------------------------"
                 "---------------------".
              MOVE WS-OPENING-BALANCE TO WS-BALANCE-E.
              DISPLAY "OPENING BALANCE: " WS-BALANCE-E.
              MOVE ALL "-" TO SPL-LINE.
              DISPLAY "END OF PROGRAM".
              CLOSE CLIENT.
              CLOSE CUSTOMER-FILE.
              IF WS-REL-OPEN = 1
                 CLOSE ACCTREL-FILE.
              GOBACK.
