
       WORKING-STORAGE SECTION.
          COPY SIGNON.
          COPY ARCLNK.
          01 SEQ-E             PIC 9(08).
          01 SEQ-W             PIC 9(08) VALUE ZEROS.
          01 ORIG-FOUND        PIC 9(01) VALUE ZEROS.
          01 WS-CHECKER-PW     PIC X(08) VALUE SPACES.
          01 WS-CHECKER-OK     PIC 9(01) VALUE ZEROS.
          01 WS-CHECKER-TRIES  PIC 9(01) VALUE ZEROS.
          01 WS-ARCHIVED       PIC 9(01) VALUE ZEROS.
          01 WS-ACCT-STATUS    PIC X(01) VALUE SPACES.
          01 WS-ARCHIVE-MSG    PIC X(40) VALUE SPACES.
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

         01 ARQST     PIC X(02).
         01 ARQST-OPR PIC X(02).
                 DISPLAY "ONLY DEP AND WDL ENTRIES CAN BE REVERSED"
                    AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF WS-ARCHIVED = 1
                 DISPLAY "ACCOUNT ARCHIVED - NOT REVERSED" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ORIG-TYPE-W = "DEP" AND WS-ACCT-STATUS = "W"
                 DISPLAY "ACCOUNT WRITTEN OFF - NOT REVERSED" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ORIG-TYPE-W = "DEP" AND WS-ACCT-STATUS = "C"
                 DISPLAY "ACCOUNT CLOSED - NOT REVERSED" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ORIG-TYPE-W = "DEP" AND WS-ACCT-STATUS = "F"
                 DISPLAY "ACCOUNT FROZEN - NOT REVERSED" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ORIG-TYPE-W = "DEP" AND WS-ACCT-STATUS = "D"
                 DISPLAY "ACCOUNT DORMANT - NOT REVERSED" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ORIG-TYPE-W = "DEP" AND WS-ACCT-STATUS NOT = "O"
                 AND WS-ACCT-STATUS NOT = SPACE
                 DISPLAY "ACCOUNT NOT OPEN - NOT REVERSED" AT 2030
                 MOVE "N" TO WS-SAVE
              ELSE IF ORIG-REVERSED = 1
                 DISPLAY "ENTRY ALREADY REVERSED" AT 2030
                 MOVE "N" TO WS-SAVE
      * ----------------------------- Variable initialization
              MOVE SPACE TO WS-OPTION
                             WS-SAVE.
              MOVE SPACES TO REG-ORIG-W
                             WS-ACCT-STATUS.
              MOVE ZEROS TO SEQ-E
                             SEQ-W
                             ORIG-FOUND
                             ORIG-REVERSED
                             WS-ARCHIVED
                             WS-FL
                             WS-CHECKER-OK
                             WS-CHECKER-TRIES.
              DISPLAY ORIG-TYPE-W AT 0825.
              MOVE ORIG-AMOUNT-W TO ORIG-AMOUNT-E.
              DISPLAY ORIG-AMOUNT-E AT 0927.
              MOVE ORIG-CODE-W TO ARC-ACCOUNT.
              CALL "ACCT-ARCHIVE" USING ACCT-ARCHIVE-AREA.
              IF ARC-RESULT = 0
                 PERFORM SHOW-ARCHIVED.
              PERFORM GET-ACCOUNT-STATUS.

      * ----------------------------- Reversing a deposit debits the
      * account, so it is held to the same status rules as any
      * other debit; a withdrawal reversal is a credit and may go to
      * a written-off account like any deposit.
       GET-ACCOUNT-STATUS.
              MOVE SPACE TO WS-ACCT-STATUS.
              MOVE ORIG-CODE-W TO DIGIT.
              READ CLIENTS
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE ACCT-STATUS TO WS-ACCT-STATUS
              END-READ.

      * ----------------------------- An entry on an account since
      * archived after its retention period is shown with the
      * archive details; there is nothing left to post it back to.
       SHOW-ARCHIVED.
              MOVE 1 TO WS-ARCHIVED.
              MOVE SPACES TO WS-ARCHIVE-MSG.
              STRING "CLOSED AND ARCHIVED ON " DELIMITED BY SIZE
                 ARC-ARCHIVED-DATE DELIMITED BY SIZE
                 INTO WS-ARCHIVE-MSG.
              DISPLAY WS-ARCHIVE-MSG AT 1719.
              MOVE ARC-CLOSED-DATE TO ARCH-CLOSED-E.
              MOVE ARC-TYPE        TO ARCH-TYPE-E.
              MOVE ARC-HOLDS       TO ARCH-HOLDS-E.
              MOVE ARC-ORDERS      TO ARCH-ORDERS-E.
              MOVE ARC-TERMS       TO ARCH-TERMS-E.
              DISPLAY WS-ARCHIVE-LINE AT 1819.

      * ----------------------------- A supervisor stands behind
      * every reversal: the signed-on supervisor directly, or a

       WRITE-JOURNAL.
              PERFORM GET-JOURNAL-SEQ.
              INITIALIZE REG-JOURNAL.
              MOVE WS-JRN-SEQ      TO JRN-SEQ.
              MOVE ORIG-CODE-W     TO JRN-CODE.
              MOVE ACCT-CURRENCY   TO JRN-CURRENCY.
              MOVE DATA-SIS        TO JRN-DATA-SIS.
              MOVE SEQ-W           TO JRN-TIME.
              MOVE "REV"           TO JRN-TYPE.
