              RECORD KEY IS CUST-NUMBER
              FILE STATUS ARQST-CUS.

              SELECT ACCTREL-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS REL-KEY
              FILE STATUS ARQST-REL.

              SELECT OVR-LETTER-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD ACCTREL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ACCTREL
                VALUE OF FILE-ID IS "ACCTREL.DAT".
          COPY REGREL.

       FD OVR-LETTER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-OVR-LINE
                VALUE OF FILE-ID IS WS-OVR-NAME.
                02 FILLER       PIC X(04) VALUE ".TXT".
         01 ARQST                   PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 ARQST-REL               PIC X(02).
         01 ARQST-OVR               PIC X(02).
         01 ARQST-DRM               PIC X(02).
         01 ARQST-BUS               PIC X(02).
                02 WS-DATE-MES-E PIC 9(02).
                02 FILLER        PIC X(01) VALUE "/".
                02 WS-DATE-ANO-E PIC 9(04).
         01 WS-PRIMARY-NAME         PIC X(30) VALUE SPACES.
         01 WS-PRIMARY-ADDRESS      PIC X(40) VALUE SPACES.
         01 WS-JOINT-TABLE.
                02 WS-JOINT-NAME PIC X(30) OCCURS 10 TIMES.
         01 WS-JOINT-COUNT          PIC 9(02) VALUE ZEROS COMP.
         01 WS-JX                   PIC 9(02) VALUE ZEROS COMP.
         01 WS-REL-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-REL-EOF              PIC X(01) VALUE "N".
         01 WS-WARN-MONTHS          PIC 9(03) VALUE 23.
         01 WS-CUT-YEARS            PIC 9(02) VALUE ZEROS.
         01 WS-CUT-REM              PIC 9(02) VALUE ZEROS.
                 CLOSE OVR-LETTER-FILE
                 CLOSE DRM-LETTER-FILE
                 GOBACK.
      * ----------------------------- No relationship file simply
      * means every account is a sole account.
              MOVE 0 TO WS-REL-OPEN.
              OPEN INPUT ACCTREL-FILE.
              IF ARQST-REL = "00"
                 MOVE 1 TO WS-REL-OPEN.

      * ----------------------------- The letters carry the
      * business date off the control file, not the machine clock.

       PROCESS-RECORD.
              MOVE "O" TO WS-LETTER-KIND.
              IF BALANCE < 0 AND ACCT-TYPE NOT = "L"
                 PERFORM CHECK-AND-SEND
              ELSE
                 PERFORM CLEAR-SENT.
                     DISPLAY "NO CUSTOMER FOR ACCOUNT " DIGIT
                        " - LETTER NOT PRODUCED"
                  NOT INVALID KEY
                     MOVE CUST-NAME TO WS-PRIMARY-NAME
                     MOVE CUST-ADDRESS TO WS-PRIMARY-ADDRESS
                     PERFORM GO-JOINT-HOLDERS
                     PERFORM BUILD-LETTER
              END-READ.

      * ----------------------------- A joint account's letter goes
      * to every owner at the primary holder's address: the
      * primary first, then each joint holder.  Signatories and
      * attorneys do not own the account and are not written to.
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

       BUILD-LETTER.
              MOVE DIGIT TO WS-DIGIT-E.
              PERFORM PUT-SEPARATOR.
              PERFORM PUT-LINE.
              MOVE SPACES TO WS-LETTER-LINE.
              PERFORM PUT-LINE.
              MOVE WS-PRIMARY-NAME TO WS-LETTER-LINE.
              PERFORM PUT-LINE.
              PERFORM PUT-JOINT-NAME
                 VARYING WS-JX FROM 1 BY 1
                 UNTIL WS-JX > WS-JOINT-COUNT.
              MOVE WS-PRIMARY-ADDRESS TO WS-LETTER-LINE.
              PERFORM PUT-LINE.
              MOVE SPACES TO WS-LETTER-LINE.
              PERFORM PUT-LINE.
              MOVE SPACES TO WS-LETTER-LINE.
              IF WS-JOINT-COUNT = 0
                 STRING "DEAR " DELIMITED BY SIZE
                    WS-PRIMARY-NAME DELIMITED BY SIZE
                    INTO WS-LETTER-LINE
              ELSE
                 MOVE "DEAR ACCOUNT HOLDERS" TO WS-LETTER-LINE.
              PERFORM PUT-LINE.
              MOVE SPACES TO WS-LETTER-LINE.
              PERFORM PUT-LINE.
                 ADD 1 TO WS-DRM-COUNT.
              MOVE 1 TO WS-SENT-FLAG.

       PUT-JOINT-NAME.
              MOVE WS-JOINT-NAME(WS-JX) TO WS-LETTER-LINE.
              PERFORM PUT-LINE.

       BUILD-OVR-BODY.
              COMPUTE WS-OVERDRAWN = 0 - BALANCE.
              MOVE WS-OVERDRAWN TO WS-AMOUNT-E.
              CLOSE OVR-LETTER-FILE.
              CLOSE DRM-LETTER-FILE.
              CLOSE LETTER-SENT.
              IF WS-REL-OPEN = 1
                 CLOSE ACCTREL-FILE.
              GOBACK.
