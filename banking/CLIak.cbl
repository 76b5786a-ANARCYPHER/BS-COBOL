              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT ACCTREL-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS REL-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-REL.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD ACCTREL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ACCTREL
                VALUE OF FILE-ID IS "ACCTREL.DAT".
          COPY REGREL.

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
         01 ARQST                   PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 ARQST-JRN               PIC X(02).
         01 ARQST-REL               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-AMOUNT               PIC S9(05)V99 VALUE ZEROS.
         01 WS-REPORTED-COUNT       PIC 9(05) VALUE ZEROS.
         01 WS-ORPHAN-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-ACCUM-CUST           PIC 9(06) VALUE ZEROS.
         01 WS-REL-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-REL-EOF              PIC X(01) VALUE "N".
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).

       PROCEDURE DIVISION.
      * ----------------------------- Rolls the business date's DEP
      * and WDL journal entries up to every owning customer and
      * reports every customer whose combined cash in or cash out
      * crossed the reporting threshold, with name and tax id for
      * the regulatory form.
                 CLOSE JOURNAL-FILE
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
                  INVALID KEY
                     ADD 1 TO WS-ORPHAN-COUNT
                  NOT INVALID KEY
                     MOVE CUST-NUMBER-CLI TO WS-ACCUM-CUST
                     PERFORM ACCUM-CUSTOMER
                     PERFORM ACCUM-JOINT-HOLDERS
              END-READ.

      * ----------------------------- Cash through a joint account
      * counts in full against every owner: each joint holder gets
      * the entry on their own customer line, under their own tax
      * id, as the primary holder does.
       ACCUM-JOINT-HOLDERS.
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
                     ELSE IF REL-ROLE = "J"
                        MOVE REL-CUST TO WS-ACCUM-CUST
                        PERFORM ACCUM-CUSTOMER
              END-READ.

       ACCUM-CUSTOMER.
                 ELSE
                    ADD 1 TO WS-CUS-CNT
                    MOVE WS-CUS-CNT TO WS-CUS-HIT
                    MOVE WS-ACCUM-CUST
                       TO CUS-NUMBER-T(WS-CUS-HIT)
                    MOVE ZEROS TO CUS-CASH-IN(WS-CUS-HIT)
                    MOVE ZEROS TO CUS-CASH-OUT(WS-CUS-HIT)
                    ADD WS-AMOUNT TO CUS-CASH-OUT(WS-CUS-HIT).

       FIND-CUSTOMER.
              IF CUS-NUMBER-T(WS-CU) = WS-ACCUM-CUST
                 MOVE WS-CU TO WS-CUS-HIT.

      * ----------------------------- The report also goes to the
              MOVE 1 TO BATCH-STEP-OK.
              CLOSE CLIENT.
              CLOSE CUSTOMER-FILE.
              IF WS-REL-OPEN = 1
                 CLOSE ACCTREL-FILE.
              GOBACK.
