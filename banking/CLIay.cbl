      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACTIVITY-MONITOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.        DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT JOURNAL-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-JRN.

              SELECT CLIENT ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST.

              SELECT CUSTOMER-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CUST-NUMBER
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CUS.

              SELECT MONRULE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS MR-RULE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-MRL.

              SELECT MAINT-LOG ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-MNT.

              SELECT ALERT-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS ALR-ID
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-ALR.

              SELECT ALR-CONTROL ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-ASQ.

              SELECT BUSDATE-FILE ASSIGN TO DISK
              ORGANIZATION SEQUENTIAL
              ACCESS MODE SEQUENTIAL
              FILE STATUS ARQST-BUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-JOURNAL
                VALUE OF FILE-ID IS "JOURNAL.DAT".
          COPY REGJRN.

       FD CLIENT LABEL RECORD STANDARD
                DATA RECORD IS REG-CLI
                VALUE OF FILE-ID IS "PRODUCTS.DAT".
          COPY REGCLI.

       FD CUSTOMER-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CUSTOMER
                VALUE OF FILE-ID IS "CUSTMAST.DAT".
          COPY REGCUS.

       FD MONRULE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-MONRULE
                VALUE OF FILE-ID IS "MONRULE.DAT".
          COPY REGMRL.

       FD MAINT-LOG LABEL RECORD STANDARD
                DATA RECORD IS REG-MAINT
                VALUE OF FILE-ID IS "MAINTLOG.DAT".
          COPY REGMNT.

       FD ALERT-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-ALERT
                VALUE OF FILE-ID IS "ALERTS.DAT".
          COPY REGALR.

       FD ALR-CONTROL LABEL RECORD STANDARD
                DATA RECORD IS REG-ALR-CONTROL
                VALUE OF FILE-ID IS "ALERT.SEQ".
          01 REG-ALR-CONTROL.
                02 ASQ-LAST-ID PIC 9(08).

       FD BUSDATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BUSDATE
                VALUE OF FILE-ID IS "BUSDATE.DAT".
          COPY REGBUS.

       WORKING-STORAGE SECTION.
          COPY BATRES.
          COPY SPLLNK.
         01 ARQST                   PIC X(02).
         01 ARQST-JRN               PIC X(02).
         01 ARQST-CUS               PIC X(02).
         01 ARQST-MRL               PIC X(02).
         01 ARQST-MNT               PIC X(02).
         01 ARQST-ALR               PIC X(02).
         01 ARQST-ASQ               PIC X(02).
         01 ARQST-BUS               PIC X(02).
         01 WS-EOF                  PIC X(01) VALUE "N".
         01 WS-OPEN-OK              PIC 9(01) VALUE ZEROS.
         01 WS-RETRY                PIC X(01) VALUE SPACES.
         01 WS-CUS-OPEN             PIC 9(01) VALUE ZEROS.
         01 WS-RUN-DATE             PIC 9(08) VALUE ZEROS.
         01 WS-JRN-DATE             PIC 9(08) VALUE ZEROS.
         01 WS-MNT-DATE             PIC 9(08) VALUE ZEROS.
         01 WS-WINDOW-DATE          PIC 9(08) VALUE ZEROS.
         01 WS-REACT-FROM           PIC 9(08) VALUE ZEROS.
         01 WS-DATE-INT             PIC 9(07) VALUE ZEROS.
         01 WS-ALR-ID               PIC 9(08) VALUE ZEROS.
         01 WS-AMOUNT               PIC S9(09)V99 VALUE ZEROS.
         01 WS-USUAL-MONTH          PIC S9(09)V99 VALUE ZEROS.
         01 WS-RAISED-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-REPEAT-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-ORPHAN-COUNT         PIC 9(05) VALUE ZEROS.
         01 WS-WRITE-ERRORS         PIC 9(05) VALUE ZEROS.
         01 WS-RULES-ON             PIC 9(01) VALUE ZEROS.
         01 DATA-SIS.
                02 ANO PIC 9(04).
                02 MES PIC 9(02).
                02 DIA PIC 9(02).

      * ----------------------------- The rules as found on
      * MONRULE.DAT for this run; a rule not on file or parked is
      * left off and said so on the report.
         01 WS-STRC-ON              PIC 9(01) VALUE ZEROS.
         01 WS-STRC-LIMIT           PIC 9(05)V99 VALUE ZEROS.
         01 WS-STRC-FLOOR           PIC 9(05)V99 VALUE ZEROS.
         01 WS-STRC-COUNT           PIC 9(03) VALUE ZEROS.
         01 WS-DORM-ON              PIC 9(01) VALUE ZEROS.
         01 WS-DORM-AMOUNT          PIC 9(05)V99 VALUE ZEROS.
         01 WS-DORM-DAYS            PIC 9(03) VALUE ZEROS.
         01 WS-RTRF-ON              PIC 9(01) VALUE ZEROS.
         01 WS-RTRF-AMOUNT          PIC 9(05)V99 VALUE ZEROS.
         01 WS-RTRF-PCT             PIC 9(03) VALUE ZEROS.
         01 WS-VOLM-ON              PIC 9(01) VALUE ZEROS.
         01 WS-VOLM-AMOUNT          PIC 9(05)V99 VALUE ZEROS.
         01 WS-VOLM-PCT             PIC 9(03) VALUE ZEROS.
         01 WS-VOLM-DAYS            PIC 9(03) VALUE ZEROS.

      * ----------------------------- Every account that moved
      * money on the business date, with what the rules need.
         01 WS-ACC-MAX     PIC 9(04) VALUE 500 COMP.
         01 WS-ACC-CNT     PIC 9(04) VALUE ZEROS COMP.
         01 WS-AC          PIC 9(04) VALUE ZEROS COMP.
         01 WS-AC2         PIC 9(04) VALUE ZEROS COMP.
         01 WS-ACC-HIT     PIC 9(04) VALUE ZEROS COMP.
         01 WS-ACC-FULL    PIC 9(01) VALUE ZEROS.
         01 WS-ACC-TABLE.
                02 WS-ACC-ENTRY OCCURS 500 TIMES.
                     03 ACC-DIGIT      PIC 9(09).
                     03 ACC-CUST       PIC 9(06).
                     03 ACC-TAX-ID     PIC X(14).
                     03 ACC-DAY-VOL    PIC S9(09)V99.
                     03 ACC-HIST-VOL   PIC S9(09)V99.
                     03 ACC-TRF-IN     PIC S9(09)V99.
                     03 ACC-TRF-OUT    PIC S9(09)V99.
                     03 ACC-STRC-CNT   PIC 9(04) COMP.
                     03 ACC-STRC-AMT   PIC S9(09)V99.
                     03 ACC-BIG-CNT    PIC 9(04) COMP.
                     03 ACC-BIG-AMT    PIC S9(09)V99.
                     03 ACC-REACT-DATE PIC 9(08).
                     03 ACC-GROUPED    PIC X(01).

      * ----------------------------- The day's entries behind the
      * accounts above, so an alert can carry the ones that set it
      * off.  ENT-STRC marks a cash deposit inside the band under
      * the threshold, ENT-BIG a debit at or over the dormant rule's
      * amount.
         01 WS-ENT-MAX     PIC 9(04) VALUE 2000 COMP.
         01 WS-ENT-CNT     PIC 9(04) VALUE ZEROS COMP.
         01 WS-EN          PIC 9(04) VALUE ZEROS COMP.
         01 WS-ENT-FULL    PIC 9(01) VALUE ZEROS.
         01 WS-ENT-TABLE.
                02 WS-ENT-ENTRY OCCURS 2000 TIMES.
                     03 ENT-SEQ    PIC 9(08).
                     03 ENT-CODE   PIC 9(09).
                     03 ENT-TYPE   PIC X(03).
                     03 ENT-AMOUNT PIC S9(05)V99.
                     03 ENT-ACC    PIC 9(04) COMP.
                     03 ENT-STRC   PIC X(01).
                     03 ENT-BIG    PIC X(01).

      * ----------------------------- Alerts already raised for the
      * business date, so a rerun of the step does not raise the
      * same hit twice.
         01 WS-OLD-MAX     PIC 9(04) VALUE 500 COMP.
         01 WS-OLD-CNT     PIC 9(04) VALUE ZEROS COMP.
         01 WS-OL          PIC 9(04) VALUE ZEROS COMP.
         01 WS-OLD-HIT     PIC 9(01) VALUE ZEROS.
         01 WS-OLD-TABLE.
                02 WS-OLD-ENTRY OCCURS 500 TIMES.
                     03 OLD-RULE   PIC X(04).
                     03 OLD-DIGIT  PIC 9(09).
                     03 OLD-CUST   PIC 9(06).

      * ----------------------------- The alert being built.
         01 WS-NEW-RULE             PIC X(04) VALUE SPACES.
         01 WS-NEW-DIGIT            PIC 9(09) VALUE ZEROS.
         01 WS-NEW-CUST             PIC 9(06) VALUE ZEROS.
         01 WS-NEW-TAX-ID           PIC X(14) VALUE SPACES.
         01 WS-NEW-AMOUNT           PIC S9(09)V99 VALUE ZEROS.
         01 WS-NEW-DETAIL           PIC X(60) VALUE SPACES.
         01 WS-GRP-CNT              PIC 9(04) VALUE ZEROS COMP.
         01 WS-GRP-AMT              PIC S9(09)V99 VALUE ZEROS.
         01 WS-GRP-ACCTS            PIC 9(04) VALUE ZEROS COMP.
         01 WS-CNT-E                PIC ZZZ9.
         01 WS-ACCTS-E              PIC ZZZ9.
         01 WS-DAYS-E               PIC ZZ9.
         01 WS-PCT-E                PIC ZZZ.ZZ9.
         01 WS-PCT-VAL              PIC 9(06) VALUE ZEROS.
         01 WS-LIMIT-E              PIC ZZ.ZZ9,99.
         01 WS-MONEY-E              PIC ZZZ.ZZZ.ZZ9,99.

         01 REG-LINE-E.
                02 RPT-ID-E      PIC 9(08).
                02 FILLER        PIC X(02) VALUE SPACES.
                02 RPT-RULE-E    PIC X(04).
                02 FILLER        PIC X(02) VALUE SPACES.
                02 RPT-DIGIT-E   PIC 9(09).
                02 FILLER        PIC X(02) VALUE SPACES.
                02 RPT-CUST-E    PIC 9(06).
                02 FILLER        PIC X(02) VALUE SPACES.
                02 RPT-TAX-ID-E  PIC X(14).
                02 FILLER        PIC X(02) VALUE SPACES.
                02 RPT-AMOUNT-E  PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
      * ----------------------------- Runs the active monitoring
      * rules over the business date's journal and raises an open
      * alert on ALERTS.DAT for every hit, for compliance to work
      * from the alert queue.  Structuring is judged across all the
      * accounts under one tax id; the other rules per account.
       START-PROGRAM.
              MOVE ZEROS TO WS-RAISED-COUNT WS-REPEAT-COUNT
                             WS-ORPHAN-COUNT WS-WRITE-ERRORS
                             WS-ACC-CNT WS-ACC-FULL
                             WS-ENT-CNT WS-ENT-FULL
                             WS-OLD-CNT.
              PERFORM GET-BUSINESS-DATE.
              MOVE DATA-SIS TO WS-RUN-DATE.
              PERFORM LOAD-RULES.
              IF WS-RULES-ON = 0
                 DISPLAY "NO ACTIVE MONITORING RULES - NOTHING CHECKED"
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 1 TO BATCH-STEP-OK
                 GOBACK.
              PERFORM OPEN-ARQ.
              PERFORM LOAD-TODAY.
              IF WS-DORM-ON = 1
                 PERFORM LOAD-REACTIVATIONS.
              IF WS-VOLM-ON = 1
                 PERFORM LOAD-HISTORY.
              PERFORM OPEN-ALERTS.
              PERFORM LOAD-OLD-ALERTS.
              PERFORM OPEN-SPOOL.
              PERFORM IMP-HEADER.
              IF WS-STRC-ON = 1
                 PERFORM CHECK-STRUCTURING
                    VARYING WS-AC FROM 1 BY 1
                    UNTIL WS-AC > WS-ACC-CNT.
              IF WS-DORM-ON = 1
                 PERFORM CHECK-DORMANT
                    VARYING WS-AC FROM 1 BY 1
                    UNTIL WS-AC > WS-ACC-CNT.
              IF WS-RTRF-ON = 1
                 PERFORM CHECK-ROUND-TRIP
                    VARYING WS-AC FROM 1 BY 1
                    UNTIL WS-AC > WS-ACC-CNT.
              IF WS-VOLM-ON = 1
                 PERFORM CHECK-VOLUME
                    VARYING WS-AC FROM 1 BY 1
                    UNTIL WS-AC > WS-ACC-CNT.
              CLOSE ALERT-FILE.
              PERFORM IMP-TOTAL.
              MOVE "C" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              PERFORM END-PROGRAM.

      * ----------------------------- The run is stamped with the
      * business date off the control file, not the machine clock.
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

      * ----------------------------- A rule is only run when it is
      * on file, switched on and complete enough to judge by.
       LOAD-RULES.
              MOVE ZEROS TO WS-RULES-ON WS-STRC-ON WS-DORM-ON
                             WS-RTRF-ON WS-VOLM-ON.
              OPEN INPUT MONRULE-FILE.
              IF ARQST-MRL NOT = "00"
                 DISPLAY "NO MONRULE.DAT ON FILE - STATUS " ARQST-MRL
              ELSE
                 PERFORM LOAD-STRC
                 PERFORM LOAD-DORM
                 PERFORM LOAD-RTRF
                 PERFORM LOAD-VOLM
                 CLOSE MONRULE-FILE.

       LOAD-STRC.
              MOVE "STRC" TO MR-RULE.
              READ MONRULE-FILE
                  INVALID KEY
                     MOVE "N" TO MR-ACTIVE
              END-READ.
              IF MR-ACTIVE = "S" AND MR-AMOUNT > 0 AND MR-COUNT > 0
                 MOVE 1 TO WS-STRC-ON WS-RULES-ON
                 MOVE MR-AMOUNT TO WS-STRC-LIMIT
                 COMPUTE WS-STRC-FLOOR =
                    MR-AMOUNT - MR-AMOUNT * MR-PCT / 100
                 MOVE MR-COUNT TO WS-STRC-COUNT.

       LOAD-DORM.
              MOVE "DORM" TO MR-RULE.
              READ MONRULE-FILE
                  INVALID KEY
                     MOVE "N" TO MR-ACTIVE
              END-READ.
              IF MR-ACTIVE = "S" AND MR-AMOUNT > 0 AND MR-DAYS > 0
                 MOVE 1 TO WS-DORM-ON WS-RULES-ON
                 MOVE MR-AMOUNT TO WS-DORM-AMOUNT
                 MOVE MR-DAYS TO WS-DORM-DAYS.

       LOAD-RTRF.
              MOVE "RTRF" TO MR-RULE.
              READ MONRULE-FILE
                  INVALID KEY
                     MOVE "N" TO MR-ACTIVE
              END-READ.
              IF MR-ACTIVE = "S" AND MR-AMOUNT > 0 AND MR-PCT > 0
                 MOVE 1 TO WS-RTRF-ON WS-RULES-ON
                 MOVE MR-AMOUNT TO WS-RTRF-AMOUNT
                 MOVE MR-PCT TO WS-RTRF-PCT.

       LOAD-VOLM.
              MOVE "VOLM" TO MR-RULE.
              READ MONRULE-FILE
                  INVALID KEY
                     MOVE "N" TO MR-ACTIVE
              END-READ.
              IF MR-ACTIVE = "S" AND MR-AMOUNT > 0 AND MR-PCT > 0
                 AND MR-DAYS > 0
                 MOVE 1 TO WS-VOLM-ON WS-RULES-ON
                 MOVE MR-AMOUNT TO WS-VOLM-AMOUNT
                 MOVE MR-PCT TO WS-VOLM-PCT
                 MOVE MR-DAYS TO WS-VOLM-DAYS.

       OPEN-ARQ.
              OPEN INPUT JOURNAL-FILE.
              IF ARQST-JRN NOT = "00"
                 DISPLAY "NO JOURNAL ON FILE - NOTHING TO MONITOR"
                 MOVE ZEROS TO BATCH-RECORD-COUNT
                 MOVE 1 TO BATCH-STEP-OK
                 GOBACK.
              CLOSE JOURNAL-FILE.
              MOVE 0 TO WS-OPEN-OK.
              PERFORM OPEN-CLIENT UNTIL WS-OPEN-OK = 1.
              MOVE 0 TO WS-CUS-OPEN.
              OPEN INPUT CUSTOMER-FILE.
              IF ARQST-CUS = "00"
                 MOVE 1 TO WS-CUS-OPEN
              ELSE
                 DISPLAY "NO CUSTMAST.DAT - STRUCTURING JUDGED "
                    "PER ACCOUNT".

       OPEN-CLIENT.
              OPEN INPUT CLIENT.
              IF ARQST = "00"
                 MOVE 1 TO WS-OPEN-OK
              ELSE IF ARQST = "91"
                 DISPLAY "FILE BUSY - TRY AGAIN"
                 ACCEPT WS-RETRY
              ELSE
                 DISPLAY "UNABLE TO OPEN PRODUCTS.DAT - STATUS " ARQST
                 GOBACK.

      * ----------------------------- The alert file and its
      * numbering control are created on the first run.
       OPEN-ALERTS.
              OPEN I-O ALERT-FILE.
              IF ARQST-ALR = "35"
                 OPEN OUTPUT ALERT-FILE
                 CLOSE ALERT-FILE
                 OPEN I-O ALERT-FILE.
              IF ARQST-ALR NOT = "00"
                 DISPLAY "UNABLE TO OPEN ALERTS.DAT - STATUS "
                    ARQST-ALR
                 CLOSE CLIENT
                 IF WS-CUS-OPEN = 1
                    CLOSE CUSTOMER-FILE
                 END-IF
                 GOBACK.

       LOAD-OLD-ALERTS.
              MOVE "N" TO WS-EOF.
              PERFORM READ-ALERT.
              PERFORM KEEP-OLD-ALERT UNTIL WS-EOF = "Y".

       READ-ALERT.
              READ ALERT-FILE NEXT RECORD AT END MOVE "Y" TO WS-EOF.

       KEEP-OLD-ALERT.
              IF ALR-DATE = WS-RUN-DATE AND WS-OLD-CNT < WS-OLD-MAX
                 ADD 1 TO WS-OLD-CNT
                 MOVE ALR-RULE  TO OLD-RULE(WS-OLD-CNT)
                 MOVE ALR-DIGIT TO OLD-DIGIT(WS-OLD-CNT)
                 MOVE ALR-CUST  TO OLD-CUST(WS-OLD-CNT).
              PERFORM READ-ALERT.

      * ----------------------------- First pass: the business
      * date's money movements, gathered per account.  Interest,
      * fees, tax and loan entries are the bank's own postings and
      * are not the customer's activity.
       LOAD-TODAY.
              MOVE "N" TO WS-EOF.
              OPEN INPUT JOURNAL-FILE.
              PERFORM READ-JOURNAL.
              PERFORM PROCESS-TODAY UNTIL WS-EOF = "Y".
              CLOSE JOURNAL-FILE.

       READ-JOURNAL.
              READ JOURNAL-FILE AT END MOVE "Y" TO WS-EOF.

       PROCESS-TODAY.
              MOVE JRN-DATA-SIS TO WS-JRN-DATE.
              IF WS-JRN-DATE = WS-RUN-DATE
                 AND (JRN-TYPE = "DEP" OR "WDL" OR "TRF"
                      OR "DPY" OR "CHQ")
                 PERFORM FIND-ACCOUNT
                 IF WS-ACC-HIT = 0
                    PERFORM ADD-ACCOUNT
                 END-IF
                 IF WS-ACC-HIT > 0
                    PERFORM ACCUM-TODAY
                 END-IF
              END-IF.
              PERFORM READ-JOURNAL.

       FIND-ACCOUNT.
              MOVE ZEROS TO WS-ACC-HIT.
              PERFORM MATCH-ACCOUNT
                 VARYING WS-AC FROM 1 BY 1
                 UNTIL WS-AC > WS-ACC-CNT OR WS-ACC-HIT > 0.

       MATCH-ACCOUNT.
              IF ACC-DIGIT(WS-AC) = JRN-CODE
                 MOVE WS-AC TO WS-ACC-HIT.

      * ----------------------------- A customer with no tax id on
      * file is grouped on their customer number instead.
       ADD-ACCOUNT.
              MOVE JRN-CODE TO DIGIT.
              READ CLIENT
                  INVALID KEY
                     ADD 1 TO WS-ORPHAN-COUNT
                  NOT INVALID KEY
                     PERFORM NEW-ACCOUNT
              END-READ.

       NEW-ACCOUNT.
              IF WS-ACC-CNT NOT < WS-ACC-MAX
                 MOVE 1 TO WS-ACC-FULL
              ELSE
                 ADD 1 TO WS-ACC-CNT
                 MOVE WS-ACC-CNT TO WS-ACC-HIT
                 MOVE DIGIT TO ACC-DIGIT(WS-ACC-HIT)
                 MOVE CUST-NUMBER-CLI TO ACC-CUST(WS-ACC-HIT)
                 MOVE SPACES TO ACC-TAX-ID(WS-ACC-HIT)
                 MOVE ZEROS TO ACC-DAY-VOL(WS-ACC-HIT)
                               ACC-HIST-VOL(WS-ACC-HIT)
                               ACC-TRF-IN(WS-ACC-HIT)
                               ACC-TRF-OUT(WS-ACC-HIT)
                               ACC-STRC-CNT(WS-ACC-HIT)
                               ACC-STRC-AMT(WS-ACC-HIT)
                               ACC-BIG-CNT(WS-ACC-HIT)
                               ACC-BIG-AMT(WS-ACC-HIT)
                               ACC-REACT-DATE(WS-ACC-HIT)
                 MOVE "N" TO ACC-GROUPED(WS-ACC-HIT)
                 IF WS-CUS-OPEN = 1
                    MOVE CUST-NUMBER-CLI TO CUST-NUMBER
                    READ CUSTOMER-FILE
                        INVALID KEY
                           MOVE SPACES TO CUST-TAX-ID
                    END-READ
                    MOVE CUST-TAX-ID TO ACC-TAX-ID(WS-ACC-HIT)
                 END-IF
              END-IF.

       ACCUM-TODAY.
              COMPUTE WS-AMOUNT = FUNCTION ABS(JRN-AMOUNT).
              ADD WS-AMOUNT TO ACC-DAY-VOL(WS-ACC-HIT).
              IF JRN-TYPE = "TRF"
                 IF JRN-AMOUNT > 0
                    ADD WS-AMOUNT TO ACC-TRF-IN(WS-ACC-HIT)
                 ELSE
                    ADD WS-AMOUNT TO ACC-TRF-OUT(WS-ACC-HIT)
                 END-IF
              END-IF.
              IF WS-ENT-CNT NOT < WS-ENT-MAX
                 MOVE 1 TO WS-ENT-FULL
                 MOVE ZEROS TO WS-EN
              ELSE
                 ADD 1 TO WS-ENT-CNT
                 MOVE WS-ENT-CNT TO WS-EN
                 MOVE JRN-SEQ    TO ENT-SEQ(WS-EN)
                 MOVE JRN-CODE   TO ENT-CODE(WS-EN)
                 MOVE JRN-TYPE   TO ENT-TYPE(WS-EN)
                 MOVE JRN-AMOUNT TO ENT-AMOUNT(WS-EN)
                 MOVE WS-ACC-HIT TO ENT-ACC(WS-EN)
                 MOVE "N" TO ENT-STRC(WS-EN) ENT-BIG(WS-EN).
              IF WS-STRC-ON = 1 AND JRN-TYPE = "DEP"
                 AND WS-AMOUNT NOT < WS-STRC-FLOOR
                 AND WS-AMOUNT < WS-STRC-LIMIT
                 ADD 1 TO ACC-STRC-CNT(WS-ACC-HIT)
                 ADD WS-AMOUNT TO ACC-STRC-AMT(WS-ACC-HIT)
                 IF WS-EN > 0
                    MOVE "Y" TO ENT-STRC(WS-EN)
                 END-IF
              END-IF.
              IF WS-DORM-ON = 1 AND JRN-AMOUNT < 0
                 AND WS-AMOUNT NOT < WS-DORM-AMOUNT
                 ADD 1 TO ACC-BIG-CNT(WS-ACC-HIT)
                 ADD WS-AMOUNT TO ACC-BIG-AMT(WS-ACC-HIT)
                 IF WS-EN > 0
                    MOVE "Y" TO ENT-BIG(WS-EN)
                 END-IF
              END-IF.

      * ----------------------------- A dormant account is brought
      * back by the account edit screen, which logs the status
      * change from D.  Only reactivations inside the rule's window
      * matter, and the latest one wins.
       LOAD-REACTIVATIONS.
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-DORM-DAYS.
              COMPUTE WS-REACT-FROM =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
              OPEN INPUT MAINT-LOG.
              IF ARQST-MNT = "00"
                 MOVE "N" TO WS-EOF
                 PERFORM READ-MAINT
                 PERFORM CHECK-REACTIVATION UNTIL WS-EOF = "Y"
                 CLOSE MAINT-LOG.

       READ-MAINT.
              READ MAINT-LOG AT END MOVE "Y" TO WS-EOF.

       CHECK-REACTIVATION.
              MOVE MNT-DATA-SIS TO WS-MNT-DATE.
              IF MNT-KEY-TYPE = "A" AND MNT-FIELD = "STATUS"
                 AND MNT-OLD = "D" AND MNT-NEW NOT = "D"
                 AND WS-MNT-DATE NOT < WS-REACT-FROM
                 AND WS-MNT-DATE NOT > WS-RUN-DATE
                 PERFORM MARK-REACTIVATION
                    VARYING WS-AC FROM 1 BY 1
                    UNTIL WS-AC > WS-ACC-CNT.
              PERFORM READ-MAINT.

       MARK-REACTIVATION.
              IF ACC-DIGIT(WS-AC) = MNT-KEY
                 AND WS-MNT-DATE > ACC-REACT-DATE(WS-AC)
                 MOVE WS-MNT-DATE TO ACC-REACT-DATE(WS-AC).

      * ----------------------------- Second pass: the same
      * movements over the rule's window before the business date,
      * for the accounts that moved money today.
       LOAD-HISTORY.
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-VOLM-DAYS.
              COMPUTE WS-WINDOW-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
              MOVE "N" TO WS-EOF.
              OPEN INPUT JOURNAL-FILE.
              PERFORM READ-JOURNAL.
              PERFORM PROCESS-HISTORY UNTIL WS-EOF = "Y".
              CLOSE JOURNAL-FILE.

       PROCESS-HISTORY.
              MOVE JRN-DATA-SIS TO WS-JRN-DATE.
              IF WS-JRN-DATE NOT < WS-WINDOW-DATE
                 AND WS-JRN-DATE < WS-RUN-DATE
                 AND (JRN-TYPE = "DEP" OR "WDL" OR "TRF"
                      OR "DPY" OR "CHQ")
                 PERFORM FIND-ACCOUNT
                 IF WS-ACC-HIT > 0
                    COMPUTE WS-AMOUNT = FUNCTION ABS(JRN-AMOUNT)
                    ADD WS-AMOUNT TO ACC-HIST-VOL(WS-ACC-HIT)
                 END-IF
              END-IF.
              PERFORM READ-JOURNAL.

      * ----------------------------- Structuring: the deposits in
      * the band are counted across every account of the same
      * tax id (or customer), so spreading them over accounts does
      * not hide them.  Each group is judged once, from its first
      * account in the table.
       CHECK-STRUCTURING.
              IF ACC-GROUPED(WS-AC) = "N"
                 MOVE ZEROS TO WS-GRP-CNT WS-GRP-AMT WS-GRP-ACCTS
                 PERFORM GROUP-STRUCTURING
                    VARYING WS-AC2 FROM WS-AC BY 1
                    UNTIL WS-AC2 > WS-ACC-CNT
                 IF WS-GRP-CNT NOT < WS-STRC-COUNT
                    PERFORM RAISE-STRUCTURING.

       GROUP-STRUCTURING.
              IF ACC-GROUPED(WS-AC2) = "N"
                 AND ((ACC-TAX-ID(WS-AC) NOT = SPACES
                       AND ACC-TAX-ID(WS-AC2) = ACC-TAX-ID(WS-AC))
                   OR (ACC-TAX-ID(WS-AC) = SPACES
                       AND ACC-TAX-ID(WS-AC2) = SPACES
                       AND ACC-CUST(WS-AC2) = ACC-CUST(WS-AC)))
                 MOVE "Y" TO ACC-GROUPED(WS-AC2)
                 IF ACC-STRC-CNT(WS-AC2) > 0
                    ADD ACC-STRC-CNT(WS-AC2) TO WS-GRP-CNT
                    ADD ACC-STRC-AMT(WS-AC2) TO WS-GRP-AMT
                    ADD 1 TO WS-GRP-ACCTS.

       RAISE-STRUCTURING.
              MOVE "STRC" TO WS-NEW-RULE.
              MOVE ZEROS TO WS-NEW-DIGIT.
              MOVE ACC-CUST(WS-AC) TO WS-NEW-CUST.
              MOVE ACC-TAX-ID(WS-AC) TO WS-NEW-TAX-ID.
              MOVE WS-GRP-AMT TO WS-NEW-AMOUNT.
              MOVE WS-GRP-CNT TO WS-CNT-E.
              MOVE WS-GRP-ACCTS TO WS-ACCTS-E.
              MOVE WS-STRC-LIMIT TO WS-LIMIT-E.
              MOVE SPACES TO WS-NEW-DETAIL.
              STRING WS-CNT-E DELIMITED BY SIZE
                 " CASH DEPOSITS JUST UNDER " DELIMITED BY SIZE
                 WS-LIMIT-E DELIMITED BY SIZE
                 " ON" DELIMITED BY SIZE
                 WS-ACCTS-E DELIMITED BY SIZE
                 " ACCOUNT(S)" DELIMITED BY SIZE
                 INTO WS-NEW-DETAIL.
              PERFORM RAISE-ALERT.

       CHECK-DORMANT.
              IF ACC-REACT-DATE(WS-AC) > 0
                 AND ACC-BIG-CNT(WS-AC) > 0
                 MOVE "DORM" TO WS-NEW-RULE
                 MOVE ACC-DIGIT(WS-AC) TO WS-NEW-DIGIT
                 MOVE ACC-CUST(WS-AC) TO WS-NEW-CUST
                 MOVE ACC-TAX-ID(WS-AC) TO WS-NEW-TAX-ID
                 MOVE ACC-BIG-AMT(WS-AC) TO WS-NEW-AMOUNT
                 MOVE ACC-BIG-CNT(WS-AC) TO WS-CNT-E
                 MOVE SPACES TO WS-NEW-DETAIL
                 STRING WS-CNT-E DELIMITED BY SIZE
                    " LARGE DEBIT(S) - DORMANT ACCOUNT REACTIVATED "
                    DELIMITED BY SIZE
                    ACC-REACT-DATE(WS-AC) DELIMITED BY SIZE
                    INTO WS-NEW-DETAIL
                 PERFORM RAISE-ALERT.

       CHECK-ROUND-TRIP.
              IF ACC-TRF-IN(WS-AC) NOT < WS-RTRF-AMOUNT
                 AND ACC-TRF-OUT(WS-AC) * 100 NOT <
                     ACC-TRF-IN(WS-AC) * WS-RTRF-PCT
                 MOVE "RTRF" TO WS-NEW-RULE
                 MOVE ACC-DIGIT(WS-AC) TO WS-NEW-DIGIT
                 MOVE ACC-CUST(WS-AC) TO WS-NEW-CUST
                 MOVE ACC-TAX-ID(WS-AC) TO WS-NEW-TAX-ID
                 MOVE ACC-TRF-IN(WS-AC) TO WS-NEW-AMOUNT
                 COMPUTE WS-PCT-VAL =
                    ACC-TRF-OUT(WS-AC) * 100 / ACC-TRF-IN(WS-AC)
                 MOVE WS-PCT-VAL TO WS-PCT-E
                 MOVE ACC-TRF-OUT(WS-AC) TO WS-MONEY-E
                 MOVE SPACES TO WS-NEW-DETAIL
                 STRING "TRANSFERS IN, " DELIMITED BY SIZE
                    WS-MONEY-E DELIMITED BY SIZE
                    " (" DELIMITED BY SIZE
                    WS-PCT-E DELIMITED BY SIZE
                    "%) SENT OUT SAME DAY" DELIMITED BY SIZE
                    INTO WS-NEW-DETAIL
                 PERFORM RAISE-ALERT.

      * ----------------------------- The usual month is the
      * window's volume scaled to thirty days.  An account with no
      * history in the window has no usual month to measure by, so
      * only the amount floor applies to it.
       CHECK-VOLUME.
              COMPUTE WS-USUAL-MONTH =
                 ACC-HIST-VOL(WS-AC) * 30 / WS-VOLM-DAYS.
              IF ACC-DAY-VOL(WS-AC) NOT < WS-VOLM-AMOUNT
                 AND ACC-DAY-VOL(WS-AC) * 100 >
                     WS-USUAL-MONTH * WS-VOLM-PCT
                 MOVE "VOLM" TO WS-NEW-RULE
                 MOVE ACC-DIGIT(WS-AC) TO WS-NEW-DIGIT
                 MOVE ACC-CUST(WS-AC) TO WS-NEW-CUST
                 MOVE ACC-TAX-ID(WS-AC) TO WS-NEW-TAX-ID
                 MOVE ACC-DAY-VOL(WS-AC) TO WS-NEW-AMOUNT
                 MOVE SPACES TO WS-NEW-DETAIL
                 PERFORM VOLUME-DETAIL
                 PERFORM RAISE-ALERT.

       VOLUME-DETAIL.
              MOVE WS-VOLM-DAYS TO WS-DAYS-E.
              IF WS-USUAL-MONTH = 0
                 STRING "DAY'S VOLUME - NO ACTIVITY IN PRIOR"
                    DELIMITED BY SIZE
                    WS-DAYS-E DELIMITED BY SIZE
                    " DAYS" DELIMITED BY SIZE
                    INTO WS-NEW-DETAIL
              ELSE
                 COMPUTE WS-PCT-VAL =
                    ACC-DAY-VOL(WS-AC) * 100 / WS-USUAL-MONTH
                 MOVE WS-PCT-VAL TO WS-PCT-E
                 MOVE WS-USUAL-MONTH TO WS-MONEY-E
                 STRING "DAY'S VOLUME" DELIMITED BY SIZE
                    WS-PCT-E DELIMITED BY SIZE
                    "% OF USUAL MONTH" DELIMITED BY SIZE
                    WS-MONEY-E DELIMITED BY SIZE
                    INTO WS-NEW-DETAIL.

      * ----------------------------- One alert per hit, unless the
      * same rule already flagged the same account (or tax id) for
      * the business date on an earlier run.
       RAISE-ALERT.
              MOVE 0 TO WS-OLD-HIT.
              PERFORM MATCH-OLD-ALERT
                 VARYING WS-OL FROM 1 BY 1
                 UNTIL WS-OL > WS-OLD-CNT OR WS-OLD-HIT = 1.
              IF WS-OLD-HIT = 1
                 ADD 1 TO WS-REPEAT-COUNT
              ELSE
                 PERFORM WRITE-ALERT.

       MATCH-OLD-ALERT.
              IF OLD-RULE(WS-OL) = WS-NEW-RULE
                 AND OLD-DIGIT(WS-OL) = WS-NEW-DIGIT
                 AND OLD-CUST(WS-OL) = WS-NEW-CUST
                 MOVE 1 TO WS-OLD-HIT.

       WRITE-ALERT.
              PERFORM GET-ALERT-SEQ.
              INITIALIZE REG-ALERT.
              MOVE WS-ALR-ID     TO ALR-ID.
              MOVE WS-NEW-RULE   TO ALR-RULE.
              MOVE WS-RUN-DATE   TO ALR-DATE.
              MOVE WS-NEW-DIGIT  TO ALR-DIGIT.
              MOVE WS-NEW-CUST   TO ALR-CUST.
              MOVE WS-NEW-TAX-ID TO ALR-TAX-ID.
              MOVE WS-NEW-AMOUNT TO ALR-AMOUNT.
              MOVE WS-NEW-DETAIL TO ALR-DETAIL.
              MOVE "O"           TO ALR-STATUS.
              MOVE SPACES        TO ALR-CLOSED-BY.
              PERFORM COPY-ENTRY
                 VARYING WS-EN FROM 1 BY 1
                 UNTIL WS-EN > WS-ENT-CNT.
              WRITE REG-ALERT
                  INVALID KEY
                     ADD 1 TO WS-WRITE-ERRORS
                     DISPLAY "ALERT " WS-ALR-ID " ALREADY ON FILE"
                  NOT INVALID KEY
                     ADD 1 TO WS-RAISED-COUNT
                     PERFORM IMP-ALERT
              END-WRITE.

      * ----------------------------- The entries that count toward
      * the hit; the alert keeps the first eight and the total.
       COPY-ENTRY.
              IF (WS-NEW-RULE = "STRC" AND ENT-STRC(WS-EN) = "Y"
                    AND ((WS-NEW-TAX-ID NOT = SPACES
                       AND ACC-TAX-ID(ENT-ACC(WS-EN)) = WS-NEW-TAX-ID)
                    OR (WS-NEW-TAX-ID = SPACES
                       AND ACC-TAX-ID(ENT-ACC(WS-EN)) = SPACES
                       AND ACC-CUST(ENT-ACC(WS-EN)) = WS-NEW-CUST)))
                 OR (WS-NEW-RULE = "DORM" AND ENT-BIG(WS-EN) = "Y"
                    AND ENT-ACC(WS-EN) = WS-AC)
                 OR (WS-NEW-RULE = "RTRF" AND ENT-TYPE(WS-EN) = "TRF"
                    AND ENT-ACC(WS-EN) = WS-AC)
                 OR (WS-NEW-RULE = "VOLM" AND ENT-ACC(WS-EN) = WS-AC)
                 ADD 1 TO ALR-ENTRY-COUNT
                 IF ALR-ENTRY-COUNT NOT > 8
                    MOVE ENT-SEQ(WS-EN)
                       TO ALR-E-SEQ(ALR-ENTRY-COUNT)
                    MOVE ENT-CODE(WS-EN)
                       TO ALR-E-CODE(ALR-ENTRY-COUNT)
                    MOVE ENT-TYPE(WS-EN)
                       TO ALR-E-TYPE(ALR-ENTRY-COUNT)
                    MOVE ENT-AMOUNT(WS-EN)
                       TO ALR-E-AMOUNT(ALR-ENTRY-COUNT).

      * ----------------------------- Next alert number
       GET-ALERT-SEQ.
              MOVE ZEROS TO WS-ALR-ID.
              OPEN INPUT ALR-CONTROL.
              IF ARQST-ASQ = "00"
                 READ ALR-CONTROL
                     AT END
                        MOVE ZEROS TO WS-ALR-ID
                     NOT AT END
                        MOVE ASQ-LAST-ID TO WS-ALR-ID
                 END-READ
                 CLOSE ALR-CONTROL.
              ADD 1 TO WS-ALR-ID.
              MOVE WS-ALR-ID TO ASQ-LAST-ID.
              OPEN OUTPUT ALR-CONTROL.
              WRITE REG-ALR-CONTROL.
              CLOSE ALR-CONTROL.

      * ----------------------------- The list also goes to the
      * day's spooled print file for the compliance officer.
       OPEN-SPOOL.
              MOVE "O" TO SPL-FUNCTION.
              MOVE ZEROS TO SPL-DATE.
              MOVE "MONITOR" TO SPL-REPORT-ID.
              MOVE "ACTIVITY MONITORING ALERTS" TO SPL-TITLE.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.
              IF SPL-RESULT NOT = 0
                 DISPLAY "REPORT SPOOL UNAVAILABLE - SCREEN ONLY".

       SPOOL-LINE.
              MOVE "L" TO SPL-FUNCTION.
              CALL "REPORT-SPOOL" USING SPOOL-AREA.

       IMP-HEADER.
              DISPLAY "ACTIVITY MONITORING ALERTS FOR " WS-RUN-DATE.
              DISPLAY "ALERT     RULE  ACCOUNT    CUST    TAX ID     "
                 "             AMOUNT".
              DISPLAY "----------------------------------------------"
                 "------------------------".
              MOVE SPACES TO SPL-LINE.
              STRING "ALERT     RULE  ACCOUNT    CUST    TAX ID     "
                 "             AMOUNT" DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              IF WS-STRC-ON = 0
                 MOVE "RULE STRC NOT ACTIVE" TO SPL-LINE
                 PERFORM IMP-RULE-OFF.
              IF WS-DORM-ON = 0
                 MOVE "RULE DORM NOT ACTIVE" TO SPL-LINE
                 PERFORM IMP-RULE-OFF.
              IF WS-RTRF-ON = 0
                 MOVE "RULE RTRF NOT ACTIVE" TO SPL-LINE
                 PERFORM IMP-RULE-OFF.
              IF WS-VOLM-ON = 0
                 MOVE "RULE VOLM NOT ACTIVE" TO SPL-LINE
                 PERFORM IMP-RULE-OFF.

       IMP-RULE-OFF.
              DISPLAY SPL-LINE(1:20).
              PERFORM SPOOL-LINE.

       IMP-ALERT.
              MOVE ALR-ID     TO RPT-ID-E.
              MOVE ALR-RULE   TO RPT-RULE-E.
              MOVE ALR-DIGIT  TO RPT-DIGIT-E.
              MOVE ALR-CUST   TO RPT-CUST-E.
              MOVE ALR-TAX-ID TO RPT-TAX-ID-E.
              MOVE ALR-AMOUNT TO RPT-AMOUNT-E.
              DISPLAY REG-LINE-E.
              DISPLAY "          " ALR-DETAIL.
              MOVE REG-LINE-E TO SPL-LINE.
              PERFORM SPOOL-LINE.
              MOVE SPACES TO SPL-LINE.
              STRING "          " DELIMITED BY SIZE
                 ALR-DETAIL DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.

       IMP-TOTAL.
              DISPLAY "----------------------------------------------"
                 "------------------------".
              MOVE ALL "-" TO SPL-LINE.
              PERFORM SPOOL-LINE.
              DISPLAY "ALERTS RAISED: " WS-RAISED-COUNT.
              MOVE SPACES TO SPL-LINE.
              STRING "ALERTS RAISED: " DELIMITED BY SIZE
                 WS-RAISED-COUNT DELIMITED BY SIZE
                 INTO SPL-LINE.
              PERFORM SPOOL-LINE.
              IF WS-REPEAT-COUNT > 0
                 DISPLAY "HITS ALREADY RAISED ON AN EARLIER RUN: "
                    WS-REPEAT-COUNT
                 MOVE SPACES TO SPL-LINE
                 STRING "HITS ALREADY RAISED ON AN EARLIER RUN: "
                    DELIMITED BY SIZE
                    WS-REPEAT-COUNT DELIMITED BY SIZE
                    INTO SPL-LINE
                 PERFORM SPOOL-LINE.
              IF WS-ORPHAN-COUNT > 0
                 DISPLAY "ENTRIES WITH NO ACCOUNT ON FILE: "
                    WS-ORPHAN-COUNT " - CHECK THE JOURNAL"
                 MOVE SPACES TO SPL-LINE
                 STRING "ENTRIES WITH NO ACCOUNT ON FILE: "
                    DELIMITED BY SIZE
                    WS-ORPHAN-COUNT DELIMITED BY SIZE
                    " - CHECK THE JOURNAL" DELIMITED BY SIZE
                    INTO SPL-LINE
                 PERFORM SPOOL-LINE.
              IF WS-ACC-FULL = 1
                 DISPLAY "ACCOUNT TABLE LIMIT REACHED - "
                    "SOME ACCOUNTS NOT MONITORED"
                 MOVE "ACCOUNT TABLE LIMIT - SOME ACCOUNTS NOT CHECKED"
                    TO SPL-LINE
                 PERFORM SPOOL-LINE.
              IF WS-ENT-FULL = 1
                 DISPLAY "ENTRY TABLE LIMIT REACHED - "
                    "ALERTS MAY SHOW FEWER ENTRIES"
                 MOVE "ENTRY TABLE LIMIT - ALERT ENTRY LISTS SHORT"
                    TO SPL-LINE
                 PERFORM SPOOL-LINE.

      * ----------------------------- An alert that could not be
      * written fails the step so the night is looked at.
       END-PROGRAM.
              MOVE WS-RAISED-COUNT TO BATCH-RECORD-COUNT.
              IF WS-WRITE-ERRORS = 0
                 MOVE 1 TO BATCH-STEP-OK
              ELSE
                 DISPLAY "ALERT WRITE ERRORS: " WS-WRITE-ERRORS
                    " - RUN FAILED"
                 MOVE 0 TO BATCH-STEP-OK.
              CLOSE CLIENT.
              IF WS-CUS-OPEN = 1
                 CLOSE CUSTOMER-FILE.
              GOBACK.
