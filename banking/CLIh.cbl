       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT BRANCH-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS BR-CODE
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-BRN.

              SELECT XREF-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS XRF-OLD-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-XRF.

              SELECT CLOSED-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CLX-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CLX.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-BRANCH
                VALUE OF FILE-ID IS "BRANCH.DAT".
          COPY REGBRN.

       FD XREF-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-XREF
                VALUE OF FILE-ID IS "ACCTXREF.DAT".
          COPY REGXRF.

       FD CLOSED-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CLOSED
                VALUE OF FILE-ID IS "CLOSEIDX.DAT".
          COPY REGCLX.

       WORKING-STORAGE SECTION.
          01 WS-BASE        PIC 9(08) VALUE ZEROS.
          01 WS-BASE-R REDEFINES WS-BASE.
          01 WS-REM         PIC 9(02) VALUE ZEROS COMP.
          01 WS-IX          PIC 9(02) VALUE ZEROS COMP.
          01 WS-COMPUTED    PIC 9(02) VALUE ZEROS.
          01 WS-BR-STATE    PIC X(01) VALUE SPACES.
          01 ARQST-BRN      PIC X(02).
          01 ARQST-XRF      PIC X(02).
          01 ARQST-CLX      PIC X(02).

       LINKAGE SECTION.
          COPY ACKLNK.
      * eight branch + serial digits, weights 9 down to 2; a result
      * of 10 or 11 becomes check digit zero.
       START-PROGRAM.
              MOVE ZEROS TO ACK-MOVED-FROM ACK-ARCHIVED.
              MOVE SPACES TO ACK-MESSAGE.
              MOVE ACK-BRANCH TO WS-BASE(1:3).
              MOVE ACK-SERIAL TO WS-BASE(4:5).
              MOVE ZEROS TO WS-SUM.
                 IF ACK-CHECK = WS-COMPUTED
                    MOVE 0 TO ACK-RESULT
                 ELSE
                    MOVE 1 TO ACK-RESULT
                    MOVE "INVALID CHECK DIGIT" TO ACK-MESSAGE.
              IF ACK-RESULT = 0
                 PERFORM FIND-ARCHIVED
                 PERFORM CHECK-BRANCH.
              IF ACK-RESULT = 0 AND ACK-FUNCTION = "C"
                 AND ACK-ARCHIVED = 1
                 MOVE 4 TO ACK-RESULT
                 MOVE "ARCHIVED NUMBER - NOT REUSABLE" TO ACK-MESSAGE.
              GOBACK.

       ADD-DIGIT.
              COMPUTE WS-SUM = WS-SUM
                 + WS-BASE-DIG(WS-IX) * (10 - WS-IX).

      * ----------------------------- No branch master yet means
      * every branch is accepted, as before it existed.  An account
      * of a closed branch that the migration moved is followed to
      * its new number, and an archived account is let through to
      * be looked up; any other is refused.
       CHECK-BRANCH.
              MOVE "O" TO WS-BR-STATE.
              OPEN INPUT BRANCH-FILE.
              IF ARQST-BRN = "00"
                 MOVE ACK-BRANCH TO BR-CODE
                 READ BRANCH-FILE
                     INVALID KEY
                        MOVE "U" TO WS-BR-STATE
                     NOT INVALID KEY
                        MOVE BR-STATUS TO WS-BR-STATE
                 END-READ
                 CLOSE BRANCH-FILE.
              IF WS-BR-STATE NOT = "O" AND ACK-FUNCTION = "V"
                 PERFORM FOLLOW-XREF.
              IF WS-BR-STATE NOT = "O" AND ACK-FUNCTION = "V"
                 AND ACK-ARCHIVED = 1
                 MOVE "O" TO WS-BR-STATE.
              IF WS-BR-STATE = "U"
                 MOVE 2 TO ACK-RESULT
                 MOVE "BRANCH NOT ON FILE" TO ACK-MESSAGE
              ELSE IF WS-BR-STATE NOT = "O"
                 MOVE 3 TO ACK-RESULT
                 MOVE "BRANCH CLOSED" TO ACK-MESSAGE.

       FOLLOW-XREF.
              OPEN INPUT XREF-FILE.
              IF ARQST-XRF = "00"
                 MOVE ACK-ACCOUNT TO XRF-OLD-DIGIT
                 READ XREF-FILE
                     NOT INVALID KEY
                        MOVE ACK-ACCOUNT   TO ACK-MOVED-FROM
                        MOVE XRF-NEW-DIGIT TO ACK-ACCOUNT
                        MOVE "O" TO WS-BR-STATE
                 END-READ
                 CLOSE XREF-FILE.

      * ----------------------------- No closed-account index yet
      * means nothing has been archived.
       FIND-ARCHIVED.
              OPEN INPUT CLOSED-FILE.
              IF ARQST-CLX = "00"
                 MOVE ACK-ACCOUNT TO CLX-DIGIT
                 READ CLOSED-FILE
                     NOT INVALID KEY
                        MOVE 1 TO ACK-ARCHIVED
                 END-READ
                 CLOSE CLOSED-FILE.
