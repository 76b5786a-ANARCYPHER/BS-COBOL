      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-RATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT FXRATE-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE DYNAMIC
              RECORD KEY IS FX-KEY
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-FXR.

       DATA DIVISION.
       FILE SECTION.
       FD FXRATE-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-FXRATE
                VALUE OF FILE-ID IS "FXRATE.DAT".
          COPY REGFXR.

       WORKING-STORAGE SECTION.
          01 WS-BASE-CURRENCY PIC X(03) VALUE "BRL".
          01 WS-KNOWN         PIC 9(01) VALUE ZEROS.
          01 ARQST-FXR        PIC X(02).

       LINKAGE SECTION.
          COPY FXRLNK.

       PROCEDURE DIVISION USING FX-RATE-AREA.
      * ----------------------------- The base currency needs no
      * table: it converts at one.  Any other currency is good only
      * once treasury has keyed a rate for it, and for R only with
      * a rate for the very date asked.
       START-PROGRAM.
              MOVE WS-BASE-CURRENCY TO FXR-BASE.
              MOVE ZEROS TO FXR-BUY FXR-SELL FXR-MID.
              MOVE "N" TO FXR-BASE-FLAG.
              IF FXR-CURRENCY = SPACES
                 OR FXR-CURRENCY = WS-BASE-CURRENCY
                 MOVE "S" TO FXR-BASE-FLAG
                 MOVE 1 TO FXR-BUY FXR-SELL FXR-MID
                 MOVE 0 TO FXR-RESULT
                 GOBACK.
              MOVE 2 TO FXR-RESULT.
              OPEN INPUT FXRATE-FILE.
              IF ARQST-FXR NOT = "00"
                 GOBACK.
              PERFORM CHECK-KNOWN.
              IF WS-KNOWN = 1
                 IF FXR-FUNCTION = "K"
                    MOVE 0 TO FXR-RESULT
                 ELSE
                    PERFORM READ-DAY-RATE.
              CLOSE FXRATE-FILE.
              GOBACK.

       CHECK-KNOWN.
              MOVE 0 TO WS-KNOWN.
              MOVE FXR-CURRENCY TO FX-CURRENCY.
              MOVE ZEROS TO FX-DATE.
              START FXRATE-FILE KEY IS NOT LESS THAN FX-KEY
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     READ FXRATE-FILE NEXT
                         AT END
                            CONTINUE
                         NOT AT END
                            IF FX-CURRENCY = FXR-CURRENCY
                               MOVE 1 TO WS-KNOWN
                            END-IF
                     END-READ
              END-START.

       READ-DAY-RATE.
              MOVE 1 TO FXR-RESULT.
              MOVE FXR-CURRENCY TO FX-CURRENCY.
              MOVE FXR-DATE     TO FX-DATE.
              READ FXRATE-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE FX-BUY-RATE  TO FXR-BUY
                     MOVE FX-SELL-RATE TO FXR-SELL
                     COMPUTE FXR-MID ROUNDED =
                        (FX-BUY-RATE + FX-SELL-RATE) / 2
                     MOVE 0 TO FXR-RESULT
              END-READ.
