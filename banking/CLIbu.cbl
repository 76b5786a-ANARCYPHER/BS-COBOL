      ******************************************************************
      * Author: ALLSAFECYBER
      * Date:
      * Purpose: Banking C.R.U.D
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-ARCHIVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              SELECT CLOSED-FILE ASSIGN TO DISK
              ORGANIZATION INDEXED
              ACCESS MODE RANDOM
              RECORD KEY IS CLX-DIGIT
              LOCK MODE IS AUTOMATIC
              FILE STATUS ARQST-CLX.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSED-FILE LABEL RECORD STANDARD
                DATA RECORD IS REG-CLOSED
                VALUE OF FILE-ID IS "CLOSEIDX.DAT".
          COPY REGCLX.

       WORKING-STORAGE SECTION.
         01 ARQST-CLX    PIC X(02).

       LINKAGE SECTION.
          COPY ARCLNK.

       PROCEDURE DIVISION USING ACCT-ARCHIVE-AREA.
      * ----------------------------- An account no longer on
      * PRODUCTS.DAT may have been purged after its retention
      * period; its entry on the closed-account index says when.
      * No index yet means nothing has been purged.
       START-PROGRAM.
              MOVE 1 TO ARC-RESULT.
              MOVE ZEROS TO ARC-CUST ARC-BALANCE ARC-CLOSED-DATE
                            ARC-ARCHIVED-DATE ARC-HOLDS ARC-ORDERS
                            ARC-TERMS.
              MOVE SPACES TO ARC-TYPE ARC-CURRENCY.
              OPEN INPUT CLOSED-FILE.
              IF ARQST-CLX NOT = "00"
                 GOBACK.
              MOVE ARC-ACCOUNT TO CLX-DIGIT.
              READ CLOSED-FILE
                  NOT INVALID KEY
                     MOVE 0                 TO ARC-RESULT
                     MOVE CLX-CUST          TO ARC-CUST
                     MOVE CLX-TYPE          TO ARC-TYPE
                     MOVE CLX-CURRENCY      TO ARC-CURRENCY
                     MOVE CLX-BALANCE       TO ARC-BALANCE
                     MOVE CLX-CLOSED-DATE   TO ARC-CLOSED-DATE
                     MOVE CLX-ARCHIVED-DATE TO ARC-ARCHIVED-DATE
                     MOVE CLX-HOLDS         TO ARC-HOLDS
                     MOVE CLX-ORDERS        TO ARC-ORDERS
                     MOVE CLX-TERMS         TO ARC-TERMS
              END-READ.
              CLOSE CLOSED-FILE.
              GOBACK.
