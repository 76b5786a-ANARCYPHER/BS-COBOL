                VALUE OF FILE-ID IS "PRODBKUP.SEQ".
          01 REG-BACKUP.
                02 BK-MARKER PIC X(01).
                02 BK-DATA   PIC X(57).
                02 BK-TRAILER REDEFINES BK-DATA.
                     03 BK-COUNT PIC 9(07).
                     03 BK-HASH  PIC S9(11)V99.
                     03 FILLER   PIC X(37).

       WORKING-STORAGE SECTION.
         01 ARQST                   PIC X(02).
         01 WS-TRAILER-COUNT        PIC 9(07) VALUE ZEROS.
         01 WS-TRAILER-HASH         PIC S9(11)V99 VALUE ZEROS.
         01 WS-HASH-E               PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
         01 REG-CLI-SAVE            PIC X(57).

       PROCEDURE DIVISION.
       START-PROGRAM.
