         01 MONITOR.
              02 BLANK SCREEN.
              02 LINE 2 COL 29 VALUE "INTEREST RATE TABLE".
              02 LINE 4 COL 19 VALUE "TYPE (C/S/B/W,X=QUIT):".
              02 LINE 6 COL 19 VALUE "EFFECTIVE (AAAAMMDD):".
              02 LINE 8 COL 19 VALUE "RATE (0,0000):".
              02 LINE 15 COL 25 VALUE "MESSAGE:".
              IF RT-TYPE-W = "X"
                 DISPLAY WS-MENS1 AT 1535
                 PERFORM END-PROGRAM.
      * ----------------------------- W is the withholding tax rate
      * taken from credited interest, kept beside the interest rates.
              IF RT-TYPE-W = "C" OR "S" OR "B" OR "W"
                 MOVE 1 TO WS-TYPE-OK
              ELSE
                 DISPLAY "TYPE MUST BE C, S, B OR W" AT 2030
                 MOVE 0 TO WS-TYPE-OK.

       ACCEPT-EFFECTIVE.
