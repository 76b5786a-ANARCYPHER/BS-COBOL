              02 LINE 4 COL 19 VALUE "OPERATOR ID:".
              02 LINE 6 COL 19 VALUE "NAME:".
              02 LINE 8 COL 19 VALUE "PASSWORD:".
              02 LINE 10 COL 19 VALUE "ROLE (T/S/C/F):".
              02 LINE 12 COL 19 VALUE "STATUS (A/I):".
              02 LINE 15 COL 25 VALUE "MESSAGE:".


       SHOW-DADOS.
              DISPLAY OPR-NAME-W   AT 0626.
              DISPLAY OPR-ROLE-W   AT 1034.
              DISPLAY OPR-STATUS-W AT 1234.

       ENTER-DADOS.

       ACCEPT-ROLE.
              DISPLAY WS-SPACE AT 2030.
              ACCEPT OPR-ROLE-W AT 1034 WITH PROMPT AUTO.
              IF OPR-ROLE-W = "T" OR "S" OR "C" OR "F"
                 MOVE 1 TO WS-ROLE-OK
              ELSE
                 DISPLAY "ROLE MUST BE T, S, C OR F" AT 2030
                 MOVE 0 TO WS-ROLE-OK.

       ACCEPT-STATUS.
