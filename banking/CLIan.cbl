              PERFORM CONTINUA UNTIL WS-OPTION = "S" OR "N".

       ASK-FILTERS.
              DISPLAY "(C)USTOMER, (A)CCOUNT, (B)RANCH OR BLANK=ALL: "
                 WITH NO ADVANCING.
              ACCEPT WS-FILTER-KIND.
              DISPLAY "KEY (0=ALL): " WITH NO ADVANCING.
