           ACCEPT WS-PERIOD
           IF WS-PERIOD = SPACES
               DISPLAY "NO PERIOD GIVEN. NOTHING ROLLED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

