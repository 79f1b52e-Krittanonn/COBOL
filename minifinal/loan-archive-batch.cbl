               DISPLAY "Batch refused: the desk is still logged in. "
                   "Run again after the desk session ends."
               PERFORM WRITE-LOCK-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Archive RETURNED loans returned before "
           ACCEPT WS-CUTOFF-DATE
           IF WS-CUTOFF-DATE NOT NUMERIC OR WS-CUTOFF-DATE = 0
               DISPLAY "Invalid cutoff date. Nothing archived."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-FS-FINE NOT = "00"
               DISPLAY "FINE file not found."
               CLOSE LOAN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

