          05 MEMBER-EXPIRY-DATE PIC 9(8).
          05 MEMBER-ROLE        PIC X(10).
          05 MEMBER-CONTACT-PREF PIC X(5).
          05 MEMBER-CATEGORY    PIC X(8).

       FD FINE-FILE.
       01 FINE-RECORD.
               DISPLAY "Batch refused: the desk is still logged in. "
                   "Run again after the desk session ends."
               PERFORM WRITE-LOCK-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           IF WS-FS-FINE NOT = "00"
               DISPLAY "FINES.TXT not found. Cannot verify balances."
               CLOSE MEMBER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

