           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).
           OPEN I-O ACCOUNTS
           IF WS-FS-ACCOUNTS NOT = "00"
               DISPLAY "ACCOUNTS.DAT not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

