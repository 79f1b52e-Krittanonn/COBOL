          05 MEMBER-EXPIRY-DATE PIC 9(8).
          05 MEMBER-ROLE        PIC X(10).
          05 MEMBER-CONTACT-PREF PIC X(5).
          05 MEMBER-CATEGORY    PIC X(8).

       FD BOOK-FILE.
       01 BOOK-RECORD.
          05 COPY-CONDITION     PIC X(10).
          05 COPY-LOCATION      PIC X(15).
          05 COPY-STATUS        PIC X(10).
          05 COPY-LOAN-CLASS    PIC X(6).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE        PIC X(132).
           OPEN INPUT COPY-FILE
           IF WS-FS-MEMBER NOT = "00" OR WS-FS-BOOK NOT = "00"
               DISPLAY "Master files missing. Check aborted."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

