       FD MEMBER-FILE.
       01 MEMBER-RECORD.
          05 MEMBER-ID-KEY      PIC X(12).
          05 FILLER             PIC X(181).

       FD BOOK-FILE.
       01 BOOK-RECORD.
       01 COPY-RECORD.
          05 COPY-ACCESSION-KEY PIC X(12).
          05 COPY-ISBN          PIC X(13).
          05 FILLER             PIC X(41).

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
                   PERFORM DO-RESTORE
               WHEN OTHER
                   DISPLAY "Unknown mode. Nothing done."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

           ELSE
               DISPLAY WS-FILE-STEM ": COUNT MISMATCH. Source "
                   WS-SRC-COUNT " vs backup " WS-BAK-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

       RECORD-GENERATION.
