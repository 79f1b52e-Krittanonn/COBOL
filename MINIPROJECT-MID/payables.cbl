      *          mismatch goes to EXCEPTION and APEXCEPT.TXT; a
      *          payment-marking step closes invoices so the
      *          outstanding position per supplier is always known.
      *          DEBIT notes raised by RETURN-TO-VENDOR are shown on
      *          the ledger and netted off the next invoice paid to
      *          the same supplier.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          05 FILE-PO-RECV-QTY  PIC 9(5).
          05 FILE-PO-RECV-DATE PIC X(10).
          05 FILE-PO-SUPPLIER-ID PIC X(5).
          05 FILE-PO-PACK-UNIT PIC X(6).
          05 FILE-PO-PACK-SIZE PIC 9(4).
          05 FILE-PO-PACKS     PIC 9(5).

       FD EXCEPT-FILE.
       01 EXCEPT-LINE PIC X(132).
       01 WS-LEDGER-COUNT PIC 9(5).
       01 WS-SUPPLIER-FILTER PIC X(5).
       01 WS-OUTSTANDING PIC 9(12)V99.
       01 WS-DEBITS-OPEN PIC 9(12)V99.
       01 WS-NET-OUTSTANDING PIC S9(12)V99.
       01 WS-PAY-INV-NO PIC X(10).
       01 WS-PAY-SUPPLIER PIC X(5).
       01 WS-PAY-REMAINING PIC 9(9)V99.
       01 WS-PAY-NETTED PIC 9(9)V99.
       01 DISPLAY-NET PIC -,---,---,--9.99.
       01 DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-COST PIC Z,ZZZ,ZZZ.99.

           ACCEPT WS-SUPPLIER-FILTER
           MOVE 0 TO WS-LEDGER-COUNT
           MOVE 0 TO WS-OUTSTANDING
           MOVE 0 TO WS-DEBITS-OPEN
           MOVE LOW-VALUES TO FILE-INV-NO
           START INVOICE-FILE KEY IS NOT LESS THAN FILE-INV-NO
               INVALID KEY MOVE "10" TO WS-FS-INVOICE
                               FILE-INV-DUE-DATE " | "
                               DISPLAY-AMOUNT
                       END-IF
                       IF FILE-INV-STATUS = "DEBIT" AND
                          (WS-SUPPLIER-FILTER = SPACES OR
                           FILE-INV-SUPPLIER = WS-SUPPLIER-FILTER)
                           ADD FILE-INV-AMOUNT TO WS-DEBITS-OPEN
                           MOVE FILE-INV-AMOUNT TO DISPLAY-AMOUNT
                           DISPLAY FILE-INV-NO " | RTV: "
                               FILE-INV-PO-NO " | "
                               FILE-INV-SUPPLIER " | DEBIT NOTE "
                               "| -" DISPLAY-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-OUTSTANDING TO DISPLAY-AMOUNT
           DISPLAY "OPEN INVOICES: " WS-LEDGER-COUNT
               " | OUTSTANDING: " DISPLAY-AMOUNT
           IF WS-DEBITS-OPEN > 0
               MOVE WS-DEBITS-OPEN TO DISPLAY-AMOUNT
               COMPUTE WS-NET-OUTSTANDING =
                   WS-OUTSTANDING - WS-DEBITS-OPEN
               MOVE WS-NET-OUTSTANDING TO DISPLAY-NET
               DISPLAY "OPEN DEBIT NOTES: " DISPLAY-AMOUNT
                   " | NET OUTSTANDING: " DISPLAY-NET
           END-IF.

       MARK-INVOICE-PAID.
           DISPLAY "ENTER INVOICE NO: "
                       WHEN "EXCEPTION"
                           DISPLAY "INVOICE IS AN EXCEPTION. "
                               "RESOLVE THE MISMATCH FIRST."
                       WHEN "DEBIT"
                       WHEN "APPLIED"
                           DISPLAY "THIS IS A SUPPLIER DEBIT NOTE. "
                               "IT IS NETTED WHEN AN INVOICE IS PAID."
                       WHEN OTHER
                           PERFORM PAY-INVOICE
                   END-EVALUATE
           END-READ.

       PAY-INVOICE.
           MOVE FILE-INV-NO TO WS-PAY-INV-NO
           MOVE FILE-INV-SUPPLIER TO WS-PAY-SUPPLIER
           MOVE FILE-INV-AMOUNT TO WS-PAY-REMAINING
           PERFORM APPLY-DEBIT-NOTES
           MOVE WS-PAY-INV-NO TO FILE-INV-NO
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY "ERROR: INVOICE NOT FOUND."
               NOT INVALID KEY
                   MOVE "PAID" TO FILE-INV-STATUS
                   REWRITE INVOICE-RECORD
                   DISPLAY "INVOICE MARKED PAID."
                   IF WS-PAY-REMAINING < FILE-INV-AMOUNT
                       COMPUTE WS-PAY-NETTED =
                           FILE-INV-AMOUNT - WS-PAY-REMAINING
                       MOVE WS-PAY-NETTED TO DISPLAY-AMOUNT
                       DISPLAY "LESS DEBIT NOTES:  " DISPLAY-AMOUNT
                       MOVE WS-PAY-REMAINING TO DISPLAY-AMOUNT
                       DISPLAY "AMOUNT TO PAY:     " DISPLAY-AMOUNT
                   END-IF
           END-READ.

       APPLY-DEBIT-NOTES.
           MOVE LOW-VALUES TO FILE-INV-NO
           START INVOICE-FILE KEY IS NOT LESS THAN FILE-INV-NO
               INVALID KEY MOVE "10" TO WS-FS-INVOICE
               NOT INVALID KEY MOVE "00" TO WS-FS-INVOICE
           END-START
           PERFORM UNTIL WS-FS-INVOICE = "10"
               OR WS-PAY-REMAINING = 0
               READ INVOICE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-INVOICE
                   NOT AT END
                       IF FILE-INV-STATUS = "DEBIT" AND
                          FILE-INV-SUPPLIER = WS-PAY-SUPPLIER
                           PERFORM APPLY-ONE-DEBIT-NOTE
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-ONE-DEBIT-NOTE.
           IF FILE-INV-AMOUNT > WS-PAY-REMAINING
               SUBTRACT WS-PAY-REMAINING FROM FILE-INV-AMOUNT
               MOVE 0 TO WS-PAY-REMAINING
               MOVE FILE-INV-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY "DEBIT NOTE " FILE-INV-NO
                   " PART USED. STILL OPEN: " DISPLAY-AMOUNT
           ELSE
               SUBTRACT FILE-INV-AMOUNT FROM WS-PAY-REMAINING
               MOVE "APPLIED" TO FILE-INV-STATUS
               DISPLAY "DEBIT NOTE " FILE-INV-NO " APPLIED."
           END-IF
           REWRITE INVOICE-RECORD.

       LIST-EXCEPTIONS.
           MOVE 0 TO WS-LEDGER-COUNT
           MOVE LOW-VALUES TO FILE-INV-NO
