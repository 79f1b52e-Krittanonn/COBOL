      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: Return-to-vendor processing. Unsaleable returns and
      *          expired lots written off at the till are held on
      *          QUARANTINE.DAT until they go back to the supplier.
      *          A return is raised per supplier for everything in
      *          quarantine against that supplier's products: the
      *          return note goes to RTV_NOTES.TXT, the quantities
      *          leave quarantine, and a DEBIT note at product cost
      *          is posted to APINV.DAT so SUPPLIER-PAYABLES nets it
      *          off the next invoice paid to that supplier.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURN-TO-VENDOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUARANTINE-FILE ASSIGN TO "QUARANTINE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-QT-PRODUCT
              FILE STATUS IS WS-FS-QUARANTINE.

           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-PRODUCT-ID
              FILE STATUS IS WS-FS-PRODUCT.

           SELECT SUPPLIER-FILE ASSIGN TO "SUPPLIERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-SUPPLIER-ID
              FILE STATUS IS WS-FS-SUPPLIER.

           SELECT INVOICE-FILE ASSIGN TO "APINV.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-INV-NO
              FILE STATUS IS WS-FS-INVOICE.

           SELECT RTV-NOTE-FILE ASSIGN TO "RTV_NOTES.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RTV-NOTE.

       DATA DIVISION.
       FILE SECTION.

       FD QUARANTINE-FILE.
       01 QUARANTINE-RECORD.
          05 FILE-QT-PRODUCT     PIC X(7).
          05 FILE-QT-DAMAGED     PIC 9(5).
          05 FILE-QT-EXPIRED     PIC 9(5).

       FD PRODUCT-FILE.
       01 PRODUCT-FILE-RECORD.
          05 FILE-PRODUCT-ID      PIC X(7).
          05 FILE-PRODUCT-NAME    PIC X(30).
          05 FILE-PRODUCT-PRICE   PIC 9(5)V99.
          05 FILE-PRODUCT-STOCK   PIC 9(5).
          05 FILE-PRODUCT-SUPPLIER PIC X(5).
          05 FILE-PRODUCT-COST    PIC 9(7)V99.
          05 FILE-PRODUCT-STATUS  PIC X(12).
          05 FILE-PRODUCT-CLASS   PIC X.

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          05 FILE-SUPPLIER-ID      PIC X(5).
          05 FILE-SUPPLIER-NAME    PIC X(20).
          05 FILE-SUPPLIER-CONTACT PIC X(30).
          05 FILE-SUPPLIER-LEAD    PIC 9(3).

       FD INVOICE-FILE.
       01 INVOICE-RECORD.
          05 FILE-INV-NO       PIC X(10).
          05 FILE-INV-PO-NO    PIC X(8).
          05 FILE-INV-SUPPLIER PIC X(5).
          05 FILE-INV-QTY      PIC 9(5).
          05 FILE-INV-UNIT-COST PIC 9(7)V99.
          05 FILE-INV-DATE     PIC 9(8).
          05 FILE-INV-DUE-DATE PIC 9(8).
          05 FILE-INV-AMOUNT   PIC 9(9)V99.
          05 FILE-INV-STATUS   PIC X(10).

       FD RTV-NOTE-FILE.
       01 RTV-NOTE-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-QUARANTINE PIC XX.
       01 WS-FS-PRODUCT PIC XX.
       01 WS-FS-SUPPLIER PIC XX.
       01 WS-FS-INVOICE PIC XX.
       01 WS-FS-RTV-NOTE PIC XX.
       01 WS-OPTION PIC 9 VALUE 0.
       01 WS-EXIT PIC X VALUE "N".
       01 WS-CONFIRM PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY PIC X(8).
       01 WS-NOTE-DATE PIC X(10).
       01 WS-RTV-SEQ PIC 9(6) VALUE 0.
       01 WS-RTV-NUM PIC 9(6).
       01 WS-RTV-NO PIC X(8).
       01 WS-RTV-SUPPLIER PIC X(5).
       01 WS-RTV-MODE PIC X.
       01 WS-RTV-LINES PIC 9(5).
       01 WS-RTV-UNITS PIC 9(5).
       01 WS-RTV-VALUE PIC 9(9)V99.
       01 WS-LINE-QTY PIC 9(5).
       01 WS-LINE-VALUE PIC 9(9)V99.
       01 WS-QT-MATCH PIC X.
       01 DISPLAY-COST PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== RETURN TO VENDOR ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY-X(1:4) TO WS-NOTE-DATE(1:4)
           MOVE "-" TO WS-NOTE-DATE(5:1)
           MOVE WS-TODAY-X(5:2) TO WS-NOTE-DATE(6:2)
           MOVE "-" TO WS-NOTE-DATE(8:1)
           MOVE WS-TODAY-X(7:2) TO WS-NOTE-DATE(9:2)

           OPEN I-O QUARANTINE-FILE
           IF WS-FS-QUARANTINE NOT = "00"
               DISPLAY "QUARANTINE.DAT NOT FOUND. NOTHING TO RETURN."
               GOBACK
           END-IF

           OPEN INPUT PRODUCT-FILE
           IF WS-FS-PRODUCT NOT = "00"
               DISPLAY "PRODUCTS.DAT NOT FOUND."
               CLOSE QUARANTINE-FILE
               GOBACK
           END-IF

           OPEN INPUT SUPPLIER-FILE
           IF WS-FS-SUPPLIER NOT = "00"
               DISPLAY "SUPPLIERS.DAT NOT FOUND."
               CLOSE QUARANTINE-FILE PRODUCT-FILE
               GOBACK
           END-IF

           OPEN I-O INVOICE-FILE
           IF WS-FS-INVOICE NOT = "00"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF
           PERFORM INIT-RTV-SEQ

           PERFORM UNTIL WS-EXIT = "Y"
               MOVE 0 TO WS-OPTION
               DISPLAY " "
               DISPLAY "1. QUARANTINE STOCK BY SUPPLIER"
               DISPLAY "2. RAISE RETURN TO SUPPLIER"
               DISPLAY "3. EXIT"
               DISPLAY "CHOSE OPTION (1-3): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM LIST-QUARANTINE
                   WHEN 2
                       PERFORM RAISE-RETURN
                   WHEN 3
                       MOVE "Y" TO WS-EXIT
                   WHEN OTHER
                       DISPLAY "INVALID OPTION. TRY AGAIN."
               END-EVALUATE
           END-PERFORM

           CLOSE QUARANTINE-FILE PRODUCT-FILE SUPPLIER-FILE
               INVOICE-FILE
           DISPLAY "EXITING PROGRAM. GOOD BYE!".
           STOP RUN.

       INIT-RTV-SEQ.
           MOVE "RV" TO FILE-INV-NO
           START INVOICE-FILE KEY IS NOT LESS THAN FILE-INV-NO
               INVALID KEY MOVE "10" TO WS-FS-INVOICE
               NOT INVALID KEY MOVE "00" TO WS-FS-INVOICE
           END-START
           PERFORM UNTIL WS-FS-INVOICE = "10"
               READ INVOICE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-INVOICE
                   NOT AT END
                       IF FILE-INV-NO(1:2) NOT = "RV"
                           MOVE "10" TO WS-FS-INVOICE
                       ELSE
                           IF FILE-INV-NO(3:6) IS NUMERIC
                               MOVE FILE-INV-NO(3:6) TO WS-RTV-NUM
                               IF WS-RTV-NUM > WS-RTV-SEQ
                                   MOVE WS-RTV-NUM TO WS-RTV-SEQ
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACCEPT-RTV-SUPPLIER.
           DISPLAY "SUPPLIER ID: "
           ACCEPT WS-RTV-SUPPLIER
           MOVE WS-RTV-SUPPLIER TO FILE-SUPPLIER-ID
           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "ERROR: SUPPLIER NOT FOUND."
                   MOVE SPACES TO WS-RTV-SUPPLIER
               NOT INVALID KEY
                   DISPLAY "SUPPLIER: " FILE-SUPPLIER-NAME
           END-READ.

       LIST-QUARANTINE.
           PERFORM ACCEPT-RTV-SUPPLIER
           IF WS-RTV-SUPPLIER NOT = SPACES
               MOVE "L" TO WS-RTV-MODE
               PERFORM SCAN-QUARANTINE
               IF WS-RTV-LINES = 0
                   DISPLAY "NOTHING IN QUARANTINE FOR THIS SUPPLIER."
               END-IF
           END-IF.

       RAISE-RETURN.
           PERFORM ACCEPT-RTV-SUPPLIER
           IF WS-RTV-SUPPLIER NOT = SPACES
               MOVE "L" TO WS-RTV-MODE
               PERFORM SCAN-QUARANTINE
               IF WS-RTV-LINES = 0
                   DISPLAY "NOTHING IN QUARANTINE FOR THIS SUPPLIER."
               ELSE
                   MOVE WS-RTV-VALUE TO DISPLAY-AMOUNT
                   DISPLAY "RETURN " WS-RTV-UNITS " UNITS, DEBIT "
                       "NOTE VALUE " DISPLAY-AMOUNT " (Y/N)? "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM POST-RETURN
                   ELSE
                       DISPLAY "RETURN NOT RAISED."
                   END-IF
               END-IF
           END-IF.

       POST-RETURN.
           ADD 1 TO WS-RTV-SEQ
           MOVE SPACES TO WS-RTV-NO
           STRING
               "RV" DELIMITED BY SIZE
               WS-RTV-SEQ DELIMITED BY SIZE
               INTO WS-RTV-NO
           END-STRING

           OPEN EXTEND RTV-NOTE-FILE
           IF WS-FS-RTV-NOTE NOT = "00"
               OPEN OUTPUT RTV-NOTE-FILE
           END-IF
           MOVE SPACES TO RTV-NOTE-LINE
           STRING
               "RETURN TO SUPPLIER " DELIMITED BY SIZE
               WS-RTV-NO DELIMITED BY SIZE
               " | DATE: " DELIMITED BY SIZE
               WS-NOTE-DATE DELIMITED BY SIZE
               INTO RTV-NOTE-LINE
           END-STRING
           WRITE RTV-NOTE-LINE
           MOVE SPACES TO RTV-NOTE-LINE
           STRING
               "SUPPLIER: " DELIMITED BY SIZE
               FILE-SUPPLIER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FILE-SUPPLIER-NAME DELIMITED BY SIZE
               " | CONTACT: " DELIMITED BY SIZE
               FILE-SUPPLIER-CONTACT DELIMITED BY SIZE
               INTO RTV-NOTE-LINE
           END-STRING
           WRITE RTV-NOTE-LINE
           MOVE "PRODUCT | DAMAGED | EXPIRED | UNIT COST    | VALUE"
               TO RTV-NOTE-LINE
           WRITE RTV-NOTE-LINE

           MOVE "P" TO WS-RTV-MODE
           PERFORM SCAN-QUARANTINE

           MOVE WS-RTV-VALUE TO DISPLAY-AMOUNT
           MOVE SPACES TO RTV-NOTE-LINE
           STRING
               "TOTAL UNITS: " DELIMITED BY SIZE
               WS-RTV-UNITS DELIMITED BY SIZE
               " | DEBIT NOTE VALUE: " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO RTV-NOTE-LINE
           END-STRING
           WRITE RTV-NOTE-LINE
           MOVE SPACES TO RTV-NOTE-LINE
           WRITE RTV-NOTE-LINE
           CLOSE RTV-NOTE-FILE

           MOVE WS-RTV-NO TO FILE-INV-NO
           MOVE WS-RTV-NO TO FILE-INV-PO-NO
           MOVE WS-RTV-SUPPLIER TO FILE-INV-SUPPLIER
           MOVE WS-RTV-UNITS TO FILE-INV-QTY
           MOVE 0 TO FILE-INV-UNIT-COST
           MOVE WS-TODAY TO FILE-INV-DATE
           MOVE WS-TODAY TO FILE-INV-DUE-DATE
           MOVE WS-RTV-VALUE TO FILE-INV-AMOUNT
           MOVE "DEBIT" TO FILE-INV-STATUS
           WRITE INVOICE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: DEBIT NOTE " WS-RTV-NO
                       " ALREADY ON THE LEDGER."
               NOT INVALID KEY
                   DISPLAY "RETURN " WS-RTV-NO " RAISED. DEBIT NOTE "
                       "POSTED TO PAYABLES: " DISPLAY-AMOUNT
                   DISPLAY "RETURN NOTE WRITTEN TO RTV_NOTES.TXT."
           END-WRITE.

       SCAN-QUARANTINE.
           MOVE 0 TO WS-RTV-LINES
           MOVE 0 TO WS-RTV-UNITS
           MOVE 0 TO WS-RTV-VALUE
           MOVE LOW-VALUES TO FILE-QT-PRODUCT
           START QUARANTINE-FILE KEY IS NOT LESS THAN FILE-QT-PRODUCT
               INVALID KEY MOVE "10" TO WS-FS-QUARANTINE
               NOT INVALID KEY MOVE "00" TO WS-FS-QUARANTINE
           END-START
           PERFORM UNTIL WS-FS-QUARANTINE = "10"
               READ QUARANTINE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-QUARANTINE
                   NOT AT END
                       PERFORM SCAN-ONE-QUARANTINE
               END-READ
           END-PERFORM.

       SCAN-ONE-QUARANTINE.
           MOVE "N" TO WS-QT-MATCH
           COMPUTE WS-LINE-QTY = FILE-QT-DAMAGED + FILE-QT-EXPIRED
           IF WS-LINE-QTY > 0
               MOVE FILE-QT-PRODUCT TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FILE-PRODUCT-SUPPLIER = WS-RTV-SUPPLIER
                           MOVE "Y" TO WS-QT-MATCH
                       END-IF
               END-READ
           END-IF
           IF WS-QT-MATCH = "Y"
               ADD 1 TO WS-RTV-LINES
               ADD WS-LINE-QTY TO WS-RTV-UNITS
               COMPUTE WS-LINE-VALUE =
                   WS-LINE-QTY * FILE-PRODUCT-COST
               ADD WS-LINE-VALUE TO WS-RTV-VALUE
               MOVE FILE-PRODUCT-COST TO DISPLAY-COST
               MOVE WS-LINE-VALUE TO DISPLAY-AMOUNT
               IF WS-RTV-MODE = "L"
                   DISPLAY FILE-QT-PRODUCT " | " FILE-PRODUCT-NAME
                       " | DAMAGED: " FILE-QT-DAMAGED
                       " | EXPIRED: " FILE-QT-EXPIRED
                       " | " DISPLAY-AMOUNT
               ELSE
                   MOVE SPACES TO RTV-NOTE-LINE
                   STRING
                       FILE-QT-PRODUCT DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       FILE-QT-DAMAGED DELIMITED BY SIZE
                       "   | " DELIMITED BY SIZE
                       FILE-QT-EXPIRED DELIMITED BY SIZE
                       "   | " DELIMITED BY SIZE
                       DISPLAY-COST DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       DISPLAY-AMOUNT DELIMITED BY SIZE
                       INTO RTV-NOTE-LINE
                   END-STRING
                   WRITE RTV-NOTE-LINE
                   DELETE QUARANTINE-FILE RECORD
               END-IF
           END-IF.

       END PROGRAM RETURN-TO-VENDOR.
