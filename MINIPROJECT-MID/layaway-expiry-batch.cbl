      * Purpose: Layaway auto-cancel batch. OPEN layaways older than
      *          the expiry window from SHOPCONFIG.TXT are cancelled:
      *          the reserved quantity goes back on
      *          FILE-PRODUCT-STOCK and on LOCSTOCK.DAT at the till
      *          location from SHOPCONFIG.TXT, the restocking fee is
      *          kept from what was paid, and the forfeit is logged
      *          through the receipts trail.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RECEIPT.

           SELECT LOCSTOCK-FILE ASSIGN TO "LOCSTOCK.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-LS-KEY
              FILE STATUS IS WS-FS-LOCSTOCK.

       DATA DIVISION.
       FILE SECTION.

          05 FILE-PRODUCT-STOCK   PIC 9(5).
          05 FILE-PRODUCT-SUPPLIER PIC X(5).
          05 FILE-PRODUCT-COST    PIC 9(7)V99.
          05 FILE-PRODUCT-STATUS  PIC X(12).
          05 FILE-PRODUCT-CLASS   PIC X.

       FD SHOP-CONFIG-FILE.
       01 SHOP-CONFIG-RECORD.
          05 CONFIG-LAY-DEPOSIT-PCT PIC 9(2).
          05 CONFIG-LAY-EXPIRE-DAYS PIC 9(3).
          05 CONFIG-LAY-RESTOCK-PCT PIC 9(2).
          05 CONFIG-STAFF-DISC-PCT PIC 9(2).
          05 CONFIG-STAFF-DISC-CAP PIC 9(5).
          05 CONFIG-TILL-LOCATION PIC X(5).
          05 CONFIG-RECV-LOCATION PIC X(5).

       FD RECEIPT-FILE.
       01 RECEIPT-LINE PIC X(100).

       FD LOCSTOCK-FILE.
       01 LOCSTOCK-RECORD.
          05 FILE-LS-KEY.
             10 FILE-LS-PRODUCT  PIC X(7).
             10 FILE-LS-LOCATION PIC X(5).
          05 FILE-LS-QTY       PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-FS-LAYAWAY PIC XX.
       01 WS-FS-PRODUCT PIC XX.
       01 WS-FS-SHOP-CONFIG PIC XX.
       01 WS-FS-RECEIPT PIC XX.
       01 WS-FS-LOCSTOCK PIC XX.
       01 WS-LOCSTOCK-OPEN PIC X VALUE "N".
       01 WS-TILL-LOCATION PIC X(5) VALUE "FRONT".
       01 WS-TODAY PIC 9(8).
       01 WS-EXPIRE-DAYS PIC 9(3) VALUE 60.
       01 WS-RESTOCK-PCT PIC 9(2) VALUE 10.
           IF WS-FS-PRODUCT NOT = "00"
               DISPLAY "PRODUCTS.DAT NOT FOUND."
               CLOSE LAYAWAY-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O LOCSTOCK-FILE
           IF WS-FS-LOCSTOCK = "00"
               MOVE "Y" TO WS-LOCSTOCK-OPEN
           ELSE
               DISPLAY "LOCSTOCK.DAT NOT FOUND. LOCATION STOCK NOT "
                   "RESTORED."
           END-IF

           MOVE "00" TO WS-FS-LAYAWAY
           PERFORM UNTIL WS-FS-LAYAWAY = "10"
               READ LAYAWAY-FILE NEXT
           END-PERFORM

           CLOSE LAYAWAY-FILE PRODUCT-FILE
           IF WS-LOCSTOCK-OPEN = "Y"
               CLOSE LOCSTOCK-FILE
           END-IF
           DISPLAY "LAYAWAYS CHECKED: " WS-CHECKED.
           DISPLAY "LAYAWAYS AUTO-CANCELLED: " WS-CANCELLED.
           DISPLAY "BATCH COMPLETE.".
                           MOVE CONFIG-LAY-RESTOCK-PCT
                               TO WS-RESTOCK-PCT
                       END-IF
                       IF CONFIG-TILL-LOCATION NOT = SPACES
                           MOVE CONFIG-TILL-LOCATION
                               TO WS-TILL-LOCATION
                       END-IF
               END-READ
               CLOSE SHOP-CONFIG-FILE
           ELSE
               NOT INVALID KEY
                   ADD FILE-LAY-QTY TO FILE-PRODUCT-STOCK
                   REWRITE PRODUCT-FILE-RECORD
                   IF WS-LOCSTOCK-OPEN = "Y"
                       PERFORM RESTORE-LOCATION-STOCK
                   END-IF
           END-READ
           COMPUTE WS-LAY-FEE ROUNDED =
               FILE-LAY-PAID * WS-RESTOCK-PCT / 100
           DISPLAY "CANCELLED " FILE-LAY-NO ". REFUND DUE TO "
               "CUSTOMER: " DISPLAY-LAY-AMT.

       RESTORE-LOCATION-STOCK.
           MOVE FILE-LAY-PRODUCT TO FILE-LS-PRODUCT
           MOVE WS-TILL-LOCATION TO FILE-LS-LOCATION
           READ LOCSTOCK-FILE
               INVALID KEY
                   MOVE FILE-LAY-QTY TO FILE-LS-QTY
                   WRITE LOCSTOCK-RECORD
               NOT INVALID KEY
                   ADD FILE-LAY-QTY TO FILE-LS-QTY
                   REWRITE LOCSTOCK-RECORD
           END-READ.

       WRITE-FORFEIT-RECEIPT.
           OPEN EXTEND RECEIPT-FILE
           IF WS-FS-RECEIPT NOT = "00"
