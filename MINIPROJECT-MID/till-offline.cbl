      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: Offline sales capture for the second till. Used when
      *          the network or the main terminal is down and the till
      *          cannot reach PRODUCTS.DAT. Cart sales are keyed with
      *          the shelf price and written to a local till
      *          transaction file TILL_<first receipt>.TXT, one line
      *          per cart line, under the till's own receipt range
      *          (T + till ID + 6 digit sequence) kept in TILLCTL.TXT.
      *          The file is posted later by TILL-UPLOAD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILL-OFFLINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILL-CTL-FILE ASSIGN TO "TILLCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TILL-CTL.

           SELECT TILL-TRAN-FILE ASSIGN TO WS-TRAN-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TILL-TRAN.

       DATA DIVISION.
       FILE SECTION.

       FD TILL-CTL-FILE.
       01 TILL-CTL-RECORD.
          05 CTL-TILL-ID       PIC X.
          05 CTL-RCPT-SEQ      PIC 9(6).

       FD TILL-TRAN-FILE.
       01 TILL-TRAN-RECORD.
          05 TT-RCPT           PIC X(8).
          05 TT-LINE           PIC 9(3).
          05 TT-DATE           PIC 9(8).
          05 TT-TIME           PIC 9(6).
          05 TT-PRODUCT        PIC X(7).
          05 TT-QTY            PIC 9(5).
          05 TT-PRICE          PIC 9(5)V99.
          05 TT-TOTAL          PIC 9(10)V99.
          05 TT-MEMBER         PIC X(8).
          05 TT-CASHIER        PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-FS-TILL-CTL PIC XX.
       01 WS-FS-TILL-TRAN PIC XX.
       01 WS-TRAN-NAME PIC X(30).
       01 WS-TRAN-OPEN PIC X VALUE "N".
       01 WS-TILL-ID PIC X VALUE "2".
       01 WS-RCPT-SEQ PIC 9(6) VALUE 0.
       01 WS-RCPT-NO PIC X(8).
       01 WS-CASHIER PIC X(20).
       01 WS-MEMBER PIC X(8).
       01 WS-NOW.
          05 WS-NOW-DATE PIC 9(8).
          05 WS-NOW-TIME PIC 9(6).
       01 WS-SCAN-CODE PIC X(13).
       01 WS-INPUT-QUANTITY PIC 9(5).
       01 WS-INPUT-PRICE PIC 9(5)V99.
       01 WS-CART-TOTAL PIC 9(10)V99.
       01 WS-TENDER PIC 9(10)V99.
       01 WS-CHANGE PIC 9(10)V99.
       01 WS-COMPLETE PIC X VALUE "N".
       01 WS-CART-CANCELLED PIC X VALUE "N".
       01 WS-EXIT PIC X VALUE "N".
       01 WS-SALES-TAKEN PIC 9(5) VALUE 0.
       01 DISPLAY-CART-TOTAL PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-CHANGE PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-PRICE PIC Z,ZZZ,ZZZ.99.

       01 WS-CART-IDX PIC 9(3).
       01 WS-CART-COUNT PIC 9(3) VALUE 0.
       01 CART-TABLE.
           05 CART-ENTRY OCCURS 20 TIMES.
               10 CART-PRODUCT-ID PIC X(7).
               10 CART-QTY        PIC 9(5).
               10 CART-PRICE      PIC 9(5)V99.
               10 CART-LINE-TOTAL PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== OFFLINE TILL CAPTURE ===".
           DISPLAY "PRODUCTS.DAT IS NOT USED. KEY THE SHELF PRICE.".
           PERFORM LOAD-TILL-CONTROL
           DISPLAY "TILL ID: " WS-TILL-ID
           DISPLAY "CASHIER NAME: "
           ACCEPT WS-CASHIER

           PERFORM UNTIL WS-EXIT = "Y"
               DISPLAY " "
               DISPLAY "ENTER = NEW SALE, END = CLOSE OFFLINE TILL: "
               MOVE SPACES TO WS-SCAN-CODE
               ACCEPT WS-SCAN-CODE
               IF WS-SCAN-CODE = "END" OR WS-SCAN-CODE = "end"
                   MOVE "Y" TO WS-EXIT
               ELSE
                   PERFORM CAPTURE-ONE-SALE
               END-IF
           END-PERFORM

           IF WS-TRAN-OPEN = "Y"
               CLOSE TILL-TRAN-FILE
               DISPLAY "SALES CAPTURED: " WS-SALES-TAKEN
               DISPLAY "POST " WS-TRAN-NAME " WITH TILL-UPLOAD WHEN "
                   "THE MAIN TERMINAL IS BACK."
           ELSE
               DISPLAY "NO SALES CAPTURED."
           END-IF
           DISPLAY "EXITING PROGRAM. GOOD BYE!".
           STOP RUN.

       LOAD-TILL-CONTROL.
           OPEN INPUT TILL-CTL-FILE
           IF WS-FS-TILL-CTL = "00"
               READ TILL-CTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-TILL-ID NOT = SPACE
                           MOVE CTL-TILL-ID TO WS-TILL-ID
                       END-IF
                       IF CTL-RCPT-SEQ IS NUMERIC
                           MOVE CTL-RCPT-SEQ TO WS-RCPT-SEQ
                       END-IF
               END-READ
               CLOSE TILL-CTL-FILE
           ELSE
               DISPLAY "TILLCTL.TXT NOT FOUND. ENTER TILL ID "
                   "(1 CHARACTER, E.G. 2): "
               ACCEPT WS-TILL-ID
               IF WS-TILL-ID = SPACE
                   MOVE "2" TO WS-TILL-ID
               END-IF
           END-IF.

       SAVE-TILL-CONTROL.
           OPEN OUTPUT TILL-CTL-FILE
           MOVE WS-TILL-ID TO CTL-TILL-ID
           MOVE WS-RCPT-SEQ TO CTL-RCPT-SEQ
           WRITE TILL-CTL-RECORD
           CLOSE TILL-CTL-FILE.

       CAPTURE-ONE-SALE.
           MOVE "N" TO WS-COMPLETE
           MOVE "N" TO WS-CART-CANCELLED
           MOVE 0 TO WS-CART-COUNT
           MOVE 0 TO WS-CART-TOTAL
           DISPLAY "LOYALTY MEMBER NO (BLANK = NONE): "
           MOVE SPACES TO WS-MEMBER
           ACCEPT WS-MEMBER
           DISPLAY "KEY ITEMS. ENTER * TO TAKE PAYMENT, "
               "X TO CANCEL THE SALE."
           PERFORM UNTIL WS-COMPLETE = "Y"
               DISPLAY "PRODUCT-ID (* PAY, X CANCEL): "
               MOVE SPACES TO WS-SCAN-CODE
               ACCEPT WS-SCAN-CODE
               EVALUATE WS-SCAN-CODE
                   WHEN "*"
                       IF WS-CART-COUNT = 0
                           DISPLAY "CART IS EMPTY. NOTHING TO PAY."
                           MOVE "Y" TO WS-CART-CANCELLED
                       END-IF
                       MOVE "Y" TO WS-COMPLETE
                   WHEN "X"
                   WHEN "x"
                       MOVE "Y" TO WS-CART-CANCELLED
                       MOVE "Y" TO WS-COMPLETE
                   WHEN OTHER
                       PERFORM ADD-OFFLINE-LINE
               END-EVALUATE
           END-PERFORM
           IF WS-CART-CANCELLED = "Y"
               DISPLAY "SALE CANCELLED. NOTHING RECORDED."
           ELSE
               PERFORM TAKE-OFFLINE-PAYMENT
           END-IF.

       ADD-OFFLINE-LINE.
           IF WS-CART-COUNT >= 20
               DISPLAY "CART IS FULL. TAKE PAYMENT FIRST."
           ELSE
               DISPLAY "ENTER QUANTITY: "
               MOVE 0 TO WS-INPUT-QUANTITY
               ACCEPT WS-INPUT-QUANTITY
               DISPLAY "ENTER SHELF PRICE EACH: "
               MOVE 0 TO WS-INPUT-PRICE
               ACCEPT WS-INPUT-PRICE
               IF WS-INPUT-QUANTITY = 0 OR WS-INPUT-PRICE = 0
                   DISPLAY "ERROR : QUANTITY AND PRICE ARE REQUIRED."
               ELSE
                   ADD 1 TO WS-CART-COUNT
                   MOVE WS-SCAN-CODE TO
                       CART-PRODUCT-ID(WS-CART-COUNT)
                   MOVE WS-INPUT-QUANTITY TO CART-QTY(WS-CART-COUNT)
                   MOVE WS-INPUT-PRICE TO CART-PRICE(WS-CART-COUNT)
                   COMPUTE CART-LINE-TOTAL(WS-CART-COUNT) =
                       WS-INPUT-QUANTITY * WS-INPUT-PRICE
                   ADD CART-LINE-TOTAL(WS-CART-COUNT) TO WS-CART-TOTAL
                   MOVE WS-CART-TOTAL TO DISPLAY-CART-TOTAL
                   DISPLAY "ADDED. RUNNING TOTAL: " DISPLAY-CART-TOTAL
               END-IF
           END-IF.

       TAKE-OFFLINE-PAYMENT.
           MOVE WS-CART-TOTAL TO DISPLAY-CART-TOTAL
           DISPLAY "TOTAL DUE (CASH ONLY WHILE OFFLINE): "
               DISPLAY-CART-TOTAL
           MOVE 0 TO WS-TENDER
           PERFORM UNTIL WS-TENDER >= WS-CART-TOTAL OR
               WS-CART-CANCELLED = "Y"
               DISPLAY "ENTER AMOUNT TENDERED (0 TO CANCEL "
                   "THE SALE): "
               ACCEPT WS-TENDER
               IF WS-TENDER = 0
                   MOVE "Y" TO WS-CART-CANCELLED
               ELSE
                   IF WS-TENDER < WS-CART-TOTAL
                       DISPLAY "NOT ENOUGH. TRY AGAIN."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CART-CANCELLED = "Y"
               DISPLAY "SALE CANCELLED AT PAYMENT. NOTHING RECORDED."
           ELSE
               ADD 1 TO WS-RCPT-SEQ
               PERFORM SAVE-TILL-CONTROL
               MOVE SPACES TO WS-RCPT-NO
               STRING
                   "T" DELIMITED BY SIZE
                   WS-TILL-ID DELIMITED BY SIZE
                   WS-RCPT-SEQ DELIMITED BY SIZE
                   INTO WS-RCPT-NO
               END-STRING
               IF WS-TRAN-OPEN = "N"
                   PERFORM OPEN-TRAN-FILE
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
               PERFORM VARYING WS-CART-IDX FROM 1 BY 1 UNTIL
                   WS-CART-IDX > WS-CART-COUNT
                   PERFORM WRITE-TRAN-LINE
               END-PERFORM
               ADD 1 TO WS-SALES-TAKEN
               COMPUTE WS-CHANGE = WS-TENDER - WS-CART-TOTAL
               MOVE WS-CHANGE TO DISPLAY-CHANGE
               DISPLAY "SALE RECORDED OFFLINE. RECEIPT " WS-RCPT-NO
               DISPLAY "CHANGE DUE: " DISPLAY-CHANGE
           END-IF.

       OPEN-TRAN-FILE.
           MOVE SPACES TO WS-TRAN-NAME
           STRING
               "TILL_" DELIMITED BY SIZE
               WS-RCPT-NO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-TRAN-NAME
           END-STRING
           OPEN OUTPUT TILL-TRAN-FILE
           MOVE "Y" TO WS-TRAN-OPEN
           DISPLAY "OFFLINE SALES FILE: " WS-TRAN-NAME.

       WRITE-TRAN-LINE.
           MOVE WS-RCPT-NO TO TT-RCPT
           MOVE WS-CART-IDX TO TT-LINE
           MOVE WS-NOW-DATE TO TT-DATE
           MOVE WS-NOW-TIME TO TT-TIME
           MOVE CART-PRODUCT-ID(WS-CART-IDX) TO TT-PRODUCT
           MOVE CART-QTY(WS-CART-IDX) TO TT-QTY
           MOVE CART-PRICE(WS-CART-IDX) TO TT-PRICE
           MOVE CART-LINE-TOTAL(WS-CART-IDX) TO TT-TOTAL
           MOVE WS-MEMBER TO TT-MEMBER
           MOVE WS-CASHIER TO TT-CASHIER
           WRITE TILL-TRAN-RECORD.

       END PROGRAM TILL-OFFLINE.
