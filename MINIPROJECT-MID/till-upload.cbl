      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: Posting batch for offline till sales. Reads a till
      *          transaction file written by TILL-OFFLINE, sorts the
      *          lines into time order and posts each sale as the till
      *          would have: FILE-PRODUCT-STOCK and LOCSTOCK.DAT at the
      *          till location are reduced (kits through their
      *          components on KITS.DAT), lots on LOTS.DAT are consumed
      *          earliest expiry first, loyalty points are earned per
      *          receipt on LOYALTY.DAT and every line is written to
      *          SALES_LOG.TXT and SALESHIST.DAT. Sales that drove
      *          stock below zero or named a product no longer on file
      *          are listed on TILL_UPLOAD.TXT. Posted files are
      *          registered on TILLPOST.DAT and a file already on the
      *          register is refused; a line whose receipt is already
      *          in the sales history is skipped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILL-UPLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TILL-TRAN-FILE ASSIGN TO WS-TRAN-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TILL-TRAN.

           SELECT TILL-POST-FILE ASSIGN TO "TILLPOST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-TP-NAME
              FILE STATUS IS WS-FS-TILL-POST.

           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-PRODUCT-ID
              FILE STATUS IS WS-FS-PRODUCT.

           SELECT LOCSTOCK-FILE ASSIGN TO "LOCSTOCK.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-LS-KEY
              FILE STATUS IS WS-FS-LOCSTOCK.

           SELECT LOT-FILE ASSIGN TO "LOTS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-LOT-KEY
              FILE STATUS IS WS-FS-LOT.

           SELECT KIT-FILE ASSIGN TO "KITS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-KIT-KEY
              FILE STATUS IS WS-FS-KIT.

           SELECT LOYALTY-FILE ASSIGN TO "LOYALTY.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-LOY-ID
              FILE STATUS IS WS-FS-LOYALTY.

           SELECT SALES-LOG-FILE ASSIGN TO "SALES_LOG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SALES-LOG.

           SELECT SALES-HIST-FILE ASSIGN TO "SALESHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-SH-KEY
              ALTERNATE RECORD KEY IS FILE-SH-DATE WITH DUPLICATES
              ALTERNATE RECORD KEY IS FILE-SH-PRODUCT WITH DUPLICATES
              FILE STATUS IS WS-FS-SALES-HIST.

           SELECT SHOP-CONFIG-FILE ASSIGN TO "SHOPCONFIG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SHOP-CONFIG.

           SELECT REPORT-FILE ASSIGN TO "TILL_UPLOAD.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.

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

       FD TILL-POST-FILE.
       01 TILL-POST-RECORD.
          05 FILE-TP-NAME       PIC X(30).
          05 FILE-TP-POST-DATE  PIC 9(8).
          05 FILE-TP-LINES      PIC 9(5).
          05 FILE-TP-FIRST-RCPT PIC X(8).
          05 FILE-TP-LAST-RCPT  PIC X(8).

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

       FD LOCSTOCK-FILE.
       01 LOCSTOCK-RECORD.
          05 FILE-LS-KEY.
             10 FILE-LS-PRODUCT  PIC X(7).
             10 FILE-LS-LOCATION PIC X(5).
          05 FILE-LS-QTY       PIC 9(5).

       FD LOT-FILE.
       01 LOT-RECORD.
          05 FILE-LOT-KEY.
             10 FILE-LOT-PRODUCT PIC X(7).
             10 FILE-LOT-SEQ     PIC 9(5).
          05 FILE-LOT-QTY      PIC 9(5).
          05 FILE-LOT-EXPIRY   PIC 9(8).
          05 FILE-LOT-PO       PIC X(8).
          05 FILE-LOT-RECV-DATE PIC 9(8).
          05 FILE-LOT-STATUS   PIC X(8).

       FD KIT-FILE.
       01 KIT-RECORD.
          05 FILE-KIT-KEY.
             10 FILE-KIT-PRODUCT   PIC X(7).
             10 FILE-KIT-COMPONENT PIC X(7).
          05 FILE-KIT-QTY        PIC 9(3).

       FD LOYALTY-FILE.
       01 LOYALTY-RECORD.
          05 FILE-LOY-ID       PIC X(8).
          05 FILE-LOY-NAME     PIC X(30).
          05 FILE-LOY-PHONE    PIC X(20).
          05 FILE-LOY-POINTS   PIC 9(7).
          05 FILE-LOY-JOIN-DATE PIC 9(8).

       FD SALES-LOG-FILE.
       01 SALES-LOG-LINE PIC X(220).

       FD SALES-HIST-FILE.
       01 SALES-HIST-RECORD.
          05 FILE-SH-KEY.
             10 FILE-SH-RCPT     PIC X(8).
             10 FILE-SH-LINE     PIC 9(3).
          05 FILE-SH-DATE        PIC 9(8).
          05 FILE-SH-PRODUCT     PIC X(7).
          05 FILE-SH-TYPE        PIC X(6).
          05 FILE-SH-QTY         PIC 9(5).
          05 FILE-SH-TOTAL       PIC 9(10)V99.
          05 FILE-SH-VAT         PIC 9(10)V99.
          05 FILE-SH-DISC        PIC 9(10)V99.
          05 FILE-SH-COST        PIC 9(10)V99.
          05 FILE-SH-SDISC       PIC 9(10)V99.
          05 FILE-SH-CASHIER     PIC X(20).
          05 FILE-SH-MEMBER      PIC X(8).
          05 FILE-SH-STAFF       PIC X(4).

       FD SHOP-CONFIG-FILE.
       01 SHOP-CONFIG-RECORD.
          05 CONFIG-TAX-RATE   PIC 99V99.
          05 CONFIG-POINTS-RATE PIC 9(3).
          05 CONFIG-LAY-DEPOSIT-PCT PIC 9(2).
          05 CONFIG-LAY-EXPIRE-DAYS PIC 9(3).
          05 CONFIG-LAY-RESTOCK-PCT PIC 9(2).
          05 CONFIG-STAFF-DISC-PCT PIC 9(2).
          05 CONFIG-STAFF-DISC-CAP PIC 9(5).
          05 CONFIG-TILL-LOCATION PIC X(5).
          05 CONFIG-RECV-LOCATION PIC X(5).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-TILL-TRAN PIC XX.
       01 WS-FS-TILL-POST PIC XX.
       01 WS-FS-PRODUCT PIC XX.
       01 WS-FS-LOCSTOCK PIC XX.
       01 WS-FS-LOT PIC XX.
       01 WS-FS-KIT PIC XX.
       01 WS-FS-LOYALTY PIC XX.
       01 WS-FS-SALES-LOG PIC XX.
       01 WS-FS-SALES-HIST PIC XX.
       01 WS-FS-SHOP-CONFIG PIC XX.
       01 WS-FS-REPORT PIC XX.
       01 WS-LOCSTOCK-OPEN PIC X VALUE "N".
       01 WS-LOTS-OPEN PIC X VALUE "N".
       01 WS-KITS-OPEN PIC X VALUE "N".
       01 WS-LOYALTY-OPEN PIC X VALUE "N".
       01 WS-TRAN-NAME PIC X(30).
       01 WS-TODAY PIC 9(8).
       01 WS-TAX-RATE PIC 99V99 VALUE 7.00.
       01 WS-POINTS-RATE PIC 9(3) VALUE 100.
       01 WS-TILL-LOCATION PIC X(5) VALUE "FRONT".
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-SWAPPED PIC X.
       01 WS-IS-KIT PIC X.
       01 WS-PRODUCT-OK PIC X.
       01 WS-SALE-DATE PIC X(10).
       01 WS-DATE-X PIC X(8).
       01 WS-LINE-COGS PIC 9(10)V99.
       01 WS-LINE-VAT PIC 9(10)V99.
       01 WS-SELL-QTY PIC 9(7).
       01 WS-SELL-PRODUCT PIC X(7).
       01 WS-SHORT-QTY PIC 9(7).
       01 WS-LS-NEW-QTY PIC S9(7).
       01 WS-LOT-PRODUCT PIC X(7).
       01 WS-LOT-NEED PIC 9(7).
       01 WS-LOT-TAKE PIC 9(5).
       01 WS-LOT-FOUND PIC X.
       01 WS-BEST-LOT-SEQ PIC 9(5).
       01 WS-BEST-LOT-EXPIRY PIC 9(9).
       01 WS-LOT-SORT-KEY PIC 9(8).
       01 WS-KIT-ID PIC X(7).
       01 WS-PREV-RCPT PIC X(8).
       01 WS-PREV-MEMBER PIC X(8).
       01 WS-RCPT-TOTAL PIC 9(10)V99.
       01 WS-POINTS-EARNED PIC 9(7).
       01 WS-LINES-READ PIC 9(5) VALUE 0.
       01 WS-LINES-POSTED PIC 9(5) VALUE 0.
       01 WS-LINES-SKIPPED PIC 9(5) VALUE 0.
       01 WS-NEG-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(5) VALUE 0.
       01 WS-POSTED-VALUE PIC 9(12)V99 VALUE 0.
       01 DISPLAY-PRICE PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-VAT PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-DISC PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-COGS PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-SDISC PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TT-IDX PIC 9(4).
       01 WS-TT-IDX2 PIC 9(4).
       01 WS-TT-USED PIC 9(4) VALUE 0.
       01 TRAN-TABLE.
           05 TRAN-ENTRY OCCURS 2000 TIMES.
               10 TE-SORT-KEY.
                   15 TE-DATE    PIC 9(8).
                   15 TE-TIME    PIC 9(6).
                   15 TE-RCPT    PIC X(8).
                   15 TE-LINE    PIC 9(3).
               10 TE-PRODUCT     PIC X(7).
               10 TE-QTY         PIC 9(5).
               10 TE-TOTAL       PIC 9(10)V99.
               10 TE-MEMBER      PIC X(8).
               10 TE-CASHIER     PIC X(20).
       01 TRAN-HOLD PIC X(85).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== OFFLINE TILL UPLOAD ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "TILL FILE TO POST (E.G. TILL_T2000001.TXT): "
           ACCEPT WS-TRAN-NAME

           OPEN I-O TILL-POST-FILE
           IF WS-FS-TILL-POST NOT = "00"
               OPEN OUTPUT TILL-POST-FILE
               CLOSE TILL-POST-FILE
               OPEN I-O TILL-POST-FILE
           END-IF
           MOVE WS-TRAN-NAME TO FILE-TP-NAME
           READ TILL-POST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR: " WS-TRAN-NAME " WAS ALREADY "
                       "POSTED ON " FILE-TP-POST-DATE ". NOT POSTED "
                       "AGAIN."
                   CLOSE TILL-POST-FILE
                   GOBACK
           END-READ

           OPEN INPUT TILL-TRAN-FILE
           IF WS-FS-TILL-TRAN NOT = "00"
               DISPLAY "ERROR: " WS-TRAN-NAME " NOT FOUND."
               CLOSE TILL-POST-FILE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TILL-TRAN-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-TRAN
               END-READ
           END-PERFORM
           CLOSE TILL-TRAN-FILE
           IF WS-TT-USED = 0
               DISPLAY "NO SALES IN " WS-TRAN-NAME ". NOTHING POSTED."
               CLOSE TILL-POST-FILE
               GOBACK
           END-IF
           PERFORM SORT-TRANS

           PERFORM LOAD-SHOP-CONFIG
           OPEN I-O PRODUCT-FILE
           IF WS-FS-PRODUCT NOT = "00"
               DISPLAY "PRODUCTS.DAT NOT FOUND. NOTHING POSTED."
               CLOSE TILL-POST-FILE
               GOBACK
           END-IF
           OPEN I-O LOCSTOCK-FILE
           IF WS-FS-LOCSTOCK = "00"
               MOVE "Y" TO WS-LOCSTOCK-OPEN
           END-IF
           OPEN I-O LOT-FILE
           IF WS-FS-LOT = "00"
               MOVE "Y" TO WS-LOTS-OPEN
           END-IF
           OPEN INPUT KIT-FILE
           IF WS-FS-KIT = "00"
               MOVE "Y" TO WS-KITS-OPEN
           END-IF
           OPEN I-O LOYALTY-FILE
           IF WS-FS-LOYALTY = "00"
               MOVE "Y" TO WS-LOYALTY-OPEN
           END-IF
           OPEN I-O SALES-HIST-FILE
           IF WS-FS-SALES-HIST NOT = "00"
               OPEN OUTPUT SALES-HIST-FILE
               CLOSE SALES-HIST-FILE
               OPEN I-O SALES-HIST-FILE
           END-IF
           OPEN EXTEND SALES-LOG-FILE
           IF WS-FS-SALES-LOG NOT = "00"
               OPEN OUTPUT SALES-LOG-FILE
           END-IF
           OPEN EXTEND REPORT-FILE
           IF WS-FS-REPORT NOT = "00"
               OPEN OUTPUT REPORT-FILE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== TILL UPLOAD " DELIMITED BY SIZE
               WS-TRAN-NAME DELIMITED BY SPACE
               " POSTED " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO WS-PREV-RCPT
           MOVE 0 TO WS-RCPT-TOTAL
           PERFORM VARYING WS-TT-IDX FROM 1 BY 1 UNTIL
               WS-TT-IDX > WS-TT-USED
               IF TE-RCPT(WS-TT-IDX) NOT = WS-PREV-RCPT
                   PERFORM SETTLE-RECEIPT-POINTS
                   MOVE TE-RCPT(WS-TT-IDX) TO WS-PREV-RCPT
                   MOVE TE-MEMBER(WS-TT-IDX) TO WS-PREV-MEMBER
                   MOVE 0 TO WS-RCPT-TOTAL
               END-IF
               PERFORM POST-ONE-TRAN
           END-PERFORM
           PERFORM SETTLE-RECEIPT-POINTS

           MOVE WS-TRAN-NAME TO FILE-TP-NAME
           MOVE WS-TODAY TO FILE-TP-POST-DATE
           MOVE WS-LINES-POSTED TO FILE-TP-LINES
           MOVE TE-RCPT(1) TO FILE-TP-FIRST-RCPT
           MOVE TE-RCPT(WS-TT-USED) TO FILE-TP-LAST-RCPT
           WRITE TILL-POST-RECORD

           MOVE WS-POSTED-VALUE TO DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING
               "LINES READ: " DELIMITED BY SIZE
               WS-LINES-READ DELIMITED BY SIZE
               " | POSTED: " DELIMITED BY SIZE
               WS-LINES-POSTED DELIMITED BY SIZE
               " | ALREADY IN HISTORY: " DELIMITED BY SIZE
               WS-LINES-SKIPPED DELIMITED BY SIZE
               " | VALUE: " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "STOCK DRIVEN NEGATIVE: " DELIMITED BY SIZE
               WS-NEG-COUNT DELIMITED BY SIZE
               " | PRODUCT NOT ON FILE: " DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE TILL-POST-FILE PRODUCT-FILE SALES-HIST-FILE
               SALES-LOG-FILE REPORT-FILE
           IF WS-LOCSTOCK-OPEN = "Y"
               CLOSE LOCSTOCK-FILE
           END-IF
           IF WS-LOTS-OPEN = "Y"
               CLOSE LOT-FILE
           END-IF
           IF WS-KITS-OPEN = "Y"
               CLOSE KIT-FILE
           END-IF
           IF WS-LOYALTY-OPEN = "Y"
               CLOSE LOYALTY-FILE
           END-IF
           DISPLAY "EXCEPTIONS LISTED ON TILL_UPLOAD.TXT."
           DISPLAY "BATCH COMPLETE.".
           STOP RUN.

       LOAD-SHOP-CONFIG.
           OPEN INPUT SHOP-CONFIG-FILE
           IF WS-FS-SHOP-CONFIG = "00"
               READ SHOP-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CONFIG-TAX-RATE IS NUMERIC
                           MOVE CONFIG-TAX-RATE TO WS-TAX-RATE
                       END-IF
                       IF CONFIG-POINTS-RATE IS NUMERIC AND
                          CONFIG-POINTS-RATE > 0
                           MOVE CONFIG-POINTS-RATE TO WS-POINTS-RATE
                       END-IF
                       IF CONFIG-TILL-LOCATION NOT = SPACES
                           MOVE CONFIG-TILL-LOCATION
                               TO WS-TILL-LOCATION
                       END-IF
               END-READ
               CLOSE SHOP-CONFIG-FILE
           ELSE
               DISPLAY "SHOPCONFIG.TXT not found. Using default "
                   "VAT rate."
           END-IF.

       LOAD-ONE-TRAN.
           ADD 1 TO WS-LINES-READ
           IF WS-TT-USED >= 2000
               DISPLAY "TOO MANY LINES. " TT-RCPT " LINE " TT-LINE
                   " NOT LOADED. POST THE REST SEPARATELY."
           ELSE
               ADD 1 TO WS-TT-USED
               MOVE TT-DATE TO TE-DATE(WS-TT-USED)
               MOVE TT-TIME TO TE-TIME(WS-TT-USED)
               MOVE TT-RCPT TO TE-RCPT(WS-TT-USED)
               MOVE TT-LINE TO TE-LINE(WS-TT-USED)
               MOVE TT-PRODUCT TO TE-PRODUCT(WS-TT-USED)
               MOVE TT-QTY TO TE-QTY(WS-TT-USED)
               MOVE TT-TOTAL TO TE-TOTAL(WS-TT-USED)
               MOVE TT-MEMBER TO TE-MEMBER(WS-TT-USED)
               MOVE TT-CASHIER TO TE-CASHIER(WS-TT-USED)
           END-IF.

       SORT-TRANS.
           MOVE "Y" TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-TT-IDX FROM 1 BY 1 UNTIL
                   WS-TT-IDX >= WS-TT-USED
                   COMPUTE WS-TT-IDX2 = WS-TT-IDX + 1
                   IF TE-SORT-KEY(WS-TT-IDX2) < TE-SORT-KEY(WS-TT-IDX)
                       MOVE TRAN-ENTRY(WS-TT-IDX) TO TRAN-HOLD
                       MOVE TRAN-ENTRY(WS-TT-IDX2)
                           TO TRAN-ENTRY(WS-TT-IDX)
                       MOVE TRAN-HOLD TO TRAN-ENTRY(WS-TT-IDX2)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       POST-ONE-TRAN.
           MOVE TE-RCPT(WS-TT-IDX) TO FILE-SH-RCPT
           MOVE TE-LINE(WS-TT-IDX) TO FILE-SH-LINE
           READ SALES-HIST-FILE
               INVALID KEY
                   PERFORM POST-TRAN-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-SKIPPED
                   DISPLAY TE-RCPT(WS-TT-IDX) " LINE "
                       TE-LINE(WS-TT-IDX) " ALREADY IN SALES "
                       "HISTORY. SKIPPED."
           END-READ.

       POST-TRAN-LINE.
           MOVE 0 TO WS-LINE-COGS
           MOVE "N" TO WS-IS-KIT
           MOVE TE-PRODUCT(WS-TT-IDX) TO FILE-PRODUCT-ID
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE "N" TO WS-PRODUCT-OK
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRODUCT-OK
           END-READ
           IF WS-PRODUCT-OK = "N"
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING
                   TE-RCPT(WS-TT-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   TE-PRODUCT(WS-TT-IDX) DELIMITED BY SIZE
                   " | QTY: " DELIMITED BY SIZE
                   TE-QTY(WS-TT-IDX) DELIMITED BY SIZE
                   " | PRODUCT NOT ON FILE. TAKINGS POSTED, "
                       DELIMITED BY SIZE
                   "NO STOCK MOVED." DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               IF WS-KITS-OPEN = "Y"
                   MOVE FILE-PRODUCT-ID TO WS-KIT-ID
                   PERFORM POST-KIT-COMPONENTS
               END-IF
               IF WS-IS-KIT = "N"
                   MOVE TE-PRODUCT(WS-TT-IDX) TO WS-SELL-PRODUCT
                   MOVE TE-QTY(WS-TT-IDX) TO WS-SELL-QTY
                   PERFORM SELL-FROM-STOCK
               END-IF
           END-IF
           COMPUTE WS-LINE-VAT ROUNDED =
               TE-TOTAL(WS-TT-IDX) * WS-TAX-RATE /
               (100 + WS-TAX-RATE)
           PERFORM WRITE-SALES-LOG
           ADD TE-TOTAL(WS-TT-IDX) TO WS-RCPT-TOTAL
           ADD TE-TOTAL(WS-TT-IDX) TO WS-POSTED-VALUE
           ADD 1 TO WS-LINES-POSTED.

       POST-KIT-COMPONENTS.
           MOVE WS-KIT-ID TO FILE-KIT-PRODUCT
           MOVE LOW-VALUES TO FILE-KIT-COMPONENT
           START KIT-FILE KEY IS NOT LESS THAN FILE-KIT-KEY
               INVALID KEY MOVE "10" TO WS-FS-KIT
               NOT INVALID KEY MOVE "00" TO WS-FS-KIT
           END-START
           PERFORM UNTIL WS-FS-KIT = "10"
               READ KIT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-KIT
                   NOT AT END
                       IF FILE-KIT-PRODUCT NOT = WS-KIT-ID
                           MOVE "10" TO WS-FS-KIT
                       ELSE
                           MOVE "Y" TO WS-IS-KIT
                           MOVE FILE-KIT-COMPONENT TO WS-SELL-PRODUCT
                           COMPUTE WS-SELL-QTY =
                               TE-QTY(WS-TT-IDX) * FILE-KIT-QTY
                           PERFORM SELL-FROM-STOCK
                       END-IF
               END-READ
           END-PERFORM.

       SELL-FROM-STOCK.
           MOVE WS-SELL-PRODUCT TO FILE-PRODUCT-ID
           READ PRODUCT-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING
                       TE-RCPT(WS-TT-IDX) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       WS-SELL-PRODUCT DELIMITED BY SIZE
                       " | QTY: " DELIMITED BY SIZE
                       WS-SELL-QTY DELIMITED BY SIZE
                       " | KIT COMPONENT NOT ON FILE. NO STOCK MOVED."
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   COMPUTE WS-LINE-COGS = WS-LINE-COGS +
                       WS-SELL-QTY * FILE-PRODUCT-COST
                   IF WS-SELL-QTY > FILE-PRODUCT-STOCK
                       COMPUTE WS-SHORT-QTY =
                           WS-SELL-QTY - FILE-PRODUCT-STOCK
                       MOVE 0 TO FILE-PRODUCT-STOCK
                       PERFORM REPORT-NEGATIVE-STOCK
                   ELSE
                       SUBTRACT WS-SELL-QTY FROM FILE-PRODUCT-STOCK
                   END-IF
                   REWRITE PRODUCT-FILE-RECORD
                   IF WS-LOCSTOCK-OPEN = "Y"
                       PERFORM REDUCE-LOCATION-STOCK
                   END-IF
                   IF WS-LOTS-OPEN = "Y"
                       MOVE WS-SELL-PRODUCT TO WS-LOT-PRODUCT
                       MOVE WS-SELL-QTY TO WS-LOT-NEED
                       PERFORM CONSUME-LOTS-FEFO
                   END-IF
           END-READ.

       REPORT-NEGATIVE-STOCK.
           ADD 1 TO WS-NEG-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING
               TE-RCPT(WS-TT-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-SELL-PRODUCT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FILE-PRODUCT-NAME DELIMITED BY SIZE
               " | SOLD: " DELIMITED BY SIZE
               WS-SELL-QTY DELIMITED BY SIZE
               " | SHORT BY: " DELIMITED BY SIZE
               WS-SHORT-QTY DELIMITED BY SIZE
               " | STOCK SET TO 0. COUNT THE SHELF." DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       REDUCE-LOCATION-STOCK.
           MOVE WS-SELL-PRODUCT TO FILE-LS-PRODUCT
           MOVE WS-TILL-LOCATION TO FILE-LS-LOCATION
           READ LOCSTOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-LS-NEW-QTY = FILE-LS-QTY - WS-SELL-QTY
                   IF WS-LS-NEW-QTY < 0
                       MOVE 0 TO WS-LS-NEW-QTY
                   END-IF
                   MOVE WS-LS-NEW-QTY TO FILE-LS-QTY
                   REWRITE LOCSTOCK-RECORD
           END-READ.

       CONSUME-LOTS-FEFO.
           PERFORM UNTIL WS-LOT-NEED = 0
               PERFORM FIND-EARLIEST-LOT
               IF WS-LOT-FOUND = "N"
                   MOVE 0 TO WS-LOT-NEED
               ELSE
                   MOVE WS-LOT-PRODUCT TO FILE-LOT-PRODUCT
                   MOVE WS-BEST-LOT-SEQ TO FILE-LOT-SEQ
                   READ LOT-FILE
                       INVALID KEY
                           MOVE 0 TO WS-LOT-NEED
                       NOT INVALID KEY
                           IF FILE-LOT-QTY > WS-LOT-NEED
                               MOVE WS-LOT-NEED TO WS-LOT-TAKE
                           ELSE
                               MOVE FILE-LOT-QTY TO WS-LOT-TAKE
                           END-IF
                           SUBTRACT WS-LOT-TAKE FROM FILE-LOT-QTY
                           IF FILE-LOT-QTY = 0
                               MOVE "USED" TO FILE-LOT-STATUS
                           END-IF
                           REWRITE LOT-RECORD
                           SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED
                   END-READ
               END-IF
           END-PERFORM.

       FIND-EARLIEST-LOT.
           MOVE "N" TO WS-LOT-FOUND
           MOVE 999999999 TO WS-BEST-LOT-EXPIRY
           MOVE 0 TO WS-BEST-LOT-SEQ
           MOVE WS-LOT-PRODUCT TO FILE-LOT-PRODUCT
           MOVE 0 TO FILE-LOT-SEQ
           START LOT-FILE KEY IS NOT LESS THAN FILE-LOT-KEY
               INVALID KEY MOVE "10" TO WS-FS-LOT
               NOT INVALID KEY MOVE "00" TO WS-FS-LOT
           END-START
           PERFORM UNTIL WS-FS-LOT = "10"
               READ LOT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOT
                   NOT AT END
                       IF FILE-LOT-PRODUCT NOT = WS-LOT-PRODUCT
                           MOVE "10" TO WS-FS-LOT
                       ELSE
                           IF FILE-LOT-EXPIRY = 0
                               MOVE 99999999 TO WS-LOT-SORT-KEY
                           ELSE
                               MOVE FILE-LOT-EXPIRY TO WS-LOT-SORT-KEY
                           END-IF
                           IF FILE-LOT-STATUS = "OPEN" AND
                              FILE-LOT-QTY > 0 AND
                              WS-LOT-SORT-KEY < WS-BEST-LOT-EXPIRY
                               MOVE "Y" TO WS-LOT-FOUND
                               MOVE FILE-LOT-SEQ TO WS-BEST-LOT-SEQ
                               MOVE WS-LOT-SORT-KEY
                                   TO WS-BEST-LOT-EXPIRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SETTLE-RECEIPT-POINTS.
           IF WS-LOYALTY-OPEN = "Y" AND
              WS-PREV-MEMBER NOT = SPACES AND
              WS-PREV-RCPT NOT = SPACES AND
              WS-RCPT-TOTAL > 0
               MOVE WS-PREV-MEMBER TO FILE-LOY-ID
               READ LOYALTY-FILE
                   INVALID KEY
                       MOVE SPACES TO REPORT-LINE
                       STRING
                           WS-PREV-RCPT DELIMITED BY SIZE
                           " | MEMBER " DELIMITED BY SIZE
                           WS-PREV-MEMBER DELIMITED BY SIZE
                           " NOT ON FILE. NO POINTS EARNED."
                               DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       COMPUTE WS-POINTS-EARNED =
                           WS-RCPT-TOTAL / WS-POINTS-RATE
                       ADD WS-POINTS-EARNED TO FILE-LOY-POINTS
                       REWRITE LOYALTY-RECORD
               END-READ
           END-IF.

       WRITE-SALES-LOG.
           MOVE TE-DATE(WS-TT-IDX) TO WS-DATE-X
           MOVE WS-DATE-X(1:4) TO WS-SALE-DATE(1:4)
           MOVE "-" TO WS-SALE-DATE(5:1)
           MOVE WS-DATE-X(5:2) TO WS-SALE-DATE(6:2)
           MOVE "-" TO WS-SALE-DATE(8:1)
           MOVE WS-DATE-X(7:2) TO WS-SALE-DATE(9:2)
           MOVE TE-TOTAL(WS-TT-IDX) TO DISPLAY-PRICE
           MOVE WS-LINE-VAT TO DISPLAY-VAT
           MOVE 0 TO DISPLAY-DISC
           MOVE WS-LINE-COGS TO DISPLAY-COGS
           MOVE 0 TO DISPLAY-SDISC
           MOVE SPACES TO SALES-LOG-LINE
           STRING
               WS-SALE-DATE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               TE-PRODUCT(WS-TT-IDX) DELIMITED BY SIZE
               " | QTY: " DELIMITED BY SIZE
               TE-QTY(WS-TT-IDX) DELIMITED BY SIZE
               " | TOTAL: " DELIMITED BY SIZE
               DISPLAY-PRICE DELIMITED BY SIZE
               " | RCPT: " DELIMITED BY SIZE
               TE-RCPT(WS-TT-IDX) DELIMITED BY SIZE
               " | CASHIER: " DELIMITED BY SIZE
               TE-CASHIER(WS-TT-IDX) DELIMITED BY SIZE
               " | VAT: " DELIMITED BY SIZE
               DISPLAY-VAT DELIMITED BY SIZE
               " | DISC: " DELIMITED BY SIZE
               DISPLAY-DISC DELIMITED BY SIZE
               " | MBR: " DELIMITED BY SIZE
               TE-MEMBER(WS-TT-IDX) DELIMITED BY SIZE
               " | COST: " DELIMITED BY SIZE
               DISPLAY-COGS DELIMITED BY SIZE
               " | STAFF: " DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               " | SDISC: " DELIMITED BY SIZE
               DISPLAY-SDISC DELIMITED BY SIZE
               INTO SALES-LOG-LINE
           END-STRING
           WRITE SALES-LOG-LINE

           MOVE TE-RCPT(WS-TT-IDX) TO FILE-SH-RCPT
           MOVE TE-LINE(WS-TT-IDX) TO FILE-SH-LINE
           MOVE TE-DATE(WS-TT-IDX) TO FILE-SH-DATE
           MOVE TE-PRODUCT(WS-TT-IDX) TO FILE-SH-PRODUCT
           MOVE "SALE" TO FILE-SH-TYPE
           MOVE TE-QTY(WS-TT-IDX) TO FILE-SH-QTY
           MOVE TE-TOTAL(WS-TT-IDX) TO FILE-SH-TOTAL
           MOVE WS-LINE-VAT TO FILE-SH-VAT
           MOVE 0 TO FILE-SH-DISC
           MOVE WS-LINE-COGS TO FILE-SH-COST
           MOVE 0 TO FILE-SH-SDISC
           MOVE TE-CASHIER(WS-TT-IDX) TO FILE-SH-CASHIER
           MOVE TE-MEMBER(WS-TT-IDX) TO FILE-SH-MEMBER
           MOVE SPACES TO FILE-SH-STAFF
           WRITE SALES-HIST-RECORD
               INVALID KEY
                   DISPLAY "ERROR: HISTORY WRITE FAILED FOR "
                       TE-RCPT(WS-TT-IDX) " LINE " TE-LINE(WS-TT-IDX)
           END-WRITE.

       END PROGRAM TILL-UPLOAD.
