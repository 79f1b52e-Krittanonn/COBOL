              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SALES-LOG.

           SELECT SALES-HIST-FILE ASSIGN TO "SALESHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-SH-KEY
              ALTERNATE RECORD KEY IS FILE-SH-DATE WITH DUPLICATES
              ALTERNATE RECORD KEY IS FILE-SH-PRODUCT WITH DUPLICATES
              FILE STATUS IS WS-FS-SALES-HIST.

           SELECT USERS-FILE ASSIGN TO "USERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-LAY-NO
              FILE STATUS IS WS-FS-LAYAWAY.

           SELECT LOCSTOCK-FILE ASSIGN TO "LOCSTOCK.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-LS-KEY
              FILE STATUS IS WS-FS-LOCSTOCK.

           SELECT TRANSFER-FILE ASSIGN TO "TRANSFERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-TR-NO
              FILE STATUS IS WS-FS-TRANSFER.

           SELECT TRANSFER-NOTE-FILE ASSIGN TO "TRANSFER_NOTES.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANSFER-NOTE.

           SELECT KIT-FILE ASSIGN TO "KITS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-KIT-KEY
              FILE STATUS IS WS-FS-KIT.

           SELECT SORDER-FILE ASSIGN TO "SALESORD.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-SO-KEY
              FILE STATUS IS WS-FS-SORDER.

           SELECT SO-DOC-FILE ASSIGN TO "SO_DOCUMENTS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SO-DOC.

           SELECT VOUCHER-FILE ASSIGN TO "VOUCHERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-VCH-NO
              FILE STATUS IS WS-FS-VOUCHER.

           SELECT VOUCHER-LOG-FILE ASSIGN TO "VOUCHER_LOG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-VOUCHER-LOG.

           SELECT QUARANTINE-FILE ASSIGN TO "QUARANTINE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-QT-PRODUCT
              FILE STATUS IS WS-FS-QUARANTINE.

           SELECT PACK-FILE ASSIGN TO "PACKSIZE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-PK-KEY
              FILE STATUS IS WS-FS-PACK.

       DATA DIVISION.

       FILE SECTION.
          05 FILE-PRODUCT-STOCK   PIC 9(5).
          05 FILE-PRODUCT-SUPPLIER PIC X(5).
          05 FILE-PRODUCT-COST    PIC 9(7)V99.
          05 FILE-PRODUCT-STATUS  PIC X(12).
          05 FILE-PRODUCT-CLASS   PIC X.

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
          05 CONFIG-LAY-RESTOCK-PCT PIC 9(2).
          05 CONFIG-STAFF-DISC-PCT PIC 9(2).
          05 CONFIG-STAFF-DISC-CAP PIC 9(5).
          05 CONFIG-TILL-LOCATION PIC X(5).
          05 CONFIG-RECV-LOCATION PIC X(5).
          05 CONFIG-VOUCHER-DAYS PIC 9(4).

       FD WITHDRAWAL-FILE.
       01 WITHDRAWAL-LINE PIC X(90).
          05 FILE-ROLE      PIC X(10).

       FD PURCHASE-ORDER-FILE.
       01 PURCHASE-ORDER-LINE PIC X(160).

       FD PO-MASTER-FILE.
       01 PO-MASTER-RECORD.
          05 FILE-PO-RECV-QTY  PIC 9(5).
          05 FILE-PO-RECV-DATE PIC X(10).
          05 FILE-PO-SUPPLIER-ID PIC X(5).
          05 FILE-PO-PACK-UNIT PIC X(6).
          05 FILE-PO-PACK-SIZE PIC 9(4).
          05 FILE-PO-PACKS     PIC 9(5).

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          05 FILE-LAY-DATE     PIC 9(8).
          05 FILE-LAY-STATUS   PIC X(10).

       FD LOCSTOCK-FILE.
       01 LOCSTOCK-RECORD.
          05 FILE-LS-KEY.
             10 FILE-LS-PRODUCT  PIC X(7).
             10 FILE-LS-LOCATION PIC X(5).
          05 FILE-LS-QTY       PIC 9(5).

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
          05 FILE-TR-NO        PIC X(8).
          05 FILE-TR-PRODUCT   PIC X(7).
          05 FILE-TR-FROM      PIC X(5).
          05 FILE-TR-TO        PIC X(5).
          05 FILE-TR-QTY       PIC 9(5).
          05 FILE-TR-RECV-QTY  PIC 9(5).
          05 FILE-TR-SENT-DATE PIC 9(8).
          05 FILE-TR-RECV-DATE PIC 9(8).
          05 FILE-TR-SENT-BY   PIC X(20).
          05 FILE-TR-STATUS    PIC X(10).

       FD TRANSFER-NOTE-FILE.
       01 TRANSFER-NOTE-LINE PIC X(120).

       FD KIT-FILE.
       01 KIT-RECORD.
          05 FILE-KIT-KEY.
             10 FILE-KIT-PRODUCT   PIC X(7).
             10 FILE-KIT-COMPONENT PIC X(7).
          05 FILE-KIT-QTY        PIC 9(3).

       FD SORDER-FILE.
       01 SORDER-RECORD.
          05 FILE-SO-KEY.
             10 FILE-SO-NO       PIC X(8).
             10 FILE-SO-LINE     PIC 9(2).
          05 FILE-SO-ACCOUNT     PIC X(8).
          05 FILE-SO-PRODUCT     PIC X(7).
          05 FILE-SO-PRICE       PIC 9(5)V99.
          05 FILE-SO-QTY         PIC 9(5).
          05 FILE-SO-RESERVED    PIC 9(5).
          05 FILE-SO-SENT        PIC 9(5).
          05 FILE-SO-ORDER-DATE  PIC 9(8).
          05 FILE-SO-DELIVER-DATE PIC 9(8).
          05 FILE-SO-STATUS      PIC X(10).

       FD SO-DOC-FILE.
       01 SO-DOC-LINE PIC X(120).

       FD VOUCHER-FILE.
       01 VOUCHER-RECORD.
          05 FILE-VCH-NO         PIC X(8).
          05 FILE-VCH-TYPE       PIC X(6).
          05 FILE-VCH-ISSUE-DATE PIC 9(8).
          05 FILE-VCH-ORIG-VALUE PIC 9(7)V99.
          05 FILE-VCH-BALANCE    PIC 9(7)V99.
          05 FILE-VCH-EXPIRY     PIC 9(8).
          05 FILE-VCH-STATUS     PIC X(10).
          05 FILE-VCH-ISSUE-RCPT PIC X(8).

       FD VOUCHER-LOG-FILE.
       01 VOUCHER-LOG-LINE PIC X(100).

       FD QUARANTINE-FILE.
       01 QUARANTINE-RECORD.
          05 FILE-QT-PRODUCT     PIC X(7).
          05 FILE-QT-DAMAGED     PIC 9(5).
          05 FILE-QT-EXPIRED     PIC 9(5).

       FD PACK-FILE.
       01 PACK-RECORD.
          05 FILE-PK-KEY.
             10 FILE-PK-PRODUCT  PIC X(7).
             10 FILE-PK-SUPPLIER PIC X(5).
          05 FILE-PK-UNIT        PIC X(6).
          05 FILE-PK-SIZE        PIC 9(4).
          05 FILE-PK-MULTIPLE    PIC 9(3).

       FD STAFFDIR-FILE.
       01 STAFFDIR-RECORD.
          05 STF-BANK-ROLE      PIC X(10).
          05 STF-STATUS         PIC X(8).
          05 STF-FAILED-LOGINS  PIC 9(2).
          05 STF-EMP-ID         PIC X(4).
          05 STF-LIB-SUSP       PIC X(10).
          05 STF-SHOP-SUSP      PIC X(10).
          05 STF-BANK-SUSP      PIC X(10).

       FD STOCK-CTL-FILE.
       01 STOCK-CTL-RECORD.
               10 SS-SUPPLIER-ID PIC X(5).
               10 SS-SPEND       PIC 9(12)V99.
       01 WS-SALE-DATE-NUM PIC 9(8).
       01 WS-FS-SALES-HIST PIC XX.
       01 WS-SH-WRITTEN PIC X VALUE "N".
       01 WS-EFF-PRICE PIC 9(5)V99.
       01 WS-NEW-PRICE PIC 9(5)V99.
       01 WS-EFF-DATE-INPUT PIC 9(8).
       01 DISPLAY-OLD-PRICE PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-NEW-PRICE PIC Z,ZZZ,ZZZ.99.
       01 WS-PM-ID-OK PIC X VALUE "N".
       01 WS-PM-NAME PIC X(30).
       01 WS-PM-COST PIC 9(7)V99.
       01 WS-COUNT-USED PIC 9(3) VALUE 0.
       01 WS-COUNT-IDX PIC 9(3).
       01 WS-COUNTED-QTY PIC 9(5).
               10 CART-PRICE      PIC 9(5)V99.
               10 CART-LINE-TOTAL PIC 9(10)V99.
               10 CART-DISCOUNT   PIC 9(10)V99.
               10 CART-KIT-FLAG   PIC X.
       01 WS-INPUT-PO-NO PIC X(8).
       01 WS-RECV-QTY PIC 9(5).
       01 WS-QTY-VARIANCE PIC S9(5).
       01 WS-SHIFT-TOTAL PIC S9(12)V99.
       01 WS-SHIFT-OPEN-DATE PIC X(10).
       01 WS-SHIFT-IN-PROGRESS PIC X VALUE "N".
       01 WS-SHIFT-LINE-DATE PIC X(10).
       01 DISPLAY-SHIFT-TOTAL PIC -,---,---,--9.99.
       01 WS-FS-SHOP-CONFIG PIC XX.
       01 WS-FS-WITHDRAWAL PIC XX.
       01 WS-FS-ARCUST PIC XX.
       01 WS-FS-ARTRANS PIC XX.
       01 WS-FS-LAYAWAY PIC XX.
       01 WS-FS-LOCSTOCK PIC XX.
       01 WS-FS-TRANSFER PIC XX.
       01 WS-FS-TRANSFER-NOTE PIC XX.
       01 WS-FS-KIT PIC XX.
       01 WS-KIT-ID PIC X(7).
       01 WS-KIT-COMPONENT PIC X(7).
       01 WS-KIT-HOLD PIC X(7).
       01 WS-KIT-QTY PIC 9(3).
       01 WS-IS-KIT PIC X VALUE "N".
       01 WS-KIT-SHOW PIC X VALUE "N".
       01 WS-KIT-BUILDABLE PIC 9(5).
       01 WS-KIT-CAN-MAKE PIC 9(5).
       01 WS-KIT-MOVE-QTY PIC 9(5).
       01 WS-KIT-SIGN PIC S9.
       01 WS-KIT-COMP-QTY PIC 9(7).
       01 WS-KIT-LISTED PIC 9(3).
       01 WS-LOT-PRODUCT PIC X(7).
       01 WS-FS-SORDER PIC XX.
       01 WS-FS-SO-DOC PIC XX.
       01 WS-SO-SEQ PIC 9(6) VALUE 0.
       01 WS-SO-NUM PIC 9(6).
       01 WS-SO-NO PIC X(8).
       01 WS-SO-LINE-NO PIC 9(2).
       01 WS-SO-DELIVER-DATE PIC 9(8).
       01 WS-SO-AVAIL PIC 9(6).
       01 WS-SO-TAKE PIC 9(5).
       01 WS-SO-BACK PIC 9(5).
       01 WS-SO-FOUND PIC X.
       01 WS-SO-DONE PIC X.
       01 WS-SO-VALUE PIC 9(10)V99.
       01 WS-SO-LISTED PIC 9(4).
       01 WS-SO-DOC-TITLE PIC X(13).
       01 WS-SO-TEXT PIC X(120).
       01 WS-FS-VOUCHER PIC XX.
       01 WS-FS-VOUCHER-LOG PIC XX.
       01 WS-VCH-SEQ PIC 9(6) VALUE 0.
       01 WS-VCH-NUM PIC 9(6).
       01 WS-VCH-NO PIC X(8).
       01 WS-VCH-TYPE PIC X(6).
       01 WS-VCH-ACTION PIC X(6).
       01 WS-VCH-VALID-DAYS PIC 9(4) VALUE 365.
       01 WS-VCH-AMOUNT PIC 9(7)V99.
       01 WS-VCH-APPLIED PIC 9(7)V99 VALUE 0.
       01 WS-VCH-RCPT PIC X(8).
       01 WS-REFUND-MODE PIC X VALUE "C".
       01 DISPLAY-VCH-AMT PIC Z,ZZZ,ZZZ.99.
       01 WS-FS-QUARANTINE PIC XX.
       01 WS-FS-PACK PIC XX.
       01 WS-PACK-FOUND PIC X VALUE "N".
       01 WS-PACK-UNIT PIC X(6).
       01 WS-PACK-SIZE PIC 9(4).
       01 WS-PACK-MULTIPLE PIC 9(3).
       01 WS-PACK-QTY PIC 9(5).
       01 WS-PACK-REM PIC 9(5).
       01 WS-PACK-GROUPS PIC 9(5).
       01 WS-PACK-COST PIC 9(7)V99.
       01 WS-LOOSE-QTY PIC 9(5).
       01 DISPLAY-PACK-COST PIC Z,ZZZ,ZZZ.99.
       01 WS-QT-PRODUCT PIC X(7).
       01 WS-QT-QTY PIC 9(5).
       01 WS-QT-REASON PIC X.
       01 WS-TILL-LOCATION PIC X(5) VALUE "FRONT".
       01 WS-RECV-LOCATION PIC X(5) VALUE "BACK".
       01 WS-LS-PRODUCT PIC X(7).
       01 WS-LS-LOCATION PIC X(5).
       01 WS-LS-DELTA PIC S9(6).
       01 WS-LS-NEW-QTY PIC S9(6).
       01 WS-LS-ON-HAND PIC 9(5).
       01 WS-LS-NEED PIC 9(5).
       01 WS-LOC-INPUT PIC X(5).
       01 WS-LOC-OK PIC X VALUE "N".
       01 WS-LOC-IDX PIC 9.
       01 WS-COUNT-LOCATION PIC X(5).
       01 WS-COUNT-CLASS PIC X.
       01 WS-COUNT-LISTED PIC 9(5).
       01 WS-LOW-LOCATION PIC X(5).
       01 WS-TR-SEQ PIC 9(6) VALUE 0.
       01 WS-TR-NUM PIC 9(6).
       01 WS-TR-FROM PIC X(5).
       01 WS-TR-TO PIC X(5).
       01 WS-TR-SHORT PIC 9(5).
       01 WS-TR-LISTED PIC 9(5).

       01 LOCATION-LIST.
           05 FILLER PIC X(5) VALUE "FRONT".
           05 FILLER PIC X(5) VALUE "BACK ".
           05 FILLER PIC X(5) VALUE "STOR2".
       01 LOCATION-TABLE REDEFINES LOCATION-LIST.
           05 LOC-CODE PIC X(5) OCCURS 3 TIMES.
       01 WS-LAY-SEQ PIC 9(6) VALUE 0.
       01 WS-LAY-NUM PIC 9(6).
       01 WS-LAY-DEPOSIT-PCT PIC 9(2) VALUE 20.
                   OPEN OUTPUT SALES-LOG-FILE
               END-IF

               OPEN I-O SALES-HIST-FILE
               IF WS-FS-SALES-HIST NOT = "00"
                   OPEN OUTPUT SALES-HIST-FILE
                   CLOSE SALES-HIST-FILE
                   OPEN I-O SALES-HIST-FILE
               END-IF

               OPEN EXTEND PURCHASE-ORDER-FILE
               IF WS-FS-PURCHASE-ORDER NOT = "00"
                   OPEN OUTPUT PURCHASE-ORDER-FILE

               PERFORM LOAD-STOCK-CONTROL
               PERFORM LOAD-SHOP-CONFIG
               PERFORM LOAD-LOCATION-STOCK

               OPEN I-O TRANSFER-FILE
               IF WS-FS-TRANSFER NOT = "00"
                   OPEN OUTPUT TRANSFER-FILE
                   CLOSE TRANSFER-FILE
                   OPEN I-O TRANSFER-FILE
               END-IF
               PERFORM INIT-TRANSFER-SEQ

               OPEN I-O KIT-FILE
               IF WS-FS-KIT NOT = "00"
                   OPEN OUTPUT KIT-FILE
                   CLOSE KIT-FILE
                   OPEN I-O KIT-FILE
               END-IF

               OPEN I-O SORDER-FILE
               IF WS-FS-SORDER NOT = "00"
                   OPEN OUTPUT SORDER-FILE
                   CLOSE SORDER-FILE
                   OPEN I-O SORDER-FILE
               END-IF
               PERFORM INIT-SO-SEQ

               OPEN I-O VOUCHER-FILE
               IF WS-FS-VOUCHER NOT = "00"
                   OPEN OUTPUT VOUCHER-FILE
                   CLOSE VOUCHER-FILE
                   OPEN I-O VOUCHER-FILE
               END-IF
               PERFORM INIT-VOUCHER-SEQ

               OPEN I-O QUARANTINE-FILE
               IF WS-FS-QUARANTINE NOT = "00"
                   OPEN OUTPUT QUARANTINE-FILE
                   CLOSE QUARANTINE-FILE
                   OPEN I-O QUARANTINE-FILE
               END-IF

               OPEN I-O PACK-FILE
               IF WS-FS-PACK NOT = "00"
                   OPEN OUTPUT PACK-FILE
                   CLOSE PACK-FILE
                   OPEN I-O PACK-FILE
               END-IF

               PERFORM UNTIL AUTH-KEY = "Y"
                       DISPLAY "ENTER STAFF ID OR USERNAME :"
                   DISPLAY "21. RELEASE DRAFT ORDERS (MANAGER ONLY)"
                   DISPLAY "22. CHARGE ACCOUNTS"
                   DISPLAY "23. LAYAWAY"
                   DISPLAY "24. PRODUCT MAINTENANCE (MANAGER ONLY)"
                   DISPLAY "25. STOCK LOCATIONS AND TRANSFERS"
                   DISPLAY "26. KITS AND BUNDLES"
                   DISPLAY "27. SALES ORDERS (CHARGE ACCOUNTS)"
                   DISPLAY "28. GIFT CARDS AND VOUCHERS"
                   DISPLAY "29. EXIT PROGRAM"

                   DISPLAY "CHOSE OPTION (1-29): "
                   ACCEPT WS-OPTION

                   EVALUATE WS-OPTION
                       WHEN 23
                           PERFORM LAYAWAY-MENU
                       WHEN 24
                           PERFORM PRODUCT-MAINTENANCE
                       WHEN 25
                           PERFORM TRANSFER-MENU
                       WHEN 26
                           PERFORM KIT-MENU
                       WHEN 27
                           PERFORM SALES-ORDER-MENU
                       WHEN 28
                           PERFORM VOUCHER-MENU
                       WHEN 29
                           MOVE "Y" TO WS-EXIT
                           CLOSE PRODUCT-FILE
                           CLOSE SALES-LOG-FILE
                           CLOSE LOT-FILE
                           CLOSE ARCUST-FILE
                           CLOSE LAYAWAY-FILE
                           CLOSE LOCSTOCK-FILE
                           CLOSE TRANSFER-FILE
                           CLOSE KIT-FILE
                           CLOSE SORDER-FILE
                           CLOSE VOUCHER-FILE
                           CLOSE QUARANTINE-FILE
                           CLOSE PACK-FILE
                           CLOSE SALES-HIST-FILE
                           IF WS-EMP-OPEN = "Y"
                               CLOSE EMPLOYEE-FILE
                           END-IF
           SEED-DEFAULT-PRODUCTS.
               MOVE "S0001" TO FILE-PRODUCT-SUPPLIER
               MOVE 0 TO FILE-PRODUCT-COST
               MOVE "ACTIVE" TO FILE-PRODUCT-STATUS
               MOVE SPACE TO FILE-PRODUCT-CLASS
               MOVE "BK-1000" TO FILE-PRODUCT-ID
               MOVE "COBOL Programming " TO FILE-PRODUCT-NAME
               MOVE 1250.50 TO FILE-PRODUCT-PRICE
                   DISPLAY-SDISC DELIMITED BY SIZE
                   INTO SALES-LOG-LINE
               END-STRING
               WRITE SALES-LOG-LINE

               MOVE WS-RCPT-NO TO FILE-SH-RCPT
               MOVE CART-PRODUCT-ID(WS-CART-IDX) TO FILE-SH-PRODUCT
               MOVE "SALE" TO FILE-SH-TYPE
               MOVE WS-INPUT-QUANTITY TO FILE-SH-QTY
               MOVE WS-TOTAL-PRICE TO FILE-SH-TOTAL
               MOVE WS-LINE-VAT TO FILE-SH-VAT
               MOVE CART-DISCOUNT(WS-CART-IDX) TO FILE-SH-DISC
               MOVE WS-LINE-COGS TO FILE-SH-COST
               MOVE WS-LINE-SDISC TO FILE-SH-SDISC
               MOVE WS-LOY-MEMBER TO FILE-SH-MEMBER
               MOVE WS-STAFF-EMP TO FILE-SH-STAFF
               PERFORM WRITE-SALES-HISTORY.

           WRITE-SALES-HISTORY.
               MOVE WS-SALE-DATE-NUM TO FILE-SH-DATE
               MOVE WS-USER-NAME TO FILE-SH-CASHIER
               MOVE 1 TO FILE-SH-LINE
               MOVE "N" TO WS-SH-WRITTEN
               PERFORM UNTIL WS-SH-WRITTEN = "Y"
                   WRITE SALES-HIST-RECORD
                       INVALID KEY
                           IF FILE-SH-LINE >= 999
                               DISPLAY "ERROR: RECEIPT " FILE-SH-RCPT
                                   " HAS NO FREE HISTORY LINE."
                               MOVE "Y" TO WS-SH-WRITTEN
                           ELSE
                               ADD 1 TO FILE-SH-LINE
                           END-IF
                       NOT INVALID KEY
                           MOVE "Y" TO WS-SH-WRITTEN
                   END-WRITE
               END-PERFORM.

           WRITE-PURCHASE-ORDER.
               MOVE WS-YEAR TO WS-SALE-DATE(1:4)
               MOVE "-" TO WS-SALE-DATE(8:1)
               MOVE WS-DAY TO WS-SALE-DATE(9:2)
               MOVE WS-UNIT-COST TO DISPLAY-UNIT-COST
               PERFORM DEFAULT-PO-PACK
               COMPUTE WS-PACK-COST ROUNDED =
                   WS-UNIT-COST * FILE-PO-PACK-SIZE
               MOVE WS-PACK-COST TO DISPLAY-PACK-COST
               MOVE SPACES TO PURCHASE-ORDER-LINE
               STRING
                   WS-SALE-DATE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-INPUT-QUANTITY DELIMITED BY SIZE
                   " | UNIT COST: " DELIMITED BY SIZE
                   DISPLAY-UNIT-COST DELIMITED BY SIZE
                   " | ORDER: " DELIMITED BY SIZE
                   FILE-PO-PACKS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FILE-PO-PACK-UNIT DELIMITED BY SPACE
                   " OF " DELIMITED BY SIZE
                   FILE-PO-PACK-SIZE DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   DISPLAY-PACK-COST DELIMITED BY SIZE
                   INTO PURCHASE-ORDER-LINE
               END-STRING
               WRITE PURCHASE-ORDER-LINE.

           DEFAULT-PO-PACK.
               IF FILE-PO-PACK-SIZE IS NOT NUMERIC OR
                  FILE-PO-PACK-SIZE = 0
                   MOVE "UNIT" TO FILE-PO-PACK-UNIT
                   MOVE 1 TO FILE-PO-PACK-SIZE
                   MOVE FILE-PO-QTY TO FILE-PO-PACKS
               END-IF.

           SELL-ITEM.
               MOVE "N" TO WS-COMPLETE.
               MOVE "N" TO WS-CART-CANCELLED.
                       DISPLAY "ERROR : PRODUCT ID NOT FOUND. "
                           "PLEASE TRY AGAIN."
                   NOT INVALID KEY
                       IF FILE-PRODUCT-STATUS = "DISCONTINUED"
                           DISPLAY "ERROR : PRODUCT IS DISCONTINUED. "
                               "NOT FOR SALE."
                       ELSE
                       MOVE FILE-PRODUCT-ID TO WS-KIT-ID
                       MOVE "N" TO WS-KIT-SHOW
                       PERFORM CHECK-KIT
                       IF WS-IS-KIT = "Y"
                           MOVE WS-KIT-BUILDABLE TO WS-LS-ON-HAND
                       ELSE
                           MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
                           MOVE WS-TILL-LOCATION TO WS-LS-LOCATION
                           PERFORM GET-LOCATION-QTY
                       END-IF
                       IF WS-LS-ON-HAND >= WS-INPUT-QUANTITY
                           IF WS-IS-KIT = "N"
                               SUBTRACT WS-INPUT-QUANTITY FROM
                                   FILE-PRODUCT-STOCK
                               REWRITE PRODUCT-FILE-RECORD
                               COMPUTE WS-LS-DELTA =
                                   0 - WS-INPUT-QUANTITY
                               PERFORM ADJUST-LOCATION-STOCK
                           END-IF
                           PERFORM LOOKUP-EFFECTIVE-PRICE
                           PERFORM APPLY-PROMOTION
                           ADD 1 TO WS-CART-COUNT
                               WS-LINE-GROSS - WS-LINE-DISC
                           MOVE WS-LINE-DISC TO
                               CART-DISCOUNT(WS-CART-COUNT)
                           MOVE WS-IS-KIT TO
                               CART-KIT-FLAG(WS-CART-COUNT)
                           ADD CART-LINE-TOTAL(WS-CART-COUNT)
                               TO WS-CART-TOTAL
                           ADD WS-LINE-DISC TO WS-CART-DISC-TOTAL
                           IF WS-IS-KIT = "Y"
                               MOVE WS-INPUT-QUANTITY
                                   TO WS-KIT-MOVE-QTY
                               MOVE -1 TO WS-KIT-SIGN
                               PERFORM MOVE-KIT-COMPONENTS
                               DISPLAY "KIT COMPONENTS TAKEN FROM "
                                   WS-TILL-LOCATION "."
                           END-IF
                           IF WS-LINE-DISC > 0
                               MOVE WS-LINE-DISC TO DISPLAY-DISC
                               DISPLAY "PROMOTION APPLIED. "
                           DISPLAY "ADDED. RUNNING TOTAL: "
                               DISPLAY-CART-TOTAL
                       ELSE
                           IF WS-IS-KIT = "Y"
                               DISPLAY "ERROR : ONLY " WS-LS-ON-HAND
                                   " KITS CAN BE BUILT FROM STOCK AT "
                                   WS-TILL-LOCATION "."
                           ELSE
                               DISPLAY "ERROR : NOT ENOUGH STOCK AT "
                                   WS-TILL-LOCATION ": " WS-LS-ON-HAND
                           END-IF
                       END-IF
                       END-IF
               END-READ
               END-IF.
           RESTORE-CART-STOCK.
               PERFORM VARYING WS-CART-IDX FROM 1 BY 1 UNTIL
                   WS-CART-IDX > WS-CART-COUNT
                   IF CART-KIT-FLAG(WS-CART-IDX) = "Y"
                       MOVE CART-PRODUCT-ID(WS-CART-IDX) TO WS-KIT-ID
                       MOVE CART-QTY(WS-CART-IDX) TO WS-KIT-MOVE-QTY
                       MOVE 1 TO WS-KIT-SIGN
                       PERFORM MOVE-KIT-COMPONENTS
                   ELSE
                   MOVE CART-PRODUCT-ID(WS-CART-IDX)
                       TO FILE-PRODUCT-ID
                   READ PRODUCT-FILE
                           ADD CART-QTY(WS-CART-IDX) TO
                               FILE-PRODUCT-STOCK
                           REWRITE PRODUCT-FILE-RECORD
                           MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
                           MOVE WS-TILL-LOCATION TO WS-LS-LOCATION
                           MOVE CART-QTY(WS-CART-IDX) TO WS-LS-DELTA
                           PERFORM ADJUST-LOCATION-STOCK
                   END-READ
                   END-IF
               END-PERFORM.

           TAKE-PAYMENT.
               MOVE "N" TO WS-TENDER-CANCELLED
               MOVE "C" TO WS-TENDER-TYPE
               MOVE "N" TO WS-AR-OK
               MOVE 0 TO WS-VCH-APPLIED
               IF WS-AMOUNT-DUE = 0
                   CONTINUE
               ELSE
                   DISPLAY "TENDER (C=CASH, A=ON ACCOUNT, "
                       "V=VOUCHER): "
                   ACCEPT WS-TENDER-TYPE
                   IF WS-TENDER-TYPE = "A" OR WS-TENDER-TYPE = "a"
                       PERFORM CHARGE-TO-ACCOUNT
                   END-IF
                   IF WS-TENDER-TYPE = "V" OR WS-TENDER-TYPE = "v"
                       PERFORM APPLY-VOUCHER-TENDER
                   END-IF
                   IF WS-AR-OK = "Y"
                       MOVE WS-AMOUNT-DUE TO WS-TENDER
                   ELSE
               IF WS-AR-OK = "Y"
                   PERFORM POST-AR-CHARGE
               END-IF
               IF WS-VCH-APPLIED > 0
                   PERFORM POST-VOUCHER-REDEMPTION
               END-IF

               PERFORM VARYING WS-CART-IDX FROM 1 BY 1 UNTIL
                   WS-CART-IDX > WS-CART-COUNT
               MOVE WS-TOTAL-PRICE TO DISPLAY-PRICE
               MOVE CART-DISCOUNT(WS-CART-IDX) TO DISPLAY-DISC
               MOVE 0 TO WS-LINE-COGS
               IF CART-KIT-FLAG(WS-CART-IDX) = "Y"
                   MOVE CART-PRODUCT-ID(WS-CART-IDX) TO WS-KIT-ID
                   PERFORM POST-KIT-COMPONENTS
               ELSE
                   MOVE CART-PRODUCT-ID(WS-CART-IDX) TO FILE-PRODUCT-ID
                   READ PRODUCT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           COMPUTE WS-LINE-COGS =
                               CART-QTY(WS-CART-IDX) * FILE-PRODUCT-COST
                   END-READ
                   MOVE CART-PRODUCT-ID(WS-CART-IDX) TO WS-LOT-PRODUCT
                   MOVE CART-QTY(WS-CART-IDX) TO WS-LOT-NEED
                   PERFORM CONSUME-LOTS-FEFO
               END-IF
               MOVE WS-LINE-COGS TO DISPLAY-COGS
               MOVE 0 TO WS-LINE-SDISC
               IF WS-STAFF-ACTIVE = "Y"
                       WS-STAFF-DISC-PCT / 100
               END-IF
               MOVE WS-LINE-SDISC TO DISPLAY-SDISC
               COMPUTE WS-LINE-VAT ROUNDED =
                   WS-TOTAL-PRICE * WS-TAX-RATE /
                   (100 + WS-TAX-RATE)
                   END-STRING
                   WRITE RECEIPT-LINE
               END-IF
               IF WS-VCH-APPLIED > 0
                   MOVE WS-VCH-APPLIED TO DISPLAY-VCH-AMT
                   STRING
                       "  PAID BY VOUCHER " DELIMITED BY SIZE
                       WS-VCH-NO DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       DISPLAY-VCH-AMT DELIMITED BY SIZE
                       INTO RECEIPT-LINE
                   END-STRING
                   WRITE RECEIPT-LINE
               END-IF
               CLOSE RECEIPT-FILE.

           TAKE-CASH-TENDER.
                   INVALID KEY
                       DISPLAY "ERROR : PRODUCT ID NOT FOUND."
                   NOT INVALID KEY
                       MOVE FILE-PRODUCT-ID TO WS-KIT-ID
                       PERFORM FIND-KIT
                       IF FILE-PRODUCT-STATUS = "DISCONTINUED"
                           DISPLAY "ERROR : PRODUCT IS DISCONTINUED. "
                               "NOT FOR SALE."
                       ELSE
                       IF WS-IS-KIT = "Y"
                           DISPLAY "ERROR : KITS CANNOT BE LAID AWAY. "
                               "LAY AWAY THE COMPONENTS INSTEAD."
                       ELSE
                           PERFORM CREATE-LAYAWAY-LINE
                       END-IF
                       END-IF
               END-READ.

           CREATE-LAYAWAY-LINE.
               DISPLAY "ENTER QUANTITY: "
               ACCEPT WS-INPUT-QUANTITY
               MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
               MOVE WS-TILL-LOCATION TO WS-LS-LOCATION
               PERFORM GET-LOCATION-QTY
               IF WS-LS-ON-HAND < WS-INPUT-QUANTITY
                   DISPLAY "ERROR : NOT ENOUGH STOCK AT "
                       WS-TILL-LOCATION ": " WS-LS-ON-HAND
               ELSE
                   PERFORM LOOKUP-EFFECTIVE-PRICE
                   ADD 1 TO WS-LAY-SEQ
                       SUBTRACT WS-INPUT-QUANTITY
                           FROM FILE-PRODUCT-STOCK
                       REWRITE PRODUCT-FILE-RECORD
                       COMPUTE WS-LS-DELTA = 0 - WS-INPUT-QUANTITY
                       PERFORM ADJUST-LOCATION-STOCK
                       WRITE LAYAWAY-RECORD
                       PERFORM WRITE-LAYAWAY-RECEIPT
                       DISPLAY "LAYAWAY " FILE-LAY-NO " CREATED. "
                   NOT INVALID KEY
                       ADD FILE-LAY-QTY TO FILE-PRODUCT-STOCK
                       REWRITE PRODUCT-FILE-RECORD
                       MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
                       MOVE WS-TILL-LOCATION TO WS-LS-LOCATION
                       MOVE FILE-LAY-QTY TO WS-LS-DELTA
                       PERFORM ADJUST-LOCATION-STOCK
               END-READ
               COMPUTE WS-LAY-FEE ROUNDED =
                   FILE-LAY-PAID * WS-LAY-RESTOCK-PCT / 100
            PERFORM SEARCH-PRODUCT-BY-NAME
        ELSE

        MOVE WS-INPUT-PRODUCT-ID TO FILE-PRODUCT-ID
        READ PRODUCT-FILE
            INVALID KEY
                MOVE "Y" TO WS-FOUND
        END-READ

        MOVE WS-INPUT-PRODUCT-ID TO WS-KIT-ID
        PERFORM FIND-KIT

        IF WS-FOUND = "N"
            DISPLAY "ERROR : PRODUCT ID NOT FOUND. PLEASE TRY AGAIN."
        ELSE
        IF FILE-PRODUCT-STATUS = "DISCONTINUED"
            DISPLAY "ERROR : PRODUCT IS DISCONTINUED. ORDER NOT RAISED."
            MOVE "Y" TO WS-COMPLETE
        ELSE
        IF WS-IS-KIT = "Y"
            DISPLAY "ERROR : PRODUCT IS A KIT. ORDER THE COMPONENTS."
            MOVE "Y" TO WS-COMPLETE
        ELSE
            PERFORM CHOOSE-PO-SUPPLIER
            IF WS-SUPPLIER-OK = "N"
                DISPLAY "UNKNOWN SUPPLIER. ORDER NOT RAISED."
            ELSE
                PERFORM ACCEPT-PO-QUANTITY
                PERFORM CREATE-PURCHASE-ORDER
                PERFORM WRITE-PURCHASE-ORDER

            MOVE "Y" TO WS-COMPLETE
        END-IF
        END-IF
        END-IF
        END-IF
       END-PERFORM

       DISPLAY " "
               PERFORM FIND-ORIGINAL-SALE

               IF WS-SALE-FOUND = "N"
                   DISPLAY "ERROR: NO MATCHING SALE IN THE SALES "
                       "HISTORY. RETURN REFUSED."
               ELSE
                   COMPUTE WS-REFUNDABLE-QTY =
                       WS-ORIG-QTY - WS-REFUNDED-QTY
               MOVE "N" TO WS-SALE-FOUND
               MOVE "N" TO WS-LOG-EOF
               MOVE 0 TO WS-REFUNDED-QTY
               MOVE WS-RET-RCPT-NO TO FILE-SH-RCPT
               MOVE 0 TO FILE-SH-LINE
               START SALES-HIST-FILE KEY IS NOT LESS THAN FILE-SH-KEY
                   INVALID KEY MOVE "Y" TO WS-LOG-EOF
               END-START
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ SALES-HIST-FILE NEXT
                       AT END MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           IF FILE-SH-RCPT NOT = WS-RET-RCPT-NO
                               MOVE "Y" TO WS-LOG-EOF
                           ELSE
                           IF FILE-SH-PRODUCT = WS-RET-PRODUCT-ID(1:7)
                               IF FILE-SH-TYPE = "REFUND"
                                   ADD FILE-SH-QTY TO WS-REFUNDED-QTY
                               ELSE
                                   MOVE "Y" TO WS-SALE-FOUND
                                   MOVE FILE-SH-QTY TO WS-ORIG-QTY
                                   MOVE FILE-SH-TOTAL TO WS-ORIG-TOTAL
                               END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           PROCESS-RETURN.
               COMPUTE WS-REFUND-AMOUNT =
               DISPLAY "ITEM RESALEABLE? (Y/N): "
               ACCEPT WS-RET-RESALE

               DISPLAY "REFUND AS (C=CASH, V=STORE CREDIT VOUCHER): "
               ACCEPT WS-REFUND-MODE

               MOVE WS-YEAR TO WS-SALE-DATE(1:4)
               MOVE "-" TO WS-SALE-DATE(5:1)
               MOVE WS-MONTH TO WS-SALE-DATE(6:2)
               MOVE "-" TO WS-SALE-DATE(8:1)
               MOVE WS-DAY TO WS-SALE-DATE(9:2)

               MOVE WS-RET-PRODUCT-ID TO WS-KIT-ID
               PERFORM FIND-KIT
               IF (WS-RET-RESALE = "Y" OR WS-RET-RESALE = "y")
                  AND WS-IS-KIT = "Y"
                   MOVE WS-RET-QTY TO WS-KIT-MOVE-QTY
                   MOVE 1 TO WS-KIT-SIGN
                   PERFORM MOVE-KIT-COMPONENTS
                   DISPLAY "KIT COMPONENTS RESTORED TO "
                       WS-TILL-LOCATION "."
               ELSE
               IF WS-RET-RESALE = "Y" OR WS-RET-RESALE = "y"
                   MOVE WS-RET-PRODUCT-ID TO FILE-PRODUCT-ID
                   READ PRODUCT-FILE
                       NOT INVALID KEY
                           ADD WS-RET-QTY TO FILE-PRODUCT-STOCK
                           REWRITE PRODUCT-FILE-RECORD
                           MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
                           MOVE WS-TILL-LOCATION TO WS-LS-LOCATION
                           MOVE WS-RET-QTY TO WS-LS-DELTA
                           PERFORM ADJUST-LOCATION-STOCK
                           DISPLAY "STOCK RESTORED TO "
                               WS-TILL-LOCATION "."
                   END-READ
               ELSE
                   PERFORM WRITE-DAMAGED-GOODS
                   DISPLAY "BOOKED TO DAMAGED GOODS. "
                       "STOCK NOT RESTORED."
               END-IF
               END-IF

               STRING
                   WS-SALE-DATE DELIMITED BY SIZE
               END-STRING
               WRITE SALES-LOG-LINE

               MOVE WS-RET-RCPT-NO TO FILE-SH-RCPT
               MOVE WS-RET-PRODUCT-ID TO FILE-SH-PRODUCT
               MOVE "REFUND" TO FILE-SH-TYPE
               MOVE WS-RET-QTY TO FILE-SH-QTY
               MOVE WS-REFUND-AMOUNT TO FILE-SH-TOTAL
               MOVE WS-REFUND-VAT TO FILE-SH-VAT
               MOVE 0 TO FILE-SH-DISC
               MOVE 0 TO FILE-SH-COST
               MOVE 0 TO FILE-SH-SDISC
               MOVE SPACES TO FILE-SH-MEMBER
               MOVE SPACES TO FILE-SH-STAFF
               PERFORM WRITE-SALES-HISTORY

               IF WS-REFUND-MODE = "V" OR WS-REFUND-MODE = "v"
                   MOVE "CREDIT" TO WS-VCH-TYPE
                   MOVE WS-REFUND-AMOUNT TO WS-VCH-AMOUNT
                   MOVE WS-RET-RCPT-NO TO WS-VCH-RCPT
                   PERFORM ISSUE-VOUCHER
                   DISPLAY "REFUND GIVEN AS STORE CREDIT. NO CASH "
                       "DUE."
               ELSE
                   DISPLAY "REFUND DUE TO CUSTOMER: " DISPLAY-REFUND
               END-IF.

           WRITE-DAMAGED-GOODS.
               OPEN EXTEND DAMAGED-GOODS-FILE
                   INTO DAMAGED-GOODS-LINE
               END-STRING
               WRITE DAMAGED-GOODS-LINE
               CLOSE DAMAGED-GOODS-FILE
               MOVE WS-RET-PRODUCT-ID TO WS-QT-PRODUCT
               MOVE WS-RET-QTY TO WS-QT-QTY
               MOVE "D" TO WS-QT-REASON
               PERFORM ADD-TO-QUARANTINE.

           STOCK-TAKE.
               DISPLAY "=== STOCK TAKE ===".
               DISPLAY "LOCATION BEING COUNTED (FRONT/BACK/STOR2): "
               PERFORM ACCEPT-LOCATION
               IF WS-LOC-OK = "N"
                   DISPLAY "ERROR: UNKNOWN LOCATION."
               ELSE
                   MOVE WS-LOC-INPUT TO WS-COUNT-LOCATION
                   DISPLAY "CYCLE COUNT LIST FOR CLASS (A/B/C, "
                       "BLANK = NONE): "
                   MOVE SPACE TO WS-COUNT-CLASS
                   ACCEPT WS-COUNT-CLASS
                   IF WS-COUNT-CLASS NOT = SPACE
                       PERFORM LIST-COUNT-CLASS
                   END-IF
                   PERFORM STOCK-TAKE-AT-LOCATION
               END-IF

               DISPLAY " "
               DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU..."
               ACCEPT WS-DUMMY.

           STOCK-TAKE-AT-LOCATION.
               MOVE 0 TO WS-COUNT-USED
               MOVE "N" TO WS-COMPLETE

                   ELSE
                       DISPLAY "NO ADJUSTMENTS POSTED."
                   END-IF
               END-IF.

           LIST-COUNT-CLASS.
               MOVE 0 TO WS-COUNT-LISTED
               DISPLAY "CLASS " WS-COUNT-CLASS " PRODUCTS TO COUNT:"
               MOVE LOW-VALUES TO FILE-PRODUCT-ID
               START PRODUCT-FILE KEY IS NOT LESS THAN FILE-PRODUCT-ID
                   INVALID KEY MOVE "10" TO WS-FS-PRODUCT
                   NOT INVALID KEY MOVE "00" TO WS-FS-PRODUCT
               END-START
               PERFORM UNTIL WS-FS-PRODUCT = "10"
                   READ PRODUCT-FILE NEXT
                       AT END MOVE "10" TO WS-FS-PRODUCT
                       NOT AT END
                           IF FILE-PRODUCT-CLASS = WS-COUNT-CLASS AND
                              FILE-PRODUCT-STATUS NOT = "DISCONTINUED"
                               ADD 1 TO WS-COUNT-LISTED
                               DISPLAY FILE-PRODUCT-ID " | "
                                   FILE-PRODUCT-NAME
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-COUNT-LISTED = 0
                   DISPLAY "NO PRODUCTS IN CLASS " WS-COUNT-CLASS
                       ". RUN THE ABC ANALYSIS FIRST."
               END-IF.

           RECORD-ONE-COUNT.
               IF WS-COUNT-USED >= 100

           STOCK-TAKE-VARIANCE-REPORT.
               MOVE 0 TO WS-SHRINK-TOTAL
               DISPLAY "LOCATION: " WS-COUNT-LOCATION
               DISPLAY "ID      | COUNTED | SYSTEM | VARIANCE | "
                   "VALUE"
               PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1 UNTIL
                   READ PRODUCT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
                           MOVE WS-COUNT-LOCATION TO WS-LS-LOCATION
                           PERFORM GET-LOCATION-QTY
                           COMPUTE WS-STK-VARIANCE =
                               CNT-QTY(WS-COUNT-IDX) -
                               WS-LS-ON-HAND
                           COMPUTE WS-STK-VALUE = WS-STK-VARIANCE *
                               FILE-PRODUCT-PRICE
                           ADD WS-STK-VALUE TO WS-SHRINK-TOTAL
                           MOVE WS-STK-VALUE TO DISPLAY-STK-VALUE
                           DISPLAY CNT-PRODUCT-ID(WS-COUNT-IDX) " | "
                               CNT-QTY(WS-COUNT-IDX) "   | "
                               WS-LS-ON-HAND "  | "
                               DISPLAY-STK-VARIANCE "   | "
                               DISPLAY-STK-VALUE
                   END-READ
               READ PRODUCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
                       MOVE WS-COUNT-LOCATION TO WS-LS-LOCATION
                       PERFORM GET-LOCATION-QTY
                       COMPUTE WS-STK-VARIANCE =
                           CNT-QTY(WS-COUNT-IDX) -
                           WS-LS-ON-HAND
                       IF WS-STK-VARIANCE NOT = 0
                           MOVE WS-STK-VARIANCE
                               TO DISPLAY-STK-VARIANCE
                               " | " DELIMITED BY SIZE
                               CNT-PRODUCT-ID(WS-COUNT-IDX)
                                   DELIMITED BY SIZE
                               " | LOC: " DELIMITED BY SIZE
                               WS-COUNT-LOCATION DELIMITED BY SIZE
                               " | OLD: " DELIMITED BY SIZE
                               WS-LS-ON-HAND DELIMITED BY SIZE
                               " | NEW: " DELIMITED BY SIZE
                               CNT-QTY(WS-COUNT-IDX)
                                   DELIMITED BY SIZE
                               INTO ADJUSTMENTS-LINE
                           END-STRING
                           WRITE ADJUSTMENTS-LINE
                           COMPUTE WS-LS-NEW-QTY = FILE-PRODUCT-STOCK
                               + WS-STK-VARIANCE
                           IF WS-LS-NEW-QTY < 0
                               MOVE 0 TO WS-LS-NEW-QTY
                           END-IF
                           MOVE WS-LS-NEW-QTY TO FILE-PRODUCT-STOCK
                           REWRITE PRODUCT-FILE-RECORD
                           MOVE WS-STK-VARIANCE TO WS-LS-DELTA
                           PERFORM ADJUST-LOCATION-STOCK
                       END-IF
               END-READ.

               DISPLAY "PRICE CHANGE SCHEDULED FOR "
                   WS-EFF-DATE-INPUT ".".

           PRODUCT-MAINTENANCE.
               IF WS-USER-ROLE NOT = "MANAGER"
                   DISPLAY "ONLY MANAGERS CAN MAINTAIN PRODUCTS."
               ELSE
                   DISPLAY "=== PRODUCT MAINTENANCE ==="
                   DISPLAY "1. ADD PRODUCT"
                   DISPLAY "2. CHANGE PRODUCT"
                   DISPLAY "3. DISCONTINUE PRODUCT"
                   DISPLAY "4. REACTIVATE PRODUCT"
                   DISPLAY "5. BACK"
                   DISPLAY "CHOSE OPTION (1-5): "
                   ACCEPT WS-OPTION
                   EVALUATE WS-OPTION
                       WHEN 1
                           PERFORM ADD-PRODUCT
                       WHEN 2
                           PERFORM CHANGE-PRODUCT
                       WHEN 3
                           PERFORM DISCONTINUE-PRODUCT
                       WHEN 4
                           PERFORM REACTIVATE-PRODUCT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF

               DISPLAY " "
               DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU..."
               ACCEPT WS-DUMMY.

           VALIDATE-PRODUCT-ID.
               MOVE "N" TO WS-PM-ID-OK
               MOVE WS-INPUT-PRODUCT-ID TO FILE-PRODUCT-ID
               IF FILE-CATEGORY IS ALPHABETIC-UPPER AND
                  FILE-CATEGORY(1:1) NOT = SPACE AND
                  FILE-CATEGORY(2:1) NOT = SPACE AND
                  FILE-PRODUCT-ID(3:1) = "-" AND
                  FILE-SERIAL-NO IS NUMERIC
                   MOVE "Y" TO WS-PM-ID-OK
               END-IF.

           ADD-PRODUCT.
               DISPLAY "ENTER NEW PRODUCT-ID (CC-NNNN): "
               ACCEPT WS-INPUT-PRODUCT-ID
               PERFORM VALIDATE-PRODUCT-ID
               IF WS-PM-ID-OK = "N"
                   DISPLAY "ERROR: PRODUCT-ID MUST BE A 2 LETTER "
                       "CATEGORY, A DASH AND A 4 DIGIT SERIAL "
                       "(E.G. BK-1004)."
               ELSE
                   READ PRODUCT-FILE
                       INVALID KEY
                           PERFORM CAPTURE-NEW-PRODUCT
                       NOT INVALID KEY
                           DISPLAY "ERROR: PRODUCT ALREADY EXISTS ("
                               FILE-PRODUCT-STATUS ")."
                   END-READ
               END-IF.

           CAPTURE-NEW-PRODUCT.
               DISPLAY "ENTER PRODUCT NAME: "
               ACCEPT FILE-PRODUCT-NAME
               DISPLAY "ENTER LIST PRICE: "
               ACCEPT FILE-PRODUCT-PRICE
               DISPLAY "ENTER UNIT COST: "
               ACCEPT FILE-PRODUCT-COST
               DISPLAY "ENTER OPENING STOCK: "
               ACCEPT FILE-PRODUCT-STOCK
               DISPLAY "ENTER PREFERRED SUPPLIER ID: "
               ACCEPT WS-INPUT-SUPPLIER-ID
               MOVE WS-INPUT-SUPPLIER-ID TO FILE-SUPPLIER-ID
               READ SUPPLIER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: SUPPLIER NOT ON FILE. "
                           "PRODUCT NOT ADDED."
                   NOT INVALID KEY
                       MOVE WS-INPUT-PRODUCT-ID TO FILE-PRODUCT-ID
                       MOVE WS-INPUT-SUPPLIER-ID
                           TO FILE-PRODUCT-SUPPLIER
                       MOVE "ACTIVE" TO FILE-PRODUCT-STATUS
                       MOVE SPACE TO FILE-PRODUCT-CLASS
                       WRITE PRODUCT-FILE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR: DUPLICATE PRODUCT ID "
                                   FILE-PRODUCT-ID "."
                           NOT INVALID KEY
                               MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
                               MOVE WS-TILL-LOCATION TO WS-LS-LOCATION
                               MOVE FILE-PRODUCT-STOCK TO WS-LS-DELTA
                               PERFORM ADJUST-LOCATION-STOCK
                               DISPLAY "PRODUCT " FILE-PRODUCT-ID
                                   " ADDED. OPENING STOCK HELD AT "
                                   WS-TILL-LOCATION "."
                       END-WRITE
               END-READ.

           CHANGE-PRODUCT.
               DISPLAY "ENTER PRODUCT-ID: "
               ACCEPT WS-INPUT-PRODUCT-ID
               MOVE WS-INPUT-PRODUCT-ID TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       DISPLAY "ERROR : PRODUCT ID NOT FOUND."
                   NOT INVALID KEY
                       DISPLAY "CURRENT NAME: " FILE-PRODUCT-NAME
                       DISPLAY "ENTER NEW NAME (BLANK = NO CHANGE): "
                       MOVE SPACES TO WS-PM-NAME
                       ACCEPT WS-PM-NAME
                       IF WS-PM-NAME NOT = SPACES
                           MOVE WS-PM-NAME TO FILE-PRODUCT-NAME
                       END-IF
                       MOVE FILE-PRODUCT-COST TO DISPLAY-UNIT-COST
                       DISPLAY "CURRENT UNIT COST: " DISPLAY-UNIT-COST
                       DISPLAY "ENTER NEW UNIT COST (0 = NO CHANGE): "
                       MOVE 0 TO WS-PM-COST
                       ACCEPT WS-PM-COST
                       IF WS-PM-COST > 0
                           MOVE WS-PM-COST TO FILE-PRODUCT-COST
                       END-IF
                       PERFORM CHANGE-PRODUCT-SUPPLIER
                       REWRITE PRODUCT-FILE-RECORD
                       DISPLAY "PRODUCT " FILE-PRODUCT-ID " UPDATED. "
                           "USE PRICE MAINTENANCE FOR PRICE CHANGES."
               END-READ.

           CHANGE-PRODUCT-SUPPLIER.
               DISPLAY "CURRENT SUPPLIER: " FILE-PRODUCT-SUPPLIER
               DISPLAY "ENTER NEW SUPPLIER ID (BLANK = NO CHANGE): "
               MOVE SPACES TO WS-INPUT-SUPPLIER-ID
               ACCEPT WS-INPUT-SUPPLIER-ID
               IF WS-INPUT-SUPPLIER-ID NOT = SPACES
                   MOVE WS-INPUT-SUPPLIER-ID TO FILE-SUPPLIER-ID
                   READ SUPPLIER-FILE
                       INVALID KEY
                           DISPLAY "ERROR: SUPPLIER NOT ON FILE. "
                               "SUPPLIER NOT CHANGED."
                       NOT INVALID KEY
                           MOVE WS-INPUT-SUPPLIER-ID
                               TO FILE-PRODUCT-SUPPLIER
                   END-READ
               END-IF.

           DISCONTINUE-PRODUCT.
               DISPLAY "ENTER PRODUCT-ID TO DISCONTINUE: "
               ACCEPT WS-INPUT-PRODUCT-ID
               MOVE WS-INPUT-PRODUCT-ID TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       DISPLAY "ERROR : PRODUCT ID NOT FOUND."
                   NOT INVALID KEY
                       IF FILE-PRODUCT-STATUS = "DISCONTINUED"
                           DISPLAY "PRODUCT IS ALREADY DISCONTINUED."
                       ELSE
                           MOVE "DISCONTINUED" TO FILE-PRODUCT-STATUS
                           REWRITE PRODUCT-FILE-RECORD
                           DISPLAY "PRODUCT " FILE-PRODUCT-ID
                               " DISCONTINUED. STOCK ON HAND: "
                               FILE-PRODUCT-STOCK
                       END-IF
               END-READ.

           REACTIVATE-PRODUCT.
               DISPLAY "ENTER PRODUCT-ID TO REACTIVATE: "
               ACCEPT WS-INPUT-PRODUCT-ID
               MOVE WS-INPUT-PRODUCT-ID TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       DISPLAY "ERROR : PRODUCT ID NOT FOUND."
                   NOT INVALID KEY
                       IF FILE-PRODUCT-STATUS NOT = "DISCONTINUED"
                           DISPLAY "PRODUCT IS NOT DISCONTINUED."
                       ELSE
                           MOVE "ACTIVE" TO FILE-PRODUCT-STATUS
                           REWRITE PRODUCT-FILE-RECORD
                           DISPLAY "PRODUCT " FILE-PRODUCT-ID
                               " REACTIVATED."
                       END-IF
               END-READ.

           SUPPLIER-MAINTENANCE.
               DISPLAY "=== SUPPLIER MAINTENANCE ===".
               DISPLAY "1. ADD SUPPLIER"
               DISPLAY "2. SET PREFERRED SUPPLIER ON PRODUCT"
               DISPLAY "3. SET PACK SIZE FOR PRODUCT AND SUPPLIER"
               DISPLAY "4. BACK"
               DISPLAY "CHOSE OPTION (1-4): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM ADD-SUPPLIER
                   WHEN 2
                       PERFORM SET-PREFERRED-SUPPLIER
                   WHEN 3
                       PERFORM SET-PACK-SIZE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
                   END-READ
               END-IF.

           SET-PACK-SIZE.
               DISPLAY "ENTER PRODUCT-ID: "
               ACCEPT FILE-PK-PRODUCT
               DISPLAY "ENTER SUPPLIER ID: "
               ACCEPT FILE-PK-SUPPLIER
               MOVE FILE-PK-SUPPLIER TO FILE-SUPPLIER-ID
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SUPPLIER-OK
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SUPPLIER-OK
               END-READ
               MOVE FILE-PK-PRODUCT TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               IF WS-FOUND = "N"
                   DISPLAY "ERROR : PRODUCT ID NOT FOUND."
               ELSE
               IF WS-SUPPLIER-OK = "N"
                   DISPLAY "ERROR: SUPPLIER NOT ON FILE."
               ELSE
                   READ PACK-FILE
                       INVALID KEY
                           MOVE "N" TO WS-PACK-FOUND
                       NOT INVALID KEY
                           MOVE "Y" TO WS-PACK-FOUND
                           DISPLAY "CURRENT: " FILE-PK-UNIT " OF "
                               FILE-PK-SIZE " MULTIPLE "
                               FILE-PK-MULTIPLE
                   END-READ
                   DISPLAY "PURCHASE UNIT (E.G. CASE, CARTON): "
                   ACCEPT FILE-PK-UNIT
                   DISPLAY "SELLING UNITS PER " FILE-PK-UNIT ": "
                   ACCEPT FILE-PK-SIZE
                   DISPLAY "MINIMUM ORDER MULTIPLE (PACKS): "
                   ACCEPT FILE-PK-MULTIPLE
                   IF FILE-PK-SIZE = 0
                       MOVE 1 TO FILE-PK-SIZE
                   END-IF
                   IF FILE-PK-MULTIPLE = 0
                       MOVE 1 TO FILE-PK-MULTIPLE
                   END-IF
                   IF WS-PACK-FOUND = "Y"
                       REWRITE PACK-RECORD
                   ELSE
                       WRITE PACK-RECORD
                   END-IF
                   DISPLAY "PACK SIZE SAVED."
               END-IF
               END-IF.

           SPEND-BY-SUPPLIER-REPORT.
               DISPLAY "=== SPEND BY SUPPLIER ===".
               MOVE 0 TO WS-SUP-SPEND-USED
               DISPLAY "=== SHIFT OPEN/CLOSE ===".
               DISPLAY "O = OPEN SHIFT, C = CLOSE SHIFT: "
               ACCEPT WS-SHIFT-ACTION
               EVALUATE WS-SHIFT-ACTION
                   WHEN "O"
                   WHEN "o"
               END-EVALUATE.

           WRITE-SHIFT-MARKER-OPEN.
               PERFORM CLEAR-SHIFT-MARKER
               MOVE "O" TO FILE-SH-RCPT(8:1)
               MOVE "SHIFTO" TO FILE-SH-TYPE
               PERFORM WRITE-SALES-HISTORY.

           WRITE-SHIFT-MARKER-CLOSE.
               PERFORM CLEAR-SHIFT-MARKER
               MOVE "C" TO FILE-SH-RCPT(8:1)
               MOVE "SHIFTC" TO FILE-SH-TYPE
               PERFORM WRITE-SALES-HISTORY.

           CLEAR-SHIFT-MARKER.
               MOVE SPACES TO SALES-HIST-RECORD
               MOVE "S" TO FILE-SH-RCPT(1:1)
               MOVE WS-SALE-DATE-NUM(3:6) TO FILE-SH-RCPT(2:6)
               MOVE 0 TO FILE-SH-QTY
               MOVE 0 TO FILE-SH-TOTAL
               MOVE 0 TO FILE-SH-VAT
               MOVE 0 TO FILE-SH-DISC
               MOVE 0 TO FILE-SH-COST
               MOVE 0 TO FILE-SH-SDISC.

           CASHIER-SHIFT-REPORT.
               DISPLAY "=== CASHIER SHIFT REPORT ===".
               MOVE 0 TO WS-SHIFT-TOTAL
               MOVE "N" TO WS-SHIFT-IN-PROGRESS
               MOVE "N" TO WS-LOG-EOF
               MOVE 0 TO FILE-SH-DATE
               START SALES-HIST-FILE KEY IS NOT LESS THAN FILE-SH-DATE
                   INVALID KEY MOVE "Y" TO WS-LOG-EOF
               END-START
               PERFORM UNTIL WS-LOG-EOF = "Y"
                   READ SALES-HIST-FILE NEXT
                       AT END MOVE "Y" TO WS-LOG-EOF
                       NOT AT END
                           IF FILE-SH-CASHIER = WS-SHIFT-CASHIER
                               PERFORM CHECK-SHIFT-RECORD
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-SHIFT-IN-PROGRESS = "Y"
                   MOVE WS-SHIFT-TOTAL TO DISPLAY-SHIFT-TOTAL
               DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU..."
               ACCEPT WS-DUMMY.

           CHECK-SHIFT-RECORD.
               MOVE FILE-SH-DATE(1:4) TO WS-SHIFT-LINE-DATE(1:4)
               MOVE "-" TO WS-SHIFT-LINE-DATE(5:1)
               MOVE FILE-SH-DATE(5:2) TO WS-SHIFT-LINE-DATE(6:2)
               MOVE "-" TO WS-SHIFT-LINE-DATE(8:1)
               MOVE FILE-SH-DATE(7:2) TO WS-SHIFT-LINE-DATE(9:2)
               EVALUATE FILE-SH-TYPE
                   WHEN "SHIFTO"
                       MOVE 0 TO WS-SHIFT-TOTAL
                       MOVE "Y" TO WS-SHIFT-IN-PROGRESS
                       MOVE WS-SHIFT-LINE-DATE TO WS-SHIFT-OPEN-DATE
                   WHEN "SHIFTC"
                       IF WS-SHIFT-IN-PROGRESS = "Y"
                           MOVE WS-SHIFT-TOTAL TO DISPLAY-SHIFT-TOTAL
                           DISPLAY "SHIFT " WS-SHIFT-OPEN-DATE
                               " TO " WS-SHIFT-LINE-DATE
                               " TOTAL: " DISPLAY-SHIFT-TOTAL
                           MOVE "N" TO WS-SHIFT-IN-PROGRESS
                           MOVE 0 TO WS-SHIFT-TOTAL
                       END-IF
                   WHEN "SALE"
                       IF WS-SHIFT-IN-PROGRESS = "Y"
                           ADD FILE-SH-TOTAL TO WS-SHIFT-TOTAL
                       END-IF
                   WHEN "REFUND"
                       IF WS-SHIFT-IN-PROGRESS = "Y"
                           SUBTRACT FILE-SH-TOTAL FROM WS-SHIFT-TOTAL
                       END-IF
               END-EVALUATE.

           MARGIN-REPORT.
               DISPLAY "=== PROFITABILITY / MARGIN REPORT ===".
                   MOVE WS-WD-COPIES-N TO FILE-PRODUCT-STOCK
                   MOVE SPACES TO FILE-PRODUCT-SUPPLIER
                   MOVE 0 TO FILE-PRODUCT-COST
                   MOVE "ACTIVE" TO FILE-PRODUCT-STATUS
                   WRITE PRODUCT-FILE-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: DUPLICATE PRODUCT ID "
                               FILE-PRODUCT-ID ". ENTRY SKIPPED."
                       NOT INVALID KEY
                           ADD 1 TO WS-UB-IMPORTED
                           MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
                           MOVE WS-TILL-LOCATION TO WS-LS-LOCATION
                           MOVE WS-WD-COPIES-N TO WS-LS-DELTA
                           PERFORM ADJUST-LOCATION-STOCK
                           DISPLAY "ADDED " FILE-PRODUCT-ID
                               " TO THE CATALOG."
                   END-WRITE
                   FILE-LOT-PRODUCT ".".

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
               MOVE "N" TO WS-LOT-FOUND
               MOVE 999999999 TO WS-BEST-LOT-EXPIRY
               MOVE 0 TO WS-BEST-LOT-SEQ
               MOVE WS-LOT-PRODUCT TO FILE-LOT-PRODUCT
               MOVE 0 TO FILE-LOT-SEQ
               START LOT-FILE KEY IS NOT LESS THAN FILE-LOT-KEY
                   INVALID KEY MOVE "10" TO WS-FS-LOT
                   READ LOT-FILE NEXT
                       AT END MOVE "10" TO WS-FS-LOT
                       NOT AT END
                           IF FILE-LOT-PRODUCT NOT = WS-LOT-PRODUCT
                               MOVE "10" TO WS-FS-LOT
                           ELSE
                               IF FILE-LOT-EXPIRY = 0
                               REWRITE PO-MASTER-RECORD
                               DISPLAY "DRAFT CANCELLED."
                           ELSE
                               PERFORM RELEASE-DRAFT-IF-ACTIVE
                           END-IF
                       END-IF
               END-READ.

           RELEASE-DRAFT-IF-ACTIVE.
               MOVE FILE-PO-PRODUCT TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE SPACES TO FILE-PRODUCT-STATUS
               END-READ
               IF FILE-PRODUCT-STATUS = "DISCONTINUED"
                   DISPLAY "ERROR: " FILE-PO-PRODUCT " IS "
                       "DISCONTINUED. DRAFT NOT RELEASED."
               ELSE
                   MOVE "OPEN" TO FILE-PO-STATUS
                   REWRITE PO-MASTER-RECORD
                   MOVE FILE-PO-SUPPLIER TO WS-SUPPLIER-NAME
                   MOVE FILE-PO-QTY TO WS-INPUT-QUANTITY
                   MOVE FILE-PO-UNIT-COST TO WS-UNIT-COST
                   PERFORM WRITE-PURCHASE-ORDER
                   DISPLAY "PO " FILE-PO-NO " RELEASED (OPEN)."
               END-IF.

           LOT-CONTROL-MENU.
               DISPLAY "=== LOT / EXPIRY CONTROL ==="
               DISPLAY "1. EXPIRY REPORT"
                           MOVE 0 TO FILE-PRODUCT-STOCK
                       END-IF
                       REWRITE PRODUCT-FILE-RECORD
                       MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
                       MOVE WS-WRITEOFF-QTY TO WS-LS-NEED
                       PERFORM DEDUCT-ANY-LOCATION
               END-READ
               MOVE WS-WRITEOFF-VALUE TO DISPLAY-WRITEOFF
               MOVE WS-YEAR TO WS-SALE-DATE(1:4)
               MOVE 0 TO FILE-LOT-QTY
               MOVE "EXPIRED" TO FILE-LOT-STATUS
               REWRITE LOT-RECORD
               MOVE FILE-LOT-PRODUCT TO WS-QT-PRODUCT
               MOVE WS-WRITEOFF-QTY TO WS-QT-QTY
               MOVE "E" TO WS-QT-REASON
               PERFORM ADD-TO-QUARANTINE
               DISPLAY "WROTE OFF " FILE-LOT-PRODUCT " LOT "
                   FILE-LOT-SEQ " VALUE " DISPLAY-WRITEOFF.

                       DISPLAY "PROMOTION ENDED."
               END-READ.

           LOAD-LOCATION-STOCK.
               OPEN I-O LOCSTOCK-FILE
               IF WS-FS-LOCSTOCK NOT = "00"
                   DISPLAY "LOCSTOCK.DAT not found. Placing current "
                       "stock at " WS-TILL-LOCATION "..."
                   OPEN OUTPUT LOCSTOCK-FILE
                   CLOSE LOCSTOCK-FILE
                   OPEN I-O LOCSTOCK-FILE
                   PERFORM SEED-LOCATION-STOCK
               END-IF.

           SEED-LOCATION-STOCK.
               MOVE LOW-VALUES TO FILE-PRODUCT-ID
               START PRODUCT-FILE KEY IS NOT LESS THAN
                   FILE-PRODUCT-ID
                   INVALID KEY MOVE "10" TO WS-FS-PRODUCT
                   NOT INVALID KEY MOVE "00" TO WS-FS-PRODUCT
               END-START
               PERFORM UNTIL WS-FS-PRODUCT = "10"
                   READ PRODUCT-FILE NEXT
                       AT END MOVE "10" TO WS-FS-PRODUCT
                       NOT AT END
                           MOVE FILE-PRODUCT-ID TO FILE-LS-PRODUCT
                           MOVE WS-TILL-LOCATION TO FILE-LS-LOCATION
                           MOVE FILE-PRODUCT-STOCK TO FILE-LS-QTY
                           WRITE LOCSTOCK-RECORD
                   END-READ
               END-PERFORM.

           GET-LOCATION-QTY.
               MOVE 0 TO WS-LS-ON-HAND
               MOVE WS-LS-PRODUCT TO FILE-LS-PRODUCT
               MOVE WS-LS-LOCATION TO FILE-LS-LOCATION
               READ LOCSTOCK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FILE-LS-QTY TO WS-LS-ON-HAND
               END-READ.

           ADJUST-LOCATION-STOCK.
               MOVE WS-LS-PRODUCT TO FILE-LS-PRODUCT
               MOVE WS-LS-LOCATION TO FILE-LS-LOCATION
               READ LOCSTOCK-FILE
                   INVALID KEY
                       MOVE 0 TO FILE-LS-QTY
                       WRITE LOCSTOCK-RECORD
               END-READ
               COMPUTE WS-LS-NEW-QTY = FILE-LS-QTY + WS-LS-DELTA
               IF WS-LS-NEW-QTY < 0
                   MOVE 0 TO WS-LS-NEW-QTY
               END-IF
               MOVE WS-LS-NEW-QTY TO FILE-LS-QTY
               REWRITE LOCSTOCK-RECORD.

           DEDUCT-ANY-LOCATION.
               MOVE WS-TILL-LOCATION TO WS-LS-LOCATION
               PERFORM DEDUCT-FROM-ONE-LOCATION
               PERFORM VARYING WS-LOC-IDX FROM 1 BY 1 UNTIL
                   WS-LOC-IDX > 3 OR WS-LS-NEED = 0
                   MOVE LOC-CODE(WS-LOC-IDX) TO WS-LS-LOCATION
                   PERFORM DEDUCT-FROM-ONE-LOCATION
               END-PERFORM.

           DEDUCT-FROM-ONE-LOCATION.
               PERFORM GET-LOCATION-QTY
               IF WS-LS-ON-HAND > WS-LS-NEED
                   COMPUTE WS-LS-DELTA = 0 - WS-LS-NEED
                   MOVE 0 TO WS-LS-NEED
               ELSE
                   COMPUTE WS-LS-DELTA = 0 - WS-LS-ON-HAND
                   SUBTRACT WS-LS-ON-HAND FROM WS-LS-NEED
               END-IF
               IF WS-LS-DELTA NOT = 0
                   PERFORM ADJUST-LOCATION-STOCK
               END-IF.

           ACCEPT-LOCATION.
               MOVE SPACES TO WS-LOC-INPUT
               ACCEPT WS-LOC-INPUT
               MOVE FUNCTION UPPER-CASE(WS-LOC-INPUT) TO WS-LOC-INPUT
               MOVE "N" TO WS-LOC-OK
               PERFORM VARYING WS-LOC-IDX FROM 1 BY 1 UNTIL
                   WS-LOC-IDX > 3 OR WS-LOC-OK = "Y"
                   IF LOC-CODE(WS-LOC-IDX) = WS-LOC-INPUT
                       MOVE "Y" TO WS-LOC-OK
                   END-IF
               END-PERFORM.

           INIT-TRANSFER-SEQ.
               MOVE "00" TO WS-FS-TRANSFER
               PERFORM UNTIL WS-FS-TRANSFER = "10"
                   READ TRANSFER-FILE NEXT
                       AT END MOVE "10" TO WS-FS-TRANSFER
                       NOT AT END
                           IF FILE-TR-NO(3:6) IS NUMERIC
                               MOVE FILE-TR-NO(3:6) TO WS-TR-NUM
                               IF WS-TR-NUM > WS-TR-SEQ
                                   MOVE WS-TR-NUM TO WS-TR-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           TRANSFER-MENU.
               DISPLAY "=== STOCK LOCATIONS AND TRANSFERS ==="
               DISPLAY "THIS TILL SELLS FROM: " WS-TILL-LOCATION
               DISPLAY "1. STOCK BY LOCATION"
               DISPLAY "2. SEND TRANSFER"
               DISPLAY "3. CONFIRM TRANSFER RECEIVED"
               DISPLAY "4. LIST TRANSFERS IN TRANSIT"
               DISPLAY "5. BACK"
               DISPLAY "CHOSE OPTION (1-5): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM SHOW-STOCK-BY-LOCATION
                   WHEN 2
                       PERFORM SEND-TRANSFER
                   WHEN 3
                       PERFORM CONFIRM-TRANSFER
                   WHEN 4
                       PERFORM LIST-TRANSIT-TRANSFERS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           SHOW-STOCK-BY-LOCATION.
               DISPLAY "SCAN CODE OR PRODUCT-ID: "
               ACCEPT WS-SCAN-CODE
               PERFORM RESOLVE-SCAN-CODE
               MOVE WS-INPUT-PRODUCT-ID TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       DISPLAY "ERROR : PRODUCT ID NOT FOUND."
                   NOT INVALID KEY
                       DISPLAY FILE-PRODUCT-ID " - " FILE-PRODUCT-NAME
                       MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
                       PERFORM VARYING WS-LOC-IDX FROM 1 BY 1 UNTIL
                           WS-LOC-IDX > 3
                           MOVE LOC-CODE(WS-LOC-IDX) TO WS-LS-LOCATION
                           PERFORM GET-LOCATION-QTY
                           DISPLAY "  " WS-LS-LOCATION " | "
                               WS-LS-ON-HAND
                       END-PERFORM
                       DISPLAY "  TOTAL (INCL. IN TRANSIT): "
                           FILE-PRODUCT-STOCK
               END-READ.

           SEND-TRANSFER.
               DISPLAY "SCAN CODE OR PRODUCT-ID TO TRANSFER: "
               ACCEPT WS-SCAN-CODE
               PERFORM RESOLVE-SCAN-CODE
               MOVE WS-INPUT-PRODUCT-ID TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               IF WS-FOUND = "N"
                   DISPLAY "ERROR : PRODUCT ID NOT FOUND."
               ELSE
                   DISPLAY "FROM LOCATION (FRONT/BACK/STOR2): "
                   PERFORM ACCEPT-LOCATION
                   MOVE WS-LOC-INPUT TO WS-TR-FROM
                   IF WS-LOC-OK = "Y"
                       DISPLAY "TO LOCATION (FRONT/BACK/STOR2): "
                       PERFORM ACCEPT-LOCATION
                       MOVE WS-LOC-INPUT TO WS-TR-TO
                   END-IF
                   IF WS-LOC-OK = "N"
                       DISPLAY "ERROR: UNKNOWN LOCATION."
                   ELSE
                       IF WS-TR-FROM = WS-TR-TO
                           DISPLAY "ERROR: FROM AND TO LOCATIONS "
                               "ARE THE SAME."
                       ELSE
                           PERFORM SEND-TRANSFER-QTY
                       END-IF
                   END-IF
               END-IF.

           SEND-TRANSFER-QTY.
               MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
               MOVE WS-TR-FROM TO WS-LS-LOCATION
               PERFORM GET-LOCATION-QTY
               DISPLAY "ON HAND AT " WS-TR-FROM ": " WS-LS-ON-HAND
               DISPLAY "ENTER QUANTITY TO SEND: "
               ACCEPT WS-INPUT-QUANTITY
               IF WS-INPUT-QUANTITY = 0 OR
                  WS-INPUT-QUANTITY > WS-LS-ON-HAND
                   DISPLAY "ERROR : NOT ENOUGH STOCK AT " WS-TR-FROM
                       ". TRANSFER NOT SENT."
               ELSE
                   COMPUTE WS-LS-DELTA = 0 - WS-INPUT-QUANTITY
                   PERFORM ADJUST-LOCATION-STOCK
                   ADD 1 TO WS-TR-SEQ
                   MOVE SPACES TO FILE-TR-NO
                   STRING
                       "TR" DELIMITED BY SIZE
                       WS-TR-SEQ DELIMITED BY SIZE
                       INTO FILE-TR-NO
                   END-STRING
                   MOVE FILE-PRODUCT-ID TO FILE-TR-PRODUCT
                   MOVE WS-TR-FROM TO FILE-TR-FROM
                   MOVE WS-TR-TO TO FILE-TR-TO
                   MOVE WS-INPUT-QUANTITY TO FILE-TR-QTY
                   MOVE 0 TO FILE-TR-RECV-QTY
                   MOVE WS-SALE-DATE-NUM TO FILE-TR-SENT-DATE
                   MOVE 0 TO FILE-TR-RECV-DATE
                   MOVE WS-USER-NAME TO FILE-TR-SENT-BY
                   MOVE "IN-TRANSIT" TO FILE-TR-STATUS
                   WRITE TRANSFER-RECORD
                   PERFORM WRITE-TRANSFER-NOTE
                   DISPLAY "TRANSFER NOTE " FILE-TR-NO " RAISED. "
                       WS-INPUT-QUANTITY " IN TRANSIT TO " WS-TR-TO
                       "."
               END-IF.

           CONFIRM-TRANSFER.
               DISPLAY "ENTER TRANSFER NOTE NO (TRnnnnnn): "
               ACCEPT FILE-TR-NO
               READ TRANSFER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: TRANSFER NOTE NOT FOUND."
                   NOT INVALID KEY
                       IF FILE-TR-STATUS NOT = "IN-TRANSIT"
                           DISPLAY "TRANSFER IS " FILE-TR-STATUS "."
                       ELSE
                           PERFORM RECEIVE-ONE-TRANSFER
                       END-IF
               END-READ.

           RECEIVE-ONE-TRANSFER.
               DISPLAY FILE-TR-PRODUCT " | " FILE-TR-FROM " -> "
                   FILE-TR-TO " | SENT: " FILE-TR-QTY
               DISPLAY "ENTER QUANTITY RECEIVED AT " FILE-TR-TO ": "
               ACCEPT WS-RECV-QTY
               IF WS-RECV-QTY > FILE-TR-QTY
                   DISPLAY "ERROR: CANNOT RECEIVE MORE THAN WAS SENT."
               ELSE
                   MOVE FILE-TR-PRODUCT TO WS-LS-PRODUCT
                   MOVE FILE-TR-TO TO WS-LS-LOCATION
                   MOVE WS-RECV-QTY TO WS-LS-DELTA
                   PERFORM ADJUST-LOCATION-STOCK
                   MOVE WS-RECV-QTY TO FILE-TR-RECV-QTY
                   MOVE WS-SALE-DATE-NUM TO FILE-TR-RECV-DATE
                   MOVE "RECEIVED" TO FILE-TR-STATUS
                   REWRITE TRANSFER-RECORD
                   COMPUTE WS-TR-SHORT = FILE-TR-QTY - WS-RECV-QTY
                   IF WS-TR-SHORT > 0
                       PERFORM POST-TRANSFER-SHORTAGE
                   END-IF
                   PERFORM WRITE-TRANSFER-NOTE
                   DISPLAY "TRANSFER " FILE-TR-NO " RECEIVED AT "
                       FILE-TR-TO "."
               END-IF.

           POST-TRANSFER-SHORTAGE.
               MOVE FILE-TR-PRODUCT TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FILE-PRODUCT-STOCK >= WS-TR-SHORT
                           SUBTRACT WS-TR-SHORT FROM FILE-PRODUCT-STOCK
                       ELSE
                           MOVE 0 TO FILE-PRODUCT-STOCK
                       END-IF
                       REWRITE PRODUCT-FILE-RECORD
               END-READ
               OPEN EXTEND ADJUSTMENTS-FILE
               IF WS-FS-ADJUSTMENTS NOT = "00"
                   OPEN OUTPUT ADJUSTMENTS-FILE
               END-IF
               MOVE WS-YEAR TO WS-SALE-DATE(1:4)
               MOVE "-" TO WS-SALE-DATE(5:1)
               MOVE WS-MONTH TO WS-SALE-DATE(6:2)
               MOVE "-" TO WS-SALE-DATE(8:1)
               MOVE WS-DAY TO WS-SALE-DATE(9:2)
               STRING
                   WS-SALE-DATE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FILE-TR-PRODUCT DELIMITED BY SIZE
                   " | TRANSFER: " DELIMITED BY SIZE
                   FILE-TR-NO DELIMITED BY SIZE
                   " | SHORT: " DELIMITED BY SIZE
                   WS-TR-SHORT DELIMITED BY SIZE
                   " | REASON: TR" DELIMITED BY SIZE
                   INTO ADJUSTMENTS-LINE
               END-STRING
               WRITE ADJUSTMENTS-LINE
               CLOSE ADJUSTMENTS-FILE
               DISPLAY "SHORT RECEIVED: " WS-TR-SHORT
                   ". WRITTEN OFF AS TRANSFER LOSS.".

           WRITE-TRANSFER-NOTE.
               OPEN EXTEND TRANSFER-NOTE-FILE
               IF WS-FS-TRANSFER-NOTE NOT = "00"
                   OPEN OUTPUT TRANSFER-NOTE-FILE
               END-IF
               MOVE WS-YEAR TO WS-SALE-DATE(1:4)
               MOVE "-" TO WS-SALE-DATE(5:1)
               MOVE WS-MONTH TO WS-SALE-DATE(6:2)
               MOVE "-" TO WS-SALE-DATE(8:1)
               MOVE WS-DAY TO WS-SALE-DATE(9:2)
               STRING
                   WS-SALE-DATE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FILE-TR-NO DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FILE-TR-STATUS DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FILE-TR-PRODUCT DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FILE-TR-FROM DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   FILE-TR-TO DELIMITED BY SIZE
                   " | SENT: " DELIMITED BY SIZE
                   FILE-TR-QTY DELIMITED BY SIZE
                   " | RECEIVED: " DELIMITED BY SIZE
                   FILE-TR-RECV-QTY DELIMITED BY SIZE
                   " | BY: " DELIMITED BY SIZE
                   WS-USER-NAME DELIMITED BY SIZE
                   INTO TRANSFER-NOTE-LINE
               END-STRING
               WRITE TRANSFER-NOTE-LINE
               CLOSE TRANSFER-NOTE-FILE.

           LIST-TRANSIT-TRANSFERS.
               MOVE 0 TO WS-TR-LISTED
               MOVE LOW-VALUES TO FILE-TR-NO
               START TRANSFER-FILE KEY IS NOT LESS THAN FILE-TR-NO
                   INVALID KEY MOVE "10" TO WS-FS-TRANSFER
                   NOT INVALID KEY MOVE "00" TO WS-FS-TRANSFER
               END-START
               PERFORM UNTIL WS-FS-TRANSFER = "10"
                   READ TRANSFER-FILE NEXT
                       AT END MOVE "10" TO WS-FS-TRANSFER
                       NOT AT END
                           IF FILE-TR-STATUS = "IN-TRANSIT"
                               ADD 1 TO WS-TR-LISTED
                               DISPLAY FILE-TR-NO " | "
                                   FILE-TR-PRODUCT " | "
                                   FILE-TR-FROM " -> " FILE-TR-TO
                                   " | QTY: " FILE-TR-QTY
                                   " | SENT: " FILE-TR-SENT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-TR-LISTED = 0
                   DISPLAY "NO TRANSFERS IN TRANSIT."
               END-IF.

           FIND-KIT.
               MOVE "N" TO WS-IS-KIT
               MOVE WS-KIT-ID TO FILE-KIT-PRODUCT
               MOVE LOW-VALUES TO FILE-KIT-COMPONENT
               START KIT-FILE KEY IS NOT LESS THAN FILE-KIT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ KIT-FILE NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF FILE-KIT-PRODUCT = WS-KIT-ID
                                   MOVE "Y" TO WS-IS-KIT
                               END-IF
                       END-READ
               END-START.

           CHECK-KIT.
               MOVE "N" TO WS-IS-KIT
               MOVE 99999 TO WS-KIT-BUILDABLE
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
                               PERFORM CHECK-KIT-COMPONENT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-IS-KIT = "N"
                   MOVE 0 TO WS-KIT-BUILDABLE
               END-IF.

           CHECK-KIT-COMPONENT.
               MOVE FILE-KIT-COMPONENT TO WS-LS-PRODUCT
               MOVE WS-TILL-LOCATION TO WS-LS-LOCATION
               PERFORM GET-LOCATION-QTY
               MOVE 0 TO WS-KIT-CAN-MAKE
               IF FILE-KIT-QTY > 0
                   COMPUTE WS-KIT-CAN-MAKE =
                       WS-LS-ON-HAND / FILE-KIT-QTY
               END-IF
               IF WS-KIT-CAN-MAKE < WS-KIT-BUILDABLE
                   MOVE WS-KIT-CAN-MAKE TO WS-KIT-BUILDABLE
               END-IF
               IF WS-KIT-SHOW = "Y"
                   DISPLAY "  " FILE-KIT-COMPONENT " | PER KIT: "
                       FILE-KIT-QTY " | ON HAND: " WS-LS-ON-HAND
                       " | KITS: " WS-KIT-CAN-MAKE
               END-IF.

           MOVE-KIT-COMPONENTS.
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
                               PERFORM MOVE-ONE-KIT-COMPONENT
                           END-IF
                   END-READ
               END-PERFORM.

           MOVE-ONE-KIT-COMPONENT.
               COMPUTE WS-LS-DELTA =
                   WS-KIT-SIGN * WS-KIT-MOVE-QTY * FILE-KIT-QTY
               MOVE FILE-KIT-COMPONENT TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-LS-NEW-QTY =
                           FILE-PRODUCT-STOCK + WS-LS-DELTA
                       IF WS-LS-NEW-QTY < 0
                           MOVE 0 TO WS-LS-NEW-QTY
                       END-IF
                       MOVE WS-LS-NEW-QTY TO FILE-PRODUCT-STOCK
                       REWRITE PRODUCT-FILE-RECORD
               END-READ
               MOVE FILE-KIT-COMPONENT TO WS-LS-PRODUCT
               MOVE WS-TILL-LOCATION TO WS-LS-LOCATION
               PERFORM ADJUST-LOCATION-STOCK.

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
                               PERFORM POST-ONE-KIT-COMPONENT
                           END-IF
                   END-READ
               END-PERFORM.

           POST-ONE-KIT-COMPONENT.
               COMPUTE WS-KIT-COMP-QTY =
                   CART-QTY(WS-CART-IDX) * FILE-KIT-QTY
               MOVE FILE-KIT-COMPONENT TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-LINE-COGS = WS-LINE-COGS +
                           WS-KIT-COMP-QTY * FILE-PRODUCT-COST
               END-READ
               MOVE FILE-KIT-COMPONENT TO WS-LOT-PRODUCT
               MOVE WS-KIT-COMP-QTY TO WS-LOT-NEED
               PERFORM CONSUME-LOTS-FEFO.

           KIT-MENU.
               DISPLAY "=== KITS AND BUNDLES ==="
               DISPLAY "1. KIT AVAILABILITY CHECK"
               DISPLAY "2. LIST KIT COMPONENTS"
               DISPLAY "3. ADD / CHANGE COMPONENT (MANAGER ONLY)"
               DISPLAY "4. REMOVE COMPONENT (MANAGER ONLY)"
               DISPLAY "5. BACK"
               DISPLAY "CHOSE OPTION (1-5): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM KIT-AVAILABILITY
                   WHEN 2
                       PERFORM LIST-KIT-COMPONENTS
                   WHEN 3
                       IF WS-USER-ROLE NOT = "MANAGER"
                           DISPLAY "ONLY MANAGERS CAN MAINTAIN KITS."
                       ELSE
                           PERFORM ADD-KIT-COMPONENT
                       END-IF
                   WHEN 4
                       IF WS-USER-ROLE NOT = "MANAGER"
                           DISPLAY "ONLY MANAGERS CAN MAINTAIN KITS."
                       ELSE
                           PERFORM REMOVE-KIT-COMPONENT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           ACCEPT-KIT-ID.
               DISPLAY "SCAN CODE OR KIT PRODUCT-ID: "
               ACCEPT WS-SCAN-CODE
               PERFORM RESOLVE-SCAN-CODE
               MOVE WS-INPUT-PRODUCT-ID TO WS-KIT-ID
               MOVE WS-KIT-ID TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ.

           KIT-AVAILABILITY.
               PERFORM ACCEPT-KIT-ID
               IF WS-FOUND = "N"
                   DISPLAY "ERROR : PRODUCT ID NOT FOUND."
               ELSE
                   DISPLAY FILE-PRODUCT-ID " - " FILE-PRODUCT-NAME
                   DISPLAY "COMPONENT STOCK AT " WS-TILL-LOCATION ":"
                   MOVE "Y" TO WS-KIT-SHOW
                   PERFORM CHECK-KIT
                   MOVE "N" TO WS-KIT-SHOW
                   IF WS-IS-KIT = "N"
                       DISPLAY "PRODUCT IS NOT A KIT."
                   ELSE
                       DISPLAY "KITS THAT CAN BE BUILT NOW: "
                           WS-KIT-BUILDABLE
                   END-IF
               END-IF.

           LIST-KIT-COMPONENTS.
               PERFORM ACCEPT-KIT-ID
               MOVE 0 TO WS-KIT-LISTED
               DISPLAY "COMPONENT | NAME                           "
                   "| QTY PER KIT"
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
                               ADD 1 TO WS-KIT-LISTED
                               MOVE FILE-KIT-COMPONENT
                                   TO FILE-PRODUCT-ID
                               READ PRODUCT-FILE
                                   INVALID KEY
                                       MOVE "** NOT ON FILE **"
                                           TO FILE-PRODUCT-NAME
                               END-READ
                               DISPLAY FILE-KIT-COMPONENT "   | "
                                   FILE-PRODUCT-NAME " | "
                                   FILE-KIT-QTY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-KIT-LISTED = 0
                   DISPLAY "NO COMPONENTS DEFINED FOR " WS-KIT-ID "."
               END-IF.

           ADD-KIT-COMPONENT.
               PERFORM ACCEPT-KIT-ID
               IF WS-FOUND = "N"
                   DISPLAY "ERROR : KIT PRODUCT MUST BE SET UP IN "
                       "PRODUCT MAINTENANCE FIRST."
               ELSE
                   DISPLAY "COMPONENT PRODUCT-ID: "
                   ACCEPT WS-KIT-COMPONENT
                   MOVE WS-KIT-COMPONENT TO FILE-PRODUCT-ID
                   READ PRODUCT-FILE
                       INVALID KEY
                           MOVE "N" TO WS-FOUND
                   END-READ
                   MOVE WS-KIT-ID TO WS-KIT-HOLD
                   MOVE WS-KIT-COMPONENT TO WS-KIT-ID
                   PERFORM FIND-KIT
                   MOVE WS-KIT-HOLD TO WS-KIT-ID
                   IF WS-FOUND = "N"
                       DISPLAY "ERROR : COMPONENT NOT FOUND."
                   ELSE
                   IF WS-KIT-COMPONENT = WS-KIT-ID
                       OR WS-IS-KIT = "Y"
                       DISPLAY "ERROR : A KIT CANNOT CONTAIN ITSELF "
                           "OR ANOTHER KIT."
                   ELSE
                       DISPLAY "QUANTITY PER KIT: "
                       ACCEPT WS-KIT-QTY
                       IF WS-KIT-QTY = 0
                           DISPLAY "ERROR : QUANTITY MUST BE ABOVE "
                               "ZERO."
                       ELSE
                           PERFORM WRITE-KIT-COMPONENT
                       END-IF
                   END-IF
                   END-IF
               END-IF.

           WRITE-KIT-COMPONENT.
               MOVE WS-KIT-ID TO FILE-KIT-PRODUCT
               MOVE WS-KIT-COMPONENT TO FILE-KIT-COMPONENT
               READ KIT-FILE
                   INVALID KEY
                       MOVE WS-KIT-QTY TO FILE-KIT-QTY
                       WRITE KIT-RECORD
                       DISPLAY "COMPONENT ADDED TO KIT " WS-KIT-ID "."
                   NOT INVALID KEY
                       MOVE WS-KIT-QTY TO FILE-KIT-QTY
                       REWRITE KIT-RECORD
                       DISPLAY "COMPONENT QUANTITY CHANGED."
               END-READ.

           REMOVE-KIT-COMPONENT.
               PERFORM ACCEPT-KIT-ID
               DISPLAY "COMPONENT PRODUCT-ID TO REMOVE: "
               ACCEPT WS-KIT-COMPONENT
               MOVE WS-KIT-ID TO FILE-KIT-PRODUCT
               MOVE WS-KIT-COMPONENT TO FILE-KIT-COMPONENT
               DELETE KIT-FILE
                   INVALID KEY
                       DISPLAY "ERROR : COMPONENT NOT IN THIS KIT."
                   NOT INVALID KEY
                       DISPLAY "COMPONENT REMOVED FROM KIT "
                           WS-KIT-ID "."
               END-DELETE.

           INIT-SO-SEQ.
               MOVE "00" TO WS-FS-SORDER
               PERFORM UNTIL WS-FS-SORDER = "10"
                   READ SORDER-FILE NEXT
                       AT END MOVE "10" TO WS-FS-SORDER
                       NOT AT END
                           IF FILE-SO-NO(3:6) IS NUMERIC
                               MOVE FILE-SO-NO(3:6) TO WS-SO-NUM
                               IF WS-SO-NUM > WS-SO-SEQ
                                   MOVE WS-SO-NUM TO WS-SO-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           SALES-ORDER-MENU.
               DISPLAY "=== SALES ORDERS (CHARGE ACCOUNTS) ==="
               DISPLAY "1. CREATE SALES ORDER"
               DISPLAY "2. PRINT PICK LIST"
               DISPLAY "3. DISPATCH AND PRINT DELIVERY NOTE"
               DISPLAY "4. OUTSTANDING ORDERS REPORT"
               DISPLAY "5. CANCEL SALES ORDER (MANAGER ONLY)"
               DISPLAY "6. BACK"
               DISPLAY "CHOSE OPTION (1-6): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM CREATE-SALES-ORDER
                   WHEN 2
                       PERFORM PRINT-PICK-LIST
                   WHEN 3
                       PERFORM DISPATCH-SALES-ORDER
                   WHEN 4
                       PERFORM OUTSTANDING-ORDERS-REPORT
                   WHEN 5
                       IF WS-USER-ROLE NOT = "MANAGER"
                           DISPLAY "ONLY MANAGERS CAN CANCEL SALES "
                               "ORDERS."
                       ELSE
                           PERFORM CANCEL-SALES-ORDER
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           CREATE-SALES-ORDER.
               DISPLAY "ACCOUNT CUSTOMER ID: "
               ACCEPT WS-AR-ACCOUNT
               MOVE WS-AR-ACCOUNT TO FILE-AR-ID
               READ ARCUST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               IF WS-FOUND = "N"
                   DISPLAY "ERROR: ACCOUNT CUSTOMER NOT FOUND."
               ELSE
                   DISPLAY "CUSTOMER: " FILE-AR-NAME
                   DISPLAY "REQUESTED DELIVERY DATE (YYYYMMDD): "
                   ACCEPT WS-SO-DELIVER-DATE
                   IF WS-SO-DELIVER-DATE < WS-SALE-DATE-NUM
                       DISPLAY "ERROR: DELIVERY DATE IS IN THE PAST."
                   ELSE
                       PERFORM CAPTURE-SALES-ORDER
                   END-IF
               END-IF.

           CAPTURE-SALES-ORDER.
               ADD 1 TO WS-SO-SEQ
               MOVE SPACES TO WS-SO-NO
               STRING
                   "SO" DELIMITED BY SIZE
                   WS-SO-SEQ DELIMITED BY SIZE
                   INTO WS-SO-NO
               END-STRING
               MOVE 0 TO WS-SO-LINE-NO
               MOVE "N" TO WS-SO-DONE
               PERFORM UNTIL WS-SO-DONE = "Y" OR WS-SO-LINE-NO >= 20
                   DISPLAY "SCAN CODE OR PRODUCT-ID (* TO FINISH): "
                   ACCEPT WS-SCAN-CODE
                   IF WS-SCAN-CODE = "*"
                       MOVE "Y" TO WS-SO-DONE
                   ELSE
                       PERFORM RESOLVE-SCAN-CODE
                       PERFORM ADD-SALES-ORDER-LINE
                   END-IF
               END-PERFORM
               IF WS-SO-LINE-NO = 0
                   SUBTRACT 1 FROM WS-SO-SEQ
                   DISPLAY "NO LINES ENTERED. ORDER NOT CREATED."
               ELSE
                   DISPLAY "SALES ORDER " WS-SO-NO " CREATED WITH "
                       WS-SO-LINE-NO " LINES."
               END-IF.

           ADD-SALES-ORDER-LINE.
               MOVE WS-INPUT-PRODUCT-ID TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               MOVE WS-INPUT-PRODUCT-ID TO WS-KIT-ID
               PERFORM FIND-KIT
               IF WS-FOUND = "N"
                   DISPLAY "ERROR : PRODUCT ID NOT FOUND."
               ELSE
               IF FILE-PRODUCT-STATUS = "DISCONTINUED"
                   DISPLAY "ERROR : PRODUCT IS DISCONTINUED. "
                       "NOT FOR SALE."
               ELSE
               IF WS-IS-KIT = "Y"
                   DISPLAY "ERROR : KITS CANNOT BE ORDERED FOR "
                       "DELIVERY. ORDER THE COMPONENTS."
               ELSE
                   DISPLAY "ENTER QUANTITY: "
                   ACCEPT WS-INPUT-QUANTITY
                   IF WS-INPUT-QUANTITY = 0
                       DISPLAY "ERROR : QUANTITY MUST BE ABOVE ZERO."
                   ELSE
                       PERFORM WRITE-SALES-ORDER-LINE
                   END-IF
               END-IF
               END-IF
               END-IF.

           WRITE-SALES-ORDER-LINE.
               PERFORM LOOKUP-EFFECTIVE-PRICE
               ADD 1 TO WS-SO-LINE-NO
               MOVE WS-SO-NO TO FILE-SO-NO
               MOVE WS-SO-LINE-NO TO FILE-SO-LINE
               MOVE WS-AR-ACCOUNT TO FILE-SO-ACCOUNT
               MOVE FILE-PRODUCT-ID TO FILE-SO-PRODUCT
               MOVE WS-EFF-PRICE TO FILE-SO-PRICE
               MOVE WS-INPUT-QUANTITY TO FILE-SO-QTY
               MOVE 0 TO FILE-SO-RESERVED
               MOVE 0 TO FILE-SO-SENT
               MOVE WS-SALE-DATE-NUM TO FILE-SO-ORDER-DATE
               MOVE WS-SO-DELIVER-DATE TO FILE-SO-DELIVER-DATE
               MOVE "OPEN" TO FILE-SO-STATUS
               PERFORM RESERVE-SO-LINE
               WRITE SORDER-RECORD
               DISPLAY "LINE " FILE-SO-LINE " | RESERVED: "
                   FILE-SO-RESERVED " | BACK-ORDERED: " WS-SO-BACK.

           RESERVE-SO-LINE.
               COMPUTE WS-SO-BACK =
                   FILE-SO-QTY - FILE-SO-SENT - FILE-SO-RESERVED
               MOVE FILE-SO-PRODUCT TO WS-LS-PRODUCT
               MOVE 0 TO WS-SO-AVAIL
               PERFORM VARYING WS-LOC-IDX FROM 1 BY 1 UNTIL
                   WS-LOC-IDX > 3
                   MOVE LOC-CODE(WS-LOC-IDX) TO WS-LS-LOCATION
                   PERFORM GET-LOCATION-QTY
                   ADD WS-LS-ON-HAND TO WS-SO-AVAIL
               END-PERFORM
               IF WS-SO-AVAIL < WS-SO-BACK
                   MOVE WS-SO-AVAIL TO WS-SO-TAKE
               ELSE
                   MOVE WS-SO-BACK TO WS-SO-TAKE
               END-IF
               IF WS-SO-TAKE > 0
                   MOVE FILE-SO-PRODUCT TO FILE-PRODUCT-ID
                   READ PRODUCT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF FILE-PRODUCT-STOCK > WS-SO-TAKE
                               SUBTRACT WS-SO-TAKE
                                   FROM FILE-PRODUCT-STOCK
                           ELSE
                               MOVE 0 TO FILE-PRODUCT-STOCK
                           END-IF
                           REWRITE PRODUCT-FILE-RECORD
                   END-READ
                   MOVE WS-SO-TAKE TO WS-LS-NEED
                   MOVE WS-RECV-LOCATION TO WS-LS-LOCATION
                   PERFORM DEDUCT-FROM-ONE-LOCATION
                   PERFORM VARYING WS-LOC-IDX FROM 1 BY 1 UNTIL
                       WS-LOC-IDX > 3 OR WS-LS-NEED = 0
                       MOVE LOC-CODE(WS-LOC-IDX) TO WS-LS-LOCATION
                       PERFORM DEDUCT-FROM-ONE-LOCATION
                   END-PERFORM
                   ADD WS-SO-TAKE TO FILE-SO-RESERVED
                   SUBTRACT WS-SO-TAKE FROM WS-SO-BACK
               END-IF.

           START-SALES-ORDER.
               MOVE "N" TO WS-SO-FOUND
               MOVE WS-SO-NO TO FILE-SO-NO
               MOVE 0 TO FILE-SO-LINE
               START SORDER-FILE KEY IS NOT LESS THAN FILE-SO-KEY
                   INVALID KEY MOVE "10" TO WS-FS-SORDER
                   NOT INVALID KEY MOVE "00" TO WS-FS-SORDER
               END-START.

           READ-SALES-ORDER-LINE.
               READ SORDER-FILE NEXT
                   AT END MOVE "10" TO WS-FS-SORDER
                   NOT AT END
                       IF FILE-SO-NO NOT = WS-SO-NO
                           MOVE "10" TO WS-FS-SORDER
                       END-IF
               END-READ.

           OPEN-SO-DOCUMENT.
               OPEN EXTEND SO-DOC-FILE
               IF WS-FS-SO-DOC NOT = "00"
                   OPEN OUTPUT SO-DOC-FILE
               END-IF
               MOVE FILE-SO-ACCOUNT TO FILE-AR-ID
               READ ARCUST-FILE
                   INVALID KEY
                       MOVE "** ACCOUNT NOT ON FILE **" TO FILE-AR-NAME
               END-READ
               MOVE SPACES TO WS-SO-TEXT
               STRING
                   WS-SO-DOC-TITLE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SO-NO DELIMITED BY SIZE
                   " | DATE: " DELIMITED BY SIZE
                   WS-SALE-DATE-NUM DELIMITED BY SIZE
                   " | DELIVER BY: " DELIMITED BY SIZE
                   FILE-SO-DELIVER-DATE DELIMITED BY SIZE
                   INTO WS-SO-TEXT
               END-STRING
               PERFORM WRITE-SO-DOC-LINE
               MOVE SPACES TO WS-SO-TEXT
               STRING
                   "ACCOUNT: " DELIMITED BY SIZE
                   FILE-SO-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FILE-AR-NAME DELIMITED BY SIZE
                   INTO WS-SO-TEXT
               END-STRING
               PERFORM WRITE-SO-DOC-LINE.

           WRITE-SO-DOC-LINE.
               DISPLAY WS-SO-TEXT
               MOVE WS-SO-TEXT TO SO-DOC-LINE
               WRITE SO-DOC-LINE.

           BUILD-SO-DOC-DETAIL.
               MOVE FILE-SO-PRODUCT TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO FILE-PRODUCT-NAME
               END-READ
               COMPUTE WS-SO-BACK =
                   FILE-SO-QTY - FILE-SO-SENT - FILE-SO-RESERVED
               MOVE SPACES TO WS-SO-TEXT
               STRING
                   FILE-SO-LINE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FILE-SO-PRODUCT DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FILE-PRODUCT-NAME DELIMITED BY SIZE
                   " | QTY: " DELIMITED BY SIZE
                   FILE-SO-RESERVED DELIMITED BY SIZE
                   " | BACK-ORDERED: " DELIMITED BY SIZE
                   WS-SO-BACK DELIMITED BY SIZE
                   INTO WS-SO-TEXT
               END-STRING.

           PRINT-PICK-LIST.
               DISPLAY "ENTER SALES ORDER NO (SOnnnnnn): "
               ACCEPT WS-SO-NO
               PERFORM START-SALES-ORDER
               PERFORM UNTIL WS-FS-SORDER = "10"
                   PERFORM READ-SALES-ORDER-LINE
                   IF WS-FS-SORDER NOT = "10" AND
                      FILE-SO-STATUS = "OPEN"
                       IF WS-SO-FOUND = "N"
                           MOVE "Y" TO WS-SO-FOUND
                           MOVE "PICK LIST" TO WS-SO-DOC-TITLE
                           PERFORM OPEN-SO-DOCUMENT
                       END-IF
                       PERFORM BUILD-SO-DOC-DETAIL
                       PERFORM WRITE-SO-DOC-LINE
                   END-IF
               END-PERFORM
               IF WS-SO-FOUND = "N"
                   DISPLAY "ERROR: NO OPEN LINES ON SALES ORDER "
                       WS-SO-NO "."
               ELSE
                   MOVE SPACES TO WS-SO-TEXT
                   STRING
                       "PICK RESERVED QUANTITIES ONLY. BACK-ORDERED "
                           DELIMITED BY SIZE
                       "QUANTITIES FOLLOW ON A LATER DELIVERY."
                           DELIMITED BY SIZE
                       INTO WS-SO-TEXT
                   END-STRING
                   PERFORM WRITE-SO-DOC-LINE
                   CLOSE SO-DOC-FILE
               END-IF.

           DISPATCH-SALES-ORDER.
               DISPLAY "ENTER SALES ORDER NO (SOnnnnnn): "
               ACCEPT WS-SO-NO
               MOVE 0 TO WS-SO-VALUE
               PERFORM START-SALES-ORDER
               PERFORM UNTIL WS-FS-SORDER = "10"
                   PERFORM READ-SALES-ORDER-LINE
                   IF WS-FS-SORDER NOT = "10" AND
                      FILE-SO-STATUS = "OPEN"
                       MOVE "Y" TO WS-SO-FOUND
                       MOVE FILE-SO-ACCOUNT TO WS-AR-ACCOUNT
                       PERFORM RESERVE-SO-LINE
                       REWRITE SORDER-RECORD
                       COMPUTE WS-SO-VALUE = WS-SO-VALUE +
                           FILE-SO-RESERVED * FILE-SO-PRICE
                   END-IF
               END-PERFORM
               IF WS-SO-FOUND = "N"
                   DISPLAY "ERROR: NO OPEN LINES ON SALES ORDER "
                       WS-SO-NO "."
               ELSE
               IF WS-SO-VALUE = 0
                   DISPLAY "NOTHING IN STOCK TO DISPATCH. ORDER "
                       "STAYS OPEN ON BACK-ORDER."
               ELSE
                   PERFORM CHARGE-SALES-ORDER
               END-IF
               END-IF.

           CHARGE-SALES-ORDER.
               MOVE "N" TO WS-AR-OK
               MOVE WS-AR-ACCOUNT TO FILE-AR-ID
               READ ARCUST-FILE
                   INVALID KEY
                       DISPLAY "ERROR: ACCOUNT CUSTOMER NOT FOUND."
                   NOT INVALID KEY
                       COMPUTE WS-AR-AFTER =
                           FILE-AR-BALANCE + WS-SO-VALUE
                       IF WS-AR-AFTER > FILE-AR-LIMIT
                           MOVE FILE-AR-BALANCE TO DISPLAY-AR-BAL
                           DISPLAY "ERROR: OVER CREDIT LIMIT. "
                               "BALANCE: " DISPLAY-AR-BAL
                           DISPLAY "ORDER NOT DISPATCHED. STOCK "
                               "STAYS RESERVED."
                       ELSE
                           MOVE WS-AR-AFTER TO FILE-AR-BALANCE
                           REWRITE ARCUST-RECORD
                           MOVE "Y" TO WS-AR-OK
                       END-IF
               END-READ
               IF WS-AR-OK = "Y"
                   ADD 1 TO WS-RCPT-SEQ
                   PERFORM SAVE-STOCK-CONTROL
                   MOVE SPACES TO WS-RCPT-NO
                   STRING
                       "R" DELIMITED BY SIZE
                       WS-RCPT-SEQ DELIMITED BY SIZE
                       INTO WS-RCPT-NO
                   END-STRING
                   MOVE WS-SO-VALUE TO WS-AMOUNT-DUE
                   PERFORM POST-AR-CHARGE
                   PERFORM POST-SALES-ORDER-LINES
                   MOVE FILE-AR-BALANCE TO DISPLAY-AR-BAL
                   DISPLAY "ORDER DISPATCHED. CHARGED TO ACCOUNT. "
                       "NEW BALANCE: " DISPLAY-AR-BAL
               END-IF.

           POST-SALES-ORDER-LINES.
               MOVE "N" TO WS-STAFF-ACTIVE
               MOVE SPACES TO WS-STAFF-EMP
               MOVE "N" TO WS-LOY-ACTIVE
               MOVE SPACES TO WS-LOY-MEMBER
               MOVE "N" TO WS-SO-FOUND
               PERFORM START-SALES-ORDER
               PERFORM UNTIL WS-FS-SORDER = "10"
                   PERFORM READ-SALES-ORDER-LINE
                   IF WS-FS-SORDER NOT = "10" AND
                      FILE-SO-STATUS = "OPEN"
                       IF WS-SO-FOUND = "N"
                           MOVE "Y" TO WS-SO-FOUND
                           MOVE "DELIVERY NOTE" TO WS-SO-DOC-TITLE
                           PERFORM OPEN-SO-DOCUMENT
                       END-IF
                       PERFORM BUILD-SO-DOC-DETAIL
                       PERFORM WRITE-SO-DOC-LINE
                       IF FILE-SO-RESERVED > 0
                           PERFORM POST-ONE-SO-LINE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SO-VALUE TO DISPLAY-DUE
               MOVE SPACES TO WS-SO-TEXT
               STRING
                   "TOTAL CHARGED TO ACCOUNT: " DELIMITED BY SIZE
                   DISPLAY-DUE DELIMITED BY SIZE
                   " | RCPT: " DELIMITED BY SIZE
                   WS-RCPT-NO DELIMITED BY SIZE
                   INTO WS-SO-TEXT
               END-STRING
               PERFORM WRITE-SO-DOC-LINE
               CLOSE SO-DOC-FILE
               MOVE 0 TO WS-CART-COUNT.

           POST-ONE-SO-LINE.
               MOVE 1 TO WS-CART-IDX
               MOVE 1 TO WS-CART-COUNT
               MOVE FILE-SO-PRODUCT TO CART-PRODUCT-ID(1)
               MOVE FILE-SO-RESERVED TO CART-QTY(1)
               MOVE FILE-SO-PRICE TO CART-PRICE(1)
               COMPUTE CART-LINE-TOTAL(1) =
                   FILE-SO-RESERVED * FILE-SO-PRICE
               MOVE 0 TO CART-DISCOUNT(1)
               MOVE "N" TO CART-KIT-FLAG(1)
               PERFORM POST-CART-LINE
               ADD FILE-SO-RESERVED TO FILE-SO-SENT
               MOVE 0 TO FILE-SO-RESERVED
               IF FILE-SO-SENT NOT < FILE-SO-QTY
                   MOVE "COMPLETE" TO FILE-SO-STATUS
               END-IF
               REWRITE SORDER-RECORD.

           OUTSTANDING-ORDERS-REPORT.
               DISPLAY "=== OUTSTANDING SALES ORDERS ==="
               DISPLAY "ORDER    |LN| ACCOUNT  | PRODUCT | ORDERED | "
                   "RESERVED | SENT  | BACK  | DELIVER BY"
               MOVE 0 TO WS-SO-LISTED
               MOVE LOW-VALUES TO FILE-SO-KEY
               START SORDER-FILE KEY IS NOT LESS THAN FILE-SO-KEY
                   INVALID KEY MOVE "10" TO WS-FS-SORDER
                   NOT INVALID KEY MOVE "00" TO WS-FS-SORDER
               END-START
               PERFORM UNTIL WS-FS-SORDER = "10"
                   READ SORDER-FILE NEXT
                       AT END MOVE "10" TO WS-FS-SORDER
                       NOT AT END
                           IF FILE-SO-STATUS = "OPEN"
                               ADD 1 TO WS-SO-LISTED
                               COMPUTE WS-SO-BACK = FILE-SO-QTY -
                                   FILE-SO-SENT - FILE-SO-RESERVED
                               DISPLAY FILE-SO-NO " |" FILE-SO-LINE
                                   "| " FILE-SO-ACCOUNT " | "
                                   FILE-SO-PRODUCT " | "
                                   FILE-SO-QTY "   | "
                                   FILE-SO-RESERVED "    | "
                                   FILE-SO-SENT " | "
                                   WS-SO-BACK " | "
                                   FILE-SO-DELIVER-DATE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-SO-LISTED = 0
                   DISPLAY "NO OUTSTANDING SALES ORDERS."
               ELSE
                   DISPLAY "OUTSTANDING LINES: " WS-SO-LISTED
               END-IF
               DISPLAY " "
               DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU..."
               ACCEPT WS-DUMMY.

           CANCEL-SALES-ORDER.
               DISPLAY "ENTER SALES ORDER NO (SOnnnnnn): "
               ACCEPT WS-SO-NO
               PERFORM START-SALES-ORDER
               PERFORM UNTIL WS-FS-SORDER = "10"
                   PERFORM READ-SALES-ORDER-LINE
                   IF WS-FS-SORDER NOT = "10" AND
                      FILE-SO-STATUS = "OPEN"
                       MOVE "Y" TO WS-SO-FOUND
                       PERFORM CANCEL-ONE-SO-LINE
                   END-IF
               END-PERFORM
               IF WS-SO-FOUND = "N"
                   DISPLAY "ERROR: NO OPEN LINES ON SALES ORDER "
                       WS-SO-NO "."
               ELSE
                   DISPLAY "SALES ORDER " WS-SO-NO " CANCELLED. "
                       "RESERVED STOCK RETURNED TO "
                       WS-RECV-LOCATION "."
               END-IF.

           CANCEL-ONE-SO-LINE.
               IF FILE-SO-RESERVED > 0
                   MOVE FILE-SO-PRODUCT TO FILE-PRODUCT-ID
                   READ PRODUCT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD FILE-SO-RESERVED TO FILE-PRODUCT-STOCK
                           REWRITE PRODUCT-FILE-RECORD
                   END-READ
                   MOVE FILE-SO-PRODUCT TO WS-LS-PRODUCT
                   MOVE WS-RECV-LOCATION TO WS-LS-LOCATION
                   MOVE FILE-SO-RESERVED TO WS-LS-DELTA
                   PERFORM ADJUST-LOCATION-STOCK
               END-IF
               MOVE 0 TO FILE-SO-RESERVED
               MOVE "CANCELLED" TO FILE-SO-STATUS
               REWRITE SORDER-RECORD.

           INIT-VOUCHER-SEQ.
               MOVE "00" TO WS-FS-VOUCHER
               PERFORM UNTIL WS-FS-VOUCHER = "10"
                   READ VOUCHER-FILE NEXT
                       AT END MOVE "10" TO WS-FS-VOUCHER
                       NOT AT END
                           IF FILE-VCH-NO(3:6) IS NUMERIC
                               MOVE FILE-VCH-NO(3:6) TO WS-VCH-NUM
                               IF WS-VCH-NUM > WS-VCH-SEQ
                                   MOVE WS-VCH-NUM TO WS-VCH-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           VOUCHER-MENU.
               DISPLAY "=== GIFT CARDS AND VOUCHERS ==="
               DISPLAY "1. SELL GIFT CARD"
               DISPLAY "2. CHECK VOUCHER BALANCE"
               DISPLAY "3. BACK"
               DISPLAY "CHOSE OPTION (1-3): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM SELL-GIFT-CARD
                   WHEN 2
                       PERFORM CHECK-VOUCHER-BALANCE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           SELL-GIFT-CARD.
               DISPLAY "GIFT CARD VALUE: "
               ACCEPT WS-VCH-AMOUNT
               IF WS-VCH-AMOUNT = 0
                   DISPLAY "ERROR: VALUE MUST BE ABOVE ZERO."
               ELSE
                   MOVE WS-VCH-AMOUNT TO WS-AMOUNT-DUE
                   MOVE WS-AMOUNT-DUE TO DISPLAY-CART-TOTAL
                   DISPLAY "TOTAL DUE: " DISPLAY-CART-TOTAL
                   MOVE 0 TO WS-TENDER
                   MOVE "N" TO WS-TENDER-CANCELLED
                   PERFORM TAKE-CASH-TENDER
                   IF WS-TENDER-CANCELLED = "Y"
                       DISPLAY "GIFT CARD NOT ISSUED."
                   ELSE
                       ADD 1 TO WS-RCPT-SEQ
                       PERFORM SAVE-STOCK-CONTROL
                       MOVE SPACES TO WS-RCPT-NO
                       STRING
                           "R" DELIMITED BY SIZE
                           WS-RCPT-SEQ DELIMITED BY SIZE
                           INTO WS-RCPT-NO
                       END-STRING
                       MOVE "GIFT" TO WS-VCH-TYPE
                       MOVE WS-RCPT-NO TO WS-VCH-RCPT
                       PERFORM ISSUE-VOUCHER
                       PERFORM WRITE-GIFT-CARD-RECEIPT
                       COMPUTE WS-CHANGE = WS-TENDER - WS-AMOUNT-DUE
                       MOVE WS-CHANGE TO DISPLAY-CHANGE
                       DISPLAY "CHANGE DUE: " DISPLAY-CHANGE
                   END-IF
               END-IF.

           ISSUE-VOUCHER.
               ADD 1 TO WS-VCH-SEQ
               MOVE SPACES TO WS-VCH-NO
               STRING
                   "GV" DELIMITED BY SIZE
                   WS-VCH-SEQ DELIMITED BY SIZE
                   INTO WS-VCH-NO
               END-STRING
               MOVE WS-VCH-NO TO FILE-VCH-NO
               MOVE WS-VCH-TYPE TO FILE-VCH-TYPE
               MOVE WS-SALE-DATE-NUM TO FILE-VCH-ISSUE-DATE
               MOVE WS-VCH-AMOUNT TO FILE-VCH-ORIG-VALUE
               MOVE WS-VCH-AMOUNT TO FILE-VCH-BALANCE
               COMPUTE FILE-VCH-EXPIRY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SALE-DATE-NUM) +
                   WS-VCH-VALID-DAYS)
               MOVE "ACTIVE" TO FILE-VCH-STATUS
               MOVE WS-VCH-RCPT TO FILE-VCH-ISSUE-RCPT
               WRITE VOUCHER-RECORD
               IF WS-VCH-TYPE = "GIFT"
                   MOVE "ISSUE" TO WS-VCH-ACTION
               ELSE
                   MOVE "CREDIT" TO WS-VCH-ACTION
               END-IF
               MOVE WS-VCH-AMOUNT TO DISPLAY-VCH-AMT
               PERFORM WRITE-VOUCHER-LOG
               DISPLAY "VOUCHER " WS-VCH-NO " ISSUED. VALUE: "
                   DISPLAY-VCH-AMT " | EXPIRES: " FILE-VCH-EXPIRY.

           WRITE-GIFT-CARD-RECEIPT.
               OPEN EXTEND RECEIPT-FILE
               IF WS-FS-RECEIPT NOT = "00"
                   OPEN OUTPUT RECEIPT-FILE
               END-IF
               MOVE WS-VCH-AMOUNT TO DISPLAY-VCH-AMT
               MOVE WS-TENDER TO DISPLAY-TENDER
               STRING
                   "GIFT CARD " DELIMITED BY SIZE
                   WS-VCH-NO DELIMITED BY SIZE
                   " | RCPT: " DELIMITED BY SIZE
                   WS-RCPT-NO DELIMITED BY SIZE
                   " | VALUE: " DELIMITED BY SIZE
                   DISPLAY-VCH-AMT DELIMITED BY SIZE
                   " | TENDER: " DELIMITED BY SIZE
                   DISPLAY-TENDER DELIMITED BY SIZE
                   INTO RECEIPT-LINE
               END-STRING
               WRITE RECEIPT-LINE
               CLOSE RECEIPT-FILE.

           WRITE-VOUCHER-LOG.
               OPEN EXTEND VOUCHER-LOG-FILE
               IF WS-FS-VOUCHER-LOG NOT = "00"
                   OPEN OUTPUT VOUCHER-LOG-FILE
               END-IF
               MOVE WS-YEAR TO WS-SALE-DATE(1:4)
               MOVE "-" TO WS-SALE-DATE(5:1)
               MOVE WS-MONTH TO WS-SALE-DATE(6:2)
               MOVE "-" TO WS-SALE-DATE(8:1)
               MOVE WS-DAY TO WS-SALE-DATE(9:2)
               STRING
                   WS-SALE-DATE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-VCH-NO DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-VCH-ACTION DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   DISPLAY-VCH-AMT DELIMITED BY SIZE
                   " | RCPT: " DELIMITED BY SIZE
                   WS-VCH-RCPT DELIMITED BY SIZE
                   " | BY: " DELIMITED BY SIZE
                   WS-USER-NAME DELIMITED BY SIZE
                   INTO VOUCHER-LOG-LINE
               END-STRING
               WRITE VOUCHER-LOG-LINE
               CLOSE VOUCHER-LOG-FILE.

           CHECK-VOUCHER-BALANCE.
               DISPLAY "VOUCHER NO (GVnnnnnn): "
               ACCEPT FILE-VCH-NO
               READ VOUCHER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: VOUCHER NOT FOUND."
                   NOT INVALID KEY
                       MOVE FILE-VCH-BALANCE TO DISPLAY-VCH-AMT
                       DISPLAY FILE-VCH-NO " | " FILE-VCH-TYPE " | "
                           FILE-VCH-STATUS
                       DISPLAY "BALANCE: " DISPLAY-VCH-AMT
                           " | EXPIRES: " FILE-VCH-EXPIRY
               END-READ.

           APPLY-VOUCHER-TENDER.
               DISPLAY "VOUCHER NO (GVnnnnnn): "
               ACCEPT WS-VCH-NO
               MOVE WS-VCH-NO TO FILE-VCH-NO
               READ VOUCHER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: VOUCHER NOT FOUND."
                   NOT INVALID KEY
                       IF FILE-VCH-STATUS NOT = "ACTIVE" OR
                          FILE-VCH-BALANCE = 0
                           DISPLAY "ERROR: VOUCHER IS "
                               FILE-VCH-STATUS "."
                       ELSE
                       IF FILE-VCH-EXPIRY < WS-SALE-DATE-NUM
                           DISPLAY "ERROR: VOUCHER EXPIRED ON "
                               FILE-VCH-EXPIRY "."
                       ELSE
                           IF FILE-VCH-BALANCE < WS-AMOUNT-DUE
                               MOVE FILE-VCH-BALANCE TO WS-VCH-APPLIED
                           ELSE
                               MOVE WS-AMOUNT-DUE TO WS-VCH-APPLIED
                           END-IF
                           SUBTRACT WS-VCH-APPLIED FROM WS-AMOUNT-DUE
                           MOVE WS-VCH-APPLIED TO DISPLAY-VCH-AMT
                           DISPLAY "VOUCHER APPLIED: " DISPLAY-VCH-AMT
                           MOVE WS-AMOUNT-DUE TO DISPLAY-CART-TOTAL
                           DISPLAY "BALANCE TO PAY: "
                               DISPLAY-CART-TOTAL
                       END-IF
                       END-IF
               END-READ.

           POST-VOUCHER-REDEMPTION.
               MOVE WS-VCH-NO TO FILE-VCH-NO
               READ VOUCHER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SUBTRACT WS-VCH-APPLIED FROM FILE-VCH-BALANCE
                       IF FILE-VCH-BALANCE = 0
                           MOVE "REDEEMED" TO FILE-VCH-STATUS
                       END-IF
                       REWRITE VOUCHER-RECORD
                       MOVE "REDEEM" TO WS-VCH-ACTION
                       MOVE WS-RCPT-NO TO WS-VCH-RCPT
                       MOVE WS-VCH-APPLIED TO DISPLAY-VCH-AMT
                       PERFORM WRITE-VOUCHER-LOG
                       MOVE FILE-VCH-BALANCE TO DISPLAY-VCH-AMT
                       DISPLAY "VOUCHER " FILE-VCH-NO
                           " REMAINING BALANCE: " DISPLAY-VCH-AMT
               END-READ.

           ADD-TO-QUARANTINE.
               IF WS-QT-QTY > 0
                   MOVE WS-QT-PRODUCT TO FILE-QT-PRODUCT
                   READ QUARANTINE-FILE
                       INVALID KEY
                           MOVE WS-QT-PRODUCT TO FILE-QT-PRODUCT
                           MOVE 0 TO FILE-QT-DAMAGED
                           MOVE 0 TO FILE-QT-EXPIRED
                           IF WS-QT-REASON = "D"
                               MOVE WS-QT-QTY TO FILE-QT-DAMAGED
                           ELSE
                               MOVE WS-QT-QTY TO FILE-QT-EXPIRED
                           END-IF
                           WRITE QUARANTINE-RECORD
                       NOT INVALID KEY
                           IF WS-QT-REASON = "D"
                               ADD WS-QT-QTY TO FILE-QT-DAMAGED
                           ELSE
                               ADD WS-QT-QTY TO FILE-QT-EXPIRED
                           END-IF
                           REWRITE QUARANTINE-RECORD
                   END-READ
                   DISPLAY WS-QT-QTY " OF " WS-QT-PRODUCT
                       " HELD IN QUARANTINE FOR RETURN TO SUPPLIER."
               END-IF.

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
                               MOVE CONFIG-POINTS-RATE
                                   TO WS-POINTS-RATE
                           END-IF
                           IF CONFIG-LAY-DEPOSIT-PCT IS NUMERIC AND
                              CONFIG-LAY-DEPOSIT-PCT > 0
                               MOVE CONFIG-LAY-DEPOSIT-PCT
                                   TO WS-LAY-DEPOSIT-PCT
                           END-IF
                           IF CONFIG-LAY-RESTOCK-PCT IS NUMERIC AND
                              CONFIG-LAY-RESTOCK-PCT > 0
                               MOVE CONFIG-LAY-RESTOCK-PCT
                                   TO WS-LAY-RESTOCK-PCT
                           END-IF
                           IF CONFIG-STAFF-DISC-PCT IS NUMERIC AND
                              CONFIG-STAFF-DISC-PCT > 0
                               MOVE CONFIG-STAFF-DISC-PCT
                                   TO WS-STAFF-DISC-PCT
                           END-IF
                           IF CONFIG-TILL-LOCATION NOT = SPACES
                               MOVE CONFIG-TILL-LOCATION
                                   TO WS-TILL-LOCATION
                           END-IF
                           IF CONFIG-RECV-LOCATION NOT = SPACES
                               MOVE CONFIG-RECV-LOCATION
                                   TO WS-RECV-LOCATION
                           END-IF
                           IF CONFIG-VOUCHER-DAYS IS NUMERIC AND
                              CONFIG-VOUCHER-DAYS > 0
                               MOVE CONFIG-VOUCHER-DAYS
                                   TO WS-VCH-VALID-DAYS
                           END-IF
                   END-READ
                   CLOSE SHOP-CONFIG-FILE
               ELSE
                   DISPLAY "SHOPCONFIG.TXT not found. Using default "
                       "VAT rate."
               END-IF.

           LOAD-STOCK-CONTROL.
               OPEN INPUT STOCK-CTL-FILE
               IF WS-FS-STOCK-CTL = "00"
                   READ STOCK-CTL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF STK-PO-SEQ IS NUMERIC AND
                              STK-PO-SEQ > WS-PO-SEQ
                               MOVE STK-PO-SEQ TO WS-PO-SEQ
                           END-IF
                           IF STK-RCPT-SEQ IS NUMERIC AND
                              STK-RCPT-SEQ > WS-RCPT-SEQ
                               MOVE STK-RCPT-SEQ TO WS-RCPT-SEQ
                           END-IF
                   END-READ
                   CLOSE STOCK-CTL-FILE
               END-IF.

           SAVE-STOCK-CONTROL.
               OPEN OUTPUT STOCK-CTL-FILE
               MOVE WS-PO-SEQ TO STK-PO-SEQ
               MOVE WS-RCPT-SEQ TO STK-RCPT-SEQ
               WRITE STOCK-CTL-RECORD
               CLOSE STOCK-CTL-FILE.

           CHOOSE-PO-SUPPLIER.
               MOVE "N" TO WS-SUPPLIER-OK
               DISPLAY "PREFERRED SUPPLIER: "
                   FILE-PRODUCT-SUPPLIER
               DISPLAY "ENTER SUPPLIER ID (BLANK = PREFERRED): "
               ACCEPT WS-INPUT-SUPPLIER-ID
               IF WS-INPUT-SUPPLIER-ID = SPACES
                   MOVE FILE-PRODUCT-SUPPLIER
                       TO WS-INPUT-SUPPLIER-ID
               END-IF
               MOVE WS-INPUT-SUPPLIER-ID TO FILE-SUPPLIER-ID
               READ SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SUPPLIER-OK
                       MOVE FILE-SUPPLIER-NAME TO WS-SUPPLIER-NAME
                       DISPLAY "SUPPLIER: " FILE-SUPPLIER-NAME
                           " LEAD TIME: " FILE-SUPPLIER-LEAD " DAYS"
               END-READ.

           FIND-PACK-SIZE.
               MOVE "N" TO WS-PACK-FOUND
               MOVE "UNIT" TO WS-PACK-UNIT
               MOVE 1 TO WS-PACK-SIZE
               MOVE 1 TO WS-PACK-MULTIPLE
               MOVE FILE-PRODUCT-ID TO FILE-PK-PRODUCT
               MOVE WS-INPUT-SUPPLIER-ID TO FILE-PK-SUPPLIER
               READ PACK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FILE-PK-SIZE > 0
                           MOVE "Y" TO WS-PACK-FOUND
                           MOVE FILE-PK-UNIT TO WS-PACK-UNIT
                           MOVE FILE-PK-SIZE TO WS-PACK-SIZE
                           IF FILE-PK-MULTIPLE > 0
                               MOVE FILE-PK-MULTIPLE
                                   TO WS-PACK-MULTIPLE
                           END-IF
                       END-IF
               END-READ.

           ACCEPT-PO-QUANTITY.
               PERFORM FIND-PACK-SIZE
               IF WS-PACK-FOUND = "N"
                   DISPLAY "ENTER QUANTITY TO RESTOCK: "
                   ACCEPT WS-INPUT-QUANTITY
                   DISPLAY "ENTER UNIT COST FROM SUPPLIER: "
                   ACCEPT WS-UNIT-COST
                   MOVE WS-INPUT-QUANTITY TO WS-PACK-QTY
               ELSE
                   DISPLAY "PURCHASE UNIT: " WS-PACK-UNIT " OF "
                       WS-PACK-SIZE " UNITS, ORDER IN MULTIPLES OF "
                       WS-PACK-MULTIPLE
                   DISPLAY "ENTER NUMBER OF " WS-PACK-UNIT
                       " TO ORDER: "
                   ACCEPT WS-PACK-QTY
                   IF WS-PACK-QTY < WS-PACK-MULTIPLE
                       MOVE WS-PACK-MULTIPLE TO WS-PACK-QTY
                   END-IF
                   DIVIDE WS-PACK-QTY BY WS-PACK-MULTIPLE
                       GIVING WS-PACK-GROUPS REMAINDER WS-PACK-REM
                   IF WS-PACK-REM > 0
                       COMPUTE WS-PACK-QTY = WS-PACK-QTY
                           + WS-PACK-MULTIPLE - WS-PACK-REM
                   END-IF
                   DISPLAY "ORDERING " WS-PACK-QTY " " WS-PACK-UNIT
                   DISPLAY "ENTER COST PER " WS-PACK-UNIT
                       " FROM SUPPLIER: "
                   ACCEPT WS-PACK-COST
                   COMPUTE WS-INPUT-QUANTITY =
                       WS-PACK-QTY * WS-PACK-SIZE
                   COMPUTE WS-UNIT-COST ROUNDED =
                       WS-PACK-COST / WS-PACK-SIZE
                   MOVE WS-UNIT-COST TO DISPLAY-UNIT-COST
                   DISPLAY "= " WS-INPUT-QUANTITY " SELLING UNITS AT "
                       DISPLAY-UNIT-COST " EACH"
               END-IF.

           CREATE-PURCHASE-ORDER.
               ADD 1 TO WS-PO-SEQ
               PERFORM SAVE-STOCK-CONTROL
               MOVE SPACES TO FILE-PO-NO
               STRING
                   "PO" DELIMITED BY SIZE
                   WS-PO-SEQ DELIMITED BY SIZE
                   INTO FILE-PO-NO
               END-STRING
               MOVE WS-YEAR TO WS-SALE-DATE(1:4)
               MOVE "-" TO WS-SALE-DATE(5:1)
               MOVE WS-MONTH TO WS-SALE-DATE(6:2)
               MOVE "-" TO WS-SALE-DATE(8:1)
               MOVE WS-DAY TO WS-SALE-DATE(9:2)
               MOVE WS-SALE-DATE TO FILE-PO-DATE
               MOVE WS-SUPPLIER-NAME TO FILE-PO-SUPPLIER
               MOVE FILE-PRODUCT-ID TO FILE-PO-PRODUCT
               MOVE WS-INPUT-QUANTITY TO FILE-PO-QTY
               MOVE WS-UNIT-COST TO FILE-PO-UNIT-COST
               MOVE "OPEN" TO FILE-PO-STATUS
               MOVE 0 TO FILE-PO-RECV-QTY
               MOVE SPACES TO FILE-PO-RECV-DATE
               MOVE WS-INPUT-SUPPLIER-ID TO FILE-PO-SUPPLIER-ID
               MOVE WS-PACK-UNIT TO FILE-PO-PACK-UNIT
               MOVE WS-PACK-SIZE TO FILE-PO-PACK-SIZE
               MOVE WS-PACK-QTY TO FILE-PO-PACKS
               WRITE PO-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: DUPLICATE PO NUMBER "
                           FILE-PO-NO
               END-WRITE.

           RECEIVE-GOODS.
               DISPLAY "=== RECEIVE GOODS ===".
               DISPLAY "ENTER PO NUMBER (POnnnnnn): "
               ACCEPT WS-INPUT-PO-NO
               MOVE WS-INPUT-PO-NO TO FILE-PO-NO
               READ PO-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: PO NOT FOUND."
                   NOT INVALID KEY
                       IF FILE-PO-STATUS = "RECEIVED"
                           DISPLAY "ERROR: PO ALREADY RECEIVED."
                       ELSE
                           PERFORM RECEIVE-ONE-PO
                       END-IF
               END-READ

               DISPLAY " "
               DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU..."
               ACCEPT WS-DUMMY.

           RECEIVE-ONE-PO.
               DISPLAY "PRODUCT: " FILE-PO-PRODUCT
                   " ORDERED QTY: " FILE-PO-QTY
               PERFORM DEFAULT-PO-PACK
               IF FILE-PO-PACK-SIZE > 1
                   DISPLAY "ORDERED AS: " FILE-PO-PACKS " "
                       FILE-PO-PACK-UNIT " OF " FILE-PO-PACK-SIZE
                   DISPLAY "ENTER NUMBER OF " FILE-PO-PACK-UNIT
                       " RECEIVED: "
                   MOVE 0 TO WS-PACK-QTY
                   ACCEPT WS-PACK-QTY
                   DISPLAY "ENTER LOOSE UNITS RECEIVED (0 = NONE): "
                   MOVE 0 TO WS-LOOSE-QTY
                   ACCEPT WS-LOOSE-QTY
                   COMPUTE WS-RECV-QTY =
                       WS-PACK-QTY * FILE-PO-PACK-SIZE + WS-LOOSE-QTY
                   DISPLAY "= " WS-RECV-QTY " SELLING UNITS"
               ELSE
                   DISPLAY "ENTER QUANTITY RECEIVED: "
                   ACCEPT WS-RECV-QTY
                   MOVE WS-RECV-QTY TO WS-PACK-QTY
                   MOVE 0 TO WS-LOOSE-QTY
               END-IF

               MOVE FILE-PO-PRODUCT TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ

               IF WS-FOUND = "N"
                   DISPLAY "ERROR: PRODUCT NO LONGER ON FILE. "
                       "GOODS NOT POSTED."
               ELSE
                   IF FILE-PRODUCT-COST IS NOT NUMERIC
                       MOVE 0 TO FILE-PRODUCT-COST
                   END-IF
                   IF FILE-PRODUCT-STOCK + WS-RECV-QTY > 0
                       COMPUTE FILE-PRODUCT-COST ROUNDED =
                           ((FILE-PRODUCT-STOCK * FILE-PRODUCT-COST)
                            + (WS-RECV-QTY * FILE-PO-UNIT-COST))
                           / (FILE-PRODUCT-STOCK + WS-RECV-QTY)
                   END-IF
                   ADD WS-RECV-QTY TO FILE-PRODUCT-STOCK
                   REWRITE PRODUCT-FILE-RECORD
                   MOVE FILE-PRODUCT-ID TO WS-LS-PRODUCT
                   MOVE WS-RECV-LOCATION TO WS-LS-LOCATION
                   MOVE WS-RECV-QTY TO WS-LS-DELTA
                   PERFORM ADJUST-LOCATION-STOCK

                   COMPUTE WS-QTY-VARIANCE =
                       WS-RECV-QTY - FILE-PO-QTY
                   MOVE WS-QTY-VARIANCE TO DISPLAY-VARIANCE

                   MOVE WS-RECV-QTY TO FILE-PO-RECV-QTY
                   MOVE WS-YEAR TO WS-SALE-DATE(1:4)
                   MOVE "-" TO WS-SALE-DATE(5:1)
                   MOVE WS-MONTH TO WS-SALE-DATE(6:2)
                   MOVE "-" TO WS-SALE-DATE(8:1)
                   MOVE WS-DAY TO WS-SALE-DATE(9:2)
                   MOVE WS-SALE-DATE TO FILE-PO-RECV-DATE
                   MOVE "RECEIVED" TO FILE-PO-STATUS
                   REWRITE PO-MASTER-RECORD

                   PERFORM CREATE-RECEIPT-LOT

                   MOVE SPACES TO PURCHASE-ORDER-LINE
                   STRING
                       WS-SALE-DATE DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       FILE-PO-NO DELIMITED BY SIZE
                       " | RECEIVED | " DELIMITED BY SIZE
                       FILE-PO-PRODUCT DELIMITED BY SIZE
                       " | QTY: " DELIMITED BY SIZE
                       WS-RECV-QTY DELIMITED BY SIZE
                       " | VARIANCE: " DELIMITED BY SIZE
                       DISPLAY-VARIANCE DELIMITED BY SIZE
                       " | AS: " DELIMITED BY SIZE
                       WS-PACK-QTY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FILE-PO-PACK-UNIT DELIMITED BY SPACE
                       " OF " DELIMITED BY SIZE
                       FILE-PO-PACK-SIZE DELIMITED BY SIZE
                       " + " DELIMITED BY SIZE
                       WS-LOOSE-QTY DELIMITED BY SIZE
                       " LOOSE" DELIMITED BY SIZE
                       INTO PURCHASE-ORDER-LINE
                   END-STRING
                   WRITE PURCHASE-ORDER-LINE

                   DISPLAY "GOODS RECEIVED INTO " WS-RECV-LOCATION
                       ". STOCK UPDATED."
                   IF WS-QTY-VARIANCE NOT = 0
                       DISPLAY "QUANTITY VARIANCE VS ORDER: "
                           DISPLAY-VARIANCE
                   END-IF
               END-IF.
               MOVE "N" TO WS-LOW-STOCK-FOUND.

               DISPLAY "=== LOW STOCK REPORT ===".
               DISPLAY "LOCATION (FRONT/BACK/STOR2, BLANK = ALL): "
               MOVE SPACES TO WS-LOW-LOCATION
               ACCEPT WS-LOW-LOCATION
               MOVE FUNCTION UPPER-CASE(WS-LOW-LOCATION)
                   TO WS-LOW-LOCATION
               DISPLAY " ".
               DISPLAY "ID      | PRODUCT NAME             | LOC   "
               "| STOCK | REORDER QTY".
               DISPLAY "--------|--------------------------|-------"
               "|-------|------------".

               MOVE LOW-VALUES TO FILE-LS-KEY
               START LOCSTOCK-FILE KEY IS NOT LESS THAN FILE-LS-KEY
                   INVALID KEY MOVE "10" TO WS-FS-LOCSTOCK
                   NOT INVALID KEY MOVE "00" TO WS-FS-LOCSTOCK
               END-START
               PERFORM UNTIL WS-FS-LOCSTOCK = "10"
                   READ LOCSTOCK-FILE NEXT
                       AT END MOVE "10" TO WS-FS-LOCSTOCK
                       NOT AT END
                           IF FILE-LS-QTY < WS-REORDER-THRESHOLD AND
                              (WS-LOW-LOCATION = SPACES OR
                               WS-LOW-LOCATION = FILE-LS-LOCATION)
                               PERFORM LOW-STOCK-ONE-LOCATION
                           END-IF
                   END-READ
               END-PERFORM.
               DISPLAY "PRESS ENTER TO RETURN TO MAIN MENU...".
               ACCEPT WS-DUMMY.

           LOW-STOCK-ONE-LOCATION.
               MOVE FILE-LS-PRODUCT TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE "DISCONTINUED" TO FILE-PRODUCT-STATUS
               END-READ
               MOVE FILE-LS-PRODUCT TO WS-KIT-ID
               PERFORM FIND-KIT
               IF FILE-PRODUCT-STATUS NOT = "DISCONTINUED"
                  AND WS-IS-KIT = "N"
                   MOVE "Y" TO WS-LOW-STOCK-FOUND
                   COMPUTE WS-REORDER-QTY =
                       WS-REORDER-TARGET - FILE-LS-QTY

                   MOVE FILE-PRODUCT-ID TO DISPLAY-PRODUCT-ID
                   MOVE FILE-PRODUCT-NAME TO DISPLAY-NAME
                   MOVE FILE-LS-QTY TO DISPLAY-STOCK
                   MOVE WS-REORDER-QTY TO DISPLAY-REORDER

                   DISPLAY DISPLAY-PRODUCT-ID " | "
                           DISPLAY-NAME(1:24) " | "
                           FILE-LS-LOCATION " | "
                           DISPLAY-STOCK " | "
                           DISPLAY-REORDER
               END-IF.

           CATEGORY-SALES-SUMMARY.
               MOVE 0 TO WS-CAT-COUNT.

