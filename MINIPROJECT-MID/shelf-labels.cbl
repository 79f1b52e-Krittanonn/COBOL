      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: Shelf-edge label and price ticket print file. The
      *          daily run compares every product's selling price and
      *          active promotion on the label date with the day
      *          before - scheduled price changes on PRICECHG.DAT and
      *          promotions on PROMOS.DAT starting or ending - and
      *          writes a label for each product that changed. Labels
      *          can also be reprinted on demand for a category or a
      *          single product. Each label carries the product ID,
      *          name, barcode from ALTCODES.DAT, selling price, promo
      *          text and the unit price after the promotion. Output
      *          is appended to LABELS_YYYYMMDD.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-LABELS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-PRODUCT-ID
              FILE STATUS IS WS-FS-PRODUCT.

           SELECT PRICE-CHANGE-FILE ASSIGN TO "PRICECHG.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-PC-KEY
              FILE STATUS IS WS-FS-PRICE-CHANGE.

           SELECT PROMO-FILE ASSIGN TO "PROMOS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-PROMO-ID
              FILE STATUS IS WS-FS-PROMO.

           SELECT ALTCODE-FILE ASSIGN TO "ALTCODES.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-ALT-CODE
              FILE STATUS IS WS-FS-ALTCODE.

           SELECT LABEL-FILE ASSIGN TO WS-LABEL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LABEL.

       DATA DIVISION.
       FILE SECTION.

       FD PRODUCT-FILE.
       01 PRODUCT-FILE-RECORD.
          05 FILE-PRODUCT-ID      PIC X(7).
          05 FILE-PRODUCT-ID-PARTS REDEFINES FILE-PRODUCT-ID.
             10 FILE-CATEGORY      PIC X(2).
             10 FILLER             PIC X.
             10 FILE-SERIAL-NO     PIC X(4).
          05 FILE-PRODUCT-NAME    PIC X(30).
          05 FILE-PRODUCT-PRICE   PIC 9(5)V99.
          05 FILE-PRODUCT-STOCK   PIC 9(5).
          05 FILE-PRODUCT-SUPPLIER PIC X(5).
          05 FILE-PRODUCT-COST    PIC 9(7)V99.
          05 FILE-PRODUCT-STATUS  PIC X(12).
          05 FILE-PRODUCT-CLASS   PIC X.

       FD PRICE-CHANGE-FILE.
       01 PRICE-CHANGE-RECORD.
          05 FILE-PC-KEY.
             10 FILE-PC-PRODUCT  PIC X(7).
             10 FILE-PC-EFF-DATE PIC 9(8).
          05 FILE-PC-PRICE       PIC 9(5)V99.

       FD PROMO-FILE.
       01 PROMO-RECORD.
          05 FILE-PROMO-ID     PIC X(8).
          05 FILE-PROMO-TGT-TYPE PIC X.
          05 FILE-PROMO-TARGET PIC X(7).
          05 FILE-PROMO-TYPE   PIC X.
          05 FILE-PROMO-PCT    PIC 99V99.
          05 FILE-PROMO-BUY-QTY PIC 9(3).
          05 FILE-PROMO-PAY-QTY PIC 9(3).
          05 FILE-PROMO-START  PIC 9(8).
          05 FILE-PROMO-END    PIC 9(8).

       FD ALTCODE-FILE.
       01 ALTCODE-RECORD.
          05 FILE-ALT-CODE     PIC X(13).
          05 FILE-ALT-PRODUCT  PIC X(7).
          05 FILE-ALT-STATUS   PIC X(7).

       FD LABEL-FILE.
       01 LABEL-LINE PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-FS-PRODUCT PIC XX.
       01 WS-FS-PRICE-CHANGE PIC XX.
       01 WS-FS-PROMO PIC XX.
       01 WS-FS-ALTCODE PIC XX.
       01 WS-FS-LABEL PIC XX.
       01 WS-PC-OPEN PIC X VALUE "N".
       01 WS-PROMO-OPEN PIC X VALUE "N".
       01 WS-LABEL-NAME PIC X(30).
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY PIC X(8).
       01 WS-LABEL-DATE PIC 9(8).
       01 WS-PRIOR-DATE PIC 9(8).
       01 WS-PRICE-DATE PIC 9(8).
       01 WS-OPTION PIC 9 VALUE 0.
       01 WS-EXIT PIC X VALUE "N".
       01 WS-REPRINT-CATEGORY PIC X(2).
       01 WS-REPRINT-PRODUCT PIC X(7).
       01 WS-EFF-PRICE PIC 9(5)V99.
       01 WS-NEW-PRICE PIC 9(5)V99.
       01 WS-OLD-PRICE PIC 9(5)V99.
       01 WS-PROMO-FOUND PIC X.
       01 WS-HIT-PROMO PIC X(8).
       01 WS-NEW-PROMO PIC X(8).
       01 WS-OLD-PROMO PIC X(8).
       01 WS-HIT-TYPE PIC X.
       01 WS-HIT-PCT PIC 99V99.
       01 WS-HIT-BUY-QTY PIC 9(3).
       01 WS-HIT-PAY-QTY PIC 9(3).
       01 WS-HIT-END PIC 9(8).
       01 WS-PROMO-TEXT PIC X(30).
       01 WS-UNIT-PRICE PIC 9(5)V99.
       01 WS-BARCODE PIC X(13).
       01 WS-CHECKED PIC 9(5) VALUE 0.
       01 WS-LABELS PIC 9(5) VALUE 0.
       01 DISPLAY-PRICE PIC ZZ,ZZ9.99.
       01 DISPLAY-UNIT PIC ZZ,ZZ9.99.
       01 DISPLAY-PCT PIC Z9.99.
       01 DISPLAY-QTY PIC ZZ9.

       01 WS-AC-IDX PIC 9(4).
       01 WS-AC-USED PIC 9(4) VALUE 0.
       01 BARCODE-TABLE.
           05 BARCODE-ENTRY OCCURS 1000 TIMES.
               10 AC-PRODUCT PIC X(7).
               10 AC-CODE    PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SHELF LABELS ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-LABEL-NAME
           STRING
               "LABELS_" DELIMITED BY SIZE
               WS-TODAY-X DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-LABEL-NAME
           END-STRING

           OPEN INPUT PRODUCT-FILE
           IF WS-FS-PRODUCT NOT = "00"
               DISPLAY "PRODUCTS.DAT NOT FOUND."
               GOBACK
           END-IF
           OPEN INPUT PRICE-CHANGE-FILE
           IF WS-FS-PRICE-CHANGE = "00"
               MOVE "Y" TO WS-PC-OPEN
           END-IF
           OPEN INPUT PROMO-FILE
           IF WS-FS-PROMO = "00"
               MOVE "Y" TO WS-PROMO-OPEN
           END-IF
           PERFORM LOAD-BARCODES

           OPEN EXTEND LABEL-FILE
           IF WS-FS-LABEL NOT = "00"
               OPEN OUTPUT LABEL-FILE
           END-IF

           PERFORM UNTIL WS-EXIT = "Y"
               MOVE 0 TO WS-OPTION
               DISPLAY " "
               DISPLAY "1. DAILY LABEL RUN (PRICE AND PROMO CHANGES)"
               DISPLAY "2. REPRINT LABELS FOR A CATEGORY"
               DISPLAY "3. REPRINT LABEL FOR A PRODUCT"
               DISPLAY "4. EXIT"
               DISPLAY "CHOSE OPTION (1-4): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM DAILY-LABEL-RUN
                   WHEN 2
                       PERFORM REPRINT-CATEGORY
                   WHEN 3
                       PERFORM REPRINT-PRODUCT
                   WHEN 4
                       MOVE "Y" TO WS-EXIT
                   WHEN OTHER
                       DISPLAY "INVALID OPTION. TRY AGAIN."
               END-EVALUATE
           END-PERFORM

           CLOSE PRODUCT-FILE LABEL-FILE
           IF WS-PC-OPEN = "Y"
               CLOSE PRICE-CHANGE-FILE
           END-IF
           IF WS-PROMO-OPEN = "Y"
               CLOSE PROMO-FILE
           END-IF
           DISPLAY "LABELS WRITTEN TO " WS-LABEL-NAME.
           DISPLAY "EXITING PROGRAM. GOOD BYE!".
           STOP RUN.

       LOAD-BARCODES.
           OPEN INPUT ALTCODE-FILE
           IF WS-FS-ALTCODE = "00"
               PERFORM UNTIL WS-FS-ALTCODE = "10"
                   READ ALTCODE-FILE NEXT
                       AT END MOVE "10" TO WS-FS-ALTCODE
                       NOT AT END
                           IF FILE-ALT-STATUS = "ACTIVE"
                               PERFORM LOAD-ONE-BARCODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALTCODE-FILE
           END-IF.

       LOAD-ONE-BARCODE.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1 UNTIL
               WS-AC-IDX > WS-AC-USED OR
               AC-PRODUCT(WS-AC-IDX) = FILE-ALT-PRODUCT
               CONTINUE
           END-PERFORM
           IF WS-AC-IDX > WS-AC-USED AND WS-AC-USED < 1000
               ADD 1 TO WS-AC-USED
               MOVE FILE-ALT-PRODUCT TO AC-PRODUCT(WS-AC-USED)
               MOVE FILE-ALT-CODE TO AC-CODE(WS-AC-USED)
           END-IF.

       DAILY-LABEL-RUN.
           DISPLAY "LABEL DATE (YYYYMMDD, 0 = TODAY): "
           MOVE 0 TO WS-LABEL-DATE
           ACCEPT WS-LABEL-DATE
           IF WS-LABEL-DATE = 0
               MOVE WS-TODAY TO WS-LABEL-DATE
           END-IF
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-LABEL-DATE) - 1)
           MOVE 0 TO WS-CHECKED
           MOVE 0 TO WS-LABELS
           MOVE LOW-VALUES TO FILE-PRODUCT-ID
           START PRODUCT-FILE KEY IS NOT LESS THAN FILE-PRODUCT-ID
               INVALID KEY MOVE "10" TO WS-FS-PRODUCT
               NOT INVALID KEY MOVE "00" TO WS-FS-PRODUCT
           END-START
           PERFORM UNTIL WS-FS-PRODUCT = "10"
               READ PRODUCT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-PRODUCT
                   NOT AT END
                       IF FILE-PRODUCT-STATUS NOT = "DISCONTINUED"
                           PERFORM CHECK-ONE-PRODUCT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "PRODUCTS CHECKED: " WS-CHECKED
               " | LABELS WRITTEN: " WS-LABELS.

       CHECK-ONE-PRODUCT.
           ADD 1 TO WS-CHECKED
           MOVE WS-PRIOR-DATE TO WS-PRICE-DATE
           PERFORM LOOKUP-PRICE-AND-PROMO
           MOVE WS-EFF-PRICE TO WS-OLD-PRICE
           MOVE WS-HIT-PROMO TO WS-OLD-PROMO
           MOVE WS-LABEL-DATE TO WS-PRICE-DATE
           PERFORM LOOKUP-PRICE-AND-PROMO
           MOVE WS-EFF-PRICE TO WS-NEW-PRICE
           MOVE WS-HIT-PROMO TO WS-NEW-PROMO
           IF WS-NEW-PRICE NOT = WS-OLD-PRICE OR
              WS-NEW-PROMO NOT = WS-OLD-PROMO
               PERFORM WRITE-ONE-LABEL
           END-IF.

       REPRINT-CATEGORY.
           DISPLAY "CATEGORY CODE (E.G. BK): "
           ACCEPT WS-REPRINT-CATEGORY
           MOVE WS-TODAY TO WS-LABEL-DATE
           MOVE WS-TODAY TO WS-PRICE-DATE
           MOVE 0 TO WS-LABELS
           MOVE WS-REPRINT-CATEGORY TO FILE-PRODUCT-ID
           START PRODUCT-FILE KEY IS NOT LESS THAN FILE-PRODUCT-ID
               INVALID KEY MOVE "10" TO WS-FS-PRODUCT
               NOT INVALID KEY MOVE "00" TO WS-FS-PRODUCT
           END-START
           PERFORM UNTIL WS-FS-PRODUCT = "10"
               READ PRODUCT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-PRODUCT
                   NOT AT END
                       IF FILE-CATEGORY NOT = WS-REPRINT-CATEGORY
                           MOVE "10" TO WS-FS-PRODUCT
                       ELSE
                           IF FILE-PRODUCT-STATUS NOT =
                              "DISCONTINUED"
                               PERFORM LOOKUP-PRICE-AND-PROMO
                               PERFORM WRITE-ONE-LABEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "LABELS WRITTEN: " WS-LABELS.

       REPRINT-PRODUCT.
           DISPLAY "PRODUCT-ID: "
           ACCEPT WS-REPRINT-PRODUCT
           MOVE WS-TODAY TO WS-LABEL-DATE
           MOVE WS-TODAY TO WS-PRICE-DATE
           MOVE 0 TO WS-LABELS
           MOVE WS-REPRINT-PRODUCT TO FILE-PRODUCT-ID
           READ PRODUCT-FILE
               INVALID KEY
                   DISPLAY "ERROR : PRODUCT ID NOT FOUND."
               NOT INVALID KEY
                   PERFORM LOOKUP-PRICE-AND-PROMO
                   PERFORM WRITE-ONE-LABEL
                   DISPLAY "LABEL WRITTEN FOR " FILE-PRODUCT-ID
           END-READ.

       LOOKUP-PRICE-AND-PROMO.
           MOVE FILE-PRODUCT-PRICE TO WS-EFF-PRICE
           IF WS-PC-OPEN = "Y"
               MOVE FILE-PRODUCT-ID TO FILE-PC-PRODUCT
               MOVE 0 TO FILE-PC-EFF-DATE
               START PRICE-CHANGE-FILE KEY IS NOT LESS THAN
                   FILE-PC-KEY
                   INVALID KEY MOVE "10" TO WS-FS-PRICE-CHANGE
                   NOT INVALID KEY MOVE "00" TO WS-FS-PRICE-CHANGE
               END-START
               PERFORM UNTIL WS-FS-PRICE-CHANGE = "10"
                   READ PRICE-CHANGE-FILE NEXT
                       AT END MOVE "10" TO WS-FS-PRICE-CHANGE
                       NOT AT END
                           IF FILE-PC-PRODUCT NOT = FILE-PRODUCT-ID
                              OR FILE-PC-EFF-DATE > WS-PRICE-DATE
                               MOVE "10" TO WS-FS-PRICE-CHANGE
                           ELSE
                               MOVE FILE-PC-PRICE TO WS-EFF-PRICE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE "N" TO WS-PROMO-FOUND
           MOVE SPACES TO WS-HIT-PROMO
           IF WS-PROMO-OPEN = "Y"
               MOVE LOW-VALUES TO FILE-PROMO-ID
               START PROMO-FILE KEY IS NOT LESS THAN FILE-PROMO-ID
                   INVALID KEY MOVE "10" TO WS-FS-PROMO
                   NOT INVALID KEY MOVE "00" TO WS-FS-PROMO
               END-START
               PERFORM UNTIL WS-FS-PROMO = "10" OR
                   WS-PROMO-FOUND = "Y"
                   READ PROMO-FILE NEXT
                       AT END MOVE "10" TO WS-FS-PROMO
                       NOT AT END
                           PERFORM CHECK-ONE-PROMO
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ONE-PROMO.
           IF FILE-PROMO-START <= WS-PRICE-DATE AND
              FILE-PROMO-END >= WS-PRICE-DATE
               IF (FILE-PROMO-TGT-TYPE = "P" AND
                   FILE-PROMO-TARGET = FILE-PRODUCT-ID) OR
                  (FILE-PROMO-TGT-TYPE = "C" AND
                   FILE-PROMO-TARGET(1:2) = FILE-CATEGORY)
                   MOVE "Y" TO WS-PROMO-FOUND
                   MOVE FILE-PROMO-ID TO WS-HIT-PROMO
                   MOVE FILE-PROMO-TYPE TO WS-HIT-TYPE
                   MOVE FILE-PROMO-PCT TO WS-HIT-PCT
                   MOVE FILE-PROMO-BUY-QTY TO WS-HIT-BUY-QTY
                   MOVE FILE-PROMO-PAY-QTY TO WS-HIT-PAY-QTY
                   MOVE FILE-PROMO-END TO WS-HIT-END
               END-IF
           END-IF.

       WRITE-ONE-LABEL.
           MOVE SPACES TO WS-BARCODE
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1 UNTIL
               WS-AC-IDX > WS-AC-USED
               IF AC-PRODUCT(WS-AC-IDX) = FILE-PRODUCT-ID
                   MOVE AC-CODE(WS-AC-IDX) TO WS-BARCODE
               END-IF
           END-PERFORM
           MOVE WS-EFF-PRICE TO WS-UNIT-PRICE
           MOVE SPACES TO WS-PROMO-TEXT
           IF WS-PROMO-FOUND = "Y"
               IF WS-HIT-TYPE = "M"
                   IF WS-HIT-BUY-QTY > 0 AND
                      WS-HIT-BUY-QTY > WS-HIT-PAY-QTY
                       COMPUTE WS-UNIT-PRICE ROUNDED =
                           WS-EFF-PRICE * WS-HIT-PAY-QTY /
                           WS-HIT-BUY-QTY
                   END-IF
                   MOVE WS-HIT-BUY-QTY TO DISPLAY-QTY
                   STRING
                       "BUY " DELIMITED BY SIZE
                       DISPLAY-QTY DELIMITED BY SIZE
                       " PAY " DELIMITED BY SIZE
                       INTO WS-PROMO-TEXT
                   END-STRING
                   MOVE WS-HIT-PAY-QTY TO DISPLAY-QTY
                   MOVE DISPLAY-QTY TO WS-PROMO-TEXT(13:3)
               ELSE
                   COMPUTE WS-UNIT-PRICE ROUNDED =
                       WS-EFF-PRICE * (100 - WS-HIT-PCT) / 100
                   MOVE WS-HIT-PCT TO DISPLAY-PCT
                   STRING
                       "SAVE " DELIMITED BY SIZE
                       DISPLAY-PCT DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO WS-PROMO-TEXT
                   END-STRING
               END-IF
               MOVE " UNTIL " TO WS-PROMO-TEXT(16:7)
               MOVE WS-HIT-END TO WS-PROMO-TEXT(23:8)
           END-IF
           MOVE WS-EFF-PRICE TO DISPLAY-PRICE
           MOVE WS-UNIT-PRICE TO DISPLAY-UNIT
           MOVE SPACES TO LABEL-LINE
           STRING
               WS-LABEL-DATE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FILE-PRODUCT-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FILE-PRODUCT-NAME DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-BARCODE DELIMITED BY SIZE
               " | PRICE: " DELIMITED BY SIZE
               DISPLAY-PRICE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-PROMO-TEXT DELIMITED BY SIZE
               " | UNIT: " DELIMITED BY SIZE
               DISPLAY-UNIT DELIMITED BY SIZE
               INTO LABEL-LINE
           END-STRING
           WRITE LABEL-LINE
           ADD 1 TO WS-LABELS.

       END PROGRAM SHELF-LABELS.
