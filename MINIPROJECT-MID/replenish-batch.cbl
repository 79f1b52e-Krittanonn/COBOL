      * Author: Krittanon Museesut
      * Date:
      * Purpose: Automatic replenishment batch. Computes each
      *          product's daily sales rate from SALESHIST.DAT,
      *          projects the stock-out date from FILE-PRODUCT-STOCK
      *          and the preferred supplier's lead days, and raises
      *          draft purchase orders (status DRAFT) on PORDERS.DAT
      *          sized to cover the lead time plus a fortnight of
      *          sales. A manager reviews and releases the drafts
      *          from the RELEASE DRAFT ORDERS screen in the stock
      *          program. Products flagged DISCONTINUED on the
      *          product master are never replenished. Sales of a
      *          kit from KITS.DAT count as sales of its components,
      *          so the kit itself is never ordered. The cover
      *          ordered follows the product's ABC class: three weeks
      *          for A items, a fortnight for B and one week for C.
      *          Where PACKSIZE.DAT holds a pack size for the product
      *          and supplier the draft is rounded up to whole packs
      *          and to the supplier's minimum order multiple.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HIST-FILE ASSIGN TO "SALESHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-SH-KEY
              ALTERNATE RECORD KEY IS FILE-SH-DATE WITH DUPLICATES
              ALTERNATE RECORD KEY IS FILE-SH-PRODUCT WITH DUPLICATES
              FILE STATUS IS WS-FS-SALES-HIST.

           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
              ORGANIZATION IS INDEXED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-STOCK-CTL.

           SELECT KIT-FILE ASSIGN TO "KITS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-KIT-KEY
              FILE STATUS IS WS-FS-KIT.

           SELECT PACK-FILE ASSIGN TO "PACKSIZE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-PK-KEY
              FILE STATUS IS WS-FS-PACK.

       DATA DIVISION.
       FILE SECTION.

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

       FD PRODUCT-FILE.
       01 PRODUCT-FILE-RECORD.
          05 FILE-PRODUCT-STOCK   PIC 9(5).
          05 FILE-PRODUCT-SUPPLIER PIC X(5).
          05 FILE-PRODUCT-COST    PIC 9(7)V99.
          05 FILE-PRODUCT-STATUS  PIC X(12).
          05 FILE-PRODUCT-CLASS   PIC X.

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
          05 FILE-PO-RECV-QTY  PIC 9(5).
          05 FILE-PO-RECV-DATE PIC X(10).
          05 FILE-PO-SUPPLIER-ID PIC X(5).
          05 FILE-PO-PACK-UNIT PIC X(6).
          05 FILE-PO-PACK-SIZE PIC 9(4).
          05 FILE-PO-PACKS     PIC 9(5).

       FD STOCK-CTL-FILE.
       01 STOCK-CTL-RECORD.
          05 STK-PO-SEQ        PIC 9(6).
          05 STK-RCPT-SEQ      PIC 9(6).

       FD KIT-FILE.
       01 KIT-RECORD.
          05 FILE-KIT-KEY.
             10 FILE-KIT-PRODUCT   PIC X(7).
             10 FILE-KIT-COMPONENT PIC X(7).
          05 FILE-KIT-QTY        PIC 9(3).

       FD PACK-FILE.
       01 PACK-RECORD.
          05 FILE-PK-KEY.
             10 FILE-PK-PRODUCT  PIC X(7).
             10 FILE-PK-SUPPLIER PIC X(5).
          05 FILE-PK-UNIT        PIC X(6).
          05 FILE-PK-SIZE        PIC 9(4).
          05 FILE-PK-MULTIPLE    PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-FS-SALES-HIST PIC XX.
       01 WS-FS-PRODUCT PIC XX.
       01 WS-FS-SUPPLIER PIC XX.
       01 WS-FS-PO-MASTER PIC XX.
       01 WS-FS-STOCK-CTL PIC XX.
       01 WS-FS-KIT PIC XX.
       01 WS-KITS-OPEN PIC X VALUE "N".
       01 WS-FS-PACK PIC XX.
       01 WS-PACKS-OPEN PIC X VALUE "N".
       01 WS-PACK-UNIT PIC X(6).
       01 WS-PACK-SIZE PIC 9(4).
       01 WS-PACK-MULTIPLE PIC 9(3).
       01 WS-PACK-QTY PIC 9(5).
       01 WS-PACK-REM PIC 9(5).
       01 WS-PACK-GROUPS PIC 9(5).
       01 WS-IS-KIT PIC X VALUE "N".
       01 WS-KIT-SOLD PIC X(7).
       01 WS-KIT-SOLD-QTY PIC S9(5).
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-PO-SEQ PIC 9(6) VALUE 100000.
       01 WS-RCPT-SEQ-SAVE PIC 9(6) VALUE 500000.
       01 WS-DAILY-RATE PIC 9(5)V99.
       01 WS-STOCKOUT-DAYS PIC 9(5)V99.
       01 WS-COVER-DAYS PIC 9(3) VALUE 14.
       01 WS-CLASS-COVER PIC 9(3).
       01 WS-ORDER-QTY PIC 9(5).
       01 WS-LEAD-DAYS PIC 9(3).
       01 WS-DRAFTS-RAISED PIC 9(5) VALUE 0.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-TODAY-X

           OPEN INPUT SALES-HIST-FILE
           IF WS-FS-SALES-HIST NOT = "00"
               DISPLAY "SALESHIST.DAT NOT FOUND. NO SALES VELOCITY."
               GOBACK
           END-IF
           OPEN INPUT KIT-FILE
           IF WS-FS-KIT = "00"
               MOVE "Y" TO WS-KITS-OPEN
           END-IF
           MOVE 0 TO FILE-SH-DATE
           START SALES-HIST-FILE KEY IS NOT LESS THAN FILE-SH-DATE
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SALES-HIST-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF FILE-SH-TYPE = "SALE" OR
                          FILE-SH-TYPE = "REFUND"
                           PERFORM TALLY-VELOCITY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-HIST-FILE
           IF WS-KITS-OPEN = "Y"
               CLOSE KIT-FILE
           END-IF

           OPEN I-O PRODUCT-FILE
           IF WS-FS-PRODUCT NOT = "00"
               DISPLAY "PRODUCTS.DAT NOT FOUND."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SUPPLIER-FILE
               OPEN I-O PO-MASTER-FILE
           END-IF

           OPEN INPUT PACK-FILE
           IF WS-FS-PACK = "00"
               MOVE "Y" TO WS-PACKS-OPEN
           END-IF

           PERFORM LOAD-STOCK-CONTROL

           MOVE LOW-VALUES TO FILE-PRODUCT-ID

           PERFORM SAVE-STOCK-CONTROL
           CLOSE PRODUCT-FILE SUPPLIER-FILE PO-MASTER-FILE
           IF WS-PACKS-OPEN = "Y"
               CLOSE PACK-FILE
           END-IF
           DISPLAY "DRAFT ORDERS RAISED: " WS-DRAFTS-RAISED.
           DISPLAY "PRODUCTS WITH A DRAFT ALREADY OPEN: "
               WS-DRAFTS-SKIPPED.
           STOP RUN.

       TALLY-VELOCITY-LINE.
           MOVE FILE-SH-PRODUCT TO WS-LINE-PRODUCT
           MOVE FILE-SH-QTY TO WS-LINE-QTY
           IF FILE-SH-TYPE = "REFUND"
               COMPUTE WS-LINE-QTY = 0 - WS-LINE-QTY
           END-IF
           MOVE FILE-SH-DATE TO WS-LINE-DATE
           MOVE "N" TO WS-IS-KIT
           IF WS-KITS-OPEN = "Y"
               PERFORM TALLY-KIT-COMPONENTS
           END-IF
           IF WS-IS-KIT = "N"
               PERFORM TALLY-ONE-PRODUCT
           END-IF.

       TALLY-KIT-COMPONENTS.
           MOVE WS-LINE-PRODUCT TO WS-KIT-SOLD
           MOVE WS-LINE-QTY TO WS-KIT-SOLD-QTY
           MOVE WS-KIT-SOLD TO FILE-KIT-PRODUCT
           MOVE LOW-VALUES TO FILE-KIT-COMPONENT
           START KIT-FILE KEY IS NOT LESS THAN FILE-KIT-KEY
               INVALID KEY MOVE "10" TO WS-FS-KIT
               NOT INVALID KEY MOVE "00" TO WS-FS-KIT
           END-START
           PERFORM UNTIL WS-FS-KIT = "10"
               READ KIT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-KIT
                   NOT AT END
                       IF FILE-KIT-PRODUCT NOT = WS-KIT-SOLD
                           MOVE "10" TO WS-FS-KIT
                       ELSE
                           MOVE "Y" TO WS-IS-KIT
                           MOVE FILE-KIT-COMPONENT TO WS-LINE-PRODUCT
                           COMPUTE WS-LINE-QTY =
                               WS-KIT-SOLD-QTY * FILE-KIT-QTY
                           PERFORM TALLY-ONE-PRODUCT
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-PRODUCT.
           MOVE "N" TO WS-VEL-FOUND
           PERFORM VARYING WS-VEL-IDX FROM 1 BY 1 UNTIL
                   MOVE "Y" TO WS-VEL-FOUND
               END-IF
           END-PERFORM
           IF WS-VEL-FOUND = "N" OR
              FILE-PRODUCT-STATUS = "DISCONTINUED"
               CONTINUE
           ELSE
               SUBTRACT 1 FROM WS-VEL-IDX
                       " ALREADY OPEN FOR " FILE-PRODUCT-ID
                       ". NOT RAISED AGAIN."
               ELSE
                   EVALUATE FILE-PRODUCT-CLASS
                       WHEN "A"
                           COMPUTE WS-CLASS-COVER = WS-COVER-DAYS + 7
                       WHEN "C"
                           COMPUTE WS-CLASS-COVER = WS-COVER-DAYS - 7
                       WHEN OTHER
                           MOVE WS-COVER-DAYS TO WS-CLASS-COVER
                   END-EVALUATE
                   COMPUTE WS-ORDER-QTY ROUNDED =
                       WS-DAILY-RATE * (WS-LEAD-DAYS + WS-CLASS-COVER)
                       - FILE-PRODUCT-STOCK
                   IF WS-ORDER-QTY < 1
                       MOVE 1 TO WS-ORDER-QTY
                   END-IF
                   PERFORM ROUND-TO-PACKS
                   PERFORM RAISE-DRAFT-PO
               END-IF
           END-IF.
           END-PERFORM
           MOVE "00" TO WS-FS-PO-MASTER.

       ROUND-TO-PACKS.
           MOVE "UNIT" TO WS-PACK-UNIT
           MOVE 1 TO WS-PACK-SIZE
           MOVE 1 TO WS-PACK-MULTIPLE
           IF WS-PACKS-OPEN = "Y"
               MOVE FILE-PRODUCT-ID TO FILE-PK-PRODUCT
               MOVE FILE-PRODUCT-SUPPLIER TO FILE-PK-SUPPLIER
               READ PACK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FILE-PK-SIZE > 0
                           MOVE FILE-PK-UNIT TO WS-PACK-UNIT
                           MOVE FILE-PK-SIZE TO WS-PACK-SIZE
                           IF FILE-PK-MULTIPLE > 0
                               MOVE FILE-PK-MULTIPLE
                                   TO WS-PACK-MULTIPLE
                           END-IF
                       END-IF
               END-READ
           END-IF
           DIVIDE WS-ORDER-QTY BY WS-PACK-SIZE
               GIVING WS-PACK-QTY REMAINDER WS-PACK-REM
           IF WS-PACK-REM > 0
               ADD 1 TO WS-PACK-QTY
           END-IF
           DIVIDE WS-PACK-QTY BY WS-PACK-MULTIPLE
               GIVING WS-PACK-GROUPS REMAINDER WS-PACK-REM
           IF WS-PACK-REM > 0
               COMPUTE WS-PACK-QTY = WS-PACK-QTY
                   + WS-PACK-MULTIPLE - WS-PACK-REM
           END-IF
           COMPUTE WS-ORDER-QTY = WS-PACK-QTY * WS-PACK-SIZE.

       RAISE-DRAFT-PO.
           ADD 1 TO WS-PO-SEQ
           MOVE SPACES TO FILE-PO-NO
           MOVE 0 TO FILE-PO-RECV-QTY
           MOVE SPACES TO FILE-PO-RECV-DATE
           MOVE FILE-PRODUCT-SUPPLIER TO FILE-PO-SUPPLIER-ID
           MOVE WS-PACK-UNIT TO FILE-PO-PACK-UNIT
           MOVE WS-PACK-SIZE TO FILE-PO-PACK-SIZE
           MOVE WS-PACK-QTY TO FILE-PO-PACKS
           WRITE PO-MASTER-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR: DUPLICATE PO " FILE-PO-NO
                   ADD 1 TO WS-DRAFTS-RAISED
                   DISPLAY "DRAFT " FILE-PO-NO " | "
                       FILE-PO-PRODUCT " | QTY: " FILE-PO-QTY
                       " (" FILE-PO-PACKS " " FILE-PO-PACK-UNIT ")"
                       " | SUPPLIER: " FILE-PO-SUPPLIER-ID
           END-WRITE.

