      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: One-time conversion of PRODUCTS.DAT from the layout
      *          ending at FILE-PRODUCT-COST to the expanded layout
      *          with FILE-PRODUCT-STATUS (ACTIVE on every product)
      *          and FILE-PRODUCT-CLASS (blank until the next ABC
      *          analysis run), and writes PRODUCTS_NEW.DAT. Rename
      *          PRODUCTS_NEW.DAT over PRODUCTS.DAT once the counts
      *          are verified. Discontinued lines are then flagged
      *          through Product Master Maintenance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTS-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OLD-PRODUCT-ID
              FILE STATUS IS WS-FS-OLD.

           SELECT NEW-PRODUCT-FILE ASSIGN TO "PRODUCTS_NEW.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NEW-PRODUCT-ID
              FILE STATUS IS WS-FS-NEW.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-PRODUCT-FILE.
       01 OLD-PRODUCT-RECORD.
          05 OLD-PRODUCT-ID       PIC X(7).
          05 OLD-PRODUCT-NAME     PIC X(30).
          05 OLD-PRODUCT-PRICE    PIC 9(5)V99.
          05 OLD-PRODUCT-STOCK    PIC 9(5).
          05 OLD-PRODUCT-SUPPLIER PIC X(5).
          05 OLD-PRODUCT-COST     PIC 9(7)V99.

       FD NEW-PRODUCT-FILE.
       01 NEW-PRODUCT-RECORD.
          05 NEW-PRODUCT-ID       PIC X(7).
          05 NEW-PRODUCT-NAME     PIC X(30).
          05 NEW-PRODUCT-PRICE    PIC 9(5)V99.
          05 NEW-PRODUCT-STOCK    PIC 9(5).
          05 NEW-PRODUCT-SUPPLIER PIC X(5).
          05 NEW-PRODUCT-COST     PIC 9(7)V99.
          05 NEW-PRODUCT-STATUS   PIC X(12).
          05 NEW-PRODUCT-CLASS    PIC X.

       WORKING-STORAGE SECTION.
       77 WS-FS-OLD             PIC XX.
       77 WS-FS-NEW             PIC XX.
       77 WS-EOF-FLAG           PIC X VALUE "N".
       77 WS-CONVERTED          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PRODUCT MASTER CONVERSION ===".

           OPEN INPUT OLD-PRODUCT-FILE
           IF WS-FS-OLD NOT = "00"
               DISPLAY "PRODUCTS.DAT NOT FOUND. NOTHING TO CONVERT."
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-PRODUCT-FILE

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OLD-PRODUCT-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-PRODUCT-FILE NEW-PRODUCT-FILE
           DISPLAY "RECORDS CONVERTED: " WS-CONVERTED.
           DISPLAY "NEW FILE IS PRODUCTS_NEW.DAT. RENAME IT OVER "
               "PRODUCTS.DAT AFTER VERIFYING THE COUNT.".
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-PRODUCT-RECORD TO NEW-PRODUCT-RECORD
           MOVE "ACTIVE" TO NEW-PRODUCT-STATUS
           MOVE SPACE TO NEW-PRODUCT-CLASS
           WRITE NEW-PRODUCT-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR FOR " NEW-PRODUCT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED
           END-WRITE.

       END PROGRAM PRODUCTS-CONVERT.
