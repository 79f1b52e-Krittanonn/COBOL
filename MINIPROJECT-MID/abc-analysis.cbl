      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: Monthly ABC and dead-stock analysis. Ranks every
      *          product on PRODUCTS.DAT by net sales value over a
      *          chosen period from the sales history SALESHIST.DAT
      *          and classes them by cumulative share of sales: A up
      *          to 80 percent, B up to 95 percent, C for the rest and
      *          for anything that did not sell. The class is stored
      *          on the product (FILE-PRODUCT-CLASS) for replenishment
      *          and cycle counting. Products holding stock with no
      *          sale in the last N days up to the period end are
      *          listed as dead stock with the value tied up at
      *          FILE-PRODUCT-COST. Output to ABC_YYYYMM.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC-ANALYSIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-PRODUCT-ID
              FILE STATUS IS WS-FS-PRODUCT.

           SELECT SALES-HIST-FILE ASSIGN TO "SALESHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-SH-KEY
              ALTERNATE RECORD KEY IS FILE-SH-DATE WITH DUPLICATES
              ALTERNATE RECORD KEY IS FILE-SH-PRODUCT WITH DUPLICATES
              FILE STATUS IS WS-FS-SALES-HIST.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.

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

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-PRODUCT PIC XX.
       01 WS-FS-SALES-HIST PIC XX.
       01 WS-FS-REPORT PIC XX.
       01 WS-REPORT-NAME PIC X(30).
       01 WS-FROM-DATE PIC X(10).
       01 WS-TO-DATE PIC X(10).
       01 WS-FROM-NUM PIC 9(8).
       01 WS-TO-NUM PIC 9(8).
       01 WS-DEAD-DAYS PIC 9(3) VALUE 0.
       01 WS-DEAD-CUTOFF PIC 9(8).
       01 WS-HIST-EOF PIC X.
       01 WS-AB-IDX PIC 9(3).
       01 WS-AB-IDX2 PIC 9(3).
       01 WS-AB-USED PIC 9(3) VALUE 0.
       01 WS-AB-SWAPPED PIC X.
       01 WS-SALES-TOTAL PIC S9(12)V99 VALUE 0.
       01 WS-CUM-VALUE PIC S9(12)V99 VALUE 0.
       01 WS-CUM-PCT PIC 9(3)V99.
       01 WS-COUNT-A PIC 9(5) VALUE 0.
       01 WS-COUNT-B PIC 9(5) VALUE 0.
       01 WS-COUNT-C PIC 9(5) VALUE 0.
       01 WS-DEAD-COUNT PIC 9(5) VALUE 0.
       01 WS-DEAD-VALUE PIC 9(12)V99.
       01 WS-DEAD-TOTAL PIC 9(14)V99 VALUE 0.
       01 WS-LAST-SALE-X PIC X(8).
       01 DISPLAY-AMOUNT PIC -,---,---,--9.99.
       01 DISPLAY-PCT PIC ZZ9.99.
       01 DISPLAY-RANK PIC ZZ9.

       01 ABC-TABLE.
           05 ABC-ENTRY OCCURS 500 TIMES.
               10 AB-PRODUCT-ID PIC X(7).
               10 AB-NAME       PIC X(30).
               10 AB-STOCK      PIC 9(5).
               10 AB-COST       PIC 9(7)V99.
               10 AB-VALUE      PIC S9(12)V99.
               10 AB-LAST-SALE  PIC 9(8).
               10 AB-CLASS      PIC X.
       01 ABC-HOLD.
           05 HOLD-PRODUCT-ID   PIC X(7).
           05 HOLD-NAME         PIC X(30).
           05 HOLD-STOCK        PIC 9(5).
           05 HOLD-COST         PIC 9(7)V99.
           05 HOLD-VALUE        PIC S9(12)V99.
           05 HOLD-LAST-SALE    PIC 9(8).
           05 HOLD-CLASS        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== ABC AND DEAD STOCK ANALYSIS ===".
           DISPLAY "FROM DATE (YYYY-MM-DD): "
           ACCEPT WS-FROM-DATE
           DISPLAY "TO DATE (YYYY-MM-DD): "
           ACCEPT WS-TO-DATE
           DISPLAY "DEAD STOCK AFTER HOW MANY DAYS WITHOUT A SALE: "
           ACCEPT WS-DEAD-DAYS
           IF WS-DEAD-DAYS = 0
               MOVE 90 TO WS-DEAD-DAYS
           END-IF

           COMPUTE WS-FROM-NUM = FUNCTION
               NUMVAL(WS-FROM-DATE(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-FROM-DATE(6:2)) * 100 +
               FUNCTION NUMVAL(WS-FROM-DATE(9:2))
           COMPUTE WS-TO-NUM = FUNCTION
               NUMVAL(WS-TO-DATE(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-TO-DATE(6:2)) * 100 +
               FUNCTION NUMVAL(WS-TO-DATE(9:2))
           COMPUTE WS-DEAD-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TO-NUM) - WS-DEAD-DAYS)

           OPEN I-O PRODUCT-FILE
           IF WS-FS-PRODUCT NOT = "00"
               DISPLAY "PRODUCTS.DAT NOT FOUND."
               GOBACK
           END-IF
           OPEN INPUT SALES-HIST-FILE
           IF WS-FS-SALES-HIST NOT = "00"
               DISPLAY "SALESHIST.DAT NOT FOUND. NOTHING TO RANK."
               CLOSE PRODUCT-FILE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO FILE-PRODUCT-ID
           START PRODUCT-FILE KEY IS NOT LESS THAN FILE-PRODUCT-ID
               INVALID KEY MOVE "10" TO WS-FS-PRODUCT
               NOT INVALID KEY MOVE "00" TO WS-FS-PRODUCT
           END-START
           PERFORM UNTIL WS-FS-PRODUCT = "10"
               READ PRODUCT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-PRODUCT
                   NOT AT END
                       PERFORM LOAD-ONE-PRODUCT
               END-READ
           END-PERFORM
           CLOSE SALES-HIST-FILE

           PERFORM RANK-PRODUCTS
           PERFORM ASSIGN-CLASSES
           PERFORM WRITE-ABC-REPORT

           CLOSE PRODUCT-FILE
           DISPLAY "PRODUCTS CLASSED: " WS-AB-USED
               " (A " WS-COUNT-A " / B " WS-COUNT-B
               " / C " WS-COUNT-C ")".
           DISPLAY "DEAD STOCK LINES: " WS-DEAD-COUNT.
           DISPLAY "REPORT WRITTEN TO " WS-REPORT-NAME.
           STOP RUN.

       LOAD-ONE-PRODUCT.
           IF WS-AB-USED >= 500
               DISPLAY "TOO MANY PRODUCTS. " FILE-PRODUCT-ID
                   " NOT CLASSED."
           ELSE
               ADD 1 TO WS-AB-USED
               MOVE FILE-PRODUCT-ID TO AB-PRODUCT-ID(WS-AB-USED)
               MOVE FILE-PRODUCT-NAME TO AB-NAME(WS-AB-USED)
               MOVE FILE-PRODUCT-STOCK TO AB-STOCK(WS-AB-USED)
               MOVE FILE-PRODUCT-COST TO AB-COST(WS-AB-USED)
               MOVE 0 TO AB-VALUE(WS-AB-USED)
               MOVE 0 TO AB-LAST-SALE(WS-AB-USED)
               MOVE "C" TO AB-CLASS(WS-AB-USED)
               PERFORM TALLY-PRODUCT-HISTORY
           END-IF.

       TALLY-PRODUCT-HISTORY.
           MOVE "N" TO WS-HIST-EOF
           MOVE FILE-PRODUCT-ID TO FILE-SH-PRODUCT
           START SALES-HIST-FILE KEY IS NOT LESS THAN FILE-SH-PRODUCT
               INVALID KEY MOVE "Y" TO WS-HIST-EOF
           END-START
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ SALES-HIST-FILE NEXT
                   AT END MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF FILE-SH-PRODUCT NOT = FILE-PRODUCT-ID
                           MOVE "Y" TO WS-HIST-EOF
                       ELSE
                           PERFORM TALLY-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-HISTORY.
           IF FILE-SH-DATE > WS-TO-NUM
               CONTINUE
           ELSE
               IF FILE-SH-TYPE = "SALE" AND
                  FILE-SH-DATE > AB-LAST-SALE(WS-AB-USED)
                   MOVE FILE-SH-DATE TO AB-LAST-SALE(WS-AB-USED)
               END-IF
               IF FILE-SH-DATE >= WS-FROM-NUM
                   IF FILE-SH-TYPE = "REFUND"
                       SUBTRACT FILE-SH-TOTAL
                           FROM AB-VALUE(WS-AB-USED)
                   ELSE
                       ADD FILE-SH-TOTAL TO AB-VALUE(WS-AB-USED)
                   END-IF
               END-IF
           END-IF.

       RANK-PRODUCTS.
           MOVE "Y" TO WS-AB-SWAPPED
           PERFORM UNTIL WS-AB-SWAPPED = "N"
               MOVE "N" TO WS-AB-SWAPPED
               PERFORM VARYING WS-AB-IDX FROM 1 BY 1 UNTIL
                   WS-AB-IDX >= WS-AB-USED
                   COMPUTE WS-AB-IDX2 = WS-AB-IDX + 1
                   IF AB-VALUE(WS-AB-IDX2) > AB-VALUE(WS-AB-IDX)
                       MOVE ABC-ENTRY(WS-AB-IDX) TO ABC-HOLD
                       MOVE ABC-ENTRY(WS-AB-IDX2)
                           TO ABC-ENTRY(WS-AB-IDX)
                       MOVE ABC-HOLD TO ABC-ENTRY(WS-AB-IDX2)
                       MOVE "Y" TO WS-AB-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1 UNTIL
               WS-AB-IDX > WS-AB-USED
               IF AB-VALUE(WS-AB-IDX) > 0
                   ADD AB-VALUE(WS-AB-IDX) TO WS-SALES-TOTAL
               END-IF
           END-PERFORM.

       ASSIGN-CLASSES.
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1 UNTIL
               WS-AB-IDX > WS-AB-USED
               IF AB-VALUE(WS-AB-IDX) > 0 AND WS-SALES-TOTAL > 0
                   COMPUTE WS-CUM-PCT ROUNDED =
                       WS-CUM-VALUE * 100 / WS-SALES-TOTAL
                   EVALUATE TRUE
                       WHEN WS-CUM-PCT < 80
                           MOVE "A" TO AB-CLASS(WS-AB-IDX)
                       WHEN WS-CUM-PCT < 95
                           MOVE "B" TO AB-CLASS(WS-AB-IDX)
                       WHEN OTHER
                           MOVE "C" TO AB-CLASS(WS-AB-IDX)
                   END-EVALUATE
                   ADD AB-VALUE(WS-AB-IDX) TO WS-CUM-VALUE
               ELSE
                   MOVE "C" TO AB-CLASS(WS-AB-IDX)
               END-IF
               EVALUATE AB-CLASS(WS-AB-IDX)
                   WHEN "A"
                       ADD 1 TO WS-COUNT-A
                   WHEN "B"
                       ADD 1 TO WS-COUNT-B
                   WHEN OTHER
                       ADD 1 TO WS-COUNT-C
               END-EVALUATE
               MOVE AB-PRODUCT-ID(WS-AB-IDX) TO FILE-PRODUCT-ID
               READ PRODUCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE AB-CLASS(WS-AB-IDX) TO FILE-PRODUCT-CLASS
                       REWRITE PRODUCT-FILE-RECORD
               END-READ
           END-PERFORM.

       WRITE-ABC-REPORT.
           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "ABC_" DELIMITED BY SIZE
               WS-TO-DATE(1:4) DELIMITED BY SIZE
               WS-TO-DATE(6:2) DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== ABC ANALYSIS " DELIMITED BY SIZE
               WS-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TO-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "RANK | PRODUCT | NAME" DELIMITED BY SIZE
               "                           | SALES VALUE" DELIMITED
               BY SIZE
               "       | CUM %  | CLASS" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE 0 TO WS-CUM-VALUE
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1 UNTIL
               WS-AB-IDX > WS-AB-USED
               PERFORM WRITE-ONE-RANK
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING
               "CLASS A: " DELIMITED BY SIZE
               WS-COUNT-A DELIMITED BY SIZE
               " | CLASS B: " DELIMITED BY SIZE
               WS-COUNT-B DELIMITED BY SIZE
               " | CLASS C: " DELIMITED BY SIZE
               WS-COUNT-C DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "-- DEAD STOCK: NO SALE SINCE " DELIMITED BY SIZE
               WS-DEAD-CUTOFF DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DEAD-DAYS DELIMITED BY SIZE
               " DAYS) --" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "PRODUCT | NAME" DELIMITED BY SIZE
               "                           | LAST SALE" DELIMITED
               BY SIZE
               " | STOCK | VALUE AT COST" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1 UNTIL
               WS-AB-IDX > WS-AB-USED
               IF AB-STOCK(WS-AB-IDX) > 0 AND
                  AB-LAST-SALE(WS-AB-IDX) <= WS-DEAD-CUTOFF
                   PERFORM WRITE-ONE-DEAD
               END-IF
           END-PERFORM
           MOVE WS-DEAD-TOTAL TO DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING
               "DEAD STOCK LINES: " DELIMITED BY SIZE
               WS-DEAD-COUNT DELIMITED BY SIZE
               " | VALUE TIED UP: " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-ONE-RANK.
           IF AB-VALUE(WS-AB-IDX) > 0
               ADD AB-VALUE(WS-AB-IDX) TO WS-CUM-VALUE
           END-IF
           IF WS-SALES-TOTAL > 0
               COMPUTE WS-CUM-PCT ROUNDED =
                   WS-CUM-VALUE * 100 / WS-SALES-TOTAL
           ELSE
               MOVE 0 TO WS-CUM-PCT
           END-IF
           MOVE WS-AB-IDX TO DISPLAY-RANK
           MOVE AB-VALUE(WS-AB-IDX) TO DISPLAY-AMOUNT
           MOVE WS-CUM-PCT TO DISPLAY-PCT
           MOVE SPACES TO REPORT-LINE
           STRING
               DISPLAY-RANK DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               AB-PRODUCT-ID(WS-AB-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               AB-NAME(WS-AB-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-PCT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               AB-CLASS(WS-AB-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-ONE-DEAD.
           ADD 1 TO WS-DEAD-COUNT
           COMPUTE WS-DEAD-VALUE =
               AB-STOCK(WS-AB-IDX) * AB-COST(WS-AB-IDX)
           ADD WS-DEAD-VALUE TO WS-DEAD-TOTAL
           IF AB-LAST-SALE(WS-AB-IDX) = 0
               MOVE "NEVER" TO WS-LAST-SALE-X
           ELSE
               MOVE AB-LAST-SALE(WS-AB-IDX) TO WS-LAST-SALE-X
           END-IF
           MOVE WS-DEAD-VALUE TO DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING
               AB-PRODUCT-ID(WS-AB-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               AB-NAME(WS-AB-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-LAST-SALE-X DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               AB-STOCK(WS-AB-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       END PROGRAM ABC-ANALYSIS.
