      *          current stock per category at the weighted-average
      *          cost maintained by RECEIVE GOODS, totals the month's
      *          cost of goods sold from the COST field the till
      *          stamps on each SALESHIST.DAT sales history record,
      *          and shows the realized
      *          margin for the month. Output to VALUATION_YYYYMM.TXT
      *          for the accountant.
      * Tectonics: cobc
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
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-FS-REPORT PIC XX.
       01 WS-REPORT-NAME PIC X(30).
       01 WS-REPORT-MONTH PIC X(7).
           END-PERFORM
           CLOSE PRODUCT-FILE

           OPEN INPUT SALES-HIST-FILE
           IF WS-FS-SALES-HIST = "00"
               COMPUTE WS-MONTH-START = FUNCTION
                   NUMVAL(WS-REPORT-MONTH(1:4)) * 10000 +
                   FUNCTION NUMVAL(WS-REPORT-MONTH(6:2)) * 100 + 1
               COMPUTE WS-MONTH-END = WS-MONTH-START + 30
               MOVE WS-MONTH-START TO FILE-SH-DATE
               START SALES-HIST-FILE KEY IS NOT LESS THAN FILE-SH-DATE
                   INVALID KEY MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SALES-HIST-FILE NEXT
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FILE-SH-DATE > WS-MONTH-END
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               IF FILE-SH-TYPE = "SALE" OR
                                  FILE-SH-TYPE = "REFUND"
                                   PERFORM TALLY-MONTH-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-HIST-FILE
           ELSE
               DISPLAY "SALESHIST.DAT NOT FOUND. COGS SKIPPED."
           END-IF

           PERFORM WRITE-VALUATION-REPORT
           END-IF.

       TALLY-MONTH-LINE.
           MOVE FILE-SH-TOTAL TO WS-LINE-AMOUNT
           IF FILE-SH-TYPE = "REFUND"
               SUBTRACT WS-LINE-AMOUNT FROM WS-MONTH-SALES
           ELSE
               ADD WS-LINE-AMOUNT TO WS-MONTH-SALES
               ADD FILE-SH-COST TO WS-MONTH-COGS
           END-IF.

       WRITE-VALUATION-REPORT.
