      *          selectable date range: count of POs, average days
      *          from order to receipt against the promised lead time
      *          from SUPPLIERS.DAT, fill rate (received vs ordered
      *          quantity), the count of short shipments, and the
      *          returns rate - units sent back on RETURN-TO-VENDOR
      *          debit notes in APINV.DAT against units received.
      *          Output to SUPPLIER_SCORECARD.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS FILE-SUPPLIER-ID
              FILE STATUS IS WS-FS-SUPPLIER.

           SELECT INVOICE-FILE ASSIGN TO "APINV.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-INV-NO
              FILE STATUS IS WS-FS-INVOICE.

           SELECT REPORT-FILE ASSIGN TO "SUPPLIER_SCORECARD.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REPORT.
          05 FILE-PO-RECV-QTY  PIC 9(5).
          05 FILE-PO-RECV-DATE PIC X(10).
          05 FILE-PO-SUPPLIER-ID PIC X(5).
          05 FILE-PO-PACK-UNIT PIC X(6).
          05 FILE-PO-PACK-SIZE PIC 9(4).
          05 FILE-PO-PACKS     PIC 9(5).

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
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

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       01 WS-FS-PO-MASTER PIC XX.
       01 WS-FS-SUPPLIER PIC XX.
       01 WS-FS-REPORT PIC XX.
       01 WS-FS-INVOICE PIC XX.
       01 WS-FROM-NUM PIC 9(8).
       01 WS-TO-NUM PIC 9(8).
       01 WS-SC-SUPPLIER PIC X(5).
       01 WS-RETURN-RATE PIC 9(4)V99.
       01 DISPLAY-RETURN PIC ZZZ9.99.
       01 WS-FROM-DATE PIC X(10).
       01 WS-TO-DATE PIC X(10).
       01 WS-PO-DATE-NUM PIC 9(8).
               10 SC-ORDERED-QTY PIC 9(9).
               10 SC-RECV-QTY    PIC 9(9).
               10 SC-SHORT-COUNT PIC 9(5).
               10 SC-RETURN-QTY  PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-PERFORM
           CLOSE PO-MASTER-FILE

           COMPUTE WS-FROM-NUM = FUNCTION
               NUMVAL(WS-FROM-DATE(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-FROM-DATE(6:2)) * 100 +
               FUNCTION NUMVAL(WS-FROM-DATE(9:2))
           COMPUTE WS-TO-NUM = FUNCTION
               NUMVAL(WS-TO-DATE(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-TO-DATE(6:2)) * 100 +
               FUNCTION NUMVAL(WS-TO-DATE(9:2))
           OPEN INPUT INVOICE-FILE
           IF WS-FS-INVOICE = "00"
               MOVE "RV" TO FILE-INV-NO
               START INVOICE-FILE KEY IS NOT LESS THAN FILE-INV-NO
                   INVALID KEY MOVE "10" TO WS-FS-INVOICE
               END-START
               PERFORM UNTIL WS-FS-INVOICE = "10"
                   READ INVOICE-FILE NEXT
                       AT END MOVE "10" TO WS-FS-INVOICE
                       NOT AT END
                           IF FILE-INV-NO(1:2) NOT = "RV"
                               MOVE "10" TO WS-FS-INVOICE
                           ELSE
                               PERFORM SCORE-ONE-RETURN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           STRING
               "=== SUPPLIER SCORECARD " DELIMITED BY SIZE
           STOP RUN.

       SCORE-ONE-PO.
           MOVE FILE-PO-SUPPLIER-ID TO WS-SC-SUPPLIER
           PERFORM FIND-SCORE-ENTRY
           IF WS-SC-FOUND = "N"
               DISPLAY "TOO MANY SUPPLIERS. PO " FILE-PO-NO
                   " SKIPPED."
           END-IF
           IF WS-SC-FOUND = "Y"
               ADD 1 TO SC-PO-COUNT(WS-SC-IDX)
               END-IF
           END-IF.

       SCORE-ONE-RETURN.
           IF (FILE-INV-STATUS = "DEBIT" OR
               FILE-INV-STATUS = "APPLIED") AND
              FILE-INV-DATE >= WS-FROM-NUM AND
              FILE-INV-DATE <= WS-TO-NUM
               MOVE FILE-INV-SUPPLIER TO WS-SC-SUPPLIER
               PERFORM FIND-SCORE-ENTRY
               IF WS-SC-FOUND = "Y"
                   ADD FILE-INV-QTY TO SC-RETURN-QTY(WS-SC-IDX)
               ELSE
                   DISPLAY "TOO MANY SUPPLIERS. RETURN "
                       FILE-INV-NO " SKIPPED."
               END-IF
           END-IF.

       FIND-SCORE-ENTRY.
           MOVE "N" TO WS-SC-FOUND
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL
               WS-SC-IDX > WS-SC-USED OR WS-SC-FOUND = "Y"
               IF SC-SUPPLIER-ID(WS-SC-IDX) = WS-SC-SUPPLIER
                   MOVE "Y" TO WS-SC-FOUND
                   SUBTRACT 1 FROM WS-SC-IDX
               END-IF
           END-PERFORM
           IF WS-SC-FOUND = "N" AND WS-SC-USED < 50
               ADD 1 TO WS-SC-USED
               MOVE WS-SC-USED TO WS-SC-IDX
               MOVE WS-SC-SUPPLIER TO SC-SUPPLIER-ID(WS-SC-IDX)
               MOVE 0 TO SC-PO-COUNT(WS-SC-IDX)
               MOVE 0 TO SC-RECV-COUNT(WS-SC-IDX)
               MOVE 0 TO SC-DAYS-TOTAL(WS-SC-IDX)
               MOVE 0 TO SC-ORDERED-QTY(WS-SC-IDX)
               MOVE 0 TO SC-RECV-QTY(WS-SC-IDX)
               MOVE 0 TO SC-SHORT-COUNT(WS-SC-IDX)
               MOVE 0 TO SC-RETURN-QTY(WS-SC-IDX)
               MOVE "Y" TO WS-SC-FOUND
           END-IF.

       TALLY-LEAD-DAYS.
           COMPUTE WS-PO-DATE-NUM = FUNCTION
               NUMVAL(FILE-PO-DATE(1:4)) * 10000 +
           ELSE
               MOVE 0 TO WS-FILL-RATE
           END-IF
           IF SC-RECV-QTY(WS-SC-IDX) > 0
               COMPUTE WS-RETURN-RATE ROUNDED =
                   SC-RETURN-QTY(WS-SC-IDX) * 100 /
                   SC-RECV-QTY(WS-SC-IDX)
                   ON SIZE ERROR MOVE 9999.99 TO WS-RETURN-RATE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-RETURN-RATE
           END-IF
           MOVE WS-AVG-DAYS TO DISPLAY-AVG
           MOVE WS-FILL-RATE TO DISPLAY-FILL
           MOVE WS-RETURN-RATE TO DISPLAY-RETURN
           MOVE SPACES TO REPORT-LINE
           STRING
               SC-SUPPLIER-ID(WS-SC-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-FILL DELIMITED BY SIZE
               "% | SHORT: " DELIMITED BY SIZE
               SC-SHORT-COUNT(WS-SC-IDX) DELIMITED BY SIZE
               " | RETURNS: " DELIMITED BY SIZE
               DISPLAY-RETURN DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
