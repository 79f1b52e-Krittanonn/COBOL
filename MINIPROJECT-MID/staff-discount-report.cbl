      * Author: Krittanon Museesut
      * Date:
      * Purpose: Monthly staff discount report. Totals the staff
      *          discount value the till stamps on each SALESHIST.DAT
      *          sales history record per buyer emp-id for a month,
      *          compares it with
      *          the monthly cap in SHOPCONFIG.TXT, and flags anyone
      *          over the cap so the benefit cannot be abused for
      *          resale. Output to STAFF_DISCOUNTS.TXT.
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

           SELECT SHOP-CONFIG-FILE ASSIGN TO "SHOPCONFIG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
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

       FD SHOP-CONFIG-FILE.
       01 SHOP-CONFIG-RECORD.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-SALES-HIST PIC XX.
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-FS-SHOP-CONFIG PIC XX.
       01 WS-FS-REPORT PIC XX.
       01 WS-REPORT-MONTH PIC X(7).

           PERFORM LOAD-SHOP-CONFIG

           OPEN INPUT SALES-HIST-FILE
           IF WS-FS-SALES-HIST NOT = "00"
               DISPLAY "SALESHIST.DAT NOT FOUND. NOTHING TO REPORT."
               GOBACK
           END-IF
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
                           PERFORM TALLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-HIST-FILE

           OPEN OUTPUT REPORT-FILE
           STRING
           END-IF.

       TALLY-ONE-LINE.
           IF FILE-SH-TYPE = "SALE" AND
              FILE-SH-STAFF NOT = SPACES
               MOVE FILE-SH-STAFF TO WS-LINE-EMP
               MOVE FILE-SH-SDISC TO WS-LINE-SDISC
               PERFORM TALLY-ONE-STAFF
           END-IF.

