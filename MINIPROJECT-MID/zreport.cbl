      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: End-of-day Z-report. Reads the sales history
      *          SALESHIST.DAT by trading date for a given day, nets
      *          refunds against sales, totals takings by
      *          product and by category, counts transactions, writes
      *          the report to a dated ZREPORT_YYYYMMDD.TXT file and
      *          marks the day closed in ZCLOSED.TXT so the same day
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

           SELECT ZREPORT-FILE ASSIGN TO WS-ZREPORT-NAME
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

       FD ZREPORT-FILE.
       01 ZREPORT-LINE PIC X(100).
       01 ZCLOSED-LINE PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-FS-SALES-HIST PIC XX.
       01 WS-REPORT-DATE-NUM PIC 9(8).
       01 WS-FS-ZREPORT PIC XX.
       01 WS-FS-ZCLOSED PIC XX.
       01 WS-ZREPORT-NAME PIC X(30).
               GOBACK
           END-IF

           OPEN INPUT SALES-HIST-FILE
           IF WS-FS-SALES-HIST NOT = "00"
               DISPLAY "SALESHIST.DAT NOT FOUND. NOTHING TO REPORT."
               GOBACK
           END-IF

           COMPUTE WS-REPORT-DATE-NUM = FUNCTION
               NUMVAL(WS-REPORT-DATE(1:4)) * 10000 +
               FUNCTION NUMVAL(WS-REPORT-DATE(6:2)) * 100 +
               FUNCTION NUMVAL(WS-REPORT-DATE(9:2))
           MOVE WS-REPORT-DATE-NUM TO FILE-SH-DATE
           START SALES-HIST-FILE KEY IS NOT LESS THAN FILE-SH-DATE
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SALES-HIST-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF FILE-SH-DATE NOT = WS-REPORT-DATE-NUM
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF FILE-SH-TYPE = "SALE" OR
                              FILE-SH-TYPE = "REFUND"
                               PERFORM PROCESS-HISTORY-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-HIST-FILE

           PERFORM WRITE-ZREPORT
           PERFORM MARK-DAY-CLOSED
           WRITE ZCLOSED-LINE
           CLOSE ZCLOSED-FILE.

       PROCESS-HISTORY-RECORD.
           ADD 1 TO WS-LINES-COUNTED
           MOVE FILE-SH-PRODUCT TO WS-LINE-PRODUCT
           MOVE FILE-SH-QTY TO WS-LINE-QTY
           MOVE FILE-SH-TOTAL TO WS-LINE-AMOUNT
           MOVE FILE-SH-RCPT TO WS-LINE-RCPT
           IF FILE-SH-TYPE = "REFUND"
               COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
               COMPUTE WS-LINE-QTY = 0 - WS-LINE-QTY
           END-IF
           ADD WS-LINE-AMOUNT TO WS-GRAND-TOTAL
           ADD FILE-SH-DISC TO WS-DISC-TOTAL
           IF FILE-SH-STAFF NOT = SPACES
               ADD WS-LINE-AMOUNT TO WS-STAFF-TOTAL
               ADD FILE-SH-SDISC TO WS-SDISC-TOTAL
           END-IF
           PERFORM TALLY-PRODUCT
           PERFORM TALLY-CATEGORY
           PERFORM TALLY-TRANSACTION.

       TALLY-PRODUCT.
           MOVE "N" TO WS-PROD-FOUND
