      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: Monthly VAT summary for the tax filing. Reads the
      *          sales history SALESHIST.DAT by date for a given month
      *          (YYYY-MM), nets the
      *          VAT carried on refund entries against sales entries,
      *          and writes net / VAT / gross totals to a dated
      *          VAT_SUMMARY_YYYYMM.TXT file.
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

           SELECT VAT-SUMMARY-FILE ASSIGN TO WS-SUMMARY-NAME
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

       FD VAT-SUMMARY-FILE.
       01 VAT-SUMMARY-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-SALES-HIST PIC XX.
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-FS-SUMMARY PIC XX.
       01 WS-SUMMARY-NAME PIC X(30).
       01 WS-REPORT-MONTH PIC X(7).
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-LINE-GROSS PIC S9(10)V99.
       01 WS-LINE-VAT PIC S9(10)V99.
       01 WS-GROSS-TOTAL PIC S9(12)V99 VALUE 0.
       01 WS-VAT-TOTAL PIC S9(12)V99 VALUE 0.
       01 WS-NET-TOTAL PIC S9(12)V99 VALUE 0.
           DISPLAY "ENTER MONTH (YYYY-MM): "
           ACCEPT WS-REPORT-MONTH

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
                           IF FILE-SH-TYPE = "SALE" OR
                              FILE-SH-TYPE = "REFUND"
                               PERFORM PROCESS-HISTORY-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-HIST-FILE

           PERFORM WRITE-SUMMARY
           STOP RUN.

       PROCESS-HISTORY-RECORD.
           ADD 1 TO WS-LINES-COUNTED
           MOVE FILE-SH-TOTAL TO WS-LINE-GROSS
           MOVE FILE-SH-VAT TO WS-LINE-VAT
           IF FILE-SH-TYPE = "REFUND"
               SUBTRACT WS-LINE-GROSS FROM WS-GROSS-TOTAL
               SUBTRACT WS-LINE-VAT FROM WS-VAT-TOTAL
           ELSE
               ADD WS-LINE-GROSS TO WS-GROSS-TOTAL
               ADD WS-LINE-VAT TO WS-VAT-TOTAL
           END-IF.

       WRITE-SUMMARY.
