      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: One-off load of the text sales logs into the indexed
      *          sales history SALESHIST.DAT. Reads SALES_LOG.TXT and
      *          any archived logs named by the operator, converts
      *          each sale and refund line into a fixed-layout history
      *          record keyed on receipt and line, and skips lines
      *          already on file so a log can be loaded more than
      *          once. Shift markers are not sales and are counted
      *          but not loaded. A reconciliation of lines read
      *          against lines loaded, already on file, skipped and
      *          rejected is written to SALESHIST_LOAD.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-HISTORY-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-LOG-FILE ASSIGN TO WS-LOG-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SALES-LOG.

           SELECT SALES-HIST-FILE ASSIGN TO "SALESHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-SH-KEY
              ALTERNATE RECORD KEY IS FILE-SH-DATE WITH DUPLICATES
              ALTERNATE RECORD KEY IS FILE-SH-PRODUCT WITH DUPLICATES
              FILE STATUS IS WS-FS-SALES-HIST.

           SELECT REPORT-FILE ASSIGN TO "SALESHIST_LOAD.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.

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

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-SALES-LOG PIC XX.
       01 WS-FS-SALES-HIST PIC XX.
       01 WS-FS-REPORT PIC XX.
       01 WS-LOG-NAME PIC X(40).
       01 WS-LOG-INPUT PIC X(40).
       01 WS-EXIT PIC X VALUE "N".
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-LINE-OK PIC X.
       01 WS-REJECT-REASON PIC X(30).
       01 WS-SH-WRITTEN PIC X.
       01 WS-SH-DUPLICATE PIC X.
       01 WS-SCAN-EOF PIC X.

       01 NEW-HIST-RECORD.
          05 NEW-SH-RCPT         PIC X(8).
          05 NEW-SH-LINE         PIC 9(3).
          05 NEW-SH-DATE         PIC 9(8).
          05 NEW-SH-PRODUCT      PIC X(7).
          05 NEW-SH-TYPE         PIC X(6).
          05 NEW-SH-QTY          PIC 9(5).
          05 NEW-SH-TOTAL        PIC 9(10)V99.
          05 NEW-SH-VAT          PIC 9(10)V99.
          05 NEW-SH-DISC         PIC 9(10)V99.
          05 NEW-SH-COST         PIC 9(10)V99.
          05 NEW-SH-SDISC        PIC 9(10)V99.
          05 NEW-SH-CASHIER      PIC X(20).
          05 NEW-SH-MEMBER       PIC X(8).
          05 NEW-SH-STAFF        PIC X(4).

       01 WS-FILE-READ PIC 9(7).
       01 WS-FILE-SHIFT PIC 9(7).
       01 WS-FILE-LOADED PIC 9(7).
       01 WS-FILE-ON-FILE PIC 9(7).
       01 WS-FILE-REJECTED PIC 9(7).
       01 WS-FILE-SALES PIC S9(12)V99.
       01 WS-FILE-CHECK PIC 9(7).
       01 WS-RUN-READ PIC 9(7) VALUE 0.
       01 WS-RUN-LOADED PIC 9(7) VALUE 0.
       01 WS-RUN-ON-FILE PIC 9(7) VALUE 0.
       01 WS-RUN-SHIFT PIC 9(7) VALUE 0.
       01 WS-RUN-REJECTED PIC 9(7) VALUE 0.
       01 WS-RUN-FILES PIC 9(3) VALUE 0.
       01 DISPLAY-AMOUNT PIC -,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SALES HISTORY LOAD ===".

           OPEN I-O SALES-HIST-FILE
           IF WS-FS-SALES-HIST NOT = "00"
               OPEN OUTPUT SALES-HIST-FILE
               CLOSE SALES-HIST-FILE
               OPEN I-O SALES-HIST-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "=== SALES HISTORY LOAD RECONCILIATION ==="
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM UNTIL WS-EXIT = "Y"
               DISPLAY " "
               DISPLAY "LOG FILE TO LOAD (BLANK = SALES_LOG.TXT, "
                   "END = FINISH): "
               MOVE SPACES TO WS-LOG-INPUT
               ACCEPT WS-LOG-INPUT
               EVALUATE WS-LOG-INPUT
                   WHEN "END"
                   WHEN "end"
                       MOVE "Y" TO WS-EXIT
                   WHEN SPACES
                       MOVE "SALES_LOG.TXT" TO WS-LOG-NAME
                       PERFORM LOAD-ONE-LOG
                   WHEN OTHER
                       MOVE WS-LOG-INPUT TO WS-LOG-NAME
                       PERFORM LOAD-ONE-LOG
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           STRING
               "RUN TOTAL - FILES: " DELIMITED BY SIZE
               WS-RUN-FILES DELIMITED BY SIZE
               " | READ: " DELIMITED BY SIZE
               WS-RUN-READ DELIMITED BY SIZE
               " | LOADED: " DELIMITED BY SIZE
               WS-RUN-LOADED DELIMITED BY SIZE
               " | ON FILE: " DELIMITED BY SIZE
               WS-RUN-ON-FILE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "            SHIFT MARKERS: " DELIMITED BY SIZE
               WS-RUN-SHIFT DELIMITED BY SIZE
               " | REJECTED: " DELIMITED BY SIZE
               WS-RUN-REJECTED DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE SALES-HIST-FILE REPORT-FILE
           DISPLAY "RECONCILIATION WRITTEN TO SALESHIST_LOAD.TXT.".
           STOP RUN.

       LOAD-ONE-LOG.
           OPEN INPUT SALES-LOG-FILE
           IF WS-FS-SALES-LOG NOT = "00"
               DISPLAY "ERROR: " WS-LOG-NAME " NOT FOUND."
           ELSE
               ADD 1 TO WS-RUN-FILES
               MOVE 0 TO WS-FILE-READ
               MOVE 0 TO WS-FILE-SHIFT
               MOVE 0 TO WS-FILE-LOADED
               MOVE 0 TO WS-FILE-ON-FILE
               MOVE 0 TO WS-FILE-REJECTED
               MOVE 0 TO WS-FILE-SALES
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               STRING
                   "LOG: " DELIMITED BY SIZE
                   WS-LOG-NAME DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SALES-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM CONVERT-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE SALES-LOG-FILE
               PERFORM WRITE-FILE-RECONCILIATION
           END-IF.

       CONVERT-LOG-LINE.
           IF SALES-LOG-LINE(14:7) = "*SHIFT*"
               ADD 1 TO WS-FILE-SHIFT
           ELSE
               PERFORM PARSE-LOG-LINE
               IF WS-LINE-OK = "N"
                   ADD 1 TO WS-FILE-REJECTED
                   MOVE SPACES TO REPORT-LINE
                   STRING
                       "  REJECTED LINE " DELIMITED BY SIZE
                       WS-FILE-READ DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               ELSE
                   PERFORM CHECK-ALREADY-LOADED
                   IF WS-SH-DUPLICATE = "Y"
                       ADD 1 TO WS-FILE-ON-FILE
                   ELSE
                       PERFORM WRITE-HISTORY-RECORD
                   END-IF
               END-IF
           END-IF.

       PARSE-LOG-LINE.
           MOVE "Y" TO WS-LINE-OK
           MOVE SPACES TO WS-REJECT-REASON
           INITIALIZE NEW-HIST-RECORD
           IF SALES-LOG-LINE(1:4) IS NOT NUMERIC OR
              SALES-LOG-LINE(6:2) IS NOT NUMERIC OR
              SALES-LOG-LINE(9:2) IS NOT NUMERIC
               MOVE "N" TO WS-LINE-OK
               MOVE "NO SALE DATE" TO WS-REJECT-REASON
           END-IF
           IF WS-LINE-OK = "Y" AND
              (SALES-LOG-LINE(29:5) IS NOT NUMERIC OR
               SALES-LOG-LINE(34:10) NOT = " | TOTAL: ")
               MOVE "N" TO WS-LINE-OK
               MOVE "NO QUANTITY OR TOTAL" TO WS-REJECT-REASON
           END-IF
           IF WS-LINE-OK = "Y" AND
              (SALES-LOG-LINE(56:9) NOT = " | RCPT: " OR
               SALES-LOG-LINE(65:8) = SPACES)
               MOVE "N" TO WS-LINE-OK
               MOVE "NO RECEIPT NUMBER" TO WS-REJECT-REASON
           END-IF
           IF WS-LINE-OK = "Y"
               COMPUTE NEW-SH-DATE = FUNCTION
                   NUMVAL(SALES-LOG-LINE(1:4)) * 10000 +
                   FUNCTION NUMVAL(SALES-LOG-LINE(6:2)) * 100 +
                   FUNCTION NUMVAL(SALES-LOG-LINE(9:2))
               MOVE SALES-LOG-LINE(14:7) TO NEW-SH-PRODUCT
               MOVE SALES-LOG-LINE(29:5) TO NEW-SH-QTY
               COMPUTE NEW-SH-TOTAL = FUNCTION
                   NUMVAL(SALES-LOG-LINE(44:12))
               MOVE SALES-LOG-LINE(65:8) TO NEW-SH-RCPT
               IF SALES-LOG-LINE(74:6) = "REFUND"
                   PERFORM PARSE-REFUND-FIELDS
               ELSE
                   PERFORM PARSE-SALE-FIELDS
               END-IF
           END-IF.

       PARSE-REFUND-FIELDS.
           MOVE "REFUND" TO NEW-SH-TYPE
           IF SALES-LOG-LINE(80:12) = " | CASHIER: "
               MOVE SALES-LOG-LINE(92:20) TO NEW-SH-CASHIER
           END-IF
           IF SALES-LOG-LINE(112:8) = " | VAT: "
               COMPUTE NEW-SH-VAT = FUNCTION
                   NUMVAL(SALES-LOG-LINE(120:12))
           END-IF.

       PARSE-SALE-FIELDS.
           MOVE "SALE" TO NEW-SH-TYPE
           IF SALES-LOG-LINE(73:12) = " | CASHIER: "
               MOVE SALES-LOG-LINE(85:20) TO NEW-SH-CASHIER
           END-IF
           IF SALES-LOG-LINE(105:8) = " | VAT: "
               COMPUTE NEW-SH-VAT = FUNCTION
                   NUMVAL(SALES-LOG-LINE(113:12))
           END-IF
           IF SALES-LOG-LINE(125:9) = " | DISC: "
               COMPUTE NEW-SH-DISC = FUNCTION
                   NUMVAL(SALES-LOG-LINE(134:12))
           END-IF
           IF SALES-LOG-LINE(146:8) = " | MBR: "
               MOVE SALES-LOG-LINE(154:8) TO NEW-SH-MEMBER
           END-IF
           IF SALES-LOG-LINE(162:9) = " | COST: "
               COMPUTE NEW-SH-COST = FUNCTION
                   NUMVAL(SALES-LOG-LINE(171:12))
           END-IF
           IF SALES-LOG-LINE(183:10) = " | STAFF: "
               MOVE SALES-LOG-LINE(193:4) TO NEW-SH-STAFF
           END-IF
           IF SALES-LOG-LINE(197:10) = " | SDISC: "
               COMPUTE NEW-SH-SDISC = FUNCTION
                   NUMVAL(SALES-LOG-LINE(207:12))
           END-IF.

       CHECK-ALREADY-LOADED.
           MOVE "N" TO WS-SH-DUPLICATE
           MOVE "N" TO WS-SCAN-EOF
           MOVE NEW-SH-RCPT TO FILE-SH-RCPT
           MOVE 0 TO FILE-SH-LINE
           START SALES-HIST-FILE KEY IS NOT LESS THAN FILE-SH-KEY
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y" OR WS-SH-DUPLICATE = "Y"
               READ SALES-HIST-FILE NEXT
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF FILE-SH-RCPT NOT = NEW-SH-RCPT
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF FILE-SH-DATE = NEW-SH-DATE AND
                              FILE-SH-PRODUCT = NEW-SH-PRODUCT AND
                              FILE-SH-TYPE = NEW-SH-TYPE AND
                              FILE-SH-QTY = NEW-SH-QTY AND
                              FILE-SH-TOTAL = NEW-SH-TOTAL
                               MOVE "Y" TO WS-SH-DUPLICATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-HISTORY-RECORD.
           MOVE NEW-SH-RCPT TO FILE-SH-RCPT
           MOVE NEW-SH-DATE TO FILE-SH-DATE
           MOVE NEW-SH-PRODUCT TO FILE-SH-PRODUCT
           MOVE NEW-SH-TYPE TO FILE-SH-TYPE
           MOVE NEW-SH-QTY TO FILE-SH-QTY
           MOVE NEW-SH-TOTAL TO FILE-SH-TOTAL
           MOVE NEW-SH-VAT TO FILE-SH-VAT
           MOVE NEW-SH-DISC TO FILE-SH-DISC
           MOVE NEW-SH-COST TO FILE-SH-COST
           MOVE NEW-SH-SDISC TO FILE-SH-SDISC
           MOVE NEW-SH-CASHIER TO FILE-SH-CASHIER
           MOVE NEW-SH-MEMBER TO FILE-SH-MEMBER
           MOVE NEW-SH-STAFF TO FILE-SH-STAFF
           MOVE 1 TO FILE-SH-LINE
           MOVE "N" TO WS-SH-WRITTEN
           PERFORM UNTIL WS-SH-WRITTEN = "Y"
               WRITE SALES-HIST-RECORD
                   INVALID KEY
                       IF FILE-SH-LINE >= 999
                           ADD 1 TO WS-FILE-REJECTED
                           MOVE SPACES TO REPORT-LINE
                           STRING
                               "  REJECTED LINE " DELIMITED BY SIZE
                               WS-FILE-READ DELIMITED BY SIZE
                               ": RECEIPT FULL" DELIMITED BY SIZE
                               INTO REPORT-LINE
                           END-STRING
                           WRITE REPORT-LINE
                           MOVE "Y" TO WS-SH-WRITTEN
                       ELSE
                           ADD 1 TO FILE-SH-LINE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-FILE-LOADED
                       IF NEW-SH-TYPE = "REFUND"
                           SUBTRACT NEW-SH-TOTAL FROM WS-FILE-SALES
                       ELSE
                           ADD NEW-SH-TOTAL TO WS-FILE-SALES
                       END-IF
                       MOVE "Y" TO WS-SH-WRITTEN
               END-WRITE
           END-PERFORM.

       WRITE-FILE-RECONCILIATION.
           ADD WS-FILE-READ TO WS-RUN-READ
           ADD WS-FILE-LOADED TO WS-RUN-LOADED
           ADD WS-FILE-ON-FILE TO WS-RUN-ON-FILE
           ADD WS-FILE-SHIFT TO WS-RUN-SHIFT
           ADD WS-FILE-REJECTED TO WS-RUN-REJECTED
           MOVE SPACES TO REPORT-LINE
           STRING
               "  LINES READ: " DELIMITED BY SIZE
               WS-FILE-READ DELIMITED BY SIZE
               " | LOADED: " DELIMITED BY SIZE
               WS-FILE-LOADED DELIMITED BY SIZE
               " | ALREADY ON FILE: " DELIMITED BY SIZE
               WS-FILE-ON-FILE DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "  SHIFT MARKERS: " DELIMITED BY SIZE
               WS-FILE-SHIFT DELIMITED BY SIZE
               " | REJECTED: " DELIMITED BY SIZE
               WS-FILE-REJECTED DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE WS-FILE-SALES TO DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING
               "  NET SALES LOADED (SALES LESS REFUNDS): "
                   DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           COMPUTE WS-FILE-CHECK = WS-FILE-LOADED + WS-FILE-ON-FILE
               + WS-FILE-SHIFT + WS-FILE-REJECTED
           IF WS-FILE-CHECK = WS-FILE-READ
               MOVE "  RECONCILED: EVERY LINE IS ACCOUNTED FOR."
                   TO REPORT-LINE
           ELSE
               MOVE "  OUT OF BALANCE: LINES READ DO NOT AGREE."
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM SALES-HISTORY-LOAD.
