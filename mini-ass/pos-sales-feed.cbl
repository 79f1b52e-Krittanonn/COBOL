      ******************************************************************
      * Author:
      * KRITTANON MUSEESUT 6621650213
      * KASIDIT SANOTRAI   6621654987
      * THANAREE KRAIWAS   6621655053
      * Date:
      * Purpose: Month-end interface from the shop's point of sale to
      *          SALES.DAT. Totals the closed month's sale and refund
      *          lines on SALESHIST.DAT (read by its date key) - sales
      *          less refunds, excluding the VAT carried on each line -
      *          and writes or replaces that month's amount for the
      *          shop's branch (the branch code at the end of
      *          SHOPCONFIG.TXT) in SALES.DAT, in whole thousands,
      *          keeping the positional 60-slots-per-branch order
      *          SALES-CAPTURE maintains. A control report
      *          POS_FEED_<yyyymm>.TXT shows each trading day's
      *          Z-report total, VAT and net so the month's figure
      *          reconciles to the Z-reports, and flags days that were
      *          never Z-closed. Branches not on the point of sale are
      *          still keyed through SALES-CAPTURE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-SALES-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-FILE ASSIGN TO "SALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SALES.

           SELECT SALES-HIST-FILE ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE-SH-KEY
               ALTERNATE RECORD KEY IS FILE-SH-DATE WITH DUPLICATES
               ALTERNATE RECORD KEY IS FILE-SH-PRODUCT WITH DUPLICATES
               FILE STATUS IS WS-FS-SALES-HIST.

           SELECT ZCLOSED-FILE ASSIGN TO "ZCLOSED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ZCLOSED.

           SELECT SHOP-CONFIG-FILE ASSIGN TO "SHOPCONFIG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SHOP-CONFIG.

           SELECT FEED-REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.

       FD SALES-FILE.
       01 SALES-FILE-REC.
           05 SF-BRANCH PIC X(3).
           05 SF-AMOUNT PIC X(5).

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

       FD ZCLOSED-FILE.
       01 ZCLOSED-LINE PIC X(10).

       FD SHOP-CONFIG-FILE.
       01 SHOP-CONFIG-RECORD.
          05 CONFIG-TAX-RATE   PIC 99V99.
          05 CONFIG-POINTS-RATE PIC 9(3).
          05 CONFIG-LAY-DEPOSIT-PCT PIC 9(2).
          05 CONFIG-LAY-EXPIRE-DAYS PIC 9(3).
          05 CONFIG-LAY-RESTOCK-PCT PIC 9(2).
          05 CONFIG-STAFF-DISC-PCT PIC 9(2).
          05 CONFIG-STAFF-DISC-CAP PIC 9(5).
          05 CONFIG-TILL-LOCATION PIC X(5).
          05 CONFIG-RECV-LOCATION PIC X(5).
          05 CONFIG-VOUCHER-DAYS PIC 9(4).
          05 CONFIG-BRANCH-CODE PIC X(3).

       FD FEED-REPORT-FILE.
       01 FEED-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-SALES PIC XX.
       01 WS-FS-SALES-HIST PIC XX.
       01 WS-FS-ZCLOSED PIC XX.
       01 WS-FS-SHOP-CONFIG PIC XX.
       01 WS-FS-REPORT PIC XX.
       01 WS-REPORT-NAME PIC X(30).
       01 WS-SALES-EOF PIC X VALUE "N".
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-DASH PIC X(8).
       01 WS-PERIOD-YEAR PIC 9(4).
       01 WS-PERIOD-MONTH PIC 99.
       01 WS-LATEST-YEAR PIC 9(4).
       01 WS-YEAR-SLOT PIC S9(3).
       01 WS-SLOT-IDX PIC 9(3).
       01 WS-FILL-IDX PIC 9(3).
       01 WS-BRANCH-CODE-IN PIC X(3).
       01 WS-DAY PIC 99.
       01 WS-DATE-FROM PIC 9(8).
       01 WS-DATE-TO PIC 9(8).
       01 WS-HIST-LINES PIC 9(7) VALUE 0.
       01 WS-SALE-LINES PIC 9(7) VALUE 0.
       01 WS-REFUND-LINES PIC 9(7) VALUE 0.
       01 WS-HIST-TOTAL PIC S9(12)V99 VALUE 0.
       01 WS-HIST-VAT PIC S9(12)V99 VALUE 0.
       01 WS-HIST-NET PIC S9(12)V99 VALUE 0.
       01 WS-DAY-NET PIC S9(12)V99.
       01 WS-FEED-THOUSANDS PIC 9(7).
       01 WS-DAYS-NOT-CLOSED PIC 9(2) VALUE 0.
       01 WS-DAY-FLAG PIC X(14).
       01 DISPLAY-AMOUNT PIC -,---,---,--9.99.
       01 DISPLAY-AMOUNT2 PIC -,---,---,--9.99.
       01 DISPLAY-AMOUNT3 PIC -,---,---,--9.99.

       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 31 TIMES.
               10 WS-DY-HIST      PIC S9(10)V99.
               10 WS-DY-VAT       PIC S9(10)V99.
               10 WS-DY-ACTIVE    PIC X.
               10 WS-DY-ZCLOSED   PIC X.

       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 3 TIMES.
               10 WS-BRANCH-CODE PIC X(3).
               10 WS-BR-LOADED PIC 9(3).
               10 WS-BR-SLOT PIC 9(5) OCCURS 60 TIMES.

       01 WS-BRANCH-USED PIC 9 VALUE 0.
       01 WS-BRANCH-IDX PIC 9.
       01 WS-BRANCH-FOUND PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== POINT-OF-SALE FEED TO SALES.DAT ====="
           DISPLAY "CLOSED MONTH (YYYYMM): "
           ACCEPT WS-PERIOD
           IF WS-PERIOD IS NOT NUMERIC
               DISPLAY "INVALID MONTH. NOTHING FED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD(1:4) TO WS-PERIOD-YEAR
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "INVALID MONTH. NOTHING FED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PERIOD-DASH
           STRING
               WS-PERIOD(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PERIOD(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               INTO WS-PERIOD-DASH
           END-STRING

           PERFORM LOAD-BRANCH-CODE
           IF WS-BRANCH-CODE-IN = SPACES
               DISPLAY "NO BRANCH CODE FOR THE SHOP. NOTHING FED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "CALENDAR YEAR HELD IN YEAR SLOT 5 OF SALES.DAT "
               "(0 = " WS-PERIOD-YEAR "): "
           ACCEPT WS-LATEST-YEAR
           IF WS-LATEST-YEAR = 0
               MOVE WS-PERIOD-YEAR TO WS-LATEST-YEAR
           END-IF
           COMPUTE WS-YEAR-SLOT = 5 - (WS-LATEST-YEAR -
               WS-PERIOD-YEAR)
           IF WS-YEAR-SLOT < 1 OR WS-YEAR-SLOT > 5
               DISPLAY "MONTH " WS-PERIOD " IS OUTSIDE THE FIVE "
                   "YEARS HELD IN SALES.DAT. NOTHING FED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-SLOT-IDX =
               (WS-YEAR-SLOT - 1) * 12 + WS-PERIOD-MONTH

           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
               MOVE 0 TO WS-DY-HIST(WS-DAY)
               MOVE 0 TO WS-DY-VAT(WS-DAY)
               MOVE "N" TO WS-DY-ACTIVE(WS-DAY)
               MOVE "N" TO WS-DY-ZCLOSED(WS-DAY)
           END-PERFORM

           COMPUTE WS-DATE-FROM = WS-PERIOD-YEAR * 10000 +
               WS-PERIOD-MONTH * 100 + 1
           COMPUTE WS-DATE-TO = WS-PERIOD-YEAR * 10000 +
               WS-PERIOD-MONTH * 100 + 31

           PERFORM LOAD-HIST-FIGURES
           IF WS-HIST-LINES = 0
               DISPLAY "NO POINT-OF-SALE LINES FOR " WS-PERIOD
                   ". NOTHING FED."
               STOP RUN
           END-IF

           PERFORM LOAD-ZCLOSED-DAYS
           COMPUTE WS-HIST-NET = WS-HIST-TOTAL - WS-HIST-VAT
           IF WS-HIST-NET < 0
               MOVE 0 TO WS-FEED-THOUSANDS
           ELSE
               COMPUTE WS-FEED-THOUSANDS ROUNDED = WS-HIST-NET / 1000
           END-IF
           IF WS-FEED-THOUSANDS > 99999
               DISPLAY "NET SALES TOO LARGE FOR SALES.DAT. NOTHING "
                   "FED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-SALES-FILE
           PERFORM POST-BRANCH-MONTH
           IF WS-BRANCH-FOUND = "Y"
               PERFORM REWRITE-SALES-FILE
           END-IF
           PERFORM WRITE-FEED-REPORT
           STOP RUN.

       LOAD-BRANCH-CODE.
           MOVE SPACES TO WS-BRANCH-CODE-IN
           OPEN INPUT SHOP-CONFIG-FILE
           IF WS-FS-SHOP-CONFIG = "00"
               READ SHOP-CONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CONFIG-BRANCH-CODE TO WS-BRANCH-CODE-IN
               END-READ
               CLOSE SHOP-CONFIG-FILE
           END-IF
           IF WS-BRANCH-CODE-IN = SPACES
               DISPLAY "SALES.DAT BRANCH CODE FOR THE SHOP (3 CHAR): "
               ACCEPT WS-BRANCH-CODE-IN
           END-IF.

      * Each day's Z-report grand total is built the way ZREPORT-BATCH
      * builds it - SALESHIST.DAT lines, refunds netted - so the
      * month's figure is the sum of its Z-reports.
       LOAD-HIST-FIGURES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SALES-HIST-FILE
           IF WS-FS-SALES-HIST NOT = "00"
               DISPLAY "SALESHIST.DAT NOT FOUND. NOTHING FED."
               STOP RUN
           END-IF
           MOVE WS-DATE-FROM TO FILE-SH-DATE
           START SALES-HIST-FILE KEY IS NOT LESS THAN FILE-SH-DATE
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SALES-HIST-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF FILE-SH-DATE > WS-DATE-TO
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF FILE-SH-TYPE = "SALE" OR
                              FILE-SH-TYPE = "REFUND"
                               PERFORM TALLY-HIST-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-HIST-FILE
           MOVE "N" TO WS-EOF-FLAG.

       TALLY-HIST-LINE.
           MOVE FILE-SH-DATE(7:2) TO WS-DAY
           IF WS-DAY >= 1 AND WS-DAY <= 31
               ADD 1 TO WS-HIST-LINES
               MOVE "Y" TO WS-DY-ACTIVE(WS-DAY)
               IF FILE-SH-TYPE = "REFUND"
                   ADD 1 TO WS-REFUND-LINES
                   SUBTRACT FILE-SH-TOTAL FROM WS-DY-HIST(WS-DAY)
                   SUBTRACT FILE-SH-TOTAL FROM WS-HIST-TOTAL
                   SUBTRACT FILE-SH-VAT FROM WS-DY-VAT(WS-DAY)
                   SUBTRACT FILE-SH-VAT FROM WS-HIST-VAT
               ELSE
                   ADD 1 TO WS-SALE-LINES
                   ADD FILE-SH-TOTAL TO WS-DY-HIST(WS-DAY)
                   ADD FILE-SH-TOTAL TO WS-HIST-TOTAL
                   ADD FILE-SH-VAT TO WS-DY-VAT(WS-DAY)
                   ADD FILE-SH-VAT TO WS-HIST-VAT
               END-IF
           END-IF.

       LOAD-ZCLOSED-DAYS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ZCLOSED-FILE
           IF WS-FS-ZCLOSED = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ZCLOSED-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ZCLOSED-LINE(1:8) = WS-PERIOD-DASH
                               MOVE ZCLOSED-LINE(9:2) TO WS-DAY
                               IF WS-DAY >= 1 AND WS-DAY <= 31
                                   MOVE "Y" TO WS-DY-ZCLOSED(WS-DAY)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZCLOSED-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       LOAD-SALES-FILE.
           MOVE "N" TO WS-SALES-EOF
           OPEN INPUT SALES-FILE
           IF WS-FS-SALES NOT = "00"
               DISPLAY "SALES.DAT not found. Starting empty."
           ELSE
               PERFORM UNTIL WS-SALES-EOF = "Y"
                   READ SALES-FILE
                       AT END MOVE "Y" TO WS-SALES-EOF
                       NOT AT END
                           IF SF-BRANCH NOT = SPACES AND
                              SF-AMOUNT IS NUMERIC
                               PERFORM STORE-ONE-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-FILE
           END-IF.

       STORE-ONE-AMOUNT.
           MOVE "N" TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-USED
                     OR WS-BRANCH-FOUND = "Y"
               IF WS-BRANCH-CODE(WS-BRANCH-IDX) = SF-BRANCH
                   MOVE "Y" TO WS-BRANCH-FOUND
                   SUBTRACT 1 FROM WS-BRANCH-IDX
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = "N" AND WS-BRANCH-USED < 3
               ADD 1 TO WS-BRANCH-USED
               MOVE WS-BRANCH-USED TO WS-BRANCH-IDX
               MOVE SF-BRANCH TO WS-BRANCH-CODE(WS-BRANCH-IDX)
               MOVE 0 TO WS-BR-LOADED(WS-BRANCH-IDX)
               MOVE "Y" TO WS-BRANCH-FOUND
           END-IF
           IF WS-BRANCH-FOUND = "Y" AND
              WS-BR-LOADED(WS-BRANCH-IDX) < 60
               ADD 1 TO WS-BR-LOADED(WS-BRANCH-IDX)
               MOVE SF-AMOUNT TO
                   WS-BR-SLOT(WS-BRANCH-IDX,
                       WS-BR-LOADED(WS-BRANCH-IDX))
           END-IF.

      * Slots between the branch's last loaded month and this one are
      * zero-filled so the positional order still holds.
       POST-BRANCH-MONTH.
           MOVE "N" TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-USED
                     OR WS-BRANCH-FOUND = "Y"
               IF WS-BRANCH-CODE(WS-BRANCH-IDX) = WS-BRANCH-CODE-IN
                   MOVE "Y" TO WS-BRANCH-FOUND
                   SUBTRACT 1 FROM WS-BRANCH-IDX
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = "N"
               IF WS-BRANCH-USED >= 3
                   DISPLAY "SALES.DAT ALREADY HOLDS THREE BRANCHES. "
                       WS-BRANCH-CODE-IN " NOT FED."
               ELSE
                   ADD 1 TO WS-BRANCH-USED
                   MOVE WS-BRANCH-USED TO WS-BRANCH-IDX
                   MOVE WS-BRANCH-CODE-IN TO
                       WS-BRANCH-CODE(WS-BRANCH-IDX)
                   MOVE 0 TO WS-BR-LOADED(WS-BRANCH-IDX)
                   MOVE "Y" TO WS-BRANCH-FOUND
               END-IF
           END-IF
           IF WS-BRANCH-FOUND = "Y"
               PERFORM VARYING WS-FILL-IDX FROM 1 BY 1
                   UNTIL WS-FILL-IDX > 60
                   IF WS-FILL-IDX > WS-BR-LOADED(WS-BRANCH-IDX)
                       MOVE 0 TO WS-BR-SLOT(WS-BRANCH-IDX,
                           WS-FILL-IDX)
                   END-IF
               END-PERFORM
               DISPLAY "BRANCH " WS-BRANCH-CODE-IN " SLOT "
                   WS-SLOT-IDX " WAS "
                   WS-BR-SLOT(WS-BRANCH-IDX, WS-SLOT-IDX)
                   " NOW " WS-FEED-THOUSANDS
               MOVE WS-FEED-THOUSANDS TO
                   WS-BR-SLOT(WS-BRANCH-IDX, WS-SLOT-IDX)
               IF WS-SLOT-IDX > WS-BR-LOADED(WS-BRANCH-IDX)
                   MOVE WS-SLOT-IDX TO WS-BR-LOADED(WS-BRANCH-IDX)
               END-IF
           END-IF.

       REWRITE-SALES-FILE.
           OPEN OUTPUT SALES-FILE
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-USED
               PERFORM VARYING WS-FILL-IDX FROM 1 BY 1
                   UNTIL WS-FILL-IDX > 60
                   MOVE WS-BRANCH-CODE(WS-BRANCH-IDX) TO SF-BRANCH
                   MOVE WS-BR-SLOT(WS-BRANCH-IDX, WS-FILL-IDX)
                       TO SF-AMOUNT
                   WRITE SALES-FILE-REC
               END-PERFORM
           END-PERFORM
           CLOSE SALES-FILE
           DISPLAY "SALES.DAT REWRITTEN: " WS-BRANCH-USED
               " BRANCH(ES) X 60 SLOTS.".

       WRITE-FEED-REPORT.
           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "POS_FEED_" DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT FEED-REPORT-FILE
           MOVE SPACES TO FEED-REPORT-LINE
           STRING
               "=== POINT-OF-SALE FEED " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               " BRANCH " DELIMITED BY SIZE
               WS-BRANCH-CODE-IN DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE
           MOVE SPACES TO FEED-REPORT-LINE
           STRING
               "DATE       |    Z-REPORT TOTAL |             VAT |"
                   DELIMITED BY SIZE
               "      NET EX VAT | NOTE" DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE
           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 31
               IF WS-DY-ACTIVE(WS-DAY) = "Y"
                   PERFORM REPORT-ONE-DAY
               END-IF
           END-PERFORM

           MOVE SPACES TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           MOVE WS-HIST-TOTAL TO DISPLAY-AMOUNT
           MOVE WS-HIST-VAT TO DISPLAY-AMOUNT2
           MOVE WS-HIST-NET TO DISPLAY-AMOUNT3
           MOVE SPACES TO FEED-REPORT-LINE
           STRING
               "MONTH      | " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-AMOUNT2 DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-AMOUNT3 DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE
           DISPLAY FEED-REPORT-LINE
           MOVE SPACES TO FEED-REPORT-LINE
           STRING
               "SALESHIST.DAT LINES: " DELIMITED BY SIZE
               WS-HIST-LINES DELIMITED BY SIZE
               " | SALE: " DELIMITED BY SIZE
               WS-SALE-LINES DELIMITED BY SIZE
               " | REFUND: " DELIMITED BY SIZE
               WS-REFUND-LINES DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE
           DISPLAY FEED-REPORT-LINE
           MOVE SPACES TO FEED-REPORT-LINE
           IF WS-BRANCH-FOUND = "Y"
               STRING
                   "SALES.DAT " DELIMITED BY SIZE
                   WS-BRANCH-CODE-IN DELIMITED BY SIZE
                   " YEAR SLOT " DELIMITED BY SIZE
                   WS-YEAR-SLOT DELIMITED BY SIZE
                   " MONTH " DELIMITED BY SIZE
                   WS-PERIOD-MONTH DELIMITED BY SIZE
                   " SET TO " DELIMITED BY SIZE
                   WS-FEED-THOUSANDS DELIMITED BY SIZE
                   " (THOUSANDS)" DELIMITED BY SIZE
                   INTO FEED-REPORT-LINE
               END-STRING
           ELSE
               MOVE "SALES.DAT NOT UPDATED." TO FEED-REPORT-LINE
           END-IF
           WRITE FEED-REPORT-LINE
           DISPLAY FEED-REPORT-LINE
           MOVE SPACES TO FEED-REPORT-LINE
           STRING
               "DAYS NOT Z-CLOSED: " DELIMITED BY SIZE
               WS-DAYS-NOT-CLOSED DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE
           DISPLAY FEED-REPORT-LINE
           CLOSE FEED-REPORT-FILE
           DISPLAY "CONTROL REPORT IS IN " WS-REPORT-NAME.

       REPORT-ONE-DAY.
           COMPUTE WS-DAY-NET = WS-DY-HIST(WS-DAY) -
               WS-DY-VAT(WS-DAY)
           MOVE SPACES TO WS-DAY-FLAG
           IF WS-DY-ZCLOSED(WS-DAY) = "N"
               MOVE "NOT Z-CLOSED" TO WS-DAY-FLAG
               ADD 1 TO WS-DAYS-NOT-CLOSED
           END-IF
           MOVE WS-DY-HIST(WS-DAY) TO DISPLAY-AMOUNT
           MOVE WS-DY-VAT(WS-DAY) TO DISPLAY-AMOUNT2
           MOVE WS-DAY-NET TO DISPLAY-AMOUNT3
           MOVE SPACES TO FEED-REPORT-LINE
           STRING
               WS-PERIOD-DASH DELIMITED BY SIZE
               WS-DAY DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-AMOUNT2 DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-AMOUNT3 DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-DAY-FLAG DELIMITED BY SIZE
               INTO FEED-REPORT-LINE
           END-STRING
           WRITE FEED-REPORT-LINE.

       END PROGRAM POS-SALES-FEED.
