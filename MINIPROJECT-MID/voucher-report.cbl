      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: Monthly gift card and store credit liability report.
      *          Totals the month's voucher movements from
      *          VOUCHER_LOG.TXT (gift cards sold, store credit given
      *          on returns, redemptions at the till and balances
      *          written off by the expiry batch), then lists every
      *          ACTIVE voucher on VOUCHERS.DAT with its remaining
      *          balance and totals the outstanding liability. Output
      *          to VOUCHERS_YYYYMM.TXT for finance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE ASSIGN TO "VOUCHERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-VCH-NO
              FILE STATUS IS WS-FS-VOUCHER.

           SELECT VOUCHER-LOG-FILE ASSIGN TO "VOUCHER_LOG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-VOUCHER-LOG.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.

       FD VOUCHER-FILE.
       01 VOUCHER-RECORD.
          05 FILE-VCH-NO         PIC X(8).
          05 FILE-VCH-TYPE       PIC X(6).
          05 FILE-VCH-ISSUE-DATE PIC 9(8).
          05 FILE-VCH-ORIG-VALUE PIC 9(7)V99.
          05 FILE-VCH-BALANCE    PIC 9(7)V99.
          05 FILE-VCH-EXPIRY     PIC 9(8).
          05 FILE-VCH-STATUS     PIC X(10).
          05 FILE-VCH-ISSUE-RCPT PIC X(8).

       FD VOUCHER-LOG-FILE.
       01 VOUCHER-LOG-LINE PIC X(100).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-VOUCHER PIC XX.
       01 WS-FS-VOUCHER-LOG PIC XX.
       01 WS-FS-REPORT PIC XX.
       01 WS-REPORT-NAME PIC X(30).
       01 WS-REPORT-MONTH PIC X(7).
       01 WS-EOF-FLAG PIC X VALUE "N".
       01 WS-LINE-AMOUNT PIC 9(10)V99.
       01 WS-MONTH-ISSUED PIC 9(12)V99 VALUE 0.
       01 WS-MONTH-CREDIT PIC 9(12)V99 VALUE 0.
       01 WS-MONTH-REDEEMED PIC 9(12)V99 VALUE 0.
       01 WS-MONTH-EXPIRED PIC 9(12)V99 VALUE 0.
       01 WS-LIABILITY PIC 9(12)V99 VALUE 0.
       01 WS-OUTSTANDING PIC 9(5) VALUE 0.
       01 DISPLAY-AMOUNT PIC -,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== VOUCHER LIABILITY REPORT ===".
           DISPLAY "ENTER MONTH (YYYY-MM): "
           ACCEPT WS-REPORT-MONTH

           OPEN INPUT VOUCHER-FILE
           IF WS-FS-VOUCHER NOT = "00"
               DISPLAY "VOUCHERS.DAT NOT FOUND."
               GOBACK
           END-IF

           OPEN INPUT VOUCHER-LOG-FILE
           IF WS-FS-VOUCHER-LOG = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VOUCHER-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TALLY-MONTH-MOVEMENT
                   END-READ
               END-PERFORM
               CLOSE VOUCHER-LOG-FILE
           ELSE
               DISPLAY "VOUCHER_LOG.TXT NOT FOUND. MOVEMENTS SKIPPED."
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "VOUCHERS_" DELIMITED BY SIZE
               WS-REPORT-MONTH(1:4) DELIMITED BY SIZE
               WS-REPORT-MONTH(6:2) DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE

           PERFORM WRITE-MOVEMENTS

           MOVE "-- OUTSTANDING VOUCHERS --" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VOUCHER  | TYPE   | ISSUED   | EXPIRES  | BALANCE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO FILE-VCH-NO
           START VOUCHER-FILE KEY IS NOT LESS THAN FILE-VCH-NO
               INVALID KEY MOVE "10" TO WS-FS-VOUCHER
               NOT INVALID KEY MOVE "00" TO WS-FS-VOUCHER
           END-START
           PERFORM UNTIL WS-FS-VOUCHER = "10"
               READ VOUCHER-FILE NEXT
                   AT END MOVE "10" TO WS-FS-VOUCHER
                   NOT AT END
                       PERFORM LIST-ONE-VOUCHER
               END-READ
           END-PERFORM
           CLOSE VOUCHER-FILE

           MOVE WS-LIABILITY TO DISPLAY-AMOUNT
           STRING
               "OUTSTANDING VOUCHERS: " DELIMITED BY SIZE
               WS-OUTSTANDING DELIMITED BY SIZE
               " | TOTAL LIABILITY: " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-FILE
           DISPLAY "REPORT WRITTEN TO " WS-REPORT-NAME.
           STOP RUN.

       TALLY-MONTH-MOVEMENT.
           IF VOUCHER-LOG-LINE(1:7) = WS-REPORT-MONTH
               COMPUTE WS-LINE-AMOUNT = FUNCTION
                   NUMVAL(VOUCHER-LOG-LINE(34:12))
               EVALUATE VOUCHER-LOG-LINE(25:6)
                   WHEN "ISSUE "
                       ADD WS-LINE-AMOUNT TO WS-MONTH-ISSUED
                   WHEN "CREDIT"
                       ADD WS-LINE-AMOUNT TO WS-MONTH-CREDIT
                   WHEN "REDEEM"
                       ADD WS-LINE-AMOUNT TO WS-MONTH-REDEEMED
                   WHEN "EXPIRE"
                       ADD WS-LINE-AMOUNT TO WS-MONTH-EXPIRED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-MOVEMENTS.
           STRING
               "=== VOUCHER LIABILITY FOR " DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "-- MOVEMENTS IN THE MONTH --" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MONTH-ISSUED TO DISPLAY-AMOUNT
           STRING
               "GIFT CARDS SOLD:       " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MONTH-CREDIT TO DISPLAY-AMOUNT
           STRING
               "STORE CREDIT ISSUED:   " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MONTH-REDEEMED TO DISPLAY-AMOUNT
           STRING
               "REDEEMED AT THE TILL:  " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MONTH-EXPIRED TO DISPLAY-AMOUNT
           STRING
               "EXPIRED (BREAKAGE):    " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       LIST-ONE-VOUCHER.
           IF FILE-VCH-STATUS = "ACTIVE" AND FILE-VCH-BALANCE > 0
               ADD 1 TO WS-OUTSTANDING
               ADD FILE-VCH-BALANCE TO WS-LIABILITY
               MOVE FILE-VCH-BALANCE TO DISPLAY-AMOUNT
               STRING
                   FILE-VCH-NO DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FILE-VCH-TYPE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FILE-VCH-ISSUE-DATE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FILE-VCH-EXPIRY DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       END PROGRAM VOUCHER-REPORT.
