      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Fee income report by account product type. Reads the
      *          charges posted by MONTHLY-FEE-BATCH on FEE_LOG.TXT for
      *          a month and totals, per product type, the accounts
      *          charged, monthly fees waived, monthly maintenance fee
      *          income, excess-transaction charge income and fees left
      *          unpaid for lack of funds. Written to
      *          FEE_INCOME_YYYYMM.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-INCOME-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-LOG-FILE ASSIGN TO "FEE_LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEE-LOG.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.

       FD FEE-LOG-FILE.
       01 FEE-LOG-LINE PIC X(140).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-FEE-LOG       PIC XX.
       01 WS-FS-REPORT        PIC XX.
       01 WS-REPORT-NAME      PIC X(30).
       01 WS-EOF-FLAG         PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01 WS-REPORT-MONTH     PIC X(6).
       01 WS-TYPE-IDX         PIC 9(2).
       01 WS-TYPE-USED        PIC 9(2) VALUE 0.
       01 WS-TYPE-FOUND       PIC 9(2).
       01 WS-LINES-READ       PIC 9(5) VALUE 0.
       01 WS-TYPE-TOTAL       PIC 9(8)V99.
       01 WS-GRAND-MTH        PIC 9(8)V99 VALUE 0.
       01 WS-GRAND-TXN        PIC 9(8)V99 VALUE 0.
       01 WS-GRAND-UNPAID     PIC 9(8)V99 VALUE 0.
       01 WS-GRAND-TOTAL      PIC 9(8)V99.
       01 DISPLAY-MTH         PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-TXN         PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-TOTAL       PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-UNPAID      PIC Z,ZZZ,ZZZ.99.

       01 FEE-LOG-DETAIL.
           05 FL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(8).
           05 FL-ACC-NO       PIC X(10).
           05 FILLER          PIC X(9).
           05 FL-TYPE         PIC X(3).
           05 FILLER          PIC X.
           05 FL-DESC         PIC X(10).
           05 FILLER          PIC X(9).
           05 FL-TXN-COUNT    PIC 9(5).
           05 FILLER          PIC X(12).
           05 FL-MTH-FEE      PIC 9(5)V99.
           05 FILLER          PIC X(12).
           05 FL-TXN-FEE      PIC 9(5)V99.
           05 FILLER          PIC X(11).
           05 FL-WAIVED       PIC X.
           05 FILLER          PIC X(11).
           05 FL-UNPAID       PIC 9(5)V99.

       01 FEE-TYPE-TABLE.
           05 FEE-TYPE-ENTRY OCCURS 10 TIMES.
               10 FT-TYPE       PIC X(3).
               10 FT-DESC       PIC X(10).
               10 FT-ACCOUNTS   PIC 9(5).
               10 FT-WAIVED     PIC 9(5).
               10 FT-MTH-FEES   PIC 9(8)V99.
               10 FT-TXN-FEES   PIC 9(8)V99.
               10 FT-UNPAID     PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== FEE INCOME REPORT BY PRODUCT TYPE ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY "ENTER MONTH (YYYYMM, BLANK = THIS MONTH): "
           MOVE SPACES TO WS-REPORT-MONTH
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MONTH = SPACES
               MOVE WS-RUN-DATE-X(1:6) TO WS-REPORT-MONTH
           END-IF

           OPEN INPUT FEE-LOG-FILE
           IF WS-FS-FEE-LOG NOT = "00"
               DISPLAY "FEE_LOG.TXT not found. Nothing to report."
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ FEE-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF FEE-LOG-LINE(1:6) = WS-REPORT-MONTH
                           MOVE FEE-LOG-LINE TO FEE-LOG-DETAIL
                           PERFORM TALLY-ONE-FEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-LOG-FILE

           IF WS-LINES-READ = 0
               DISPLAY "No fees posted for month " WS-REPORT-MONTH
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "FEE_INCOME_" DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== FEE INCOME BY PRODUCT TYPE - " DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE "TYPE | PRODUCT    | ACCTS | WAIVED | MONTHLY FEES  |"
               TO REPORT-LINE
           MOVE "  TXN CHARGES  |        TOTAL  |       UNPAID"
               TO REPORT-LINE(53:45)
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL
               WS-TYPE-IDX > WS-TYPE-USED
               PERFORM WRITE-TYPE-LINE
           END-PERFORM

           COMPUTE WS-GRAND-TOTAL = WS-GRAND-MTH + WS-GRAND-TXN
           MOVE WS-GRAND-MTH TO DISPLAY-MTH
           MOVE WS-GRAND-TXN TO DISPLAY-TXN
           MOVE WS-GRAND-TOTAL TO DISPLAY-TOTAL
           MOVE WS-GRAND-UNPAID TO DISPLAY-UNPAID
           MOVE SPACES TO REPORT-LINE
           STRING
               "TOTAL FEE INCOME" DELIMITED BY SIZE
               "                    | " DELIMITED BY SIZE
               DISPLAY-MTH DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               DISPLAY-TXN DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               DISPLAY-UNPAID DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           CLOSE REPORT-FILE
           DISPLAY "Report written to " WS-REPORT-NAME.
           STOP RUN.

       TALLY-ONE-FEE.
           ADD 1 TO WS-LINES-READ
           MOVE 0 TO WS-TYPE-FOUND
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL
               WS-TYPE-IDX > WS-TYPE-USED OR WS-TYPE-FOUND > 0
               IF FT-TYPE(WS-TYPE-IDX) = FL-TYPE
                   MOVE WS-TYPE-IDX TO WS-TYPE-FOUND
               END-IF
           END-PERFORM
           IF WS-TYPE-FOUND = 0
               IF WS-TYPE-USED < 10
                   ADD 1 TO WS-TYPE-USED
                   MOVE WS-TYPE-USED TO WS-TYPE-FOUND
                   MOVE FL-TYPE TO FT-TYPE(WS-TYPE-FOUND)
                   MOVE FL-DESC TO FT-DESC(WS-TYPE-FOUND)
                   MOVE 0 TO FT-ACCOUNTS(WS-TYPE-FOUND)
                   MOVE 0 TO FT-WAIVED(WS-TYPE-FOUND)
                   MOVE 0 TO FT-MTH-FEES(WS-TYPE-FOUND)
                   MOVE 0 TO FT-TXN-FEES(WS-TYPE-FOUND)
                   MOVE 0 TO FT-UNPAID(WS-TYPE-FOUND)
               ELSE
                   DISPLAY "Product table full. " FL-ACC-NO
                       " type " FL-TYPE " not reported."
               END-IF
           END-IF
           IF WS-TYPE-FOUND > 0
               ADD 1 TO FT-ACCOUNTS(WS-TYPE-FOUND)
               IF FL-WAIVED = "Y"
                   ADD 1 TO FT-WAIVED(WS-TYPE-FOUND)
               END-IF
               ADD FL-MTH-FEE TO FT-MTH-FEES(WS-TYPE-FOUND)
               ADD FL-TXN-FEE TO FT-TXN-FEES(WS-TYPE-FOUND)
               ADD FL-UNPAID TO FT-UNPAID(WS-TYPE-FOUND)
               ADD FL-MTH-FEE TO WS-GRAND-MTH
               ADD FL-TXN-FEE TO WS-GRAND-TXN
               ADD FL-UNPAID TO WS-GRAND-UNPAID
           END-IF.

       WRITE-TYPE-LINE.
           COMPUTE WS-TYPE-TOTAL = FT-MTH-FEES(WS-TYPE-IDX) +
               FT-TXN-FEES(WS-TYPE-IDX)
           MOVE FT-MTH-FEES(WS-TYPE-IDX) TO DISPLAY-MTH
           MOVE FT-TXN-FEES(WS-TYPE-IDX) TO DISPLAY-TXN
           MOVE WS-TYPE-TOTAL TO DISPLAY-TOTAL
           MOVE FT-UNPAID(WS-TYPE-IDX) TO DISPLAY-UNPAID
           MOVE SPACES TO REPORT-LINE
           STRING
               FT-TYPE(WS-TYPE-IDX) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               FT-DESC(WS-TYPE-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FT-ACCOUNTS(WS-TYPE-IDX) DELIMITED BY SIZE
               " |  " DELIMITED BY SIZE
               FT-WAIVED(WS-TYPE-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-MTH DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               DISPLAY-TXN DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               DISPLAY-UNPAID DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM FEE-INCOME-REPORT.
