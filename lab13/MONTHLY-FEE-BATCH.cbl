      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Month-end account fee batch. Counts each account's
      *          customer transactions for the month from STATEMENT.TXT
      *          (and the month's STATEMENT_YYYYMM.TXT archive if the
      *          log has already been rolled over), looks up the
      *          account type's product on the fee schedule
      *          ACCTPRODUCT.TXT and posts the monthly maintenance fee
      *          (waived at or above the product's waiver balance) and
      *          the per-transaction charge for transactions above the
      *          free allowance. Each charge is debited on ACCOUNTS.DAT
      *          with a statement line, posted to fee income on the
      *          general ledger GLPOST.TXT and recorded on FEE_LOG.TXT
      *          for FEE-INCOME-REPORT. A month already on FEE_LOG.TXT
      *          is not charged twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHLY-FEE-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-FS-ACCOUNTS.

           SELECT STATEMENT-FILE ASSIGN TO "STATEMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATEMENT.

           SELECT STMT-ARCH-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STMT-ARCH.

           SELECT PRODUCT-FILE ASSIGN TO "ACCTPRODUCT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRODUCT.

           SELECT FEE-LOG-FILE ASSIGN TO "FEE_LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEE-LOG.

           SELECT GL-POST-FILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

       DATA DIVISION.
       FILE SECTION.

       FD ACCOUNTS.
       01 ACCOUNT-REC.
           05 ACC-NO       PIC X(10).
           05 ACC-PIN      PIC X(4).
           05 ACC-NAME     PIC X(20).
           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       FD STMT-ARCH-FILE.
       01 STMT-ARCH-LINE PIC X(140).

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           05 PRODUCT-TYPE        PIC X(3).
           05 PRODUCT-DESC        PIC X(10).
           05 PRODUCT-MONTHLY-FEE PIC 9(3)V99.
           05 PRODUCT-FREE-TXNS   PIC 9(3).
           05 PRODUCT-TXN-CHARGE  PIC 9(3)V99.
           05 PRODUCT-WAIVER-BAL  PIC 9(8)V99.

       FD FEE-LOG-FILE.
       01 FEE-LOG-LINE PIC X(140).

       FD GL-POST-FILE.
       01 GL-POST-REC.
           05 GLP-DATE         PIC 9(8).
           05 GLP-SOURCE       PIC X(8).
           05 GLP-TRAN-CODE    PIC X(11).
           05 GLP-REF          PIC X(16).
           05 GLP-GL-CODE      PIC X(6).
           05 GLP-DC           PIC X.
           05 GLP-AMOUNT       PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-GLPOST        PIC XX.
       01 WS-GL-SOURCE        PIC X(8) VALUE "MTHFEE".
       01 WS-GL-TRAN-CODE     PIC X(11).
       01 WS-GL-REF           PIC X(16).
       01 WS-GL-DR-CODE       PIC X(6).
       01 WS-GL-CR-CODE       PIC X(6).
       01 WS-GL-AMOUNT        PIC 9(10)V99.
       01 WS-GL-CODES.
           05 WS-GL-CASH          PIC X(6) VALUE "100100".
           05 WS-GL-SETTLEMENT    PIC X(6) VALUE "100200".
           05 WS-GL-CHQ-CLEARING  PIC X(6) VALUE "120100".
           05 WS-GL-LOANS         PIC X(6) VALUE "130100".
           05 WS-GL-DEPOSITS      PIC X(6) VALUE "200100".
           05 WS-GL-TERM-DEPOSITS PIC X(6) VALUE "200200".
           05 WS-GL-UNCLEARED     PIC X(6) VALUE "210100".
           05 WS-GL-OUTWARD-SUSP  PIC X(6) VALUE "210200".
           05 WS-GL-UNAPPLIED     PIC X(6) VALUE "210300".
           05 WS-GL-TUITION-PAY   PIC X(6) VALUE "220100".
           05 WS-GL-FINES-PAY     PIC X(6) VALUE "220200".
           05 WS-GL-LOAN-INT      PIC X(6) VALUE "400100".
           05 WS-GL-FEE-INCOME    PIC X(6) VALUE "400200".
           05 WS-GL-INT-EXPENSE   PIC X(6) VALUE "500100".
           05 WS-GL-CHQ-LOSS      PIC X(6) VALUE "510100".
       01 WS-FS-ACCOUNTS      PIC XX.
       01 WS-FS-STATEMENT     PIC XX.
       01 WS-FS-STMT-ARCH     PIC XX.
       01 WS-FS-PRODUCT       PIC XX.
       01 WS-FS-FEE-LOG       PIC XX.
       01 WS-ARCH-NAME        PIC X(30).
       01 WS-TALLY-LINE       PIC X(140).
       01 WS-EOF-FLAG         PIC X VALUE "N".
       01 WS-ALREADY-RUN      PIC X VALUE "N".
       01 WS-TXN-OVERFLOW     PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01 WS-FEE-MONTH        PIC X(6).
       01 WS-LINE-ACC         PIC X(10).
       01 WS-LINE-CODE        PIC X(12).
       01 WS-TXN-IDX          PIC 9(3).
       01 WS-TXN-USED         PIC 9(3) VALUE 0.
       01 WS-TXN-FOUND        PIC X VALUE "N".
       01 WS-TXN-COUNT        PIC 9(5).
       01 WS-PRD-IDX          PIC 9(2).
       01 WS-PRD-USED         PIC 9(2) VALUE 4.
       01 WS-PRD-FOUND        PIC 9(2).
       01 WS-ACC-TYPE         PIC X(3).
       01 WS-EXTRA-TXNS       PIC 9(5).
       01 WS-MTH-FEE          PIC 9(5)V99.
       01 WS-TXN-FEE          PIC 9(5)V99.
       01 WS-FEE-DUE          PIC 9(5)V99.
       01 WS-UNPAID           PIC 9(5)V99.
       01 WS-AMOUNT           PIC 9(8)V99.
       01 WS-TRANS-TYPE       PIC X(10).
       01 WS-ACCOUNTS-CHECKED PIC 9(5) VALUE 0.
       01 WS-ACCOUNTS-CHARGED PIC 9(5) VALUE 0.
       01 WS-TOTAL-FEES       PIC 9(8)V99 VALUE 0.
       01 DISPLAY-BALANCE     PIC Z,ZZZ,ZZZ.99.

       01 TXN-COUNT-TABLE.
           05 TXN-COUNT-ENTRY OCCURS 500 TIMES.
               10 TXC-ACC-NO    PIC X(10).
               10 TXC-COUNT     PIC 9(5).

       01 FEE-SCHEDULE-TABLE.
           05 FILLER PIC X(36) VALUE
               "SAVSAVINGS   02000010005000001000000".
           05 FILLER PIC X(36) VALUE
               "CURCURRENT   05000030003000002500000".
           05 FILLER PIC X(36) VALUE
               "STUSTUDENT   00000020002000000000000".
           05 FILLER PIC X(36) VALUE
               "STFSTAFF     00000999000000000000000".
           05 FILLER PIC X(216) VALUE SPACES.
       01 FEE-SCHEDULE-TABLE-R REDEFINES FEE-SCHEDULE-TABLE.
           05 FEE-PRODUCT OCCURS 10 TIMES.
               10 PRD-TYPE        PIC X(3).
               10 PRD-DESC        PIC X(10).
               10 PRD-MONTHLY-FEE PIC 9(3)V99.
               10 PRD-FREE-TXNS   PIC 9(3).
               10 PRD-TXN-CHARGE  PIC 9(3)V99.
               10 PRD-WAIVER-BAL  PIC 9(8)V99.

       01 FEE-LOG-DETAIL.
           05 FL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(8) VALUE " | ACC: ".
           05 FL-ACC-NO       PIC X(10).
           05 FILLER          PIC X(9) VALUE " | TYPE: ".
           05 FL-TYPE         PIC X(3).
           05 FILLER          PIC X VALUE SPACE.
           05 FL-DESC         PIC X(10).
           05 FILLER          PIC X(9) VALUE " | TXNS: ".
           05 FL-TXN-COUNT    PIC 9(5).
           05 FILLER          PIC X(12) VALUE " | MTH-FEE: ".
           05 FL-MTH-FEE      PIC 9(5)V99.
           05 FILLER          PIC X(12) VALUE " | TXN-FEE: ".
           05 FL-TXN-FEE      PIC 9(5)V99.
           05 FILLER          PIC X(11) VALUE " | WAIVED: ".
           05 FL-WAIVED       PIC X.
           05 FILLER          PIC X(11) VALUE " | UNPAID: ".
           05 FL-UNPAID       PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MONTH-END ACCOUNT FEE BATCH ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE-X(1:6) TO WS-FEE-MONTH
           DISPLAY "Fee month: " WS-FEE-MONTH

           PERFORM CHECK-ALREADY-RUN
           IF WS-ALREADY-RUN = "Y"
               DISPLAY "Fees already posted for month " WS-FEE-MONTH
               STOP RUN
           END-IF

           PERFORM LOAD-FEE-SCHEDULE
           PERFORM LOAD-TXN-COUNTS

           OPEN I-O ACCOUNTS
           IF WS-FS-ACCOUNTS NOT = "00"
               DISPLAY "ACCOUNTS.DAT not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND STATEMENT-FILE
           IF WS-FS-STATEMENT NOT = "00"
               OPEN OUTPUT STATEMENT-FILE
           END-IF

           OPEN EXTEND FEE-LOG-FILE
           IF WS-FS-FEE-LOG NOT = "00"
               OPEN OUTPUT FEE-LOG-FILE
           END-IF

           MOVE "00" TO WS-FS-ACCOUNTS
           PERFORM UNTIL WS-FS-ACCOUNTS = "10"
               READ ACCOUNTS NEXT
                   AT END MOVE "10" TO WS-FS-ACCOUNTS
                   NOT AT END
                       PERFORM CHARGE-ONE-ACCOUNT
               END-READ
           END-PERFORM

           CLOSE ACCOUNTS STATEMENT-FILE FEE-LOG-FILE
           MOVE WS-TOTAL-FEES TO DISPLAY-BALANCE
           DISPLAY "Accounts checked: " WS-ACCOUNTS-CHECKED.
           DISPLAY "Accounts charged: " WS-ACCOUNTS-CHARGED.
           DISPLAY "Fees posted: " DISPLAY-BALANCE.
           DISPLAY "Batch complete.".
           STOP RUN.

       CHECK-ALREADY-RUN.
           MOVE "N" TO WS-ALREADY-RUN
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT FEE-LOG-FILE
           IF WS-FS-FEE-LOG = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FEE-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF FEE-LOG-LINE(1:6) = WS-FEE-MONTH
                               MOVE "Y" TO WS-ALREADY-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-LOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       LOAD-FEE-SCHEDULE.
           OPEN INPUT PRODUCT-FILE
           IF WS-FS-PRODUCT NOT = "00"
               DISPLAY "ACCTPRODUCT.TXT not found. Using default "
                   "fee schedule."
           ELSE
               MOVE SPACES TO FEE-SCHEDULE-TABLE
               MOVE 0 TO WS-PRD-USED
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PRODUCT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-PRD-USED < 10
                               ADD 1 TO WS-PRD-USED
                               MOVE PRODUCT-RECORD
                                   TO FEE-PRODUCT(WS-PRD-USED)
                           ELSE
                               DISPLAY "Fee schedule full. Product "
                                   PRODUCT-TYPE " ignored."
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
               MOVE "N" TO WS-EOF-FLAG
           END-IF.

       LOAD-TXN-COUNTS.
           OPEN INPUT STATEMENT-FILE
           IF WS-FS-STATEMENT NOT = "00"
               DISPLAY "STATEMENT.TXT not found."
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STATEMENT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE STATEMENT-LINE TO WS-TALLY-LINE
                           PERFORM TALLY-TXN-LINE
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-FILE
               MOVE "N" TO WS-EOF-FLAG
           END-IF

           MOVE SPACES TO WS-ARCH-NAME
           STRING
               "STATEMENT_" DELIMITED BY SIZE
               WS-FEE-MONTH DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-ARCH-NAME
           END-STRING
           OPEN INPUT STMT-ARCH-FILE
           IF WS-FS-STMT-ARCH = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STMT-ARCH-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE STMT-ARCH-LINE TO WS-TALLY-LINE
                           PERFORM TALLY-TXN-LINE
                   END-READ
               END-PERFORM
               CLOSE STMT-ARCH-FILE
               MOVE "N" TO WS-EOF-FLAG
           END-IF
           IF WS-TXN-OVERFLOW = "Y"
               DISPLAY "WARNING: TRANSACTION TABLE FULL (500 "
                   "ACCOUNTS). ACCOUNTS NOT IN THE TABLE ARE "
                   "CHARGED THE MONTHLY FEE ONLY."
           END-IF.

       TALLY-TXN-LINE.
           IF WS-TALLY-LINE(1:6) = WS-FEE-MONTH AND
              WS-TALLY-LINE(9:8) = " | ACC: "
               MOVE WS-TALLY-LINE(17:10) TO WS-LINE-ACC
               MOVE SPACES TO WS-LINE-CODE
               UNSTRING WS-TALLY-LINE(30:20) DELIMITED BY SPACE
                   INTO WS-LINE-CODE
               END-UNSTRING
               IF WS-LINE-CODE = "DEPOSIT" OR
                  WS-LINE-CODE = "WITHDRAWAL" OR
                  WS-LINE-CODE = "CHQ-DEPOSIT" OR
                  WS-LINE-CODE = "TRF-OUT" OR
                  WS-LINE-CODE = "EXT-OUT" OR
                  WS-LINE-CODE = "SO-PAYMENT" OR
                  WS-LINE-CODE = "ATM-WD" OR
                  WS-LINE-CODE = "POS-DB" OR
                  WS-LINE-CODE = "CHQ-PAID"
                   PERFORM COUNT-ONE-TXN
               END-IF
           END-IF.

       COUNT-ONE-TXN.
           MOVE "N" TO WS-TXN-FOUND
           PERFORM VARYING WS-TXN-IDX FROM 1 BY 1 UNTIL
               WS-TXN-IDX > WS-TXN-USED OR WS-TXN-FOUND = "Y"
               IF TXC-ACC-NO(WS-TXN-IDX) = WS-LINE-ACC
                   ADD 1 TO TXC-COUNT(WS-TXN-IDX)
                   MOVE "Y" TO WS-TXN-FOUND
               END-IF
           END-PERFORM
           IF WS-TXN-FOUND = "N"
               IF WS-TXN-USED < 500
                   ADD 1 TO WS-TXN-USED
                   MOVE WS-LINE-ACC TO TXC-ACC-NO(WS-TXN-USED)
                   MOVE 1 TO TXC-COUNT(WS-TXN-USED)
               ELSE
                   MOVE "Y" TO WS-TXN-OVERFLOW
               END-IF
           END-IF.

       CHARGE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-CHECKED
           IF ACC-STATUS = "CLOSED" OR ACC-STATUS = "DORMANT"
               CONTINUE
           ELSE
               MOVE ACC-TYPE TO WS-ACC-TYPE
               IF WS-ACC-TYPE = SPACES
                   MOVE "SAV" TO WS-ACC-TYPE
               END-IF
               MOVE 0 TO WS-PRD-FOUND
               PERFORM VARYING WS-PRD-IDX FROM 1 BY 1 UNTIL
                   WS-PRD-IDX > WS-PRD-USED OR WS-PRD-FOUND > 0
                   IF PRD-TYPE(WS-PRD-IDX) = WS-ACC-TYPE
                       MOVE WS-PRD-IDX TO WS-PRD-FOUND
                   END-IF
               END-PERFORM
               IF WS-PRD-FOUND = 0
                   DISPLAY ACC-NO " SKIPPED: ACCOUNT TYPE "
                       WS-ACC-TYPE " NOT ON FEE SCHEDULE."
               ELSE
                   PERFORM COMPUTE-ACCOUNT-FEES
                   PERFORM POST-ACCOUNT-FEES
               END-IF
           END-IF.

       COMPUTE-ACCOUNT-FEES.
           MOVE 0 TO WS-TXN-COUNT
           PERFORM VARYING WS-TXN-IDX FROM 1 BY 1 UNTIL
               WS-TXN-IDX > WS-TXN-USED
               IF TXC-ACC-NO(WS-TXN-IDX) = ACC-NO
                   MOVE TXC-COUNT(WS-TXN-IDX) TO WS-TXN-COUNT
                   MOVE WS-TXN-USED TO WS-TXN-IDX
               END-IF
           END-PERFORM

           MOVE "N" TO FL-WAIVED
           MOVE PRD-MONTHLY-FEE(WS-PRD-FOUND) TO WS-MTH-FEE
           IF PRD-WAIVER-BAL(WS-PRD-FOUND) > 0 AND
              ACC-BALANCE >= PRD-WAIVER-BAL(WS-PRD-FOUND)
               MOVE 0 TO WS-MTH-FEE
               MOVE "Y" TO FL-WAIVED
           END-IF

           MOVE 0 TO WS-EXTRA-TXNS
           IF WS-TXN-COUNT > PRD-FREE-TXNS(WS-PRD-FOUND)
               COMPUTE WS-EXTRA-TXNS =
                   WS-TXN-COUNT - PRD-FREE-TXNS(WS-PRD-FOUND)
           END-IF
           COMPUTE WS-TXN-FEE =
               WS-EXTRA-TXNS * PRD-TXN-CHARGE(WS-PRD-FOUND)

           MOVE 0 TO WS-UNPAID
           COMPUTE WS-FEE-DUE = WS-MTH-FEE + WS-TXN-FEE
           IF WS-FEE-DUE > ACC-BALANCE
               COMPUTE WS-UNPAID = WS-FEE-DUE - ACC-BALANCE
               IF WS-MTH-FEE > ACC-BALANCE
                   MOVE ACC-BALANCE TO WS-MTH-FEE
                   MOVE 0 TO WS-TXN-FEE
               ELSE
                   COMPUTE WS-TXN-FEE = ACC-BALANCE - WS-MTH-FEE
               END-IF
           END-IF.

       POST-ACCOUNT-FEES.
           IF WS-MTH-FEE > 0
               SUBTRACT WS-MTH-FEE FROM ACC-BALANCE
               MOVE WS-MTH-FEE TO WS-AMOUNT
               MOVE "MTH-FEE" TO WS-TRANS-TYPE
               PERFORM WRITE-FEE-STATEMENT-LINE
           END-IF
           IF WS-TXN-FEE > 0
               SUBTRACT WS-TXN-FEE FROM ACC-BALANCE
               MOVE WS-TXN-FEE TO WS-AMOUNT
               MOVE "TXN-FEE" TO WS-TRANS-TYPE
               PERFORM WRITE-FEE-STATEMENT-LINE
           END-IF
           IF WS-MTH-FEE > 0 OR WS-TXN-FEE > 0
               REWRITE ACCOUNT-REC
               ADD 1 TO WS-ACCOUNTS-CHARGED
               ADD WS-MTH-FEE TO WS-TOTAL-FEES
               ADD WS-TXN-FEE TO WS-TOTAL-FEES
           END-IF
           IF WS-UNPAID > 0
               DISPLAY ACC-NO " | FEES EXCEED BALANCE. UNPAID: "
                   WS-UNPAID
           END-IF

           MOVE WS-RUN-DATE TO FL-RUN-DATE
           MOVE ACC-NO TO FL-ACC-NO
           MOVE WS-ACC-TYPE TO FL-TYPE
           MOVE PRD-DESC(WS-PRD-FOUND) TO FL-DESC
           MOVE WS-TXN-COUNT TO FL-TXN-COUNT
           MOVE WS-MTH-FEE TO FL-MTH-FEE
           MOVE WS-TXN-FEE TO FL-TXN-FEE
           MOVE WS-UNPAID TO FL-UNPAID
           MOVE FEE-LOG-DETAIL TO FEE-LOG-LINE
           WRITE FEE-LOG-LINE.

       WRITE-FEE-STATEMENT-LINE.
           MOVE ACC-BALANCE TO DISPLAY-BALANCE
           STRING
               WS-RUN-DATE DELIMITED BY SIZE
               " | ACC: " DELIMITED BY SIZE
               ACC-NO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-TRANS-TYPE DELIMITED BY SIZE
               " | AMOUNT: " DELIMITED BY SIZE
               WS-AMOUNT DELIMITED BY SIZE
               " | NEW BALANCE: " DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE WS-TRANS-TYPE TO WS-GL-TRAN-CODE
           MOVE ACC-NO TO WS-GL-REF
           MOVE WS-AMOUNT TO WS-GL-AMOUNT
           MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
           MOVE WS-GL-FEE-INCOME TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR.

       POST-GL-PAIR.
           IF WS-GL-AMOUNT > 0
               OPEN EXTEND GL-POST-FILE
               IF WS-FS-GLPOST NOT = "00"
                   OPEN OUTPUT GL-POST-FILE
               END-IF
               MOVE SPACES TO GL-POST-REC
               MOVE FUNCTION CURRENT-DATE(1:8) TO GLP-DATE
               MOVE WS-GL-SOURCE TO GLP-SOURCE
               MOVE WS-GL-TRAN-CODE TO GLP-TRAN-CODE
               MOVE WS-GL-REF TO GLP-REF
               MOVE WS-GL-AMOUNT TO GLP-AMOUNT
               MOVE WS-GL-DR-CODE TO GLP-GL-CODE
               MOVE "D" TO GLP-DC
               WRITE GL-POST-REC
               MOVE WS-GL-CR-CODE TO GLP-GL-CODE
               MOVE "C" TO GLP-DC
               WRITE GL-POST-REC
               CLOSE GL-POST-FILE
           END-IF.

       END PROGRAM MONTHLY-FEE-BATCH.
