      *          the principal back to the linked account (statement
      *          line TD-MATURITY) or, when the rollover instruction
      *          is Y, compounded into a new term starting at
      *          maturity (statement line TD-ROLLOVER). Principal
      *          and interest movements post to the general ledger on
      *          GLPOST.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATEMENT.

           SELECT GL-POST-FILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

       DATA DIVISION.
       FILE SECTION.

           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD TDEPOSIT-FILE.
       01 TDEPOSIT-REC.
       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

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
       01 WS-GL-SOURCE        PIC X(8) VALUE "TDMATURE".
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
       01 WS-FS-TDEPOSIT      PIC XX.
       01 WS-FS-STATEMENT     PIC XX.
           OPEN I-O ACCOUNTS
           IF WS-FS-ACCOUNTS NOT = "00"
               DISPLAY "ACCOUNTS.DAT not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-TDS-ROLLED
           MOVE "TD-ROLLOVER" TO WS-TRANS-TYPE
           PERFORM WRITE-TD-STATEMENT-LINE
           MOVE "TD-ROLLOVER" TO WS-GL-TRAN-CODE
           MOVE TD-ID TO WS-GL-REF
           MOVE WS-TD-INTEREST TO WS-GL-AMOUNT
           MOVE WS-GL-INT-EXPENSE TO WS-GL-DR-CODE
           MOVE WS-GL-TERM-DEPOSITS TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           DISPLAY "Rolled over " TD-ID " at " TD-PRINCIPAL
               " until " TD-MATURITY-DATE ".".

                   ADD 1 TO WS-TDS-MATURED
                   MOVE "TD-MATURITY" TO WS-TRANS-TYPE
                   PERFORM WRITE-TD-STATEMENT-LINE
                   MOVE "TD-MATURITY" TO WS-GL-TRAN-CODE
                   MOVE TD-ID TO WS-GL-REF
                   MOVE TD-PRINCIPAL TO WS-GL-AMOUNT
                   MOVE WS-GL-TERM-DEPOSITS TO WS-GL-DR-CODE
                   MOVE WS-GL-DEPOSITS TO WS-GL-CR-CODE
                   PERFORM POST-GL-PAIR
                   MOVE WS-TD-INTEREST TO WS-GL-AMOUNT
                   MOVE WS-GL-INT-EXPENSE TO WS-GL-DR-CODE
                   PERFORM POST-GL-PAIR
                   DISPLAY "Paid out " TD-ID ": " WS-TD-PAYOUT
                       " to account " TD-ACC-NO "."
           END-READ.
           END-STRING
           WRITE STATEMENT-LINE.

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

       END PROGRAM TDMATURITY-BATCH.
