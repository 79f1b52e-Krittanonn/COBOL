      *          protection as the standalone batch, and the
      *          interest step writes ACCOUNTS_NEW.DAT for the
      *          PROMOTE / RECONCILE cutover exactly as the
      *          standalone interest run does. Standing orders post
      *          to the general ledger on GLPOST.TXT as they execute;
      *          interest postings are staged on GLPEND_INTEREST.TXT
      *          and released to the ledger by PROMOTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECKPOINT.

           SELECT GL-POST-FILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

           SELECT GL-PEND-FILE ASSIGN TO "GLPEND_INTEREST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPEND.

       DATA DIVISION.
       FILE SECTION.

           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD SORDER-FILE.
       01 SORDER-REC.
           05 NEW-ACC-BALANCE  PIC 9(8)V99.
           05 NEW-ACC-STATUS   PIC X(8).
           05 NEW-ACC-FAILED-PINS PIC 9(2).
           05 NEW-ACC-TYPE     PIC X(3).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 CKP-DATE     PIC 9(8).
           05 CKP-LAST-ID  PIC X(8).

       FD GL-POST-FILE.
       01 GL-POST-REC.
           05 GLP-DATE         PIC 9(8).
           05 GLP-SOURCE       PIC X(8).
           05 GLP-TRAN-CODE    PIC X(11).
           05 GLP-REF          PIC X(16).
           05 GLP-GL-CODE      PIC X(6).
           05 GLP-DC           PIC X.
           05 GLP-AMOUNT       PIC 9(10)V99.

       FD GL-PEND-FILE.
       01 GL-PEND-REC          PIC X(62).

       WORKING-STORAGE SECTION.
       01 WS-FS-GLPOST        PIC XX.
       01 WS-FS-GLPEND        PIC XX.
       01 WS-GL-SOURCE        PIC X(8) VALUE "NIGHTLY".
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
       01 WS-FS-JOBS          PIC XX.
       01 WS-FS-ACCOUNTS      PIC XX.
       01 WS-FS-SORDER        PIC XX.
                   "ACCOUNTS.DAT by hand, journal the outcome, "
                   "then rerun."
               DISPLAY "SORDERS step skipped. No orders touched."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RUN-STANDING-ORDERS
           END-IF.
               MOVE "SORDERS: FILES MISSING. STEP FAILED."
                   TO WS-JOB-NAME
               PERFORM WRITE-STEP-RESULT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND STATEMENT-FILE
               IF WS-FS-STATEMENT NOT = "00"
                           SUBTRACT SO-AMOUNT FROM ACC-BALANCE
                           REWRITE ACCOUNT-REC
                           PERFORM WRITE-SO-STATEMENT-LINE
                           MOVE "SO-DEBIT" TO WS-GL-TRAN-CODE
                           MOVE SO-ID TO WS-GL-REF
                           MOVE SO-AMOUNT TO WS-GL-AMOUNT
                           MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
                           MOVE WS-GL-SETTLEMENT TO WS-GL-CR-CODE
                           PERFORM POST-GL-PAIR
                           PERFORM ADVANCE-NEXT-DATE
                           REWRITE SORDER-REC
                           PERFORM WRITE-JOURNAL-POSTED
               MOVE "LOWBAL: ACCOUNTS MISSING. STEP FAILED."
                   TO WS-JOB-NAME
               PERFORM WRITE-STEP-RESULT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND LOWBAL-REPORT-FILE
               IF WS-FS-LOWBAL NOT = "00"
               MOVE "DORMANT: ACCOUNTS MISSING. STEP FAILED."
                   TO WS-JOB-NAME
               PERFORM WRITE-STEP-RESULT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DORMANT-REPORT-FILE
               MOVE "=== DORMANT ACCOUNT REVIEW ===" TO
                   MOVE "INTEREST: ACCOUNTS MISSING. STEP FAILED."
                       TO WS-JOB-NAME
                   PERFORM WRITE-STEP-RESULT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT ACCOUNTS-NEW
                   OPEN OUTPUT GL-PEND-FILE
                   OPEN EXTEND INTEREST-LOG-FILE
                   IF WS-FS-INT-LOG NOT = "00"
                       OPEN OUTPUT INTEREST-LOG-FILE
                       END-READ
                   END-PERFORM
                   CLOSE ACCOUNTS ACCOUNTS-NEW INTEREST-LOG-FILE
                         GL-PEND-FILE
                   MOVE SPACES TO WS-JOB-NAME
                   STRING
                       "INTEREST: SUCCESS. ACCOUNTS_NEW.DAT "
           MOVE ACC-NAME TO NEW-ACC-NAME
           MOVE ACC-STATUS TO NEW-ACC-STATUS
           MOVE ACC-FAILED-PINS TO NEW-ACC-FAILED-PINS
           MOVE ACC-TYPE TO NEW-ACC-TYPE
           PERFORM LOOKUP-INTEREST-RATE
           COMPUTE NEW-ACC-BALANCE =
               ACC-BALANCE * (1 + WS-INTEREST-RATE)
           WRITE ACCOUNT-REC-NEW
           MOVE "INTEREST" TO WS-GL-TRAN-CODE
           MOVE NEW-ACC-NO TO WS-GL-REF
           COMPUTE WS-GL-AMOUNT = NEW-ACC-BALANCE - WS-OLD-BALANCE
           MOVE WS-GL-INT-EXPENSE TO WS-GL-DR-CODE
           MOVE WS-GL-DEPOSITS TO WS-GL-CR-CODE
           PERFORM STAGE-GL-PAIR
           STRING
               WS-RUN-DATE DELIMITED BY SIZE
               " | ACC: " DELIMITED BY SIZE
               END-IF
           END-PERFORM.

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

       STAGE-GL-PAIR.
           IF WS-GL-AMOUNT > 0
               MOVE SPACES TO GL-POST-REC
               MOVE FUNCTION CURRENT-DATE(1:8) TO GLP-DATE
               MOVE WS-GL-SOURCE TO GLP-SOURCE
               MOVE WS-GL-TRAN-CODE TO GLP-TRAN-CODE
               MOVE WS-GL-REF TO GLP-REF
               MOVE WS-GL-AMOUNT TO GLP-AMOUNT
               MOVE WS-GL-DR-CODE TO GLP-GL-CODE
               MOVE "D" TO GLP-DC
               MOVE GL-POST-REC TO GL-PEND-REC
               WRITE GL-PEND-REC
               MOVE WS-GL-CR-CODE TO GLP-GL-CODE
               MOVE "C" TO GLP-DC
               MOVE GL-POST-REC TO GL-PEND-REC
               WRITE GL-PEND-REC
           END-IF.

       END PROGRAM BANK-NIGHTLY-BATCH.
