               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT GL-PEND-FILE ASSIGN TO "GLPEND_INTEREST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPEND.

       DATA DIVISION.

       FILE SECTION.
          05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD ACCOUNTS-NEW.
       01 ACCOUNT-REC-NEW.
          05 NEW-ACC-BALANCE  PIC 9(8)V99.
          05 NEW-ACC-STATUS   PIC X(8).
          05 NEW-ACC-FAILED-PINS PIC 9(2).
          05 NEW-ACC-TYPE     PIC X(3).

       FD INTEREST-LOG-FILE.
       01 INTEREST-LOG-LINE PIC X(100).

       FD GL-PEND-FILE.
       01 GL-PEND-REC.
           05 GLP-DATE         PIC 9(8).
           05 GLP-SOURCE       PIC X(8).
           05 GLP-TRAN-CODE    PIC X(11).
           05 GLP-REF          PIC X(16).
           05 GLP-GL-CODE      PIC X(6).
           05 GLP-DC           PIC X.
           05 GLP-AMOUNT       PIC 9(10)V99.

       WORKING-STORAGE SECTION.

       01 WS-FS-ACCOUNTS      PIC XX.
       01 WS-FS-ACCOUNTS-NEW  PIC XX.
       01 WS-FS-LOG           PIC XX.
       01 WS-FS-GLPEND        PIC XX.
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
       01 EOF-FLAG      PIC X VALUE "N".
       01 WS-LOG-EOF          PIC X VALUE "N".
       01 WS-ALREADY-RUN      PIC X VALUE "N".

           OPEN INPUT ACCOUNTS
           OPEN OUTPUT ACCOUNTS-NEW
           OPEN OUTPUT GL-PEND-FILE

           OPEN EXTEND INTEREST-LOG-FILE
           IF WS-FS-LOG NOT = "00"
                     MOVE ACC-NAME TO NEW-ACC-NAME
                     MOVE ACC-STATUS TO NEW-ACC-STATUS
                     MOVE ACC-FAILED-PINS TO NEW-ACC-FAILED-PINS
                     MOVE ACC-TYPE TO NEW-ACC-TYPE
                     PERFORM LOOKUP-INTEREST-RATE
                     COMPUTE NEW-ACC-BALANCE =
                         ACC-BALANCE * (1 + WS-INTEREST-RATE)
                     WRITE ACCOUNT-REC-NEW
                     PERFORM WRITE-INTEREST-LOG-LINE
                     PERFORM STAGE-INTEREST-GL
               END-READ
           END-PERFORM

           CLOSE ACCOUNTS
           CLOSE ACCOUNTS-NEW
           CLOSE INTEREST-LOG-FILE
           CLOSE GL-PEND-FILE

           DISPLAY "Interest calculation completed."

           END-STRING
           WRITE INTEREST-LOG-LINE.

       STAGE-INTEREST-GL.
           COMPUTE WS-GL-AMOUNT = NEW-ACC-BALANCE - WS-OLD-BALANCE
           IF WS-GL-AMOUNT > 0
               MOVE SPACES TO GL-PEND-REC
               MOVE WS-RUN-DATE TO GLP-DATE
               MOVE "INTEREST" TO GLP-SOURCE
               MOVE "INTEREST" TO GLP-TRAN-CODE
               MOVE NEW-ACC-NO TO GLP-REF
               MOVE WS-GL-AMOUNT TO GLP-AMOUNT
               MOVE WS-GL-INT-EXPENSE TO GLP-GL-CODE
               MOVE "D" TO GLP-DC
               WRITE GL-PEND-REC
               MOVE WS-GL-DEPOSITS TO GLP-GL-CODE
               MOVE "C" TO GLP-DC
               WRITE GL-PEND-REC
           END-IF.

       END PROGRAM INTEREST.
