      *          or a debit against an ACCOUNTS.DAT account - the same
      *          PIN, status and minimum-balance checks the library
      *          fine payments use - with a TUITION-PAY statement
      *          line and a general ledger posting on GLPOST.TXT to
      *          tuition collections payable. A fully paid row releases
      *          the transcript hold.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BANKPOLICY.

           SELECT GL-POST-FILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

       DATA DIVISION.
       FILE SECTION.

           05 SF-ASSESSED   PIC 9(7)V99.
           05 SF-PAID       PIC 9(7)V99.
           05 SF-STATUS     PIC X(8).
           05 SF-AID        PIC 9(7)V99.

       FD ACCOUNTS.
       01 ACCOUNT-REC.
           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).
           05 POLICY-MIN-BALANCE  PIC 9(8)V99.
           05 POLICY-MAX-PIN-TRIES PIC 9(2).

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
       01 WS-GL-SOURCE        PIC X(8) VALUE "TUITION".
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
       01 WS-FS-STUFEES     PIC XX.
       01 WS-FS-ACCOUNTS    PIC XX.
       01 WS-FS-STATEMENT   PIC XX.
                   DISPLAY "NO ASSESSMENT ON FILE FOR THAT "
                       "STUDENT AND SEMESTER."
               NOT INVALID KEY
                   COMPUTE WS-BALANCE-DUE =
                       SF-ASSESSED - SF-AID - SF-PAID
                   IF WS-BALANCE-DUE NOT > 0
                       DISPLAY "NOTHING OWING ON THIS SEMESTER."
                   ELSE

       APPLY-TUITION-PAYMENT.
           ADD WS-PAY-AMOUNT TO SF-PAID
           IF SF-AID + SF-PAID NOT < SF-ASSESSED
               MOVE "PAID" TO SF-STATUS
           END-IF
           REWRITE STUFEES-RECORD
           COMPUTE WS-BALANCE-DUE =
               SF-ASSESSED - SF-AID - SF-PAID
           MOVE WS-BALANCE-DUE TO DISPLAY-AMOUNT
           DISPLAY "PAYMENT POSTED. REMAINING BALANCE: "
               DISPLAY-AMOUNT
                   SUBTRACT WS-PAY-AMOUNT FROM ACC-BALANCE
                   REWRITE ACCOUNT-REC
                   PERFORM WRITE-TUITION-STATEMENT-LINE
                   MOVE "TUITION-PAY" TO WS-GL-TRAN-CODE
                   MOVE ACC-NO TO WS-GL-REF
                   MOVE WS-PAY-AMOUNT TO WS-GL-AMOUNT
                   MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
                   MOVE WS-GL-TUITION-PAY TO WS-GL-CR-CODE
                   PERFORM POST-GL-PAIR
                   MOVE "Y" TO WS-BANK-OK
               END-IF
           END-IF
                           MOVE "10" TO WS-FS-STUFEES
                       ELSE
                           COMPUTE WS-BALANCE-DUE =
                               SF-ASSESSED - SF-AID - SF-PAID
                           IF WS-BALANCE-DUE > 0
                               ADD WS-BALANCE-DUE TO WS-TOTAL-DUE
                           END-IF
                           DISPLAY SF-SEMESTER " | CREDITS: "
                               SF-CREDITS " | ASSESSED: "
                               SF-ASSESSED " | AID: " SF-AID
                               " | PAID: " SF-PAID
                               " | " SF-STATUS
                       END-IF
               END-READ
           MOVE WS-TOTAL-DUE TO DISPLAY-AMOUNT
           DISPLAY "TOTAL OUTSTANDING: " DISPLAY-AMOUNT.

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

       END PROGRAM TUITION-PAYMENT.
