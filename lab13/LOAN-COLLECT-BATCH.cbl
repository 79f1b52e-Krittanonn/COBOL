      *          uses, marks the schedule row PAID on LOANSCHED.DAT,
      *          flags arrears when the debit bounces, and writes a
      *          delinquency report by months past due to
      *          LOAN_DELINQ.TXT. Each collection posts the schedule
      *          row's principal against loans to customers and the
      *          rest as loan interest income on GLPOST.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELINQ.

           SELECT GL-POST-FILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

       DATA DIVISION.
       FILE SECTION.

           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD BANKLOAN-FILE.
       01 BANKLOAN-REC.
       FD DELINQ-FILE.
       01 DELINQ-LINE PIC X(100).

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
       01 WS-GL-SOURCE        PIC X(8) VALUE "LOANCOLL".
       01 WS-GL-TRAN-CODE     PIC X(11).
       01 WS-GL-REF           PIC X(16).
       01 WS-GL-DR-CODE       PIC X(6).
       01 WS-GL-CR-CODE       PIC X(6).
       01 WS-GL-AMOUNT        PIC 9(10)V99.
       01 WS-GL-PRIN-PART     PIC 9(10)V99.
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
       01 WS-FS-BANKLOAN      PIC XX.
       01 WS-FS-LOANSCHED     PIC XX.
           OPEN I-O ACCOUNTS
           IF WS-FS-ACCOUNTS NOT = "00"
               DISPLAY "ACCOUNTS.DAT not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO BL-PAID-COUNT
           MOVE BL-ID TO LS-LOAN-ID
           MOVE BL-PAID-COUNT TO LS-SEQ
           MOVE 0 TO WS-GL-AMOUNT
           READ LOANSCHED-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "PAID" TO LS-STATUS
                   REWRITE LOANSCHED-REC
                   MOVE LS-PRIN-PART TO WS-GL-AMOUNT
           END-READ
           PERFORM POST-INSTALLMENT-TO-GL
           IF BL-ARREARS > 0
               SUBTRACT 1 FROM BL-ARREARS
           END-IF
           WRITE DELINQ-LINE
           DISPLAY DELINQ-LINE.

       POST-INSTALLMENT-TO-GL.
           MOVE "LOAN-PAY" TO WS-GL-TRAN-CODE
           MOVE BL-ID TO WS-GL-REF
           IF WS-GL-AMOUNT > BL-INSTALLMENT
               MOVE BL-INSTALLMENT TO WS-GL-AMOUNT
           END-IF
           MOVE WS-GL-AMOUNT TO WS-GL-PRIN-PART
           MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
           MOVE WS-GL-LOANS TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           COMPUTE WS-GL-AMOUNT = BL-INSTALLMENT - WS-GL-PRIN-PART
           MOVE WS-GL-LOAN-INT TO WS-GL-CR-CODE
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

       END PROGRAM LOAN-COLLECT-BATCH.
