      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: General ledger chart of accounts maintenance. Keeps
      *          GLCHART.DAT - one record per GL account with its name,
      *          type (A=ASSET, L=LIABILITY, Q=EQUITY, I=INCOME,
      *          E=EXPENSE) and, for control accounts, the sub-ledger
      *          it must agree with (ACC = ACCOUNTS.DAT, TDP =
      *          TDEPOSITS.DAT, LON = BANKLOANS.DAT). Lists the chart,
      *          adds or amends an account, loads the standard bank
      *          chart the posting programs use, and takes on the
      *          opening balances of the sub-ledgers (against the
      *          opening balance equity account) so an existing book
      *          can start posting to GLPOST.TXT. Take-on is refused
      *          once the ledger holds any posting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CHART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLCHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLC-CODE
               FILE STATUS IS WS-FS-GLCHART.

           SELECT GL-POST-FILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-FS-ACCOUNTS.

           SELECT TDEPOSIT-FILE ASSIGN TO "TDEPOSITS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ID
               FILE STATUS IS WS-FS-TDEPOSIT.

           SELECT BANKLOAN-FILE ASSIGN TO "BANKLOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-ID
               FILE STATUS IS WS-FS-BANKLOAN.

           SELECT LOANSCHED-FILE ASSIGN TO "LOANSCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-FS-LOANSCHED.

           SELECT CHEQUE-FILE ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-ID
               FILE STATUS IS WS-FS-CHEQUE.

           SELECT EXTPAY-FILE ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-ID
               FILE STATUS IS WS-FS-EXTPAY.

       DATA DIVISION.
       FILE SECTION.

       FD GLCHART-FILE.
       01 GLCHART-REC.
           05 GLC-CODE         PIC X(6).
           05 GLC-NAME         PIC X(30).
           05 GLC-TYPE         PIC X.
           05 GLC-CONTROL      PIC X(3).

       FD GL-POST-FILE.
       01 GL-POST-REC.
           05 GLP-DATE         PIC 9(8).
           05 GLP-SOURCE       PIC X(8).
           05 GLP-TRAN-CODE    PIC X(11).
           05 GLP-REF          PIC X(16).
           05 GLP-GL-CODE      PIC X(6).
           05 GLP-DC           PIC X.
           05 GLP-AMOUNT       PIC 9(10)V99.

       FD ACCOUNTS.
       01 ACCOUNT-REC.
           05 ACC-NO       PIC X(10).
           05 ACC-PIN      PIC X(4).
           05 ACC-NAME     PIC X(20).
           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD TDEPOSIT-FILE.
       01 TDEPOSIT-REC.
           05 TD-ID        PIC X(8).
           05 TD-ACC-NO    PIC X(10).
           05 TD-PRINCIPAL PIC 9(8)V99.
           05 TD-RATE      PIC 9V9(4).
           05 TD-TERM-MONTHS PIC 9(3).
           05 TD-OPEN-DATE PIC 9(8).
           05 TD-MATURITY-DATE PIC 9(8).
           05 TD-ROLLOVER  PIC X.
           05 TD-STATUS    PIC X(8).

       FD BANKLOAN-FILE.
       01 BANKLOAN-REC.
           05 BL-ID        PIC X(8).
           05 BL-ACC-NO    PIC X(10).
           05 BL-PRINCIPAL PIC 9(8)V99.
           05 BL-ANNUAL-RATE PIC 9V9(4).
           05 BL-TERM-MONTHS PIC 9(3).
           05 BL-INSTALLMENT PIC 9(8)V99.
           05 BL-OPEN-DATE PIC 9(8).
           05 BL-NEXT-DUE  PIC 9(6).
           05 BL-PAID-COUNT PIC 9(3).
           05 BL-ARREARS   PIC 9(3).
           05 BL-STATUS    PIC X(9).

       FD LOANSCHED-FILE.
       01 LOANSCHED-REC.
           05 LS-KEY.
               10 LS-LOAN-ID PIC X(8).
               10 LS-SEQ     PIC 9(3).
           05 LS-DUE-MONTH PIC 9(6).
           05 LS-AMOUNT    PIC 9(8)V99.
           05 LS-PRIN-PART PIC 9(8)V99.
           05 LS-INT-PART  PIC 9(8)V99.
           05 LS-STATUS    PIC X(8).

       FD CHEQUE-FILE.
       01 CHEQUE-REC.
           05 CHQ-ID       PIC X(8).
           05 CHQ-ACC-NO   PIC X(10).
           05 CHQ-DRAWER-BANK PIC X(20).
           05 CHQ-NUMBER   PIC X(10).
           05 CHQ-AMOUNT   PIC 9(8)V99.
           05 CHQ-DEPOSIT-DATE PIC 9(8).
           05 CHQ-RELEASE-DATE PIC 9(8).
           05 CHQ-STATUS   PIC X(8).

       FD EXTPAY-FILE.
       01 EXTPAY-REC.
           05 EXP-ID           PIC X(8).
           05 EXP-ACC-NO       PIC X(10).
           05 EXP-BENE-BANK    PIC X(11).
           05 EXP-BENE-ACC     PIC X(20).
           05 EXP-BENE-NAME    PIC X(30).
           05 EXP-AMOUNT       PIC 9(8)V99.
           05 EXP-CAPTURE-DATE PIC 9(8).
           05 EXP-BATCH-ID     PIC X(8).
           05 EXP-SENT-DATE    PIC 9(8).
           05 EXP-STATUS       PIC X(9).
           05 EXP-RETURN-CODE  PIC X(4).
           05 EXP-RETURN-DATE  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-GLCHART       PIC XX.
       01 WS-FS-GLPOST        PIC XX.
       01 WS-FS-ACCOUNTS      PIC XX.
       01 WS-FS-TDEPOSIT      PIC XX.
       01 WS-FS-BANKLOAN      PIC XX.
       01 WS-FS-LOANSCHED     PIC XX.
       01 WS-FS-CHEQUE        PIC XX.
       01 WS-FS-EXTPAY        PIC XX.
       01 WS-OPTION           PIC 9 VALUE 0.
       01 WS-EXIT             PIC X VALUE "N".
       01 WS-CONFIRM          PIC X.
       01 WS-INPUT-CODE       PIC X(6).
       01 WS-INPUT-NAME       PIC X(30).
       01 WS-INPUT-TYPE       PIC X.
           88 WS-GL-TYPE-VALID VALUE "A" "L" "Q" "I" "E".
       01 WS-INPUT-CONTROL    PIC X(3).
           88 WS-GL-CONTROL-VALID VALUE "ACC" "TDP" "LON" SPACES.
       01 WS-STD-IDX          PIC 99.
       01 WS-ADDED-COUNT      PIC 9(3) VALUE 0.
       01 WS-LISTED-COUNT     PIC 9(3) VALUE 0.
       01 WS-LEDGER-LINES     PIC 9(7) VALUE 0.
       01 WS-TAKEON-DEPOSITS  PIC 9(10)V99 VALUE 0.
       01 WS-TAKEON-TDS       PIC 9(10)V99 VALUE 0.
       01 WS-TAKEON-LOANS     PIC 9(10)V99 VALUE 0.
       01 WS-TAKEON-CHEQUES   PIC 9(10)V99 VALUE 0.
       01 WS-TAKEON-EXTPAY    PIC 9(10)V99 VALUE 0.
       01 WS-GL-SOURCE        PIC X(8) VALUE "GLCHART".
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
           05 WS-GL-TAKE-ON       PIC X(6) VALUE "300100".
           05 WS-GL-LOAN-INT      PIC X(6) VALUE "400100".
           05 WS-GL-FEE-INCOME    PIC X(6) VALUE "400200".
           05 WS-GL-INT-EXPENSE   PIC X(6) VALUE "500100".
           05 WS-GL-CHQ-LOSS      PIC X(6) VALUE "510100".
       01 DISPLAY-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 STANDARD-CHART-TABLE.
           05 FILLER PIC X(40) VALUE
               "100100CASH ON HAND                  A   ".
           05 FILLER PIC X(40) VALUE
               "100200CLEARING SETTLEMENT ACCOUNT   A   ".
           05 FILLER PIC X(40) VALUE
               "120100CHEQUES IN CLEARING           A   ".
           05 FILLER PIC X(40) VALUE
               "130100LOANS TO CUSTOMERS            ALON".
           05 FILLER PIC X(40) VALUE
               "200100CUSTOMER DEPOSITS             LACC".
           05 FILLER PIC X(40) VALUE
               "200200TERM DEPOSITS                 LTDP".
           05 FILLER PIC X(40) VALUE
               "210100UNCLEARED CHEQUE FUNDS        L   ".
           05 FILLER PIC X(40) VALUE
               "210200OUTWARD PAYMENTS SUSPENSE     L   ".
           05 FILLER PIC X(40) VALUE
               "210300UNAPPLIED FUNDS SUSPENSE      L   ".
           05 FILLER PIC X(40) VALUE
               "220100TUITION COLLECTIONS PAYABLE   L   ".
           05 FILLER PIC X(40) VALUE
               "220200LIBRARY FINES PAYABLE         L   ".
           05 FILLER PIC X(40) VALUE
               "300100OPENING BALANCE TAKE-ON       Q   ".
           05 FILLER PIC X(40) VALUE
               "400100LOAN INTEREST INCOME          I   ".
           05 FILLER PIC X(40) VALUE
               "400200FEE AND CHARGE INCOME         I   ".
           05 FILLER PIC X(40) VALUE
               "500100INTEREST EXPENSE              E   ".
           05 FILLER PIC X(40) VALUE
               "510100CHEQUE RETURN LOSSES          E   ".
       01 STANDARD-CHART-R REDEFINES STANDARD-CHART-TABLE.
           05 STD-ENTRY OCCURS 16 TIMES.
               10 STD-CODE     PIC X(6).
               10 STD-NAME     PIC X(30).
               10 STD-TYPE     PIC X.
               10 STD-CONTROL  PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== GENERAL LEDGER CHART OF ACCOUNTS ====="

           OPEN I-O GLCHART-FILE
           IF WS-FS-GLCHART NOT = "00"
               OPEN OUTPUT GLCHART-FILE
               CLOSE GLCHART-FILE
               OPEN I-O GLCHART-FILE
           END-IF

           PERFORM UNTIL WS-EXIT = "Y"
               MOVE 0 TO WS-OPTION
               DISPLAY " "
               DISPLAY "1. LIST CHART OF ACCOUNTS"
               DISPLAY "2. ADD OR AMEND GL ACCOUNT"
               DISPLAY "3. LOAD STANDARD BANK CHART"
               DISPLAY "4. TAKE ON OPENING BALANCES"
               DISPLAY "5. EXIT"
               DISPLAY "CHOOSE OPTION (1-5): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM LIST-CHART
                   WHEN 2
                       PERFORM MAINTAIN-GL-ACCOUNT
                   WHEN 3
                       PERFORM LOAD-STANDARD-CHART
                   WHEN 4
                       PERFORM TAKE-ON-BALANCES
                   WHEN 5
                       MOVE "Y" TO WS-EXIT
                   WHEN OTHER
                       DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           CLOSE GLCHART-FILE
           STOP RUN.

       LIST-CHART.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE LOW-VALUES TO GLC-CODE
           START GLCHART-FILE KEY IS NOT LESS THAN GLC-CODE
               INVALID KEY MOVE "10" TO WS-FS-GLCHART
               NOT INVALID KEY MOVE "00" TO WS-FS-GLCHART
           END-START
           PERFORM UNTIL WS-FS-GLCHART = "10"
               READ GLCHART-FILE NEXT
                   AT END MOVE "10" TO WS-FS-GLCHART
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       DISPLAY GLC-CODE " | " GLC-NAME " | "
                           GLC-TYPE " | " GLC-CONTROL
               END-READ
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY "CHART IS EMPTY. LOAD THE STANDARD CHART."
           END-IF.

       MAINTAIN-GL-ACCOUNT.
           DISPLAY "GL ACCOUNT CODE (6 DIGITS): "
           ACCEPT WS-INPUT-CODE
           IF WS-INPUT-CODE IS NOT NUMERIC
               DISPLAY "ERROR: GL CODE MUST BE 6 DIGITS."
           ELSE
               DISPLAY "ACCOUNT NAME: "
               ACCEPT WS-INPUT-NAME
               DISPLAY "TYPE (A=ASSET L=LIABILITY Q=EQUITY "
                   "I=INCOME E=EXPENSE): "
               ACCEPT WS-INPUT-TYPE
               DISPLAY "CONTROL FOR SUB-LEDGER (ACC/TDP/LON, "
                   "BLANK = NONE): "
               ACCEPT WS-INPUT-CONTROL
               IF WS-INPUT-NAME = SPACES OR NOT WS-GL-TYPE-VALID
                   OR NOT WS-GL-CONTROL-VALID
                   DISPLAY "ERROR: NAME, A VALID TYPE AND A VALID "
                       "CONTROL CODE ARE REQUIRED."
               ELSE
                   MOVE WS-INPUT-CODE TO GLC-CODE
                   READ GLCHART-FILE
                       INVALID KEY
                           MOVE WS-INPUT-NAME TO GLC-NAME
                           MOVE WS-INPUT-TYPE TO GLC-TYPE
                           MOVE WS-INPUT-CONTROL TO GLC-CONTROL
                           WRITE GLCHART-REC
                           END-WRITE
                           DISPLAY "GL ACCOUNT " GLC-CODE " ADDED."
                       NOT INVALID KEY
                           MOVE WS-INPUT-NAME TO GLC-NAME
                           MOVE WS-INPUT-TYPE TO GLC-TYPE
                           MOVE WS-INPUT-CONTROL TO GLC-CONTROL
                           REWRITE GLCHART-REC
                           DISPLAY "GL ACCOUNT " GLC-CODE " AMENDED."
                   END-READ
               END-IF
           END-IF.

       LOAD-STANDARD-CHART.
           MOVE 0 TO WS-ADDED-COUNT
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
               UNTIL WS-STD-IDX > 16
               MOVE STD-CODE(WS-STD-IDX) TO GLC-CODE
               READ GLCHART-FILE
                   INVALID KEY
                       MOVE STD-NAME(WS-STD-IDX) TO GLC-NAME
                       MOVE STD-TYPE(WS-STD-IDX) TO GLC-TYPE
                       MOVE STD-CONTROL(WS-STD-IDX) TO GLC-CONTROL
                       WRITE GLCHART-REC
                       END-WRITE
                       ADD 1 TO WS-ADDED-COUNT
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM
           DISPLAY "STANDARD CHART LOADED. ACCOUNTS ADDED: "
               WS-ADDED-COUNT.

       TAKE-ON-BALANCES.
           PERFORM COUNT-LEDGER-LINES
           IF WS-LEDGER-LINES > 0
               DISPLAY "ERROR: GLPOST.TXT ALREADY HOLDS "
                   WS-LEDGER-LINES " POSTING(S). OPENING "
                   "BALANCES CAN ONLY BE TAKEN ON ONCE."
           ELSE
               PERFORM SUM-SUB-LEDGERS
               MOVE WS-TAKEON-DEPOSITS TO DISPLAY-AMOUNT
               DISPLAY "CUSTOMER DEPOSITS (ACCOUNTS.DAT): "
                   DISPLAY-AMOUNT
               MOVE WS-TAKEON-TDS TO DISPLAY-AMOUNT
               DISPLAY "OPEN TERM DEPOSITS:               "
                   DISPLAY-AMOUNT
               MOVE WS-TAKEON-LOANS TO DISPLAY-AMOUNT
               DISPLAY "LOAN PRINCIPAL OUTSTANDING:       "
                   DISPLAY-AMOUNT
               MOVE WS-TAKEON-CHEQUES TO DISPLAY-AMOUNT
               DISPLAY "CHEQUES HELD IN CLEARING:         "
                   DISPLAY-AMOUNT
               MOVE WS-TAKEON-EXTPAY TO DISPLAY-AMOUNT
               DISPLAY "OUTWARD PAYMENTS IN SUSPENSE:     "
                   DISPLAY-AMOUNT
               DISPLAY "POST THESE OPENING BALANCES? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM POST-TAKE-ON
                   DISPLAY "OPENING BALANCES POSTED TO GLPOST.TXT."
               ELSE
                   DISPLAY "TAKE-ON CANCELLED."
               END-IF
           END-IF.

       COUNT-LEDGER-LINES.
           MOVE 0 TO WS-LEDGER-LINES
           OPEN INPUT GL-POST-FILE
           IF WS-FS-GLPOST = "00"
               PERFORM UNTIL WS-FS-GLPOST = "10"
                   READ GL-POST-FILE
                       AT END MOVE "10" TO WS-FS-GLPOST
                       NOT AT END ADD 1 TO WS-LEDGER-LINES
                   END-READ
               END-PERFORM
               CLOSE GL-POST-FILE
           END-IF.

       SUM-SUB-LEDGERS.
           MOVE 0 TO WS-TAKEON-DEPOSITS WS-TAKEON-TDS
               WS-TAKEON-LOANS WS-TAKEON-CHEQUES WS-TAKEON-EXTPAY
           OPEN INPUT ACCOUNTS
           IF WS-FS-ACCOUNTS = "00"
               PERFORM UNTIL WS-FS-ACCOUNTS = "10"
                   READ ACCOUNTS NEXT
                       AT END MOVE "10" TO WS-FS-ACCOUNTS
                       NOT AT END
                           ADD ACC-BALANCE TO WS-TAKEON-DEPOSITS
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS
           END-IF
           OPEN INPUT TDEPOSIT-FILE
           IF WS-FS-TDEPOSIT = "00"
               PERFORM UNTIL WS-FS-TDEPOSIT = "10"
                   READ TDEPOSIT-FILE NEXT
                       AT END MOVE "10" TO WS-FS-TDEPOSIT
                       NOT AT END
                           IF TD-STATUS = "OPEN"
                               ADD TD-PRINCIPAL TO WS-TAKEON-TDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TDEPOSIT-FILE
           END-IF
           PERFORM SUM-LOANS-OUTSTANDING
           OPEN INPUT CHEQUE-FILE
           IF WS-FS-CHEQUE = "00"
               PERFORM UNTIL WS-FS-CHEQUE = "10"
                   READ CHEQUE-FILE NEXT
                       AT END MOVE "10" TO WS-FS-CHEQUE
                       NOT AT END
                           IF CHQ-STATUS = "HELD"
                               ADD CHQ-AMOUNT TO WS-TAKEON-CHEQUES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-FILE
           END-IF
           OPEN INPUT EXTPAY-FILE
           IF WS-FS-EXTPAY = "00"
               PERFORM UNTIL WS-FS-EXTPAY = "10"
                   READ EXTPAY-FILE NEXT
                       AT END MOVE "10" TO WS-FS-EXTPAY
                       NOT AT END
                           IF EXP-STATUS = "HELD"
                               ADD EXP-AMOUNT TO WS-TAKEON-EXTPAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTPAY-FILE
           END-IF.

       SUM-LOANS-OUTSTANDING.
           OPEN INPUT BANKLOAN-FILE
           IF WS-FS-BANKLOAN = "00"
               OPEN INPUT LOANSCHED-FILE
               IF WS-FS-LOANSCHED = "00"
                   PERFORM UNTIL WS-FS-LOANSCHED = "10"
                       READ LOANSCHED-FILE NEXT
                           AT END MOVE "10" TO WS-FS-LOANSCHED
                           NOT AT END
                               IF LS-STATUS = "DUE"
                                   MOVE LS-LOAN-ID TO BL-ID
                                   READ BANKLOAN-FILE
                                       INVALID KEY CONTINUE
                                       NOT INVALID KEY
                                           ADD LS-PRIN-PART
                                               TO WS-TAKEON-LOANS
                                   END-READ
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOANSCHED-FILE
               END-IF
               CLOSE BANKLOAN-FILE
           END-IF.

       POST-TAKE-ON.
           MOVE "TAKE-ON" TO WS-GL-TRAN-CODE
           MOVE "ACCOUNTS.DAT" TO WS-GL-REF
           MOVE WS-TAKEON-DEPOSITS TO WS-GL-AMOUNT
           MOVE WS-GL-TAKE-ON TO WS-GL-DR-CODE
           MOVE WS-GL-DEPOSITS TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           MOVE "TDEPOSITS.DAT" TO WS-GL-REF
           MOVE WS-TAKEON-TDS TO WS-GL-AMOUNT
           MOVE WS-GL-TAKE-ON TO WS-GL-DR-CODE
           MOVE WS-GL-TERM-DEPOSITS TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           MOVE "BANKLOANS.DAT" TO WS-GL-REF
           MOVE WS-TAKEON-LOANS TO WS-GL-AMOUNT
           MOVE WS-GL-LOANS TO WS-GL-DR-CODE
           MOVE WS-GL-TAKE-ON TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           MOVE "CHEQUES.DAT" TO WS-GL-REF
           MOVE WS-TAKEON-CHEQUES TO WS-GL-AMOUNT
           MOVE WS-GL-CHQ-CLEARING TO WS-GL-DR-CODE
           MOVE WS-GL-UNCLEARED TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           MOVE "EXTPAY.DAT" TO WS-GL-REF
           MOVE WS-TAKEON-EXTPAY TO WS-GL-AMOUNT
           MOVE WS-GL-TAKE-ON TO WS-GL-DR-CODE
           MOVE WS-GL-OUTWARD-SUSP TO WS-GL-CR-CODE
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

       END PROGRAM GL-CHART.
