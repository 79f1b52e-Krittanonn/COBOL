      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Personal loan subsystem alongside ACCOUNTS.DAT. Loans
      *          start as applications on LOANAPP.DAT and move through
      *          CAPTURED, ASSESSED, APPROVED or DECLINED, and BOOKED.
      *          Assessment estimates monthly income from the SALARY-PAY
      *          credits of the last three months across all accounts
      *          of the applicant's CIF customer, adds the installments
      *          of their existing loans and computes the debt-service
      *          ratio against the BANKPOLICY.TXT limit. A bank manager
      *          signs in with a staff ID to approve or decline, and
      *          only an approved application can be booked. Booking
      *          opens the loan master record on BANKLOANS.DAT,
      *          disburses the principal to the account with a
      *          statement line and a general ledger posting on
      *          GLPOST.TXT, generates the full amortization
      *          schedule on LOANSCHED.DAT, and shows a loan with its
      *          schedule. The monthly collection batch debits the
      *          installments. An early settlement quote totals the
      *          outstanding principal, interest accrued since the last
      *          paid installment and the BANKPOLICY.TXT settlement
      *          fee; paying it off closes the loan and marks the
      *          remaining schedule rows SETTLED. A manager can
      *          restructure a loan: the arrears interest is
      *          capitalised and the remaining schedule regenerated
      *          over a new term, with the old schedule kept on
      *          LOANSCHHIST.DAT under the LOANRESTR.DAT entry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATEMENT.

           SELECT STMT-ARCH-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STMT-ARCH.

           SELECT LOANAPP-FILE ASSIGN TO "LOANAPP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-ID
               FILE STATUS IS WS-FS-LOANAPP.

           SELECT CIFLINK-FILE ASSIGN TO "CIFLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINK-KEY
               ALTERNATE RECORD KEY IS LINK-ACC-NO WITH DUPLICATES
               FILE STATUS IS WS-FS-CIFLINK.

           SELECT STAFFDIR-FILE ASSIGN TO "STAFFDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STF-ID-KEY
               FILE STATUS IS WS-FS-STAFFDIR.

           SELECT BANK-POLICY-FILE ASSIGN TO "BANKPOLICY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BANKPOLICY.

           SELECT LOANRESTR-FILE ASSIGN TO "LOANRESTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-ID
               FILE STATUS IS WS-FS-LOANRESTR.

           SELECT LOANSCHHIST-FILE ASSIGN TO "LOANSCHHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               FILE STATUS IS WS-FS-LOANSCHHIST.

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
       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       FD STMT-ARCH-FILE.
       01 STMT-ARCH-LINE PIC X(140).

       FD LOANAPP-FILE.
       01 LOANAPP-REC.
           05 LA-ID            PIC X(8).
           05 LA-ACC-NO        PIC X(10).
           05 LA-CIF-ID        PIC X(8).
           05 LA-PRINCIPAL     PIC 9(8)V99.
           05 LA-ANNUAL-RATE   PIC 9V9(4).
           05 LA-TERM-MONTHS   PIC 9(3).
           05 LA-INSTALLMENT   PIC 9(8)V99.
           05 LA-CAPTURE-DATE  PIC 9(8).
           05 LA-MONTHLY-INCOME PIC 9(8)V99.
           05 LA-EXISTING-DEBT PIC 9(8)V99.
           05 LA-DSR-PCT       PIC 9(3)V99.
           05 LA-DSR-LIMIT     PIC 9(3)V99.
           05 LA-ASSESS-DATE   PIC 9(8).
           05 LA-DECISION-STAFF PIC X(12).
           05 LA-DECISION-DATE PIC 9(8).
           05 LA-LOAN-ID       PIC X(8).
           05 LA-STATUS        PIC X(9).

       FD CIFLINK-FILE.
       01 CIFLINK-RECORD.
           05 LINK-KEY.
               10 LINK-CIF-ID PIC X(8).
               10 LINK-ACC-NO PIC X(10).
           05 LINK-ROLE       PIC X(7).

       FD STAFFDIR-FILE.
       01 STAFFDIR-RECORD.
          05 STF-ID-KEY         PIC X(12).
          05 STF-NAME           PIC X(30).
          05 STF-PASSWORD       PIC X(20).
          05 STF-LIB-ROLE       PIC X(10).
          05 STF-SHOP-ROLE      PIC X(10).
          05 STF-BANK-ROLE      PIC X(10).
          05 STF-STATUS         PIC X(8).
          05 STF-FAILED-LOGINS  PIC 9(2).
          05 STF-EMP-ID         PIC X(4).
          05 STF-LIB-SUSP       PIC X(10).
          05 STF-SHOP-SUSP      PIC X(10).
          05 STF-BANK-SUSP      PIC X(10).

       FD BANK-POLICY-FILE.
       01 BANK-POLICY-RECORD.
           05 POLICY-MIN-BALANCE  PIC 9(8)V99.
           05 POLICY-MAX-PIN-TRIES PIC 9(2).
           05 POLICY-TD-PENALTY-RATE PIC 9V9(4).
           05 POLICY-REVIEW-LIMIT PIC 9(8)V99.
           05 POLICY-CLEAR-DAYS   PIC 9(2).
           05 POLICY-BOUNCE-FEE   PIC 9(5)V99.
           05 POLICY-CTR-THRESHOLD PIC 9(8)V99.
           05 POLICY-NEAR-PCT     PIC 9(2).
           05 POLICY-NEAR-COUNT   PIC 9(2).
           05 POLICY-MAX-DSR-PCT  PIC 9(3)V99.
           05 POLICY-STOP-FEE     PIC 9(5)V99.
           05 POLICY-SETTLE-FEE-PCT PIC 9(2)V99.

       FD LOANRESTR-FILE.
       01 LOANRESTR-REC.
           05 RS-ID            PIC X(8).
           05 RS-LOAN-ID       PIC X(8).
           05 RS-DATE          PIC 9(8).
           05 RS-STAFF         PIC X(12).
           05 RS-PAID-COUNT    PIC 9(3).
           05 RS-ARREARS       PIC 9(3).
           05 RS-OLD-TERM      PIC 9(3).
           05 RS-OLD-INSTALLMENT PIC 9(8)V99.
           05 RS-OUTSTANDING   PIC 9(8)V99.
           05 RS-CAPITALISED   PIC 9(8)V99.
           05 RS-NEW-PRINCIPAL PIC 9(8)V99.
           05 RS-NEW-TERM      PIC 9(3).
           05 RS-NEW-INSTALLMENT PIC 9(8)V99.

       FD LOANSCHHIST-FILE.
       01 LOANSCHHIST-REC.
           05 LH-KEY.
               10 LH-RS-ID   PIC X(8).
               10 LH-SEQ     PIC 9(3).
           05 LH-LOAN-ID   PIC X(8).
           05 LH-DUE-MONTH PIC 9(6).
           05 LH-AMOUNT    PIC 9(8)V99.
           05 LH-PRIN-PART PIC 9(8)V99.
           05 LH-INT-PART  PIC 9(8)V99.
           05 LH-STATUS    PIC X(8).

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
       01 WS-GL-SOURCE        PIC X(8) VALUE "LOANMGMT".
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
       01 WS-FS-BANKLOAN      PIC XX.
       01 WS-FS-LOANSCHED     PIC XX.
       01 WS-AMOUNT           PIC 9(8)V99.
       01 DISPLAY-BALANCE     PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-AMOUNT      PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-INCOME      PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-DEBT        PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-DSR         PIC ZZ9.99.
       01 DISPLAY-LIMIT       PIC ZZ9.99.
       01 WS-FS-STMT-ARCH     PIC XX.
       01 WS-FS-LOANAPP       PIC XX.
       01 WS-FS-CIFLINK       PIC XX.
       01 WS-FS-STAFFDIR      PIC XX.
       01 WS-FS-BANKPOLICY    PIC XX.
       01 WS-ARCH-NAME        PIC X(30).
       01 WS-EOF-FLAG         PIC X VALUE "N".
       01 WS-APP-SEQ          PIC 9(6) VALUE 0.
       01 WS-APP-NUM          PIC 9(6).
       01 WS-INPUT-APP-ID     PIC X(8).
       01 WS-MAX-DSR-PCT      PIC 9(3)V99 VALUE 40.00.
       01 WS-DECISION         PIC X.
       01 WS-MANAGER-OK       PIC X VALUE "N".
       01 WS-STAFF-ID         PIC X(12).
       01 WS-STAFF-PASS       PIC X(20).
       01 WS-HASH-INPUT       PIC X(20).
       01 WS-HASH-OUTPUT      PIC X(20).
       01 WS-HASH-VALUE       PIC 9(18).
       01 WS-HASH-IDX         PIC 9(3).
       01 WS-CIFLINK-OPEN     PIC X VALUE "N".
       01 WS-CUST-ACC-COUNT   PIC 9(2) VALUE 0.
       01 WS-CUST-ACC-IDX     PIC 9(2).
       01 WS-CUST-ACC-HIT     PIC X.
       01 WS-INCOME-MONTH     PIC 9(6) OCCURS 3 TIMES.
       01 WS-INCOME-AMOUNT    PIC 9(10)V99 OCCURS 3 TIMES.
       01 WS-MONTH-IDX        PIC 9.
       01 WS-MONTHS-PAID      PIC 9.
       01 WS-INCOME-TOTAL     PIC 9(10)V99.
       01 WS-DEBT-SERVICE     PIC 9(10)V99.
       01 WS-DSR-WORK         PIC 9(5)V99.
       01 WS-TALLY-LINE       PIC X(140).
       01 WS-LINE-HEAD        PIC X(140).
       01 WS-LINE-TAIL        PIC X(140).
       01 WS-LINE-ACC         PIC X(10).
       01 WS-LINE-MONTH       PIC 9(6).
       01 WS-LINE-AMOUNT-X    PIC X(12).
       01 WS-LINE-AMOUNT REDEFINES WS-LINE-AMOUNT-X PIC 9(10)V99.
       01 WS-FS-LOANRESTR     PIC XX.
       01 WS-FS-LOANSCHHIST   PIC XX.
       01 WS-RS-SEQ           PIC 9(6) VALUE 0.
       01 WS-RS-NUM           PIC 9(6).
       01 WS-MIN-BALANCE      PIC 9(8)V99 VALUE 100.00.
       01 WS-SETTLE-FEE-PCT   PIC 9(2)V99 VALUE 2.00.
       01 WS-SCHED-BASE       PIC 9(3) VALUE 0.
       01 WS-SCHED-TERM       PIC 9(3).
       01 WS-QUOTE-DATE       PIC 9(8).
       01 WS-LAST-PAID-MONTH  PIC 9(6).
       01 WS-LAST-RESTR-DATE  PIC 9(8).
       01 WS-INT-FROM-DATE    PIC 9(8).
       01 WS-INT-DAY          PIC 9(2).
       01 WS-INT-DAYS         PIC S9(5).
       01 WS-OUTSTANDING      PIC 9(8)V99.
       01 WS-ARREARS-INT      PIC 9(8)V99.
       01 WS-ACCRUED-INT      PIC 9(8)V99.
       01 WS-SETTLE-FEE       PIC 9(8)V99.
       01 WS-SETTLE-TOTAL     PIC 9(8)V99.
       01 WS-BALANCE-AFTER    PIC S9(8)V99.
       01 WS-NEW-TERM         PIC 9(3).
       01 WS-NEW-PRINCIPAL    PIC 9(8)V99.
       01 WS-OLD-PRINCIPAL    PIC 9(8)V99.
       01 WS-OLD-TERM         PIC 9(3).
       01 WS-OLD-INSTALLMENT  PIC 9(8)V99.
       01 WS-CONFIRM          PIC X.

       01 CUSTOMER-ACCOUNT-TABLE.
           05 CUST-ACC-NO     PIC X(10) OCCURS 20 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               OPEN I-O LOANSCHED-FILE
           END-IF

           OPEN I-O LOANAPP-FILE
           IF WS-FS-LOANAPP NOT = "00"
               OPEN OUTPUT LOANAPP-FILE
               CLOSE LOANAPP-FILE
               OPEN I-O LOANAPP-FILE
           END-IF

           OPEN I-O LOANRESTR-FILE
           IF WS-FS-LOANRESTR NOT = "00"
               OPEN OUTPUT LOANRESTR-FILE
               CLOSE LOANRESTR-FILE
               OPEN I-O LOANRESTR-FILE
           END-IF

           OPEN I-O LOANSCHHIST-FILE
           IF WS-FS-LOANSCHHIST NOT = "00"
               OPEN OUTPUT LOANSCHHIST-FILE
               CLOSE LOANSCHHIST-FILE
               OPEN I-O LOANSCHHIST-FILE
           END-IF

           OPEN INPUT CIFLINK-FILE
           IF WS-FS-CIFLINK = "00"
               MOVE "Y" TO WS-CIFLINK-OPEN
           END-IF

           PERFORM LOAD-BANK-POLICY-CONFIG
           PERFORM INIT-LOAN-SEQ
           PERFORM INIT-APP-SEQ
           PERFORM INIT-RS-SEQ

           PERFORM UNTIL WS-EXIT = "Y"
               MOVE 0 TO WS-OPTION
               DISPLAY " "
               DISPLAY "1. CAPTURE LOAN APPLICATION"
               DISPLAY "2. ASSESS APPLICATION"
               DISPLAY "3. APPROVE/DECLINE APPLICATION (MANAGER)"
               DISPLAY "4. BOOK APPROVED LOAN AND DISBURSE"
               DISPLAY "5. SHOW LOAN AND SCHEDULE"
               DISPLAY "6. LIST LOANS AND APPLICATIONS FOR ACCOUNT"
               DISPLAY "7. EARLY SETTLEMENT QUOTE AND PAYOFF"
               DISPLAY "8. RESTRUCTURE LOAN (MANAGER)"
               DISPLAY "9. EXIT"
               DISPLAY "CHOOSE OPTION (1-9): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM CAPTURE-APPLICATION
                   WHEN 2
                       PERFORM ASSESS-APPLICATION
                   WHEN 3
                       PERFORM DECIDE-APPLICATION
                   WHEN 4
                       PERFORM BOOK-APPROVED-LOAN
                   WHEN 5
                       PERFORM SHOW-LOAN
                   WHEN 6
                       PERFORM LIST-ACCOUNT-LOANS
                   WHEN 7
                       PERFORM EARLY-SETTLEMENT
                   WHEN 8
                       PERFORM RESTRUCTURE-LOAN
                   WHEN 9
                       MOVE "Y" TO WS-EXIT
                   WHEN OTHER
                       DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           CLOSE ACCOUNTS BANKLOAN-FILE LOANSCHED-FILE LOANAPP-FILE
               LOANRESTR-FILE LOANSCHHIST-FILE
           IF WS-CIFLINK-OPEN = "Y"
               CLOSE CIFLINK-FILE
           END-IF
           STOP RUN.

       LOAD-BANK-POLICY-CONFIG.
           OPEN INPUT BANK-POLICY-FILE
           IF WS-FS-BANKPOLICY = "00"
               MOVE SPACES TO BANK-POLICY-RECORD
               READ BANK-POLICY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF POLICY-MIN-BALANCE IS NUMERIC
                           MOVE POLICY-MIN-BALANCE TO WS-MIN-BALANCE
                       END-IF
                       IF POLICY-MAX-DSR-PCT IS NUMERIC AND
                          POLICY-MAX-DSR-PCT > 0
                           MOVE POLICY-MAX-DSR-PCT TO WS-MAX-DSR-PCT
                       END-IF
                       IF POLICY-SETTLE-FEE-PCT IS NUMERIC AND
                          POLICY-SETTLE-FEE-PCT > 0
                           MOVE POLICY-SETTLE-FEE-PCT
                               TO WS-SETTLE-FEE-PCT
                       END-IF
               END-READ
               CLOSE BANK-POLICY-FILE
           ELSE
               DISPLAY "BANKPOLICY.TXT not found. Using default "
                   "debt-service ratio limit and settlement fee."
           END-IF.

       INIT-APP-SEQ.
           MOVE "00" TO WS-FS-LOANAPP
           PERFORM UNTIL WS-FS-LOANAPP = "10"
               READ LOANAPP-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOANAPP
                   NOT AT END
                       IF LA-ID(3:6) IS NUMERIC
                           MOVE LA-ID(3:6) TO WS-APP-NUM
                           IF WS-APP-NUM > WS-APP-SEQ
                               MOVE WS-APP-NUM TO WS-APP-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       INIT-LOAN-SEQ.
           MOVE "00" TO WS-FS-BANKLOAN
           PERFORM UNTIL WS-FS-BANKLOAN = "10"
               END-READ
           END-PERFORM.

       CAPTURE-APPLICATION.
           DISPLAY "ENTER LINKED ACCOUNT NUMBER: "
           ACCEPT ACC-NO
           READ ACCOUNTS
                   IF ACC-STATUS = "CLOSED" OR ACC-STATUS = "FROZEN"
                       DISPLAY "ERROR: ACCOUNT IS " ACC-STATUS "."
                   ELSE
                       PERFORM CAPTURE-NEW-APPLICATION
                   END-IF
           END-READ.

       CAPTURE-NEW-APPLICATION.
           MOVE SPACES TO LOANAPP-REC
           MOVE ACC-NO TO LA-ACC-NO
           DISPLAY "PRINCIPAL AMOUNT: "
           ACCEPT LA-PRINCIPAL
           DISPLAY "ANNUAL RATE (E.G. 0.0800): "
           ACCEPT LA-ANNUAL-RATE
           DISPLAY "TERM IN MONTHS: "
           ACCEPT LA-TERM-MONTHS
           IF LA-TERM-MONTHS = 0 OR LA-PRINCIPAL = 0
               DISPLAY "ERROR: PRINCIPAL AND TERM MUST BE ENTERED."
           ELSE
               ADD 1 TO WS-APP-SEQ
               STRING
                   "LA" DELIMITED BY SIZE
                   WS-APP-SEQ DELIMITED BY SIZE
                   INTO LA-ID
               END-STRING
               MOVE LA-PRINCIPAL TO BL-PRINCIPAL
               MOVE LA-ANNUAL-RATE TO BL-ANNUAL-RATE
               MOVE LA-TERM-MONTHS TO BL-TERM-MONTHS
               PERFORM COMPUTE-INSTALLMENT
               MOVE BL-INSTALLMENT TO LA-INSTALLMENT
               MOVE WS-RUN-DATE TO LA-CAPTURE-DATE
               MOVE 0 TO LA-MONTHLY-INCOME
               MOVE 0 TO LA-EXISTING-DEBT
               MOVE 0 TO LA-DSR-PCT
               MOVE 0 TO LA-DSR-LIMIT
               MOVE 0 TO LA-ASSESS-DATE
               MOVE 0 TO LA-DECISION-DATE
               MOVE "CAPTURED" TO LA-STATUS
               WRITE LOANAPP-REC
               MOVE LA-INSTALLMENT TO DISPLAY-AMOUNT
               DISPLAY "APPLICATION " LA-ID " CAPTURED. INSTALLMENT "
                   "WOULD BE " DISPLAY-AMOUNT " FOR " LA-TERM-MONTHS
                   " MONTHS."
               DISPLAY "ASSESS IT BEFORE IT GOES TO A MANAGER."
           END-IF.

       COMPUTE-INSTALLMENT.
           COMPUTE WS-MONTH-RATE = BL-ANNUAL-RATE / 12
           IF WS-MONTH-RATE = 0
               COMPUTE BL-INSTALLMENT ROUNDED =
                   BL-PRINCIPAL / BL-TERM-MONTHS
           ELSE
               COMPUTE WS-FACTOR =
                   (1 + WS-MONTH-RATE) ** BL-TERM-MONTHS
               COMPUTE BL-INSTALLMENT ROUNDED =
                   BL-PRINCIPAL * WS-MONTH-RATE * WS-FACTOR /
                   (WS-FACTOR - 1)
           END-IF.

       READ-APPLICATION.
           DISPLAY "ENTER APPLICATION ID (LAnnnnnn): "
           ACCEPT WS-INPUT-APP-ID
           MOVE WS-INPUT-APP-ID TO LA-ID
           READ LOANAPP-FILE
               INVALID KEY
                   DISPLAY "ERROR: APPLICATION NOT FOUND."
                   MOVE "23" TO WS-FS-LOANAPP
           END-READ.

       ASSESS-APPLICATION.
           PERFORM READ-APPLICATION
           IF WS-FS-LOANAPP = "00"
               IF LA-STATUS NOT = "CAPTURED" AND
                  LA-STATUS NOT = "ASSESSED"
                   DISPLAY "APPLICATION IS " LA-STATUS
                       ". IT CANNOT BE ASSESSED AGAIN."
               ELSE
                   PERFORM FIND-CUSTOMER-ACCOUNTS
                   PERFORM ESTIMATE-MONTHLY-INCOME
                   PERFORM SUM-EXISTING-LOANS
                   PERFORM COMPUTE-DEBT-SERVICE-RATIO
                   MOVE WS-RUN-DATE TO LA-ASSESS-DATE
                   MOVE "ASSESSED" TO LA-STATUS
                   REWRITE LOANAPP-REC
                   PERFORM SHOW-ASSESSMENT
               END-IF
           END-IF.

       FIND-CUSTOMER-ACCOUNTS.
           MOVE SPACES TO CUSTOMER-ACCOUNT-TABLE
           MOVE LA-ACC-NO TO CUST-ACC-NO(1)
           MOVE 1 TO WS-CUST-ACC-COUNT
           MOVE SPACES TO LA-CIF-ID
           IF WS-CIFLINK-OPEN = "Y"
               MOVE LA-ACC-NO TO LINK-ACC-NO
               START CIFLINK-FILE KEY IS EQUAL TO LINK-ACC-NO
                   INVALID KEY MOVE "10" TO WS-FS-CIFLINK
                   NOT INVALID KEY MOVE "00" TO WS-FS-CIFLINK
               END-START
               PERFORM UNTIL WS-FS-CIFLINK = "10"
                   READ CIFLINK-FILE NEXT
                       AT END MOVE "10" TO WS-FS-CIFLINK
                       NOT AT END
                           IF LINK-ACC-NO NOT = LA-ACC-NO
                               MOVE "10" TO WS-FS-CIFLINK
                           ELSE
                               IF LA-CIF-ID = SPACES OR
                                  LINK-ROLE = "PRIMARY"
                                   MOVE LINK-CIF-ID TO LA-CIF-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF LA-CIF-ID NOT = SPACES
               MOVE LA-CIF-ID TO LINK-CIF-ID
               MOVE LOW-VALUES TO LINK-ACC-NO
               START CIFLINK-FILE KEY IS NOT LESS THAN LINK-KEY
                   INVALID KEY MOVE "10" TO WS-FS-CIFLINK
                   NOT INVALID KEY MOVE "00" TO WS-FS-CIFLINK
               END-START
               PERFORM UNTIL WS-FS-CIFLINK = "10"
                   READ CIFLINK-FILE NEXT
                       AT END MOVE "10" TO WS-FS-CIFLINK
                       NOT AT END
                           IF LINK-CIF-ID NOT = LA-CIF-ID
                               MOVE "10" TO WS-FS-CIFLINK
                           ELSE
                               MOVE LINK-ACC-NO TO WS-LINE-ACC
                               PERFORM CHECK-CUSTOMER-ACCOUNT
                               IF WS-CUST-ACC-HIT = "N" AND
                                  WS-CUST-ACC-COUNT < 20
                                   ADD 1 TO WS-CUST-ACC-COUNT
                                   MOVE LINK-ACC-NO TO
                                       CUST-ACC-NO(WS-CUST-ACC-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-CUSTOMER-ACCOUNT.
           MOVE "N" TO WS-CUST-ACC-HIT
           PERFORM VARYING WS-CUST-ACC-IDX FROM 1 BY 1 UNTIL
               WS-CUST-ACC-IDX > WS-CUST-ACC-COUNT OR
               WS-CUST-ACC-HIT = "Y"
               IF CUST-ACC-NO(WS-CUST-ACC-IDX) = WS-LINE-ACC
                   MOVE "Y" TO WS-CUST-ACC-HIT
               END-IF
           END-PERFORM.

       ESTIMATE-MONTHLY-INCOME.
           MOVE WS-RUN-DATE(1:6) TO WS-DUE-MONTH
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1 UNTIL
               WS-MONTH-IDX > 3
               MOVE WS-DUE-MONTH(5:2) TO WS-DUE-MM
               MOVE WS-DUE-MONTH(1:4) TO WS-DUE-YYYY
               SUBTRACT 1 FROM WS-DUE-MM
               IF WS-DUE-MM = 0
                   MOVE 12 TO WS-DUE-MM
                   SUBTRACT 1 FROM WS-DUE-YYYY
               END-IF
               MOVE WS-DUE-YYYY TO WS-DUE-MONTH(1:4)
               MOVE WS-DUE-MM TO WS-DUE-MONTH(5:2)
               MOVE WS-DUE-MONTH TO WS-INCOME-MONTH(WS-MONTH-IDX)
               MOVE 0 TO WS-INCOME-AMOUNT(WS-MONTH-IDX)
           END-PERFORM

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT STATEMENT-FILE
           IF WS-FS-STATEMENT = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STATEMENT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE STATEMENT-LINE TO WS-TALLY-LINE
                           PERFORM TALLY-SALARY-LINE
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-FILE
           END-IF
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1 UNTIL
               WS-MONTH-IDX > 3
               PERFORM TALLY-SALARY-ARCHIVE
           END-PERFORM

           MOVE 0 TO WS-MONTHS-PAID
           MOVE 0 TO WS-INCOME-TOTAL
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1 UNTIL
               WS-MONTH-IDX > 3
               IF WS-INCOME-AMOUNT(WS-MONTH-IDX) > 0
                   ADD 1 TO WS-MONTHS-PAID
                   ADD WS-INCOME-AMOUNT(WS-MONTH-IDX)
                       TO WS-INCOME-TOTAL
               END-IF
           END-PERFORM
           IF WS-MONTHS-PAID = 0
               MOVE 0 TO LA-MONTHLY-INCOME
           ELSE
               COMPUTE LA-MONTHLY-INCOME ROUNDED =
                   WS-INCOME-TOTAL / WS-MONTHS-PAID
           END-IF.

       TALLY-SALARY-ARCHIVE.
           MOVE SPACES TO WS-ARCH-NAME
           STRING
               "STATEMENT_" DELIMITED BY SIZE
               WS-INCOME-MONTH(WS-MONTH-IDX) DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-ARCH-NAME
           END-STRING
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT STMT-ARCH-FILE
           IF WS-FS-STMT-ARCH = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STMT-ARCH-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE STMT-ARCH-LINE TO WS-TALLY-LINE
                           PERFORM TALLY-SALARY-LINE
                   END-READ
               END-PERFORM
               CLOSE STMT-ARCH-FILE
           END-IF.

       TALLY-SALARY-LINE.
           IF WS-TALLY-LINE(1:6) IS NUMERIC AND
              WS-TALLY-LINE(30:10) = "SALARY-PAY"
               MOVE WS-TALLY-LINE(1:6) TO WS-LINE-MONTH
               MOVE WS-TALLY-LINE(17:10) TO WS-LINE-ACC
               PERFORM CHECK-CUSTOMER-ACCOUNT
               IF WS-CUST-ACC-HIT = "Y"
                   MOVE SPACES TO WS-LINE-HEAD WS-LINE-TAIL
                   UNSTRING WS-TALLY-LINE DELIMITED BY " | AMOUNT: "
                       INTO WS-LINE-HEAD WS-LINE-TAIL
                   END-UNSTRING
                   IF WS-LINE-TAIL(1:12) IS NUMERIC
                       MOVE WS-LINE-TAIL(1:12) TO WS-LINE-AMOUNT-X
                       PERFORM ADD-SALARY-TO-MONTH
                   END-IF
               END-IF
           END-IF.

       ADD-SALARY-TO-MONTH.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1 UNTIL
               WS-MONTH-IDX > 3
               IF WS-INCOME-MONTH(WS-MONTH-IDX) = WS-LINE-MONTH
                   ADD WS-LINE-AMOUNT TO WS-INCOME-AMOUNT(WS-MONTH-IDX)
               END-IF
           END-PERFORM.

       SUM-EXISTING-LOANS.
           MOVE 0 TO LA-EXISTING-DEBT
           MOVE LOW-VALUES TO BL-ID
           START BANKLOAN-FILE KEY IS NOT LESS THAN BL-ID
               INVALID KEY MOVE "10" TO WS-FS-BANKLOAN
               NOT INVALID KEY MOVE "00" TO WS-FS-BANKLOAN
           END-START
           PERFORM UNTIL WS-FS-BANKLOAN = "10"
               READ BANKLOAN-FILE NEXT
                   AT END MOVE "10" TO WS-FS-BANKLOAN
                   NOT AT END
                       IF BL-STATUS = "ACTIVE" OR
                          BL-STATUS = "ARREARS"
                           MOVE BL-ACC-NO TO WS-LINE-ACC
                           PERFORM CHECK-CUSTOMER-ACCOUNT
                           IF WS-CUST-ACC-HIT = "Y"
                               ADD BL-INSTALLMENT TO LA-EXISTING-DEBT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COMPUTE-DEBT-SERVICE-RATIO.
           MOVE WS-MAX-DSR-PCT TO LA-DSR-LIMIT
           COMPUTE WS-DEBT-SERVICE = LA-EXISTING-DEBT + LA-INSTALLMENT
           IF LA-MONTHLY-INCOME = 0
               MOVE 999.99 TO LA-DSR-PCT
           ELSE
               COMPUTE WS-DSR-WORK ROUNDED =
                   WS-DEBT-SERVICE * 100 / LA-MONTHLY-INCOME
                   ON SIZE ERROR MOVE 999.99 TO WS-DSR-WORK
               END-COMPUTE
               IF WS-DSR-WORK > 999.99
                   MOVE 999.99 TO LA-DSR-PCT
               ELSE
                   MOVE WS-DSR-WORK TO LA-DSR-PCT
               END-IF
           END-IF.

       SHOW-ASSESSMENT.
           MOVE LA-MONTHLY-INCOME TO DISPLAY-INCOME
           MOVE LA-EXISTING-DEBT TO DISPLAY-DEBT
           MOVE LA-INSTALLMENT TO DISPLAY-AMOUNT
           MOVE LA-DSR-PCT TO DISPLAY-DSR
           MOVE LA-DSR-LIMIT TO DISPLAY-LIMIT
           DISPLAY "APPLICATION " LA-ID " | ACC: " LA-ACC-NO
               " | CIF: " LA-CIF-ID " | " LA-STATUS
           DISPLAY "  ESTIMATED MONTHLY INCOME: " DISPLAY-INCOME
           DISPLAY "  EXISTING LOAN INSTALLMENTS: " DISPLAY-DEBT
           DISPLAY "  NEW INSTALLMENT:            " DISPLAY-AMOUNT
           DISPLAY "  DEBT-SERVICE RATIO: " DISPLAY-DSR
               "% (LIMIT " DISPLAY-LIMIT "%)"
           IF LA-MONTHLY-INCOME = 0
               DISPLAY "  NO PAYROLL CREDITS FOUND IN THE LAST "
                   "THREE MONTHS."
           END-IF
           IF LA-DSR-PCT > LA-DSR-LIMIT
               DISPLAY "  RESULT: NOT AFFORDABLE. THE APPLICATION "
                   "CAN ONLY BE DECLINED."
           ELSE
               DISPLAY "  RESULT: AFFORDABLE. READY FOR MANAGER "
                   "APPROVAL."
           END-IF.

       DECIDE-APPLICATION.
           PERFORM READ-APPLICATION
           IF WS-FS-LOANAPP = "00"
               IF LA-STATUS NOT = "ASSESSED"
                   DISPLAY "APPLICATION IS " LA-STATUS
                       ". ONLY ASSESSED APPLICATIONS CAN BE DECIDED."
               ELSE
                   PERFORM SHOW-ASSESSMENT
                   PERFORM VERIFY-STAFF-MANAGER
                   IF WS-MANAGER-OK = "N"
                       DISPLAY "ERROR: MANAGER SIGN-IN FAILED. NO "
                           "DECISION RECORDED."
                   ELSE
                       DISPLAY "A = APPROVE, D = DECLINE: "
                       ACCEPT WS-DECISION
                       PERFORM RECORD-DECISION
                   END-IF
               END-IF
           END-IF.

       RECORD-DECISION.
           IF WS-DECISION = "A" OR WS-DECISION = "a"
               IF LA-DSR-PCT > LA-DSR-LIMIT
                   DISPLAY "ERROR: DEBT-SERVICE RATIO OVER THE "
                       "POLICY LIMIT. APPROVAL REFUSED."
               ELSE
                   MOVE "APPROVED" TO LA-STATUS
                   MOVE WS-STAFF-ID TO LA-DECISION-STAFF
                   MOVE WS-RUN-DATE TO LA-DECISION-DATE
                   REWRITE LOANAPP-REC
                   DISPLAY "APPLICATION " LA-ID " APPROVED BY "
                       WS-STAFF-ID "."
               END-IF
           ELSE
           IF WS-DECISION = "D" OR WS-DECISION = "d"
               MOVE "DECLINED" TO LA-STATUS
               MOVE WS-STAFF-ID TO LA-DECISION-STAFF
               MOVE WS-RUN-DATE TO LA-DECISION-DATE
               REWRITE LOANAPP-REC
               DISPLAY "APPLICATION " LA-ID " DECLINED BY "
                   WS-STAFF-ID "."
           ELSE
               DISPLAY "NO DECISION RECORDED."
           END-IF
           END-IF.

       VERIFY-STAFF-MANAGER.
           MOVE "N" TO WS-MANAGER-OK
           OPEN I-O STAFFDIR-FILE
           IF WS-FS-STAFFDIR NOT = "00"
               DISPLAY "STAFF DIRECTORY UNAVAILABLE. LOAN DECISIONS "
                   "NEED A STAFF ID."
           ELSE
               DISPLAY "MANAGER STAFF ID: "
               ACCEPT WS-STAFF-ID
               DISPLAY "PASSWORD: "
               ACCEPT WS-STAFF-PASS
               MOVE WS-STAFF-ID TO STF-ID-KEY
               READ STAFFDIR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-STAFF-MANAGER-CREDS
               END-READ
               CLOSE STAFFDIR-FILE
           END-IF.

       CHECK-STAFF-MANAGER-CREDS.
           IF STF-STATUS NOT = "ACTIVE"
               DISPLAY "STAFF ACCOUNT IS " STF-STATUS "."
           ELSE
               MOVE WS-STAFF-PASS TO WS-HASH-INPUT
               PERFORM HASH-PASSWORD
               IF STF-PASSWORD = WS-HASH-OUTPUT AND
                  STF-BANK-ROLE = "MANAGER"
                   MOVE 0 TO STF-FAILED-LOGINS
                   REWRITE STAFFDIR-RECORD
                   MOVE "Y" TO WS-MANAGER-OK
               ELSE
                   IF STF-PASSWORD NOT = WS-HASH-OUTPUT
                       ADD 1 TO STF-FAILED-LOGINS
                       IF STF-FAILED-LOGINS >= 3
                           MOVE "LOCKED" TO STF-STATUS
                           DISPLAY "STAFF ACCOUNT NOW LOCKED."
                       END-IF
                       REWRITE STAFFDIR-RECORD
                   END-IF
               END-IF
           END-IF.

       HASH-PASSWORD.
           MOVE 0 TO WS-HASH-VALUE
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1 UNTIL
               WS-HASH-IDX > 20
               COMPUTE WS-HASH-VALUE =
                   FUNCTION MOD((WS-HASH-VALUE * 31) +
                   FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IDX:1)),
                   999999999999999937)
           END-PERFORM
           MOVE WS-HASH-VALUE TO WS-HASH-OUTPUT.

       BOOK-APPROVED-LOAN.
           PERFORM READ-APPLICATION
           IF WS-FS-LOANAPP = "00"
               IF LA-STATUS NOT = "APPROVED"
                   DISPLAY "APPLICATION IS " LA-STATUS
                       ". ONLY APPROVED APPLICATIONS CAN BE BOOKED."
               ELSE
                   MOVE LA-ACC-NO TO ACC-NO
                   READ ACCOUNTS
                       INVALID KEY
                           DISPLAY "ERROR: ACCOUNT NOT FOUND."
                       NOT INVALID KEY
                           IF ACC-STATUS = "CLOSED" OR
                              ACC-STATUS = "FROZEN"
                               DISPLAY "ERROR: ACCOUNT IS "
                                   ACC-STATUS "."
                           ELSE
                               PERFORM CAPTURE-NEW-LOAN
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CAPTURE-NEW-LOAN.
           ADD 1 TO WS-LOAN-SEQ
           MOVE SPACES TO BL-ID
               INTO BL-ID
           END-STRING
           MOVE ACC-NO TO BL-ACC-NO
           MOVE LA-PRINCIPAL TO BL-PRINCIPAL
           MOVE LA-ANNUAL-RATE TO BL-ANNUAL-RATE
           MOVE LA-TERM-MONTHS TO BL-TERM-MONTHS
           PERFORM COMPUTE-INSTALLMENT
           MOVE WS-RUN-DATE TO BL-OPEN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-DUE-MONTH
           PERFORM ADVANCE-DUE-MONTH
           MOVE WS-DUE-MONTH TO BL-NEXT-DUE
           MOVE 0 TO BL-PAID-COUNT
           MOVE 0 TO BL-ARREARS
           MOVE "ACTIVE" TO BL-STATUS
           WRITE BANKLOAN-REC
           MOVE BL-PRINCIPAL TO WS-BALANCE-LEFT
           MOVE 0 TO WS-SCHED-BASE
           MOVE BL-TERM-MONTHS TO WS-SCHED-TERM
           PERFORM GENERATE-SCHEDULE
           ADD BL-PRINCIPAL TO ACC-BALANCE
           REWRITE ACCOUNT-REC
           MOVE "LOAN-DISB" TO WS-TRANS-TYPE
           MOVE BL-PRINCIPAL TO WS-AMOUNT
           PERFORM WRITE-LOAN-STATEMENT-LINE
           MOVE "LOAN-DISB" TO WS-GL-TRAN-CODE
           MOVE BL-ID TO WS-GL-REF
           MOVE BL-PRINCIPAL TO WS-GL-AMOUNT
           MOVE WS-GL-LOANS TO WS-GL-DR-CODE
           MOVE WS-GL-DEPOSITS TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           MOVE BL-ID TO LA-LOAN-ID
           MOVE "BOOKED" TO LA-STATUS
           REWRITE LOANAPP-REC
           MOVE BL-INSTALLMENT TO DISPLAY-AMOUNT
           DISPLAY "LOAN " BL-ID " OPENED FROM APPLICATION " LA-ID
               ". INSTALLMENT: " DISPLAY-AMOUNT " FOR "
               BL-TERM-MONTHS " MONTHS.".

       ADVANCE-DUE-MONTH.
           MOVE WS-DUE-MONTH(5:2) TO WS-DUE-MM
           MOVE WS-DUE-MM TO WS-DUE-MONTH(5:2).

       GENERATE-SCHEDULE.
           MOVE BL-NEXT-DUE TO WS-DUE-MONTH
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1 UNTIL
               WS-SCHED-IDX > WS-SCHED-TERM
               MOVE BL-ID TO LS-LOAN-ID
               COMPUTE LS-SEQ = WS-SCHED-BASE + WS-SCHED-IDX
               MOVE WS-DUE-MONTH TO LS-DUE-MONTH
               MOVE BL-INSTALLMENT TO LS-AMOUNT
               COMPUTE LS-INT-PART ROUNDED =
                   WS-BALANCE-LEFT * WS-MONTH-RATE
               COMPUTE LS-PRIN-PART =
                   BL-INSTALLMENT - LS-INT-PART
               IF WS-SCHED-IDX = WS-SCHED-TERM OR
                  LS-PRIN-PART > WS-BALANCE-LEFT
                   MOVE WS-BALANCE-LEFT TO LS-PRIN-PART
                   COMPUTE LS-AMOUNT =
                       BL-TERM-MONTHS
                       " | ARREARS: " BL-ARREARS
                   PERFORM LIST-SCHEDULE
                   PERFORM LIST-RESTRUCTURES
           END-READ.

       LIST-SCHEDULE.
                               " | NEXT DUE: " BL-NEXT-DUE
                       END-IF
               END-READ
           END-PERFORM
           MOVE LOW-VALUES TO LA-ID
           START LOANAPP-FILE KEY IS NOT LESS THAN LA-ID
               INVALID KEY MOVE "10" TO WS-FS-LOANAPP
               NOT INVALID KEY MOVE "00" TO WS-FS-LOANAPP
           END-START
           PERFORM UNTIL WS-FS-LOANAPP = "10"
               READ LOANAPP-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOANAPP
                   NOT AT END
                       IF LA-ACC-NO = ACC-NO
                           MOVE LA-PRINCIPAL TO DISPLAY-AMOUNT
                           MOVE LA-DSR-PCT TO DISPLAY-DSR
                           DISPLAY LA-ID " | " LA-STATUS
                               " | PRINCIPAL: " DISPLAY-AMOUNT
                               " | DSR: " DISPLAY-DSR "%"
                               " | BY: " LA-DECISION-STAFF
                               " | LOAN: " LA-LOAN-ID
                       END-IF
               END-READ
           END-PERFORM.

       LIST-RESTRUCTURES.
           MOVE LOW-VALUES TO RS-ID
           START LOANRESTR-FILE KEY IS NOT LESS THAN RS-ID
               INVALID KEY MOVE "10" TO WS-FS-LOANRESTR
               NOT INVALID KEY MOVE "00" TO WS-FS-LOANRESTR
           END-START
           PERFORM UNTIL WS-FS-LOANRESTR = "10"
               READ LOANRESTR-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOANRESTR
                   NOT AT END
                       IF RS-LOAN-ID = WS-INPUT-LOAN-ID
                           MOVE RS-CAPITALISED TO DISPLAY-AMOUNT
                           DISPLAY "  RESTRUCTURED " RS-DATE
                               " (" RS-ID ") BY " RS-STAFF
                               " | ARREARS: " RS-ARREARS
                               " | CAPITALISED: " DISPLAY-AMOUNT
                           MOVE RS-NEW-INSTALLMENT TO DISPLAY-AMOUNT
                           DISPLAY "    NEW TERM: " RS-NEW-TERM
                               " MONTHS | INSTALLMENT: "
                               DISPLAY-AMOUNT
                               " | OLD TERM: " RS-OLD-TERM
                           PERFORM LIST-OLD-SCHEDULE
                       END-IF
               END-READ
           END-PERFORM.

       LIST-OLD-SCHEDULE.
           MOVE RS-ID TO LH-RS-ID
           MOVE 0 TO LH-SEQ
           START LOANSCHHIST-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY MOVE "10" TO WS-FS-LOANSCHHIST
               NOT INVALID KEY MOVE "00" TO WS-FS-LOANSCHHIST
           END-START
           PERFORM UNTIL WS-FS-LOANSCHHIST = "10"
               READ LOANSCHHIST-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOANSCHHIST
                   NOT AT END
                       IF LH-RS-ID NOT = RS-ID
                           MOVE "10" TO WS-FS-LOANSCHHIST
                       ELSE
                           MOVE LH-AMOUNT TO DISPLAY-AMOUNT
                           DISPLAY "    OLD " LH-SEQ " | "
                               LH-DUE-MONTH " | " DISPLAY-AMOUNT
                               " | " LH-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       INIT-RS-SEQ.
           MOVE "00" TO WS-FS-LOANRESTR
           PERFORM UNTIL WS-FS-LOANRESTR = "10"
               READ LOANRESTR-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOANRESTR
                   NOT AT END
                       IF RS-ID(3:6) IS NUMERIC
                           MOVE RS-ID(3:6) TO WS-RS-NUM
                           IF WS-RS-NUM > WS-RS-SEQ
                               MOVE WS-RS-NUM TO WS-RS-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       READ-OPEN-LOAN.
           DISPLAY "ENTER LOAN ID (BLnnnnnn): "
           ACCEPT WS-INPUT-LOAN-ID
           MOVE WS-INPUT-LOAN-ID TO BL-ID
           READ BANKLOAN-FILE
               INVALID KEY
                   DISPLAY "ERROR: LOAN NOT FOUND."
                   MOVE "23" TO WS-FS-BANKLOAN
               NOT INVALID KEY
                   IF BL-STATUS NOT = "ACTIVE" AND
                      BL-STATUS NOT = "ARREARS"
                       DISPLAY "LOAN IS " BL-STATUS
                           ". ONLY ACTIVE OR ARREARS LOANS QUALIFY."
                       MOVE "23" TO WS-FS-BANKLOAN
                   END-IF
           END-READ.

       EARLY-SETTLEMENT.
           PERFORM READ-OPEN-LOAN
           IF WS-FS-BANKLOAN = "00"
               DISPLAY "QUOTE DATE (YYYYMMDD, 0 = TODAY): "
               ACCEPT WS-QUOTE-DATE
               IF WS-QUOTE-DATE = 0
                   MOVE WS-RUN-DATE TO WS-QUOTE-DATE
               END-IF
               IF WS-QUOTE-DATE(5:2) < "01" OR
                  WS-QUOTE-DATE(5:2) > "12" OR
                  WS-QUOTE-DATE(7:2) < "01" OR
                  WS-QUOTE-DATE(7:2) > "31" OR
                  WS-QUOTE-DATE < WS-RUN-DATE
                   DISPLAY "ERROR: QUOTE DATE MUST BE A VALID DATE "
                       "FROM TODAY ON."
               ELSE
                   PERFORM COMPUTE-SETTLEMENT-QUOTE
                   PERFORM SHOW-SETTLEMENT-QUOTE
                   IF WS-QUOTE-DATE = WS-RUN-DATE
                       DISPLAY "PAY OFF THE LOAN NOW FROM ACCOUNT "
                           BL-ACC-NO " (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                           PERFORM PAY-OFF-LOAN
                       END-IF
                   ELSE
                       DISPLAY "QUOTE APPLIES TO A PAYOFF ON "
                           WS-QUOTE-DATE " ONLY."
                   END-IF
               END-IF
           END-IF.

       COMPUTE-SETTLEMENT-QUOTE.
           MOVE 0 TO WS-OUTSTANDING
           MOVE 0 TO WS-ARREARS-INT
           MOVE 0 TO WS-LAST-PAID-MONTH
           MOVE BL-ID TO LS-LOAN-ID
           MOVE 0 TO LS-SEQ
           START LOANSCHED-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY MOVE "10" TO WS-FS-LOANSCHED
               NOT INVALID KEY MOVE "00" TO WS-FS-LOANSCHED
           END-START
           PERFORM UNTIL WS-FS-LOANSCHED = "10"
               READ LOANSCHED-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOANSCHED
                   NOT AT END
                       IF LS-LOAN-ID NOT = BL-ID
                           MOVE "10" TO WS-FS-LOANSCHED
                       ELSE
                           IF LS-STATUS = "PAID"
                               MOVE LS-DUE-MONTH
                                   TO WS-LAST-PAID-MONTH
                           END-IF
                           IF LS-STATUS = "DUE"
                               ADD LS-PRIN-PART TO WS-OUTSTANDING
                               IF LS-DUE-MONTH < BL-NEXT-DUE
                                   ADD LS-INT-PART TO WS-ARREARS-INT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LAST-PAID-MONTH = 0
               MOVE BL-OPEN-DATE TO WS-INT-FROM-DATE
           ELSE
               MOVE BL-OPEN-DATE(7:2) TO WS-INT-DAY
               IF WS-INT-DAY > 28
                   MOVE 28 TO WS-INT-DAY
               END-IF
               MOVE WS-LAST-PAID-MONTH TO WS-INT-FROM-DATE(1:6)
               MOVE WS-INT-DAY TO WS-INT-FROM-DATE(7:2)
           END-IF
           PERFORM FIND-LAST-RESTRUCTURE
           IF WS-LAST-RESTR-DATE > WS-INT-FROM-DATE
               MOVE WS-LAST-RESTR-DATE TO WS-INT-FROM-DATE
           END-IF
           COMPUTE WS-INT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-QUOTE-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-INT-FROM-DATE)
           IF WS-INT-DAYS < 0
               MOVE 0 TO WS-INT-DAYS
           END-IF
           COMPUTE WS-ACCRUED-INT ROUNDED =
               WS-OUTSTANDING * BL-ANNUAL-RATE * WS-INT-DAYS / 365
           COMPUTE WS-SETTLE-FEE ROUNDED =
               WS-OUTSTANDING * WS-SETTLE-FEE-PCT / 100
           COMPUTE WS-SETTLE-TOTAL =
               WS-OUTSTANDING + WS-ACCRUED-INT + WS-SETTLE-FEE.

       FIND-LAST-RESTRUCTURE.
           MOVE 0 TO WS-LAST-RESTR-DATE
           MOVE LOW-VALUES TO RS-ID
           START LOANRESTR-FILE KEY IS NOT LESS THAN RS-ID
               INVALID KEY MOVE "10" TO WS-FS-LOANRESTR
               NOT INVALID KEY MOVE "00" TO WS-FS-LOANRESTR
           END-START
           PERFORM UNTIL WS-FS-LOANRESTR = "10"
               READ LOANRESTR-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOANRESTR
                   NOT AT END
                       IF RS-LOAN-ID = BL-ID AND
                          RS-DATE > WS-LAST-RESTR-DATE
                           MOVE RS-DATE TO WS-LAST-RESTR-DATE
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-SETTLEMENT-QUOTE.
           DISPLAY "SETTLEMENT QUOTE FOR LOAN " BL-ID " | ACC: "
               BL-ACC-NO " | AS AT " WS-QUOTE-DATE
           MOVE WS-OUTSTANDING TO DISPLAY-AMOUNT
           DISPLAY "  OUTSTANDING PRINCIPAL:  " DISPLAY-AMOUNT
           MOVE WS-ACCRUED-INT TO DISPLAY-AMOUNT
           DISPLAY "  INTEREST ACCRUED:       " DISPLAY-AMOUNT
               " (" WS-INT-DAYS " DAYS FROM " WS-INT-FROM-DATE ")"
           MOVE WS-SETTLE-FEE TO DISPLAY-AMOUNT
           MOVE WS-SETTLE-FEE-PCT TO DISPLAY-DSR
           DISPLAY "  EARLY SETTLEMENT FEE:   " DISPLAY-AMOUNT
               " (" DISPLAY-DSR "%)"
           MOVE WS-SETTLE-TOTAL TO DISPLAY-AMOUNT
           DISPLAY "  AMOUNT TO SETTLE:       " DISPLAY-AMOUNT
           IF BL-ARREARS > 0
               DISPLAY "  INCLUDES " BL-ARREARS " INSTALLMENT(S) "
                   "IN ARREARS."
           END-IF.

       PAY-OFF-LOAN.
           MOVE BL-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "ERROR: ACCOUNT NOT FOUND."
               NOT INVALID KEY
                   COMPUTE WS-BALANCE-AFTER =
                       ACC-BALANCE - WS-SETTLE-TOTAL
                   IF ACC-STATUS = "CLOSED" OR ACC-STATUS = "FROZEN"
                       DISPLAY "ERROR: ACCOUNT IS " ACC-STATUS "."
                   ELSE
                   IF WS-SETTLE-TOTAL > ACC-BALANCE OR
                      WS-BALANCE-AFTER < WS-MIN-BALANCE
                       DISPLAY "ERROR: INSUFFICIENT FUNDS. THE "
                           "ACCOUNT MUST KEEP THE MINIMUM BALANCE."
                   ELSE
                       PERFORM APPLY-SETTLEMENT
                   END-IF
                   END-IF
           END-READ.

       APPLY-SETTLEMENT.
           SUBTRACT WS-SETTLE-TOTAL FROM ACC-BALANCE
           REWRITE ACCOUNT-REC
           MOVE "LOAN-SETTL" TO WS-TRANS-TYPE
           MOVE WS-SETTLE-TOTAL TO WS-AMOUNT
           PERFORM WRITE-LOAN-STATEMENT-LINE
           MOVE "LOAN-SETTL" TO WS-GL-TRAN-CODE
           MOVE BL-ID TO WS-GL-REF
           MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
           MOVE WS-OUTSTANDING TO WS-GL-AMOUNT
           MOVE WS-GL-LOANS TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           MOVE WS-ACCRUED-INT TO WS-GL-AMOUNT
           MOVE WS-GL-LOAN-INT TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           MOVE WS-SETTLE-FEE TO WS-GL-AMOUNT
           MOVE WS-GL-FEE-INCOME TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR

           MOVE BL-ID TO LS-LOAN-ID
           MOVE 0 TO LS-SEQ
           START LOANSCHED-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY MOVE "10" TO WS-FS-LOANSCHED
               NOT INVALID KEY MOVE "00" TO WS-FS-LOANSCHED
           END-START
           PERFORM UNTIL WS-FS-LOANSCHED = "10"
               READ LOANSCHED-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOANSCHED
                   NOT AT END
                       IF LS-LOAN-ID NOT = BL-ID
                           MOVE "10" TO WS-FS-LOANSCHED
                       ELSE
                           IF LS-STATUS = "DUE"
                               MOVE "SETTLED" TO LS-STATUS
                               REWRITE LOANSCHED-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE "SETTLED" TO BL-STATUS
           MOVE 0 TO BL-ARREARS
           REWRITE BANKLOAN-REC
           MOVE WS-SETTLE-TOTAL TO DISPLAY-AMOUNT
           MOVE ACC-BALANCE TO DISPLAY-BALANCE
           DISPLAY "LOAN " BL-ID " SETTLED EARLY. " DISPLAY-AMOUNT
               " DEBITED. NEW BALANCE: " DISPLAY-BALANCE.

       RESTRUCTURE-LOAN.
           PERFORM READ-OPEN-LOAN
           IF WS-FS-BANKLOAN = "00"
               MOVE WS-RUN-DATE TO WS-QUOTE-DATE
               PERFORM COMPUTE-SETTLEMENT-QUOTE
               COMPUTE WS-NEW-PRINCIPAL =
                   WS-OUTSTANDING + WS-ARREARS-INT
               MOVE BL-INSTALLMENT TO DISPLAY-AMOUNT
               DISPLAY "LOAN " BL-ID " | ACC: " BL-ACC-NO
                   " | PAID: " BL-PAID-COUNT "/" BL-TERM-MONTHS
                   " | INSTALLMENT: " DISPLAY-AMOUNT
               MOVE WS-OUTSTANDING TO DISPLAY-AMOUNT
               DISPLAY "  OUTSTANDING PRINCIPAL:  " DISPLAY-AMOUNT
               MOVE WS-ARREARS-INT TO DISPLAY-AMOUNT
               DISPLAY "  ARREARS INTEREST TO CAPITALISE: "
                   DISPLAY-AMOUNT " (" BL-ARREARS " MONTHS)"
               MOVE WS-NEW-PRINCIPAL TO DISPLAY-AMOUNT
               DISPLAY "  BALANCE TO RESCHEDULE:  " DISPLAY-AMOUNT
               IF WS-NEW-PRINCIPAL = 0
                   DISPLAY "NOTHING LEFT TO RESCHEDULE."
               ELSE
                   DISPLAY "NEW TERM FOR THE REMAINING BALANCE "
                       "(MONTHS): "
                   ACCEPT WS-NEW-TERM
                   IF WS-NEW-TERM = 0 OR
                      BL-PAID-COUNT + WS-NEW-TERM > 999
                       DISPLAY "ERROR: INVALID TERM."
                   ELSE
                       PERFORM VERIFY-STAFF-MANAGER
                       IF WS-MANAGER-OK = "N"
                           DISPLAY "ERROR: MANAGER SIGN-IN FAILED. "
                               "LOAN NOT RESTRUCTURED."
                       ELSE
                           PERFORM APPLY-RESTRUCTURE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-RESTRUCTURE.
           ADD 1 TO WS-RS-SEQ
           MOVE SPACES TO LOANRESTR-REC
           STRING
               "RS" DELIMITED BY SIZE
               WS-RS-SEQ DELIMITED BY SIZE
               INTO RS-ID
           END-STRING
           MOVE BL-PRINCIPAL TO WS-OLD-PRINCIPAL
           MOVE BL-TERM-MONTHS TO WS-OLD-TERM
           MOVE BL-INSTALLMENT TO WS-OLD-INSTALLMENT

           MOVE BL-ID TO LS-LOAN-ID
           MOVE 0 TO LS-SEQ
           START LOANSCHED-FILE KEY IS NOT LESS THAN LS-KEY
               INVALID KEY MOVE "10" TO WS-FS-LOANSCHED
               NOT INVALID KEY MOVE "00" TO WS-FS-LOANSCHED
           END-START
           PERFORM UNTIL WS-FS-LOANSCHED = "10"
               READ LOANSCHED-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOANSCHED
                   NOT AT END
                       IF LS-LOAN-ID NOT = BL-ID
                           MOVE "10" TO WS-FS-LOANSCHED
                       ELSE
                           PERFORM KEEP-OLD-SCHEDULE-ROW
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-NEW-PRINCIPAL TO BL-PRINCIPAL
           MOVE WS-NEW-TERM TO BL-TERM-MONTHS
           PERFORM COMPUTE-INSTALLMENT
           MOVE WS-RUN-DATE(1:6) TO WS-DUE-MONTH
           PERFORM ADVANCE-DUE-MONTH
           MOVE WS-DUE-MONTH TO BL-NEXT-DUE
           MOVE WS-NEW-PRINCIPAL TO WS-BALANCE-LEFT
           MOVE BL-PAID-COUNT TO WS-SCHED-BASE
           MOVE WS-NEW-TERM TO WS-SCHED-TERM
           PERFORM GENERATE-SCHEDULE

           MOVE BL-ID TO RS-LOAN-ID
           MOVE WS-RUN-DATE TO RS-DATE
           MOVE WS-STAFF-ID TO RS-STAFF
           MOVE BL-PAID-COUNT TO RS-PAID-COUNT
           MOVE BL-ARREARS TO RS-ARREARS
           MOVE WS-OLD-TERM TO RS-OLD-TERM
           MOVE WS-OLD-INSTALLMENT TO RS-OLD-INSTALLMENT
           MOVE WS-OUTSTANDING TO RS-OUTSTANDING
           MOVE WS-ARREARS-INT TO RS-CAPITALISED
           MOVE WS-NEW-PRINCIPAL TO RS-NEW-PRINCIPAL
           MOVE WS-NEW-TERM TO RS-NEW-TERM
           MOVE BL-INSTALLMENT TO RS-NEW-INSTALLMENT
           WRITE LOANRESTR-REC

           MOVE WS-OLD-PRINCIPAL TO BL-PRINCIPAL
           COMPUTE BL-TERM-MONTHS = BL-PAID-COUNT + WS-NEW-TERM
           MOVE 0 TO BL-ARREARS
           MOVE "ACTIVE" TO BL-STATUS
           REWRITE BANKLOAN-REC

           MOVE "LOAN-RSTR" TO WS-GL-TRAN-CODE
           MOVE BL-ID TO WS-GL-REF
           MOVE WS-ARREARS-INT TO WS-GL-AMOUNT
           MOVE WS-GL-LOANS TO WS-GL-DR-CODE
           MOVE WS-GL-LOAN-INT TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR

           MOVE BL-INSTALLMENT TO DISPLAY-AMOUNT
           DISPLAY "LOAN " BL-ID " RESTRUCTURED (" RS-ID "). NEW "
               "INSTALLMENT: " DISPLAY-AMOUNT " FOR " WS-NEW-TERM
               " MONTHS FROM " BL-NEXT-DUE "."
           DISPLAY "OLD SCHEDULE KEPT ON LOANSCHHIST.DAT.".

       KEEP-OLD-SCHEDULE-ROW.
           MOVE RS-ID TO LH-RS-ID
           MOVE LS-SEQ TO LH-SEQ
           MOVE LS-LOAN-ID TO LH-LOAN-ID
           MOVE LS-DUE-MONTH TO LH-DUE-MONTH
           MOVE LS-AMOUNT TO LH-AMOUNT
           MOVE LS-PRIN-PART TO LH-PRIN-PART
           MOVE LS-INT-PART TO LH-INT-PART
           MOVE LS-STATUS TO LH-STATUS
           WRITE LOANSCHHIST-REC
           IF LS-STATUS = "DUE"
               DELETE LOANSCHED-FILE RECORD
           END-IF.

       WRITE-LOAN-STATEMENT-LINE.
           OPEN EXTEND STATEMENT-FILE
           IF WS-FS-STATEMENT NOT = "00"
           WRITE STATEMENT-LINE
           CLOSE STATEMENT-FILE.

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

       END PROGRAM LOAN-MANAGEMENT.
