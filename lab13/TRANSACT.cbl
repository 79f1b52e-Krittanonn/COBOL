      ******************************************************************
      * Author: KRITTANON
      * Date: 09/29/2025
      * Purpose: Deposit/withdrawal transactions against ACCOUNTS.DAT.
      *          External transfers to other banks capture the
      *          beneficiary bank, account and name on EXTPAY.DAT and
      *          debit the customer into suspense until the cut-off
      *          batch sends them to the clearing house. Every
      *          money movement also posts a balanced debit/credit
      *          pair to the general ledger on GLPOST.TXT. Cheque
      *          books issued to the account are kept on CHQBOOK.DAT
      *          and stop-payment instructions, charged the
      *          BANKPOLICY.TXT stop fee, on STOPPAY.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS LINK-ACC-NO WITH DUPLICATES
               FILE STATUS IS WS-FS-CIFLINK.

           SELECT EXTPAY-FILE ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-ID
               FILE STATUS IS WS-FS-EXTPAY.

           SELECT CHQBOOK-FILE ASSIGN TO "CHQBOOK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-ID
               FILE STATUS IS WS-FS-CHQBOOK.

           SELECT STOPPAY-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-ID
               FILE STATUS IS WS-FS-STOPPAY.

           SELECT PAIDCHQ-FILE ASSIGN TO "PAIDCHQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-FS-PAIDCHQ.

           SELECT GL-POST-FILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

       DATA DIVISION.
       FILE SECTION.

           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).
           05 POLICY-REVIEW-LIMIT PIC 9(8)V99.
           05 POLICY-CLEAR-DAYS   PIC 9(2).
           05 POLICY-BOUNCE-FEE   PIC 9(5)V99.
           05 POLICY-CTR-THRESHOLD PIC 9(8)V99.
           05 POLICY-NEAR-PCT     PIC 9(2).
           05 POLICY-NEAR-COUNT   PIC 9(2).
           05 POLICY-MAX-DSR-PCT  PIC 9(3)V99.
           05 POLICY-STOP-FEE     PIC 9(5)V99.

       FD MANAGER-FILE.
       01 MANAGER-RECORD.
          05 STF-BANK-ROLE      PIC X(10).
          05 STF-STATUS         PIC X(8).
          05 STF-FAILED-LOGINS  PIC 9(2).
          05 STF-EMP-ID         PIC X(4).
          05 STF-LIB-SUSP       PIC X(10).
          05 STF-SHOP-SUSP      PIC X(10).
          05 STF-BANK-SUSP      PIC X(10).

       FD CHEQUE-FILE.
       01 CHEQUE-REC.
               10 LINK-ACC-NO PIC X(10).
           05 LINK-ROLE       PIC X(7).

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

       FD TDEPOSIT-FILE.
       01 TDEPOSIT-REC.
           05 TD-ID        PIC X(8).
           05 TD-ROLLOVER  PIC X.
           05 TD-STATUS    PIC X(8).

       FD CHQBOOK-FILE.
       01 CHQBOOK-REC.
           05 CB-ID            PIC X(8).
           05 CB-ACC-NO        PIC X(10).
           05 CB-SERIES-START  PIC 9(6).
           05 CB-SERIES-END    PIC 9(6).
           05 CB-ISSUE-DATE    PIC 9(8).
           05 CB-STATUS        PIC X(8).

       FD STOPPAY-FILE.
       01 STOPPAY-REC.
           05 SP-ID            PIC X(8).
           05 SP-ACC-NO        PIC X(10).
           05 SP-CHQ-FROM      PIC 9(6).
           05 SP-CHQ-TO        PIC 9(6).
           05 SP-REASON        PIC X(20).
           05 SP-DATE          PIC 9(8).
           05 SP-FEE           PIC 9(5)V99.
           05 SP-STATUS        PIC X(9).

       FD PAIDCHQ-FILE.
       01 PAIDCHQ-REC.
           05 PC-KEY.
               10 PC-ACC-NO    PIC X(10).
               10 PC-CHQ-NO    PIC 9(6).
           05 PC-AMOUNT        PIC 9(8)V99.
           05 PC-PAID-DATE     PIC 9(8).
           05 PC-FILE-ID       PIC X(8).
           05 PC-ITEM-REF      PIC X(12).

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
       01 WS-GL-SOURCE        PIC X(8) VALUE "TRANSACT".
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
       01 WS-INPUT-PIN        PIC X(4).
       01 WS-LOGGED-IN        PIC X VALUE "N".
       01 WS-EXIT             PIC X VALUE "N".
       01 WS-OPTION           PIC 99 VALUE 0.
       01 WS-AMOUNT           PIC 9(8)V99.
       01 DISPLAY-BALANCE     PIC Z,ZZZ,ZZZ.99.
       01 WS-LOGIN-OPTION     PIC 9 VALUE 0.
       01 WS-TD-LAST-DAY      PIC 9(8).
       01 WS-TD-INTEREST      PIC 9(8)V99.
       01 WS-TD-PAYOUT        PIC 9(8)V99.
       01 WS-FS-EXTPAY        PIC XX.
       01 WS-EXP-SEQ          PIC 9(6) VALUE 0.
       01 WS-EXP-NUM          PIC 9(6).
       01 WS-EXP-NEW-STATUS   PIC X(9).
       01 WS-FS-CHQBOOK       PIC XX.
       01 WS-FS-STOPPAY       PIC XX.
       01 WS-FS-PAIDCHQ       PIC XX.
       01 WS-CB-SEQ           PIC 9(6) VALUE 0.
       01 WS-CB-NUM           PIC 9(6).
       01 WS-CB-OPTION        PIC 9 VALUE 0.
       01 WS-CB-LEAVES        PIC 9(3).
       01 WS-CB-LAST-END      PIC 9(6).
       01 WS-CB-FOUND         PIC X VALUE "N".
       01 WS-SP-SEQ           PIC 9(6) VALUE 0.
       01 WS-SP-NUM           PIC 9(6).
       01 WS-SP-INPUT-ID      PIC X(8).
       01 WS-SP-FROM          PIC 9(6).
       01 WS-SP-TO            PIC 9(6).
       01 WS-SP-REASON        PIC X(20).
       01 WS-SP-PAID-COUNT    PIC 9(3).
       01 WS-SP-CHARGED       PIC 9(5)V99.
       01 WS-STOP-FEE         PIC 9(5)V99 VALUE 50.00.
       01 DISPLAY-FEE         PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF
           PERFORM INIT-CHQ-SEQ

           OPEN I-O EXTPAY-FILE
           IF WS-FS-EXTPAY NOT = "00"
               OPEN OUTPUT EXTPAY-FILE
               CLOSE EXTPAY-FILE
               OPEN I-O EXTPAY-FILE
           END-IF
           PERFORM INIT-EXP-SEQ

           OPEN I-O CHQBOOK-FILE
           IF WS-FS-CHQBOOK NOT = "00"
               OPEN OUTPUT CHQBOOK-FILE
               CLOSE CHQBOOK-FILE
               OPEN I-O CHQBOOK-FILE
           END-IF
           PERFORM INIT-CB-SEQ

           OPEN I-O STOPPAY-FILE
           IF WS-FS-STOPPAY NOT = "00"
               OPEN OUTPUT STOPPAY-FILE
               CLOSE STOPPAY-FILE
               OPEN I-O STOPPAY-FILE
           END-IF
           PERFORM INIT-SP-SEQ

           DISPLAY "ENTER ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACC-NO

                   DISPLAY "7. TERM DEPOSITS"
                   DISPLAY "8. PENDING REVIEW QUEUE (MANAGER)"
                   DISPLAY "9. CHEQUE BOUNCE (MANAGER)"
                   DISPLAY "10. EXTERNAL TRANSFER (OTHER BANK)"
                   DISPLAY "11. CHEQUE BOOKS AND STOP PAYMENT"
                   DISPLAY "12. EXIT"
                   DISPLAY "CHOOSE OPTION (1-12): "
                   ACCEPT WS-OPTION

                   EVALUATE WS-OPTION
                       WHEN 9
                           PERFORM CHEQUE-BOUNCE-MENU
                       WHEN 10
                           PERFORM CHECK-ACCOUNT-USABLE
                           IF WS-ACC-USABLE = "Y"
                               PERFORM DO-EXTERNAL-TRANSFER
                           END-IF
                       WHEN 11
                           PERFORM CHEQUE-BOOK-MENU
                       WHEN 12
                           MOVE "Y" TO WS-EXIT
                       WHEN OTHER
                           DISPLAY "INVALID OPTION. TRY AGAIN."
           CLOSE TDEPOSIT-FILE.
           CLOSE PENDINGTX-FILE.
           CLOSE CHEQUE-FILE.
           CLOSE EXTPAY-FILE.
           CLOSE CHQBOOK-FILE.
           CLOSE STOPPAY-FILE.

           STOP RUN.

           END-STRING
           MOVE ACC-NO TO PTX-ACC-NO
           MOVE WS-TRANS-TYPE TO PTX-TYPE
           IF WS-TRANS-TYPE = "TRF-OUT" OR WS-TRANS-TYPE = "EXT-OUT"
               MOVE WS-DEST-ACC-NO TO PTX-DEST-ACC
           ELSE
               MOVE SPACES TO PTX-DEST-ACC
                       ELSE
                           MOVE "REJECTED" TO PTX-STATUS
                           REWRITE PENDINGTX-REC
                           IF PTX-TYPE = "EXT-OUT"
                               MOVE "CANCELLED" TO WS-EXP-NEW-STATUS
                               PERFORM SET-EXTPAY-STATUS
                           END-IF
                           MOVE PTX-ACC-NO TO WS-PTX-SAVE-ACC
                           PERFORM LOG-PTX-DECISION
                           DISPLAY "ITEM REJECTED. HOLD RELEASED."
                       MOVE PTX-AMOUNT TO WS-AMOUNT
                       MOVE PTX-TYPE TO WS-TRANS-TYPE
                       PERFORM WRITE-STATEMENT-LINE
                       IF PTX-TYPE = "WITHDRAWAL"
                           MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
                           MOVE WS-GL-CASH TO WS-GL-CR-CODE
                           PERFORM POST-TRANS-GL
                       END-IF
                       IF PTX-TYPE = "TRF-OUT" AND
                          PTX-DEST-ACC NOT = SPACES
                           MOVE PTX-DEST-ACC TO ACC-NO
                               INVALID KEY
                                   DISPLAY "DESTINATION GONE. "
                                       "CREDIT BY HAND."
                                   MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
                                   MOVE WS-GL-UNAPPLIED
                                       TO WS-GL-CR-CODE
                                   PERFORM POST-TRANS-GL
                               NOT INVALID KEY
                                   ADD PTX-AMOUNT TO ACC-BALANCE
                                   REWRITE ACCOUNT-REC
                                   MOVE "TRF-IN" TO WS-TRANS-TYPE
                                   PERFORM WRITE-STATEMENT-LINE
                                   MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
                                   MOVE WS-GL-DEPOSITS TO WS-GL-CR-CODE
                                   PERFORM POST-TRANS-GL
                           END-READ
                       END-IF
                       IF PTX-TYPE = "EXT-OUT"
                           MOVE "HELD" TO WS-EXP-NEW-STATUS
                           PERFORM SET-EXTPAY-STATUS
                           MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
                           MOVE WS-GL-OUTWARD-SUSP TO WS-GL-CR-CODE
                           PERFORM POST-TRANS-GL
                       END-IF
                       MOVE "APPROVED" TO PTX-STATUS
                       REWRITE PENDINGTX-REC
                       PERFORM LOG-PTX-DECISION
           END-IF
           PERFORM WRITE-SECURITY-EVENT.

       SET-EXTPAY-STATUS.
           MOVE PTX-DEST-ACC TO EXP-ID
           READ EXTPAY-FILE
               INVALID KEY
                   DISPLAY "EXTERNAL PAYMENT " PTX-DEST-ACC
                       " NOT ON FILE. UPDATE BY HAND."
               NOT INVALID KEY
                   MOVE WS-EXP-NEW-STATUS TO EXP-STATUS
                   REWRITE EXTPAY-REC
           END-READ.

       SHOW-ACCOUNT-HOLDERS.
           MOVE 0 TO WS-HOLDER-COUNT
           OPEN INPUT CIFLINK-FILE
                       REWRITE ACCOUNT-REC
                       MOVE "TD-OPEN" TO WS-TRANS-TYPE
                       PERFORM WRITE-STATEMENT-LINE
                       MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
                       MOVE WS-GL-TERM-DEPOSITS TO WS-GL-CR-CODE
                       PERFORM POST-TRANS-GL
                       DISPLAY "TERM DEPOSIT " TD-ID " OPENED. "
                           "MATURES " TD-MATURITY-DATE "."
               END-WRITE
           MOVE WS-TD-PAYOUT TO WS-AMOUNT
           MOVE "TD-BREAK" TO WS-TRANS-TYPE
           PERFORM WRITE-STATEMENT-LINE
           MOVE "TD-BREAK" TO WS-GL-TRAN-CODE
           MOVE TD-ID TO WS-GL-REF
           MOVE TD-PRINCIPAL TO WS-GL-AMOUNT
           MOVE WS-GL-TERM-DEPOSITS TO WS-GL-DR-CODE
           MOVE WS-GL-DEPOSITS TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           MOVE WS-TD-INTEREST TO WS-GL-AMOUNT
           MOVE WS-GL-INT-EXPENSE TO WS-GL-DR-CODE
           PERFORM POST-GL-PAIR
           DISPLAY "TERM DEPOSIT BROKEN EARLY. PAID "
               WS-TD-PAYOUT " AT THE PENALTY RATE.".

               REWRITE ACCOUNT-REC
               MOVE "CLOSE-PAY" TO WS-TRANS-TYPE
               PERFORM WRITE-STATEMENT-LINE
               MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
               MOVE WS-GL-CASH TO WS-GL-CR-CODE
               PERFORM POST-TRANS-GL
               MOVE WS-AMOUNT TO DISPLAY-BALANCE
               DISPLAY "ACCOUNT CLOSED. PAY OUT TO CUSTOMER: "
                   DISPLAY-BALANCE

               MOVE "DEPOSIT" TO WS-TRANS-TYPE
               PERFORM WRITE-STATEMENT-LINE
               MOVE WS-GL-CASH TO WS-GL-DR-CODE
               MOVE WS-GL-DEPOSITS TO WS-GL-CR-CODE
               PERFORM POST-TRANS-GL

               MOVE ACC-BALANCE TO DISPLAY-BALANCE
               DISPLAY "DEPOSIT SUCCESSFUL. NEW BALANCE: "
               MOVE CHQ-AMOUNT TO WS-AMOUNT
               MOVE "CHQ-DEPOSIT" TO WS-TRANS-TYPE
               PERFORM WRITE-STATEMENT-LINE
               MOVE "CHQ-DEPOSIT" TO WS-GL-TRAN-CODE
               MOVE CHQ-ID TO WS-GL-REF
               MOVE CHQ-AMOUNT TO WS-GL-AMOUNT
               MOVE WS-GL-CHQ-CLEARING TO WS-GL-DR-CODE
               MOVE WS-GL-UNCLEARED TO WS-GL-CR-CODE
               PERFORM POST-GL-PAIR
               DISPLAY "CHEQUE " CHQ-ID " HELD UNCLEARED. FUNDS "
                   "AVAILABLE " CHQ-RELEASE-DATE "."
           END-IF.
               WHEN "HELD"
                   MOVE "BOUNCED" TO CHQ-STATUS
                   REWRITE CHEQUE-REC
                   MOVE "CHQ-BOUNCE" TO WS-GL-TRAN-CODE
                   MOVE CHQ-ID TO WS-GL-REF
                   MOVE CHQ-AMOUNT TO WS-GL-AMOUNT
                   MOVE WS-GL-UNCLEARED TO WS-GL-DR-CODE
                   MOVE WS-GL-CHQ-CLEARING TO WS-GL-CR-CODE
                   PERFORM POST-GL-PAIR
                   PERFORM CHARGE-BOUNCE-FEE
                   DISPLAY "HELD CHEQUE BOUNCED. NOTHING HAD "
                       "CLEARED. FEE CHARGED."
               INVALID KEY
                   DISPLAY "ACCOUNT NOT FOUND. REVERSAL BY HAND."
               NOT INVALID KEY
                   MOVE "CHQ-BOUNCE" TO WS-GL-TRAN-CODE
                   MOVE CHQ-ID TO WS-GL-REF
                   MOVE WS-GL-SETTLEMENT TO WS-GL-CR-CODE
                   IF CHQ-AMOUNT > ACC-BALANCE
                       MOVE ACC-BALANCE TO WS-GL-AMOUNT
                       MOVE 0 TO ACC-BALANCE
                   ELSE
                       MOVE CHQ-AMOUNT TO WS-GL-AMOUNT
                       SUBTRACT CHQ-AMOUNT FROM ACC-BALANCE
                   END-IF
                   REWRITE ACCOUNT-REC
                   MOVE CHQ-AMOUNT TO WS-AMOUNT
                   MOVE "CHQ-BOUNCE" TO WS-TRANS-TYPE
                   PERFORM WRITE-STATEMENT-LINE
                   MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
                   PERFORM POST-GL-PAIR
                   COMPUTE WS-GL-AMOUNT = CHQ-AMOUNT - WS-GL-AMOUNT
                   MOVE WS-GL-CHQ-LOSS TO WS-GL-DR-CODE
                   PERFORM POST-GL-PAIR
           END-READ.

       CHARGE-BOUNCE-FEE.
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WS-BOUNCE-FEE > ACC-BALANCE
                       MOVE ACC-BALANCE TO WS-GL-AMOUNT
                       MOVE 0 TO ACC-BALANCE
                   ELSE
                       MOVE WS-BOUNCE-FEE TO WS-GL-AMOUNT
                       SUBTRACT WS-BOUNCE-FEE FROM ACC-BALANCE
                   END-IF
                   REWRITE ACCOUNT-REC
                   MOVE WS-BOUNCE-FEE TO WS-AMOUNT
                   MOVE "CHQ-FEE" TO WS-TRANS-TYPE
                   PERFORM WRITE-STATEMENT-LINE
                   MOVE "CHQ-FEE" TO WS-GL-TRAN-CODE
                   MOVE CHQ-ID TO WS-GL-REF
                   MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
                   MOVE WS-GL-FEE-INCOME TO WS-GL-CR-CODE
                   PERFORM POST-GL-PAIR
           END-READ.

       FLAG-REPEAT-OFFENDER.

               MOVE "WITHDRAWAL" TO WS-TRANS-TYPE
               PERFORM WRITE-STATEMENT-LINE
               MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
               MOVE WS-GL-CASH TO WS-GL-CR-CODE
               PERFORM POST-TRANS-GL

               MOVE ACC-BALANCE TO DISPLAY-BALANCE
               DISPLAY "WITHDRAWAL SUCCESSFUL. NEW BALANCE: "
                       NOT INVALID KEY
                           MOVE "TRF-IN" TO WS-TRANS-TYPE
                           PERFORM WRITE-STATEMENT-LINE
                           MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
                           MOVE WS-GL-DEPOSITS TO WS-GL-CR-CODE
                           PERFORM POST-TRANS-GL
                           DISPLAY "TRANSFER SUCCESSFUL. REFERENCE: "
                               WS-XFER-REF
                   END-REWRITE
                   DISPLAY "TRANSFER BACKED OUT. NO MONEY MOVED."
           END-READ.

       INIT-EXP-SEQ.
           MOVE "00" TO WS-FS-EXTPAY
           PERFORM UNTIL WS-FS-EXTPAY = "10"
               READ EXTPAY-FILE NEXT
                   AT END MOVE "10" TO WS-FS-EXTPAY
                   NOT AT END
                       IF EXP-ID(3:6) IS NUMERIC
                           MOVE EXP-ID(3:6) TO WS-EXP-NUM
                           IF WS-EXP-NUM > WS-EXP-SEQ
                               MOVE WS-EXP-NUM TO WS-EXP-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DO-EXTERNAL-TRANSFER.
           MOVE SPACES TO EXTPAY-REC
           DISPLAY "BENEFICIARY BANK CODE: "
           ACCEPT EXP-BENE-BANK
           DISPLAY "BENEFICIARY ACCOUNT NUMBER: "
           ACCEPT EXP-BENE-ACC
           DISPLAY "BENEFICIARY NAME: "
           ACCEPT EXP-BENE-NAME
           IF EXP-BENE-BANK = SPACES OR EXP-BENE-ACC = SPACES OR
              EXP-BENE-NAME = SPACES
               DISPLAY "ERROR: BENEFICIARY BANK, ACCOUNT AND NAME "
                   "ARE ALL REQUIRED."
           ELSE
           DISPLAY "ENTER AMOUNT TO TRANSFER: "
           ACCEPT WS-AMOUNT
           PERFORM SUM-HELD-AMOUNT
           COMPUTE WS-BALANCE-AFTER =
               ACC-BALANCE - WS-HELD-AMOUNT - WS-AMOUNT
           IF WS-AMOUNT = 0
               DISPLAY "ERROR: AMOUNT MUST BE GREATER THAN ZERO."
           ELSE
           IF WS-AMOUNT > ACC-BALANCE - WS-HELD-AMOUNT
               DISPLAY "ERROR: INSUFFICIENT FUNDS (HELD AMOUNTS "
                   "COUNT AGAINST THE BALANCE)."
           ELSE
           IF WS-BALANCE-AFTER < WS-MIN-BALANCE
               DISPLAY "ERROR: TRANSFER WOULD DROP BALANCE BELOW "
                   "THE MINIMUM BALANCE REQUIREMENT."
           ELSE
               ADD 1 TO WS-EXP-SEQ
               STRING
                   "EP" DELIMITED BY SIZE
                   WS-EXP-SEQ DELIMITED BY SIZE
                   INTO EXP-ID
               END-STRING
               MOVE ACC-NO TO EXP-ACC-NO
               MOVE WS-AMOUNT TO EXP-AMOUNT
               MOVE FUNCTION CURRENT-DATE(1:8) TO EXP-CAPTURE-DATE
               MOVE 0 TO EXP-SENT-DATE
               MOVE 0 TO EXP-RETURN-DATE
               MOVE "EXT-OUT" TO WS-TRANS-TYPE
               IF WS-AMOUNT > WS-REVIEW-LIMIT
                   MOVE "REVIEW" TO EXP-STATUS
                   WRITE EXTPAY-REC
                   MOVE EXP-ID TO WS-DEST-ACC-NO
                   PERFORM QUEUE-PENDING-TX
               ELSE
                   SUBTRACT WS-AMOUNT FROM ACC-BALANCE
                   REWRITE ACCOUNT-REC
                   MOVE "HELD" TO EXP-STATUS
                   WRITE EXTPAY-REC
                   PERFORM WRITE-STATEMENT-LINE
                   MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
                   MOVE WS-GL-OUTWARD-SUSP TO WS-GL-CR-CODE
                   PERFORM POST-TRANS-GL
                   MOVE ACC-BALANCE TO DISPLAY-BALANCE
                   DISPLAY "EXTERNAL TRANSFER " EXP-ID " ACCEPTED. "
                       "FUNDS HELD FOR THE NEXT CLEARING CUT-OFF."
                   DISPLAY "NEW BALANCE: " DISPLAY-BALANCE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       INIT-CB-SEQ.
           MOVE "00" TO WS-FS-CHQBOOK
           PERFORM UNTIL WS-FS-CHQBOOK = "10"
               READ CHQBOOK-FILE NEXT
                   AT END MOVE "10" TO WS-FS-CHQBOOK
                   NOT AT END
                       IF CB-ID(3:6) IS NUMERIC
                           MOVE CB-ID(3:6) TO WS-CB-NUM
                           IF WS-CB-NUM > WS-CB-SEQ
                               MOVE WS-CB-NUM TO WS-CB-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       INIT-SP-SEQ.
           MOVE "00" TO WS-FS-STOPPAY
           PERFORM UNTIL WS-FS-STOPPAY = "10"
               READ STOPPAY-FILE NEXT
                   AT END MOVE "10" TO WS-FS-STOPPAY
                   NOT AT END
                       IF SP-ID(3:6) IS NUMERIC
                           MOVE SP-ID(3:6) TO WS-SP-NUM
                           IF WS-SP-NUM > WS-SP-SEQ
                               MOVE WS-SP-NUM TO WS-SP-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHEQUE-BOOK-MENU.
           DISPLAY "===== CHEQUE BOOKS AND STOP PAYMENT ====="
           DISPLAY "1. ISSUE CHEQUE BOOK"
           DISPLAY "2. LIST MY CHEQUE BOOKS AND STOPS"
           DISPLAY "3. STOP PAYMENT OF A CHEQUE"
           DISPLAY "4. CANCEL A STOP PAYMENT"
           DISPLAY "5. BACK"
           DISPLAY "CHOOSE OPTION (1-5): "
           ACCEPT WS-CB-OPTION
           EVALUATE WS-CB-OPTION
               WHEN 1
                   PERFORM CHECK-ACCOUNT-USABLE
                   IF WS-ACC-USABLE = "Y"
                       PERFORM ISSUE-CHEQUE-BOOK
                   END-IF
               WHEN 2
                   PERFORM LIST-CHEQUE-BOOKS
               WHEN 3
                   PERFORM PLACE-STOP-PAYMENT
               WHEN 4
                   PERFORM CANCEL-STOP-PAYMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-INPUT-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY CONTINUE
           END-READ.

       ISSUE-CHEQUE-BOOK.
           DISPLAY "ENTER NUMBER OF LEAVES (10, 25 OR 50): "
           ACCEPT WS-CB-LEAVES
           IF WS-CB-LEAVES NOT = 10 AND WS-CB-LEAVES NOT = 25 AND
              WS-CB-LEAVES NOT = 50
               DISPLAY "ERROR: CHEQUE BOOKS COME IN 10, 25 OR 50 "
                   "LEAVES."
           ELSE
               PERFORM FIND-LAST-CHEQUE-SERIES
               IF WS-CB-LAST-END + WS-CB-LEAVES > 999999
                   DISPLAY "ERROR: CHEQUE NUMBER RANGE USED UP FOR "
                       "THIS ACCOUNT."
               ELSE
                   ADD 1 TO WS-CB-SEQ
                   MOVE SPACES TO CB-ID
                   STRING
                       "CB" DELIMITED BY SIZE
                       WS-CB-SEQ DELIMITED BY SIZE
                       INTO CB-ID
                   END-STRING
                   MOVE WS-INPUT-ACC-NO TO CB-ACC-NO
                   COMPUTE CB-SERIES-START = WS-CB-LAST-END + 1
                   COMPUTE CB-SERIES-END =
                       WS-CB-LAST-END + WS-CB-LEAVES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO CB-ISSUE-DATE
                   MOVE "ISSUED" TO CB-STATUS
                   WRITE CHQBOOK-REC
                       INVALID KEY
                           DISPLAY "ERROR: CHEQUE BOOK WRITE FAILED."
                       NOT INVALID KEY
                           DISPLAY "CHEQUE BOOK " CB-ID " ISSUED. "
                               "CHEQUES " CB-SERIES-START " TO "
                               CB-SERIES-END "."
                   END-WRITE
               END-IF
           END-IF.

       FIND-LAST-CHEQUE-SERIES.
           MOVE 0 TO WS-CB-LAST-END
           MOVE LOW-VALUES TO CB-ID
           START CHQBOOK-FILE KEY IS NOT LESS THAN CB-ID
               INVALID KEY MOVE "10" TO WS-FS-CHQBOOK
               NOT INVALID KEY MOVE "00" TO WS-FS-CHQBOOK
           END-START
           PERFORM UNTIL WS-FS-CHQBOOK = "10"
               READ CHQBOOK-FILE NEXT
                   AT END MOVE "10" TO WS-FS-CHQBOOK
                   NOT AT END
                       IF CB-ACC-NO = WS-INPUT-ACC-NO AND
                          CB-SERIES-END > WS-CB-LAST-END
                           MOVE CB-SERIES-END TO WS-CB-LAST-END
                       END-IF
               END-READ
           END-PERFORM.

       LIST-CHEQUE-BOOKS.
           MOVE LOW-VALUES TO CB-ID
           START CHQBOOK-FILE KEY IS NOT LESS THAN CB-ID
               INVALID KEY MOVE "10" TO WS-FS-CHQBOOK
               NOT INVALID KEY MOVE "00" TO WS-FS-CHQBOOK
           END-START
           PERFORM UNTIL WS-FS-CHQBOOK = "10"
               READ CHQBOOK-FILE NEXT
                   AT END MOVE "10" TO WS-FS-CHQBOOK
                   NOT AT END
                       IF CB-ACC-NO = WS-INPUT-ACC-NO
                           DISPLAY CB-ID " | " CB-STATUS
                               " | CHEQUES: " CB-SERIES-START
                               " TO " CB-SERIES-END
                               " | ISSUED: " CB-ISSUE-DATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE LOW-VALUES TO SP-ID
           START STOPPAY-FILE KEY IS NOT LESS THAN SP-ID
               INVALID KEY MOVE "10" TO WS-FS-STOPPAY
               NOT INVALID KEY MOVE "00" TO WS-FS-STOPPAY
           END-START
           PERFORM UNTIL WS-FS-STOPPAY = "10"
               READ STOPPAY-FILE NEXT
                   AT END MOVE "10" TO WS-FS-STOPPAY
                   NOT AT END
                       IF SP-ACC-NO = WS-INPUT-ACC-NO
                           MOVE SP-FEE TO DISPLAY-FEE
                           DISPLAY SP-ID " | STOP " SP-STATUS
                               " | CHEQUES: " SP-CHQ-FROM
                               " TO " SP-CHQ-TO
                               " | PLACED: " SP-DATE
                               " | FEE: " DISPLAY-FEE
                               " | " SP-REASON
                       END-IF
               END-READ
           END-PERFORM.

       PLACE-STOP-PAYMENT.
           DISPLAY "ENTER CHEQUE NUMBER TO STOP: "
           ACCEPT WS-SP-FROM
           DISPLAY "ENTER LAST CHEQUE NUMBER OF A RANGE "
               "(0 = THAT CHEQUE ONLY): "
           ACCEPT WS-SP-TO
           IF WS-SP-TO = 0
               MOVE WS-SP-FROM TO WS-SP-TO
           END-IF
           IF WS-SP-FROM = 0 OR WS-SP-TO < WS-SP-FROM
               DISPLAY "ERROR: INVALID CHEQUE NUMBER RANGE."
           ELSE
               PERFORM CHECK-STOP-IN-SERIES
               IF WS-CB-FOUND NOT = "Y"
                   DISPLAY "ERROR: THOSE CHEQUES ARE NOT IN A BOOK "
                       "ISSUED TO THIS ACCOUNT."
               ELSE
                   PERFORM COUNT-PAID-IN-RANGE
                   IF WS-SP-PAID-COUNT > 0
                       DISPLAY "ERROR: " WS-SP-PAID-COUNT
                           " CHEQUE(S) IN THAT RANGE ALREADY PAID. "
                           "STOP REFUSED."
                   ELSE
                       PERFORM CONFIRM-STOP-PAYMENT
                   END-IF
               END-IF
           END-IF.

       CHECK-STOP-IN-SERIES.
           MOVE "N" TO WS-CB-FOUND
           MOVE LOW-VALUES TO CB-ID
           START CHQBOOK-FILE KEY IS NOT LESS THAN CB-ID
               INVALID KEY MOVE "10" TO WS-FS-CHQBOOK
               NOT INVALID KEY MOVE "00" TO WS-FS-CHQBOOK
           END-START
           PERFORM UNTIL WS-FS-CHQBOOK = "10"
               READ CHQBOOK-FILE NEXT
                   AT END MOVE "10" TO WS-FS-CHQBOOK
                   NOT AT END
                       IF CB-ACC-NO = WS-INPUT-ACC-NO AND
                          CB-STATUS = "ISSUED" AND
                          CB-SERIES-START <= WS-SP-FROM AND
                          CB-SERIES-END >= WS-SP-TO
                           MOVE "Y" TO WS-CB-FOUND
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-PAID-IN-RANGE.
           MOVE 0 TO WS-SP-PAID-COUNT
           OPEN INPUT PAIDCHQ-FILE
           IF WS-FS-PAIDCHQ = "00"
               MOVE WS-INPUT-ACC-NO TO PC-ACC-NO
               MOVE WS-SP-FROM TO PC-CHQ-NO
               START PAIDCHQ-FILE KEY IS NOT LESS THAN PC-KEY
                   INVALID KEY MOVE "10" TO WS-FS-PAIDCHQ
                   NOT INVALID KEY MOVE "00" TO WS-FS-PAIDCHQ
               END-START
               PERFORM UNTIL WS-FS-PAIDCHQ = "10"
                   READ PAIDCHQ-FILE NEXT
                       AT END MOVE "10" TO WS-FS-PAIDCHQ
                       NOT AT END
                           IF PC-ACC-NO NOT = WS-INPUT-ACC-NO OR
                              PC-CHQ-NO > WS-SP-TO
                               MOVE "10" TO WS-FS-PAIDCHQ
                           ELSE
                               ADD 1 TO WS-SP-PAID-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAIDCHQ-FILE
           END-IF.

       CONFIRM-STOP-PAYMENT.
           DISPLAY "ENTER REASON (E.G. LOST, STOLEN, DISPUTED): "
           ACCEPT WS-SP-REASON
           MOVE WS-STOP-FEE TO DISPLAY-FEE
           DISPLAY "A STOP PAYMENT FEE OF " DISPLAY-FEE
               " WILL BE CHARGED."
           DISPLAY "CONFIRM STOP PAYMENT (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               IF WS-STOP-FEE > ACC-BALANCE
                   MOVE ACC-BALANCE TO WS-SP-CHARGED
               ELSE
                   MOVE WS-STOP-FEE TO WS-SP-CHARGED
               END-IF
               ADD 1 TO WS-SP-SEQ
               MOVE SPACES TO STOPPAY-REC
               STRING
                   "SP" DELIMITED BY SIZE
                   WS-SP-SEQ DELIMITED BY SIZE
                   INTO SP-ID
               END-STRING
               MOVE WS-INPUT-ACC-NO TO SP-ACC-NO
               MOVE WS-SP-FROM TO SP-CHQ-FROM
               MOVE WS-SP-TO TO SP-CHQ-TO
               MOVE WS-SP-REASON TO SP-REASON
               MOVE FUNCTION CURRENT-DATE(1:8) TO SP-DATE
               MOVE WS-SP-CHARGED TO SP-FEE
               MOVE "ACTIVE" TO SP-STATUS
               WRITE STOPPAY-REC
                   INVALID KEY
                       DISPLAY "ERROR: STOP PAYMENT WRITE FAILED."
                   NOT INVALID KEY
                       PERFORM CHARGE-STOP-FEE
                       DISPLAY "STOP PAYMENT " SP-ID " PLACED ON "
                           "CHEQUES " SP-CHQ-FROM " TO " SP-CHQ-TO
                           "."
               END-WRITE
           ELSE
               DISPLAY "STOP PAYMENT NOT PLACED."
           END-IF.

       CHARGE-STOP-FEE.
           IF WS-SP-CHARGED > 0
               SUBTRACT WS-SP-CHARGED FROM ACC-BALANCE
               REWRITE ACCOUNT-REC
               MOVE WS-SP-CHARGED TO WS-AMOUNT
               MOVE "STOP-FEE" TO WS-TRANS-TYPE
               PERFORM WRITE-STATEMENT-LINE
               MOVE "STOP-FEE" TO WS-GL-TRAN-CODE
               MOVE SP-ID TO WS-GL-REF
               MOVE WS-SP-CHARGED TO WS-GL-AMOUNT
               MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
               MOVE WS-GL-FEE-INCOME TO WS-GL-CR-CODE
               PERFORM POST-GL-PAIR
           END-IF.

       CANCEL-STOP-PAYMENT.
           DISPLAY "ENTER STOP PAYMENT ID (SPnnnnnn): "
           ACCEPT WS-SP-INPUT-ID
           MOVE WS-SP-INPUT-ID TO SP-ID
           READ STOPPAY-FILE
               INVALID KEY
                   DISPLAY "ERROR: STOP PAYMENT NOT FOUND."
               NOT INVALID KEY
                   IF SP-ACC-NO NOT = WS-INPUT-ACC-NO
                       DISPLAY "ERROR: NOT YOUR STOP PAYMENT."
                   ELSE
                   IF SP-STATUS NOT = "ACTIVE"
                       DISPLAY "STOP PAYMENT IS " SP-STATUS "."
                   ELSE
                       MOVE "CANCELLED" TO SP-STATUS
                       REWRITE STOPPAY-REC
                       DISPLAY "STOP PAYMENT CANCELLED. THE FEE IS "
                           "NOT REFUNDED."
                   END-IF
                   END-IF
           END-READ.

       CHANGE-PIN.
           DISPLAY "ENTER CURRENT PIN: "
           ACCEPT WS-INPUT-PIN
                          POLICY-BOUNCE-FEE > 0
                           MOVE POLICY-BOUNCE-FEE TO WS-BOUNCE-FEE
                       END-IF
                       IF POLICY-STOP-FEE IS NUMERIC AND
                          POLICY-STOP-FEE > 0
                           MOVE POLICY-STOP-FEE TO WS-STOP-FEE
                       END-IF
               END-READ
               CLOSE BANK-POLICY-FILE
           ELSE
           END-IF
           WRITE STATEMENT-LINE.

       POST-TRANS-GL.
           MOVE WS-TRANS-TYPE TO WS-GL-TRAN-CODE
           MOVE ACC-NO TO WS-GL-REF
           MOVE WS-AMOUNT TO WS-GL-AMOUNT
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

       END PROGRAM TRANSACT.
