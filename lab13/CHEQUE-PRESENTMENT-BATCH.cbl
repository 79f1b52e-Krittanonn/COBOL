      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Inward cheque presentment batch. Reads the clearing
      *          file CHQPRESENT.TXT of cheques drawn by our customers
      *          and presented by other banks (header with the file ID
      *          and presenting bank, one item per cheque, trailer with
      *          item count and amount control totals). A file whose
      *          trailer does not agree with its items, or whose ID is
      *          already on CHQPRES_RUN.TXT, is refused. Each cheque is
      *          checked against the drawer's account, the cheque books
      *          on CHQBOOK.DAT, the stop-payment register STOPPAY.DAT,
      *          the paid-cheque register PAIDCHQ.DAT and the available
      *          funds (held pending amounts and the BANKPOLICY.TXT
      *          minimum balance count, as at the counter). Paid
      *          cheques are debited with a CHQ-PAID statement line,
      *          recorded on PAIDCHQ.DAT and posted to the general
      *          ledger on GLPOST.TXT; unpaid cheques are returned to
      *          the presenting bank on CHQRETURN_<file>.TXT with a
      *          reason code.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-PRESENTMENT-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-FS-ACCOUNTS.

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

           SELECT PENDINGTX-FILE ASSIGN TO "PENDINGTX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTX-ID
               FILE STATUS IS WS-FS-PENDINGTX.

           SELECT PRESENT-FILE ASSIGN TO "CHQPRESENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRESENT.

           SELECT CHQRETURN-FILE ASSIGN TO WS-CHQRETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHQRETURN.

           SELECT STATEMENT-FILE ASSIGN TO "STATEMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATEMENT.

           SELECT CHQPRES-RUN-FILE ASSIGN TO "CHQPRES_RUN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHQPRES-RUN.

           SELECT BANK-POLICY-FILE ASSIGN TO "BANKPOLICY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BANKPOLICY.

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

       FD PENDINGTX-FILE.
       01 PENDINGTX-REC.
           05 PTX-ID       PIC X(8).
           05 PTX-ACC-NO   PIC X(10).
           05 PTX-TYPE     PIC X(10).
           05 PTX-DEST-ACC PIC X(10).
           05 PTX-AMOUNT   PIC 9(8)V99.
           05 PTX-DATE     PIC 9(8).
           05 PTX-STATUS   PIC X(9).

       FD PRESENT-FILE.
       01 PRESENT-DETAIL.
           05 PRD-REC-TYPE     PIC X.
           05 PRD-ITEM-REF     PIC X(12).
           05 PRD-ACC-NO       PIC X(10).
           05 PRD-CHQ-NO       PIC 9(6).
           05 PRD-AMOUNT       PIC 9(8)V99.
           05 PRD-CHQ-DATE     PIC 9(8).
           05 PRD-PAYEE        PIC X(20).
       01 PRESENT-HEADER REDEFINES PRESENT-DETAIL.
           05 PRH-REC-TYPE     PIC X.
           05 PRH-FILE-ID      PIC X(8).
           05 PRH-FILE-DATE    PIC 9(8).
           05 PRH-BANK         PIC X(11).
           05 FILLER           PIC X(39).
       01 PRESENT-TRAILER REDEFINES PRESENT-DETAIL.
           05 PRT-REC-TYPE     PIC X.
           05 PRT-ITEM-COUNT   PIC 9(6).
           05 PRT-TOTAL-AMOUNT PIC 9(10)V99.
           05 FILLER           PIC X(48).

       FD CHQRETURN-FILE.
       01 CHQRETURN-DETAIL.
           05 CRD-REC-TYPE     PIC X.
           05 CRD-ITEM-REF     PIC X(12).
           05 CRD-ACC-NO       PIC X(10).
           05 CRD-CHQ-NO       PIC 9(6).
           05 CRD-AMOUNT       PIC 9(8)V99.
           05 CRD-REASON-CODE  PIC X(4).
           05 CRD-REASON-TEXT  PIC X(30).
       01 CHQRETURN-HEADER REDEFINES CHQRETURN-DETAIL.
           05 CRH-REC-TYPE     PIC X.
           05 CRH-FILE-ID      PIC X(8).
           05 CRH-FILE-DATE    PIC 9(8).
           05 CRH-BANK         PIC X(11).
           05 FILLER           PIC X(45).
       01 CHQRETURN-TRAILER REDEFINES CHQRETURN-DETAIL.
           05 CRT-REC-TYPE     PIC X.
           05 CRT-ITEM-COUNT   PIC 9(6).
           05 CRT-TOTAL-AMOUNT PIC 9(10)V99.
           05 FILLER           PIC X(54).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       FD CHQPRES-RUN-FILE.
       01 CHQPRES-RUN-LINE PIC X(8).

       FD BANK-POLICY-FILE.
       01 BANK-POLICY-RECORD.
           05 POLICY-MIN-BALANCE  PIC 9(8)V99.

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
       01 WS-GL-SOURCE        PIC X(8) VALUE "CHQPRES".
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
       01 WS-FS-CHQBOOK       PIC XX.
       01 WS-FS-STOPPAY       PIC XX.
       01 WS-FS-PAIDCHQ       PIC XX.
       01 WS-FS-PENDINGTX     PIC XX.
       01 WS-FS-PRESENT       PIC XX.
       01 WS-FS-CHQRETURN     PIC XX.
       01 WS-FS-STATEMENT     PIC XX.
       01 WS-FS-CHQPRES-RUN   PIC XX.
       01 WS-FS-BANKPOLICY    PIC XX.
       01 WS-CHQRETURN-NAME   PIC X(30).
       01 WS-PENDINGTX-OPEN   PIC X VALUE "N".
       01 WS-EOF-FLAG         PIC X VALUE "N".
       01 WS-ALREADY-RUN      PIC X VALUE "N".
       01 WS-TRAILER-SEEN     PIC X VALUE "N".
       01 WS-IN-SERIES        PIC X VALUE "N".
       01 WS-STOPPED          PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-FILE-ID          PIC X(8) VALUE SPACES.
       01 WS-FILE-DATE        PIC 9(8).
       01 WS-PRESENTING-BANK  PIC X(11).
       01 WS-TRAILER-COUNT    PIC 9(6) VALUE 0.
       01 WS-TRAILER-TOTAL    PIC 9(10)V99 VALUE 0.
       01 WS-ITEM-COUNT       PIC 9(6) VALUE 0.
       01 WS-ITEM-TOTAL       PIC 9(10)V99 VALUE 0.
       01 WS-PAID-COUNT       PIC 9(6) VALUE 0.
       01 WS-PAID-TOTAL       PIC 9(10)V99 VALUE 0.
       01 WS-RETURN-COUNT     PIC 9(6) VALUE 0.
       01 WS-RETURN-TOTAL     PIC 9(10)V99 VALUE 0.
       01 WS-MIN-BALANCE      PIC 9(8)V99 VALUE 100.00.
       01 WS-HELD-AMOUNT      PIC 9(8)V99.
       01 WS-BALANCE-AFTER    PIC S9(8)V99.
       01 WS-REASON-CODE      PIC X(4).
       01 WS-REASON-TEXT      PIC X(30).
       01 DISPLAY-BALANCE     PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-AMOUNT      PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== INWARD CHEQUE PRESENTMENT BATCH ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT PRESENT-FILE
           IF WS-FS-PRESENT NOT = "00"
               DISPLAY "CHQPRESENT.TXT not found. Nothing to "
                   "process."
               GOBACK
           END-IF
           READ PRESENT-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ
           IF WS-EOF-FLAG = "Y" OR PRH-REC-TYPE NOT = "H"
               DISPLAY "CHQPRESENT.TXT has no header. Nothing "
                   "processed."
               CLOSE PRESENT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PRH-FILE-ID TO WS-FILE-ID
           MOVE PRH-FILE-DATE TO WS-FILE-DATE
           MOVE PRH-BANK TO WS-PRESENTING-BANK

           PERFORM CHECK-ALREADY-PROCESSED
           IF WS-ALREADY-RUN = "Y"
               DISPLAY "PRESENTMENT FILE " WS-FILE-ID " ALREADY "
                   "PROCESSED. SECOND RUN REFUSED."
               CLOSE PRESENT-FILE
               GOBACK
           END-IF

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PRESENT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PRD-REC-TYPE = "P"
                           ADD 1 TO WS-ITEM-COUNT
                           ADD PRD-AMOUNT TO WS-ITEM-TOTAL
                       END-IF
                       IF PRT-REC-TYPE = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE PRT-ITEM-COUNT TO WS-TRAILER-COUNT
                           MOVE PRT-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRESENT-FILE

           IF WS-TRAILER-SEEN = "N" OR
              WS-TRAILER-COUNT NOT = WS-ITEM-COUNT OR
              WS-TRAILER-TOTAL NOT = WS-ITEM-TOTAL
               MOVE WS-ITEM-TOTAL TO DISPLAY-TOTAL
               DISPLAY "CONTROL TOTALS DO NOT AGREE. FILE "
                   WS-FILE-ID " REFUSED."
               DISPLAY "ITEMS READ: " WS-ITEM-COUNT " TOTAL: "
                   DISPLAY-TOTAL
               MOVE WS-TRAILER-TOTAL TO DISPLAY-TOTAL
               DISPLAY "TRAILER:    " WS-TRAILER-COUNT " TOTAL: "
                   DISPLAY-TOTAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-BANK-POLICY-CONFIG

           OPEN I-O ACCOUNTS
           IF WS-FS-ACCOUNTS NOT = "00"
               DISPLAY "ACCOUNTS.DAT not found."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CHQBOOK-FILE
           IF WS-FS-CHQBOOK NOT = "00"
               OPEN OUTPUT CHQBOOK-FILE
               CLOSE CHQBOOK-FILE
               OPEN INPUT CHQBOOK-FILE
           END-IF
           OPEN INPUT STOPPAY-FILE
           IF WS-FS-STOPPAY NOT = "00"
               OPEN OUTPUT STOPPAY-FILE
               CLOSE STOPPAY-FILE
               OPEN INPUT STOPPAY-FILE
           END-IF
           OPEN I-O PAIDCHQ-FILE
           IF WS-FS-PAIDCHQ NOT = "00"
               OPEN OUTPUT PAIDCHQ-FILE
               CLOSE PAIDCHQ-FILE
               OPEN I-O PAIDCHQ-FILE
           END-IF
           OPEN INPUT PENDINGTX-FILE
           IF WS-FS-PENDINGTX = "00"
               MOVE "Y" TO WS-PENDINGTX-OPEN
           END-IF
           OPEN EXTEND STATEMENT-FILE
           IF WS-FS-STATEMENT NOT = "00"
               OPEN OUTPUT STATEMENT-FILE
           END-IF

           MOVE SPACES TO WS-CHQRETURN-NAME
           STRING
               "CHQRETURN_" DELIMITED BY SIZE
               WS-FILE-ID DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE
               INTO WS-CHQRETURN-NAME
           END-STRING
           OPEN OUTPUT CHQRETURN-FILE
           MOVE SPACES TO CHQRETURN-HEADER
           MOVE "H" TO CRH-REC-TYPE
           MOVE WS-FILE-ID TO CRH-FILE-ID
           MOVE WS-RUN-DATE TO CRH-FILE-DATE
           MOVE WS-PRESENTING-BANK TO CRH-BANK
           WRITE CHQRETURN-HEADER

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PRESENT-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PRESENT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PRD-REC-TYPE = "P"
                           PERFORM PROCESS-ONE-CHEQUE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO CHQRETURN-TRAILER
           MOVE "T" TO CRT-REC-TYPE
           MOVE WS-RETURN-COUNT TO CRT-ITEM-COUNT
           MOVE WS-RETURN-TOTAL TO CRT-TOTAL-AMOUNT
           WRITE CHQRETURN-TRAILER

           CLOSE PRESENT-FILE ACCOUNTS CHQBOOK-FILE STOPPAY-FILE
               PAIDCHQ-FILE STATEMENT-FILE CHQRETURN-FILE
           IF WS-PENDINGTX-OPEN = "Y"
               CLOSE PENDINGTX-FILE
           END-IF

           OPEN EXTEND CHQPRES-RUN-FILE
           IF WS-FS-CHQPRES-RUN NOT = "00"
               OPEN OUTPUT CHQPRES-RUN-FILE
           END-IF
           MOVE WS-FILE-ID TO CHQPRES-RUN-LINE
           WRITE CHQPRES-RUN-LINE
           CLOSE CHQPRES-RUN-FILE

           DISPLAY "Presentment file " WS-FILE-ID " from "
               WS-PRESENTING-BANK " items: " WS-ITEM-COUNT.
           MOVE WS-PAID-TOTAL TO DISPLAY-TOTAL
           DISPLAY "Cheques paid: " WS-PAID-COUNT
               " | TOTAL: " DISPLAY-TOTAL.
           MOVE WS-RETURN-TOTAL TO DISPLAY-TOTAL
           DISPLAY "Cheques returned: " WS-RETURN-COUNT
               " | TOTAL: " DISPLAY-TOTAL
               " (see " WS-CHQRETURN-NAME ")".
           DISPLAY "Batch complete.".
           STOP RUN.

       CHECK-ALREADY-PROCESSED.
           MOVE "N" TO WS-ALREADY-RUN
           OPEN INPUT CHQPRES-RUN-FILE
           IF WS-FS-CHQPRES-RUN = "00"
               PERFORM UNTIL WS-FS-CHQPRES-RUN NOT = "00"
                   READ CHQPRES-RUN-FILE
                       AT END MOVE "10" TO WS-FS-CHQPRES-RUN
                       NOT AT END
                           IF CHQPRES-RUN-LINE = WS-FILE-ID
                               MOVE "Y" TO WS-ALREADY-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHQPRES-RUN-FILE
           END-IF.

       LOAD-BANK-POLICY-CONFIG.
           OPEN INPUT BANK-POLICY-FILE
           IF WS-FS-BANKPOLICY = "00"
               READ BANK-POLICY-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE POLICY-MIN-BALANCE TO WS-MIN-BALANCE
               END-READ
               CLOSE BANK-POLICY-FILE
           ELSE
               DISPLAY "BANKPOLICY.TXT not found. Using default "
                   "minimum balance."
           END-IF.

       PROCESS-ONE-CHEQUE.
           MOVE SPACES TO WS-REASON-CODE
           IF PRD-CHQ-NO IS NOT NUMERIC OR PRD-CHQ-NO = 0 OR
              PRD-AMOUNT IS NOT NUMERIC OR PRD-AMOUNT = 0
               MOVE "R01" TO WS-REASON-CODE
               MOVE "INVALID CHEQUE NUMBER OR AMOUNT"
                   TO WS-REASON-TEXT
           ELSE
               MOVE PRD-ACC-NO TO ACC-NO
               READ ACCOUNTS
                   INVALID KEY
                       MOVE "R02" TO WS-REASON-CODE
                       MOVE "NO SUCH ACCOUNT" TO WS-REASON-TEXT
                   NOT INVALID KEY
                       PERFORM CHECK-DRAWER-ACCOUNT
               END-READ
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM PAY-CHEQUE
           ELSE
               PERFORM WRITE-RETURN-ITEM
           END-IF.

       CHECK-DRAWER-ACCOUNT.
           IF ACC-STATUS = "CLOSED"
               MOVE "R03" TO WS-REASON-CODE
               MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
           ELSE
           IF ACC-STATUS = "FROZEN" OR ACC-STATUS = "DORMANT"
               MOVE "R04" TO WS-REASON-CODE
               MOVE "REFER TO DRAWER" TO WS-REASON-TEXT
           END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-CHEQUE-SERIES
               IF WS-IN-SERIES = "N"
                   MOVE "R05" TO WS-REASON-CODE
                   MOVE "CHEQUE NOT ISSUED TO DRAWER"
                       TO WS-REASON-TEXT
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-STOP-PAYMENT
               IF WS-STOPPED = "Y"
                   MOVE "R06" TO WS-REASON-CODE
                   MOVE "PAYMENT STOPPED BY DRAWER"
                       TO WS-REASON-TEXT
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               MOVE PRD-ACC-NO TO PC-ACC-NO
               MOVE PRD-CHQ-NO TO PC-CHQ-NO
               READ PAIDCHQ-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "R07" TO WS-REASON-CODE
                       MOVE "CHEQUE ALREADY PAID" TO WS-REASON-TEXT
               END-READ
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-AVAILABLE-FUNDS
           END-IF.

       CHECK-CHEQUE-SERIES.
           MOVE "N" TO WS-IN-SERIES
           MOVE LOW-VALUES TO CB-ID
           START CHQBOOK-FILE KEY IS NOT LESS THAN CB-ID
               INVALID KEY MOVE "10" TO WS-FS-CHQBOOK
               NOT INVALID KEY MOVE "00" TO WS-FS-CHQBOOK
           END-START
           PERFORM UNTIL WS-FS-CHQBOOK = "10"
               READ CHQBOOK-FILE NEXT
                   AT END MOVE "10" TO WS-FS-CHQBOOK
                   NOT AT END
                       IF CB-ACC-NO = PRD-ACC-NO AND
                          CB-STATUS = "ISSUED" AND
                          CB-SERIES-START <= PRD-CHQ-NO AND
                          CB-SERIES-END >= PRD-CHQ-NO
                           MOVE "Y" TO WS-IN-SERIES
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-STOP-PAYMENT.
           MOVE "N" TO WS-STOPPED
           MOVE LOW-VALUES TO SP-ID
           START STOPPAY-FILE KEY IS NOT LESS THAN SP-ID
               INVALID KEY MOVE "10" TO WS-FS-STOPPAY
               NOT INVALID KEY MOVE "00" TO WS-FS-STOPPAY
           END-START
           PERFORM UNTIL WS-FS-STOPPAY = "10"
               READ STOPPAY-FILE NEXT
                   AT END MOVE "10" TO WS-FS-STOPPAY
                   NOT AT END
                       IF SP-ACC-NO = PRD-ACC-NO AND
                          SP-STATUS = "ACTIVE" AND
                          SP-CHQ-FROM <= PRD-CHQ-NO AND
                          SP-CHQ-TO >= PRD-CHQ-NO
                           MOVE "Y" TO WS-STOPPED
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-AVAILABLE-FUNDS.
           PERFORM SUM-HELD-AMOUNT
           COMPUTE WS-BALANCE-AFTER =
               ACC-BALANCE - WS-HELD-AMOUNT - PRD-AMOUNT
           IF PRD-AMOUNT > ACC-BALANCE - WS-HELD-AMOUNT OR
              WS-BALANCE-AFTER < WS-MIN-BALANCE
               MOVE "R08" TO WS-REASON-CODE
               MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
           END-IF.

       SUM-HELD-AMOUNT.
           MOVE 0 TO WS-HELD-AMOUNT
           IF WS-PENDINGTX-OPEN = "Y"
               MOVE LOW-VALUES TO PTX-ID
               START PENDINGTX-FILE KEY IS NOT LESS THAN PTX-ID
                   INVALID KEY MOVE "10" TO WS-FS-PENDINGTX
                   NOT INVALID KEY MOVE "00" TO WS-FS-PENDINGTX
               END-START
               PERFORM UNTIL WS-FS-PENDINGTX = "10"
                   READ PENDINGTX-FILE NEXT
                       AT END MOVE "10" TO WS-FS-PENDINGTX
                       NOT AT END
                           IF PTX-STATUS = "PENDING" AND
                              PTX-ACC-NO = ACC-NO
                               ADD PTX-AMOUNT TO WS-HELD-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PAY-CHEQUE.
           SUBTRACT PRD-AMOUNT FROM ACC-BALANCE
           REWRITE ACCOUNT-REC
           MOVE PRD-ACC-NO TO PC-ACC-NO
           MOVE PRD-CHQ-NO TO PC-CHQ-NO
           MOVE PRD-AMOUNT TO PC-AMOUNT
           MOVE WS-RUN-DATE TO PC-PAID-DATE
           MOVE WS-FILE-ID TO PC-FILE-ID
           MOVE PRD-ITEM-REF TO PC-ITEM-REF
           WRITE PAIDCHQ-REC
               INVALID KEY
                   DISPLAY "WARNING: PAID REGISTER WRITE FAILED FOR "
                       PRD-ACC-NO " CHEQUE " PRD-CHQ-NO
           END-WRITE
           ADD 1 TO WS-PAID-COUNT
           ADD PRD-AMOUNT TO WS-PAID-TOTAL
           MOVE "CHQ-PAID" TO WS-GL-TRAN-CODE
           MOVE SPACES TO WS-GL-REF
           STRING
               PRD-ACC-NO DELIMITED BY SIZE
               PRD-CHQ-NO DELIMITED BY SIZE
               INTO WS-GL-REF
           END-STRING
           MOVE PRD-AMOUNT TO WS-GL-AMOUNT
           MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
           MOVE WS-GL-SETTLEMENT TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           MOVE ACC-BALANCE TO DISPLAY-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING
               WS-RUN-DATE DELIMITED BY SIZE
               " | ACC: " DELIMITED BY SIZE
               ACC-NO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               "CHQ-PAID" DELIMITED BY SIZE
               " | AMOUNT: " DELIMITED BY SIZE
               PRD-AMOUNT DELIMITED BY SIZE
               " | NEW BALANCE: " DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               " | REF: " DELIMITED BY SIZE
               PRD-CHQ-NO DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE PRD-AMOUNT TO DISPLAY-AMOUNT
           DISPLAY "PAID     " PRD-ITEM-REF " | ACC: " PRD-ACC-NO
               " | CHQ: " PRD-CHQ-NO " | " DISPLAY-AMOUNT.

       WRITE-RETURN-ITEM.
           ADD 1 TO WS-RETURN-COUNT
           ADD PRD-AMOUNT TO WS-RETURN-TOTAL
           MOVE SPACES TO CHQRETURN-DETAIL
           MOVE "R" TO CRD-REC-TYPE
           MOVE PRD-ITEM-REF TO CRD-ITEM-REF
           MOVE PRD-ACC-NO TO CRD-ACC-NO
           MOVE PRD-CHQ-NO TO CRD-CHQ-NO
           MOVE PRD-AMOUNT TO CRD-AMOUNT
           MOVE WS-REASON-CODE TO CRD-REASON-CODE
           MOVE WS-REASON-TEXT TO CRD-REASON-TEXT
           WRITE CHQRETURN-DETAIL
           MOVE PRD-AMOUNT TO DISPLAY-AMOUNT
           DISPLAY "RETURNED " PRD-ITEM-REF " | ACC: " PRD-ACC-NO
               " | CHQ: " PRD-CHQ-NO " | " DISPLAY-AMOUNT " | "
               WS-REASON-CODE " " WS-REASON-TEXT.

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

       END PROGRAM CHEQUE-PRESENTMENT-BATCH.
