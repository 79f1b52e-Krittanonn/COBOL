      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Interbank payments cut-off batch. Takes every external
      *          transfer on EXTPAY.DAT still HELD in suspense, writes
      *          them to the outbound clearing file OUTPAY_<batch>.TXT
      *          (batch header, one item per payment, trailer with the
      *          item count and amount control totals) and marks each
      *          payment SENT under the new batch ID, releasing it
      *          from outward payments suspense to clearing settlement
      *          on the general ledger GLPOST.TXT. Payments still
      *          awaiting manager review are left for a later cut-off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTPAY-CUTOFF-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-FS-ACCOUNTS.

           SELECT EXTPAY-FILE ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-ID
               FILE STATUS IS WS-FS-EXTPAY.

           SELECT OUTPAY-FILE ASSIGN TO WS-OUTPAY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OUTPAY.

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

       FD OUTPAY-FILE.
       01 OUTPAY-DETAIL.
           05 OPD-REC-TYPE     PIC X.
           05 OPD-PAY-ID       PIC X(8).
           05 OPD-DEBTOR-ACC   PIC X(10).
           05 OPD-DEBTOR-NAME  PIC X(20).
           05 OPD-BENE-BANK    PIC X(11).
           05 OPD-BENE-ACC     PIC X(20).
           05 OPD-BENE-NAME    PIC X(30).
           05 OPD-AMOUNT       PIC 9(8)V99.
           05 OPD-VALUE-DATE   PIC 9(8).
       01 OUTPAY-HEADER REDEFINES OUTPAY-DETAIL.
           05 OPH-REC-TYPE     PIC X.
           05 OPH-BATCH-ID     PIC X(8).
           05 OPH-ORIG-BANK    PIC X(11).
           05 OPH-CREATE-DATE  PIC 9(8).
           05 OPH-CREATE-TIME  PIC 9(6).
           05 FILLER           PIC X(84).
       01 OUTPAY-TRAILER REDEFINES OUTPAY-DETAIL.
           05 OPT-REC-TYPE     PIC X.
           05 OPT-BATCH-ID     PIC X(8).
           05 OPT-ITEM-COUNT   PIC 9(6).
           05 OPT-TOTAL-AMOUNT PIC 9(10)V99.
           05 FILLER           PIC X(91).

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
       01 WS-GL-SOURCE        PIC X(8) VALUE "EXTCUT".
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
       01 WS-FS-EXTPAY        PIC XX.
       01 WS-FS-OUTPAY        PIC XX.
       01 WS-OUTPAY-NAME      PIC X(30).
       01 WS-ORIG-BANK-CODE   PIC X(11) VALUE "KRTNTHBKXXX".
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-BATCH-ID         PIC X(8).
       01 WS-BATCH-SEQ        PIC 9(6) VALUE 0.
       01 WS-BATCH-NUM        PIC 9(6).
       01 WS-HELD-COUNT       PIC 9(6) VALUE 0.
       01 WS-REVIEW-COUNT     PIC 9(6) VALUE 0.
       01 WS-ITEM-COUNT       PIC 9(6) VALUE 0.
       01 WS-TOTAL-AMOUNT     PIC 9(10)V99 VALUE 0.
       01 DISPLAY-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== INTERBANK PAYMENTS CUT-OFF BATCH ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME

           OPEN I-O EXTPAY-FILE
           IF WS-FS-EXTPAY NOT = "00"
               DISPLAY "EXTPAY.DAT not found. Nothing to send."
               GOBACK
           END-IF
           OPEN INPUT ACCOUNTS
           IF WS-FS-ACCOUNTS NOT = "00"
               DISPLAY "ACCOUNTS.DAT not found."
               CLOSE EXTPAY-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SCAN-EXTPAY-REGISTER
           IF WS-HELD-COUNT = 0
               DISPLAY "No payments held for clearing. No file "
                   "written."
               DISPLAY "Payments awaiting manager review: "
                   WS-REVIEW-COUNT
               CLOSE EXTPAY-FILE ACCOUNTS
               STOP RUN
           END-IF

           ADD 1 TO WS-BATCH-SEQ
           MOVE SPACES TO WS-BATCH-ID
           STRING
               "OB" DELIMITED BY SIZE
               WS-BATCH-SEQ DELIMITED BY SIZE
               INTO WS-BATCH-ID
           END-STRING
           MOVE SPACES TO WS-OUTPAY-NAME
           STRING
               "OUTPAY_" DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-OUTPAY-NAME
           END-STRING
           OPEN OUTPUT OUTPAY-FILE

           MOVE SPACES TO OUTPAY-HEADER
           MOVE "H" TO OPH-REC-TYPE
           MOVE WS-BATCH-ID TO OPH-BATCH-ID
           MOVE WS-ORIG-BANK-CODE TO OPH-ORIG-BANK
           MOVE WS-RUN-DATE TO OPH-CREATE-DATE
           MOVE WS-RUN-TIME TO OPH-CREATE-TIME
           WRITE OUTPAY-HEADER

           MOVE LOW-VALUES TO EXP-ID
           START EXTPAY-FILE KEY IS NOT LESS THAN EXP-ID
               INVALID KEY MOVE "10" TO WS-FS-EXTPAY
               NOT INVALID KEY MOVE "00" TO WS-FS-EXTPAY
           END-START
           PERFORM UNTIL WS-FS-EXTPAY = "10"
               READ EXTPAY-FILE NEXT
                   AT END MOVE "10" TO WS-FS-EXTPAY
                   NOT AT END
                       IF EXP-STATUS = "HELD"
                           PERFORM SEND-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO OUTPAY-TRAILER
           MOVE "T" TO OPT-REC-TYPE
           MOVE WS-BATCH-ID TO OPT-BATCH-ID
           MOVE WS-ITEM-COUNT TO OPT-ITEM-COUNT
           MOVE WS-TOTAL-AMOUNT TO OPT-TOTAL-AMOUNT
           WRITE OUTPAY-TRAILER

           CLOSE OUTPAY-FILE EXTPAY-FILE ACCOUNTS
           MOVE WS-TOTAL-AMOUNT TO DISPLAY-TOTAL
           DISPLAY "Batch " WS-BATCH-ID " written to "
               WS-OUTPAY-NAME.
           DISPLAY "Items sent: " WS-ITEM-COUNT
               " | CONTROL TOTAL: " DISPLAY-TOTAL.
           DISPLAY "Released from suspense to clearing: "
               DISPLAY-TOTAL.
           DISPLAY "Payments awaiting manager review: "
               WS-REVIEW-COUNT.
           DISPLAY "Batch complete.".
           STOP RUN.

       SCAN-EXTPAY-REGISTER.
           MOVE "00" TO WS-FS-EXTPAY
           PERFORM UNTIL WS-FS-EXTPAY = "10"
               READ EXTPAY-FILE NEXT
                   AT END MOVE "10" TO WS-FS-EXTPAY
                   NOT AT END
                       IF EXP-STATUS = "HELD"
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
                       IF EXP-STATUS = "REVIEW"
                           ADD 1 TO WS-REVIEW-COUNT
                       END-IF
                       IF EXP-BATCH-ID(3:6) IS NUMERIC
                           MOVE EXP-BATCH-ID(3:6) TO WS-BATCH-NUM
                           IF WS-BATCH-NUM > WS-BATCH-SEQ
                               MOVE WS-BATCH-NUM TO WS-BATCH-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SEND-ONE-PAYMENT.
           MOVE SPACES TO OUTPAY-DETAIL
           MOVE "D" TO OPD-REC-TYPE
           MOVE EXP-ID TO OPD-PAY-ID
           MOVE EXP-ACC-NO TO OPD-DEBTOR-ACC
           MOVE EXP-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY MOVE SPACES TO OPD-DEBTOR-NAME
               NOT INVALID KEY MOVE ACC-NAME TO OPD-DEBTOR-NAME
           END-READ
           MOVE EXP-BENE-BANK TO OPD-BENE-BANK
           MOVE EXP-BENE-ACC TO OPD-BENE-ACC
           MOVE EXP-BENE-NAME TO OPD-BENE-NAME
           MOVE EXP-AMOUNT TO OPD-AMOUNT
           MOVE WS-RUN-DATE TO OPD-VALUE-DATE
           WRITE OUTPAY-DETAIL
           ADD 1 TO WS-ITEM-COUNT
           ADD EXP-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE WS-BATCH-ID TO EXP-BATCH-ID
           MOVE WS-RUN-DATE TO EXP-SENT-DATE
           MOVE "SENT" TO EXP-STATUS
           REWRITE EXTPAY-REC
           MOVE "EXT-SENT" TO WS-GL-TRAN-CODE
           MOVE EXP-ID TO WS-GL-REF
           MOVE EXP-AMOUNT TO WS-GL-AMOUNT
           MOVE WS-GL-OUTWARD-SUSP TO WS-GL-DR-CODE
           MOVE WS-GL-SETTLEMENT TO WS-GL-CR-CODE
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

       END PROGRAM EXTPAY-CUTOFF-BATCH.
