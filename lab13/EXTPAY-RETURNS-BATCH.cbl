      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Interbank returned-payments batch. Reads the clearing
      *          house returns file EXTPAY_RETURNS.TXT (header with the
      *          returns file ID, one item per rejected payment, trailer
      *          with item count and amount control totals). A file
      *          whose trailer does not agree with its items, or whose
      *          ID is already on EXTRET_RUN.TXT, is refused. Each item
      *          is matched to a SENT payment on EXTPAY.DAT (same batch
      *          and amount); the customer is re-credited with an
      *          EXT-RT statement line and a general ledger posting on
      *          GLPOST.TXT, and the payment marked RETURNED with the
      *          clearing reason code. Items that cannot be
      *          matched or credited go to EXTPAY_RETURN_EXC.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTPAY-RETURNS-BATCH.

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

           SELECT RETURNS-FILE ASSIGN TO "EXTPAY_RETURNS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETURNS.

           SELECT STATEMENT-FILE ASSIGN TO "STATEMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATEMENT.

           SELECT EXCEPTION-FILE ASSIGN TO "EXTPAY_RETURN_EXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPTION.

           SELECT EXTRET-RUN-FILE ASSIGN TO "EXTRET_RUN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRET-RUN.

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

       FD RETURNS-FILE.
       01 RETURN-DETAIL.
           05 RTD-REC-TYPE     PIC X.
           05 RTD-BATCH-ID     PIC X(8).
           05 RTD-PAY-ID       PIC X(8).
           05 RTD-AMOUNT       PIC 9(8)V99.
           05 RTD-REASON-CODE  PIC X(4).
           05 RTD-REASON-TEXT  PIC X(30).
       01 RETURN-HEADER REDEFINES RETURN-DETAIL.
           05 RTH-REC-TYPE     PIC X.
           05 RTH-FILE-ID      PIC X(8).
           05 RTH-FILE-DATE    PIC 9(8).
           05 FILLER           PIC X(44).
       01 RETURN-TRAILER REDEFINES RETURN-DETAIL.
           05 RTT-REC-TYPE     PIC X.
           05 RTT-ITEM-COUNT   PIC 9(6).
           05 RTT-TOTAL-AMOUNT PIC 9(10)V99.
           05 FILLER           PIC X(42).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(120).

       FD EXTRET-RUN-FILE.
       01 EXTRET-RUN-LINE PIC X(8).

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
       01 WS-GL-SOURCE        PIC X(8) VALUE "EXTRET".
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
       01 WS-FS-RETURNS       PIC XX.
       01 WS-FS-STATEMENT     PIC XX.
       01 WS-FS-EXCEPTION     PIC XX.
       01 WS-FS-EXTRET-RUN    PIC XX.
       01 WS-EOF-FLAG         PIC X VALUE "N".
       01 WS-ALREADY-RUN      PIC X VALUE "N".
       01 WS-TRAILER-SEEN     PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-FILE-ID          PIC X(8) VALUE SPACES.
       01 WS-TRAILER-COUNT    PIC 9(6) VALUE 0.
       01 WS-TRAILER-TOTAL    PIC 9(10)V99 VALUE 0.
       01 WS-ITEM-COUNT       PIC 9(6) VALUE 0.
       01 WS-ITEM-TOTAL       PIC 9(10)V99 VALUE 0.
       01 WS-CREDITED-COUNT   PIC 9(6) VALUE 0.
       01 WS-CREDITED-TOTAL   PIC 9(10)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-TEXT   PIC X(40).
       01 DISPLAY-BALANCE     PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-AMOUNT      PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== INTERBANK RETURNED PAYMENTS BATCH ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT RETURNS-FILE
           IF WS-FS-RETURNS NOT = "00"
               DISPLAY "EXTPAY_RETURNS.TXT not found. Nothing to "
                   "process."
               GOBACK
           END-IF
           READ RETURNS-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ
           IF WS-EOF-FLAG = "Y" OR RTH-REC-TYPE NOT = "H"
               DISPLAY "EXTPAY_RETURNS.TXT has no header. Nothing "
                   "processed."
               CLOSE RETURNS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RTH-FILE-ID TO WS-FILE-ID

           PERFORM CHECK-ALREADY-PROCESSED
           IF WS-ALREADY-RUN = "Y"
               DISPLAY "RETURNS FILE " WS-FILE-ID " ALREADY "
                   "PROCESSED. SECOND RUN REFUSED."
               CLOSE RETURNS-FILE
               GOBACK
           END-IF

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RETURNS-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RTD-REC-TYPE = "R"
                           ADD 1 TO WS-ITEM-COUNT
                           ADD RTD-AMOUNT TO WS-ITEM-TOTAL
                       END-IF
                       IF RTT-REC-TYPE = "T"
                           MOVE "Y" TO WS-TRAILER-SEEN
                           MOVE RTT-ITEM-COUNT TO WS-TRAILER-COUNT
                           MOVE RTT-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURNS-FILE

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

           OPEN I-O ACCOUNTS
           IF WS-FS-ACCOUNTS NOT = "00"
               DISPLAY "ACCOUNTS.DAT not found."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O EXTPAY-FILE
           IF WS-FS-EXTPAY NOT = "00"
               DISPLAY "EXTPAY.DAT not found. Nothing processed."
               CLOSE ACCOUNTS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND STATEMENT-FILE
           IF WS-FS-STATEMENT NOT = "00"
               OPEN OUTPUT STATEMENT-FILE
           END-IF
           OPEN EXTEND EXCEPTION-FILE
           IF WS-FS-EXCEPTION NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RETURNS-FILE
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RETURNS-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RTD-REC-TYPE = "R"
                           PERFORM PROCESS-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RETURNS-FILE ACCOUNTS EXTPAY-FILE STATEMENT-FILE
               EXCEPTION-FILE

           OPEN EXTEND EXTRET-RUN-FILE
           IF WS-FS-EXTRET-RUN NOT = "00"
               OPEN OUTPUT EXTRET-RUN-FILE
           END-IF
           MOVE WS-FILE-ID TO EXTRET-RUN-LINE
           WRITE EXTRET-RUN-LINE
           CLOSE EXTRET-RUN-FILE

           MOVE WS-CREDITED-TOTAL TO DISPLAY-TOTAL
           DISPLAY "Returns file " WS-FILE-ID " items: "
               WS-ITEM-COUNT.
           DISPLAY "Customers re-credited: " WS-CREDITED-COUNT
               " | TOTAL: " DISPLAY-TOTAL.
           DISPLAY "Exceptions: " WS-EXCEPTION-COUNT
               " (see EXTPAY_RETURN_EXC.TXT)".
           DISPLAY "Batch complete.".
           STOP RUN.

       CHECK-ALREADY-PROCESSED.
           MOVE "N" TO WS-ALREADY-RUN
           OPEN INPUT EXTRET-RUN-FILE
           IF WS-FS-EXTRET-RUN = "00"
               PERFORM UNTIL WS-FS-EXTRET-RUN NOT = "00"
                   READ EXTRET-RUN-FILE
                       AT END MOVE "10" TO WS-FS-EXTRET-RUN
                       NOT AT END
                           IF EXTRET-RUN-LINE = WS-FILE-ID
                               MOVE "Y" TO WS-ALREADY-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTRET-RUN-FILE
           END-IF.

       PROCESS-ONE-RETURN.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           MOVE RTD-PAY-ID TO EXP-ID
           READ EXTPAY-FILE
               INVALID KEY
                   MOVE "PAYMENT NOT ON FILE" TO WS-EXCEPTION-TEXT
               NOT INVALID KEY
                   IF EXP-STATUS NOT = "SENT"
                       STRING
                           "PAYMENT IS " DELIMITED BY SIZE
                           EXP-STATUS DELIMITED BY SPACE
                           ", NOT SENT" DELIMITED BY SIZE
                           INTO WS-EXCEPTION-TEXT
                       END-STRING
                   ELSE
                   IF EXP-BATCH-ID NOT = RTD-BATCH-ID
                       MOVE "SENT IN A DIFFERENT BATCH"
                           TO WS-EXCEPTION-TEXT
                   ELSE
                   IF EXP-AMOUNT NOT = RTD-AMOUNT
                       MOVE "AMOUNT DOES NOT MATCH PAYMENT"
                           TO WS-EXCEPTION-TEXT
                   END-IF
                   END-IF
                   END-IF
           END-READ
           IF WS-EXCEPTION-TEXT = SPACES
               MOVE EXP-ACC-NO TO ACC-NO
               READ ACCOUNTS
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE - CREDIT BY HAND"
                           TO WS-EXCEPTION-TEXT
                   NOT INVALID KEY
                       IF ACC-STATUS = "CLOSED"
                           MOVE "ACCOUNT CLOSED - CREDIT BY HAND"
                               TO WS-EXCEPTION-TEXT
                       END-IF
               END-READ
           END-IF
           IF WS-EXCEPTION-TEXT = SPACES
               PERFORM CREDIT-RETURNED-PAYMENT
           ELSE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       CREDIT-RETURNED-PAYMENT.
           ADD EXP-AMOUNT TO ACC-BALANCE
           REWRITE ACCOUNT-REC
           MOVE "RETURNED" TO EXP-STATUS
           MOVE RTD-REASON-CODE TO EXP-RETURN-CODE
           MOVE WS-RUN-DATE TO EXP-RETURN-DATE
           REWRITE EXTPAY-REC
           ADD 1 TO WS-CREDITED-COUNT
           ADD EXP-AMOUNT TO WS-CREDITED-TOTAL
           MOVE "EXT-RT" TO WS-GL-TRAN-CODE
           MOVE EXP-ID TO WS-GL-REF
           MOVE EXP-AMOUNT TO WS-GL-AMOUNT
           MOVE WS-GL-SETTLEMENT TO WS-GL-DR-CODE
           MOVE WS-GL-DEPOSITS TO WS-GL-CR-CODE
           PERFORM POST-GL-PAIR
           MOVE ACC-BALANCE TO DISPLAY-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING
               WS-RUN-DATE DELIMITED BY SIZE
               " | ACC: " DELIMITED BY SIZE
               ACC-NO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               "EXT-RT" DELIMITED BY SIZE
               " | AMOUNT: " DELIMITED BY SIZE
               EXP-AMOUNT DELIMITED BY SIZE
               " | NEW BALANCE: " DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               " | REF: " DELIMITED BY SIZE
               EXP-ID DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE
           MOVE EXP-AMOUNT TO DISPLAY-AMOUNT
           DISPLAY "RETURNED " EXP-ID " | ACC: " ACC-NO " | "
               DISPLAY-AMOUNT " | " RTD-REASON-CODE " "
               RTD-REASON-TEXT.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE RTD-AMOUNT TO DISPLAY-AMOUNT
           MOVE SPACES TO EXCEPTION-LINE
           STRING
               WS-RUN-DATE DELIMITED BY SIZE
               " | FILE: " DELIMITED BY SIZE
               WS-FILE-ID DELIMITED BY SIZE
               " | PAY: " DELIMITED BY SIZE
               RTD-PAY-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               RTD-REASON-CODE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-EXCEPTION-TEXT DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           DISPLAY EXCEPTION-LINE.

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

       END PROGRAM EXTPAY-RETURNS-BATCH.
