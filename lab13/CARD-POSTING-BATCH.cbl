      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Card transaction posting batch. Reads the incoming
      *          ATM and point-of-sale authorisation file CARDTXN.TXT
      *          (header with batch ID, then one detail per item),
      *          refuses a batch already listed on CARDPOST_RUN.TXT,
      *          checks each item against CARDS.DAT (card on file,
      *          ACTIVE, not expired), the linked account's status and
      *          funds (held pending amounts and the BANKPOLICY.TXT
      *          minimum balance count against the balance, as at the
      *          counter) and the card's daily ATM or purchase limit
      *          against the usage already accumulated for that day.
      *          Approved items are debited on ACCOUNTS.DAT with an
      *          ATM-WD or POS-DB statement line and a general ledger
      *          posting on GLPOST.TXT; declines are written to
      *          CARD_REJECTS.TXT with a reason code.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-POSTING-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-FS-ACCOUNTS.

           SELECT CARD-FILE ASSIGN TO "CARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NO
               ALTERNATE RECORD KEY IS CARD-ACC-NO WITH DUPLICATES
               FILE STATUS IS WS-FS-CARD.

           SELECT PENDINGTX-FILE ASSIGN TO "PENDINGTX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTX-ID
               FILE STATUS IS WS-FS-PENDINGTX.

           SELECT CARDTXN-FILE ASSIGN TO "CARDTXN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARDTXN.

           SELECT STATEMENT-FILE ASSIGN TO "STATEMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATEMENT.

           SELECT REJECT-FILE ASSIGN TO "CARD_REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT.

           SELECT CARDPOST-FILE ASSIGN TO "CARDPOST_RUN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARDPOST.

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

       FD CARD-FILE.
       01 CARD-REC.
           05 CARD-NO           PIC X(16).
           05 CARD-ACC-NO       PIC X(10).
           05 CARD-EXPIRY       PIC 9(6).
           05 CARD-STATUS       PIC X(8).
           05 CARD-WD-LIMIT     PIC 9(6)V99.
           05 CARD-POS-LIMIT    PIC 9(6)V99.
           05 CARD-ISSUE-DATE   PIC 9(8).
           05 CARD-USAGE-DATE   PIC 9(8).
           05 CARD-WD-USED      PIC 9(6)V99.
           05 CARD-POS-USED     PIC 9(6)V99.
           05 CARD-BLOCK-REASON PIC X(10).
           05 CARD-REPLACED-BY  PIC X(16).

       FD PENDINGTX-FILE.
       01 PENDINGTX-REC.
           05 PTX-ID       PIC X(8).
           05 PTX-ACC-NO   PIC X(10).
           05 PTX-TYPE     PIC X(10).
           05 PTX-DEST-ACC PIC X(10).
           05 PTX-AMOUNT   PIC 9(8)V99.
           05 PTX-DATE     PIC 9(8).
           05 PTX-STATUS   PIC X(9).

       FD CARDTXN-FILE.
       01 CARDTXN-RECORD.
           05 CTX-REC-TYPE  PIC X.
           05 CTX-AUTH-ID   PIC X(8).
           05 CTX-CARD-NO   PIC X(16).
           05 CTX-CHANNEL   PIC X(3).
           05 CTX-DATE      PIC 9(8).
           05 CTX-TIME      PIC 9(6).
           05 CTX-AMOUNT    PIC 9(8)V99.
           05 CTX-MERCHANT  PIC X(20).
       01 CARDTXN-HEADER REDEFINES CARDTXN-RECORD.
           05 CTH-REC-TYPE  PIC X.
           05 CTH-BATCH-ID  PIC X(8).
           05 FILLER        PIC X(63).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       FD REJECT-FILE.
       01 REJECT-LINE PIC X(120).

       FD CARDPOST-FILE.
       01 CARDPOST-LINE PIC X(8).

       FD BANK-POLICY-FILE.
       01 BANK-POLICY-RECORD.
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
       01 WS-GL-SOURCE        PIC X(8) VALUE "CARDPOST".
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
       01 WS-FS-CARD          PIC XX.
       01 WS-FS-PENDINGTX     PIC XX.
       01 WS-FS-CARDTXN       PIC XX.
       01 WS-FS-STATEMENT     PIC XX.
       01 WS-FS-REJECT        PIC XX.
       01 WS-FS-CARDPOST      PIC XX.
       01 WS-FS-BANKPOLICY    PIC XX.
       01 WS-PENDINGTX-OPEN   PIC X VALUE "N".
       01 WS-EOF-FLAG         PIC X VALUE "N".
       01 WS-ALREADY-RUN      PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-BATCH-ID         PIC X(8) VALUE SPACES.
       01 WS-MIN-BALANCE      PIC 9(8)V99 VALUE 100.00.
       01 WS-HELD-AMOUNT      PIC 9(8)V99.
       01 WS-BALANCE-AFTER    PIC S9(8)V99.
       01 WS-DAY-USED         PIC 9(7)V99.
       01 WS-REASON-CODE      PIC X(3).
       01 WS-REASON-TEXT      PIC X(30).
       01 WS-TRANS-TYPE       PIC X(10).
       01 WS-ITEMS-READ       PIC 9(5) VALUE 0.
       01 WS-ITEMS-POSTED     PIC 9(5) VALUE 0.
       01 WS-ITEMS-REJECTED   PIC 9(5) VALUE 0.
       01 WS-POSTED-TOTAL     PIC 9(10)V99 VALUE 0.
       01 DISPLAY-BALANCE     PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-AMOUNT      PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CARD TRANSACTION POSTING BATCH ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT CARDTXN-FILE
           IF WS-FS-CARDTXN NOT = "00"
               DISPLAY "CARDTXN.TXT not found. Nothing posted."
               GOBACK
           END-IF
           READ CARDTXN-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ
           IF WS-EOF-FLAG = "Y" OR CTH-REC-TYPE NOT = "H"
               DISPLAY "CARDTXN.TXT has no header. Nothing posted."
               CLOSE CARDTXN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CTH-BATCH-ID TO WS-BATCH-ID

           PERFORM CHECK-ALREADY-POSTED
           IF WS-ALREADY-RUN = "Y"
               DISPLAY "CARD BATCH " WS-BATCH-ID " ALREADY POSTED. "
                   "SECOND POSTING REFUSED."
               CLOSE CARDTXN-FILE
               GOBACK
           END-IF

           PERFORM LOAD-BANK-POLICY-CONFIG

           OPEN I-O ACCOUNTS
           IF WS-FS-ACCOUNTS NOT = "00"
               DISPLAY "ACCOUNTS.DAT not found."
               CLOSE CARDTXN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CARD-FILE
           IF WS-FS-CARD NOT = "00"
               DISPLAY "CARDS.DAT not found. Nothing posted."
               CLOSE CARDTXN-FILE ACCOUNTS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PENDINGTX-FILE
           IF WS-FS-PENDINGTX = "00"
               MOVE "Y" TO WS-PENDINGTX-OPEN
           END-IF
           OPEN EXTEND STATEMENT-FILE
           IF WS-FS-STATEMENT NOT = "00"
               OPEN OUTPUT STATEMENT-FILE
           END-IF
           OPEN EXTEND REJECT-FILE
           IF WS-FS-REJECT NOT = "00"
               OPEN OUTPUT REJECT-FILE
           END-IF

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CARDTXN-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CTX-REC-TYPE = "D"
                           PERFORM PROCESS-ONE-CARD-TXN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CARDTXN-FILE ACCOUNTS CARD-FILE STATEMENT-FILE
               REJECT-FILE
           IF WS-PENDINGTX-OPEN = "Y"
               CLOSE PENDINGTX-FILE
           END-IF

           OPEN EXTEND CARDPOST-FILE
           IF WS-FS-CARDPOST NOT = "00"
               OPEN OUTPUT CARDPOST-FILE
           END-IF
           MOVE WS-BATCH-ID TO CARDPOST-LINE
           WRITE CARDPOST-LINE
           CLOSE CARDPOST-FILE

           MOVE WS-POSTED-TOTAL TO DISPLAY-TOTAL
           DISPLAY "Batch " WS-BATCH-ID " items read: " WS-ITEMS-READ.
           DISPLAY "Items posted: " WS-ITEMS-POSTED
               " | TOTAL: " DISPLAY-TOTAL.
           DISPLAY "Items declined: " WS-ITEMS-REJECTED
               " (see CARD_REJECTS.TXT)".
           DISPLAY "Batch complete.".
           STOP RUN.

       CHECK-ALREADY-POSTED.
           MOVE "N" TO WS-ALREADY-RUN
           OPEN INPUT CARDPOST-FILE
           IF WS-FS-CARDPOST = "00"
               PERFORM UNTIL WS-FS-CARDPOST NOT = "00"
                   READ CARDPOST-FILE
                       AT END MOVE "10" TO WS-FS-CARDPOST
                       NOT AT END
                           IF CARDPOST-LINE = WS-BATCH-ID
                               MOVE "Y" TO WS-ALREADY-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARDPOST-FILE
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

       PROCESS-ONE-CARD-TXN.
           ADD 1 TO WS-ITEMS-READ
           MOVE SPACES TO WS-REASON-CODE
           IF (CTX-CHANNEL NOT = "ATM" AND CTX-CHANNEL NOT = "POS")
              OR CTX-AMOUNT = 0
               MOVE "R09" TO WS-REASON-CODE
               MOVE "INVALID CHANNEL OR AMOUNT" TO WS-REASON-TEXT
           ELSE
               MOVE CTX-CARD-NO TO CARD-NO
               READ CARD-FILE
                   INVALID KEY
                       MOVE "R01" TO WS-REASON-CODE
                       MOVE "CARD NOT ON FILE" TO WS-REASON-TEXT
                   NOT INVALID KEY
                       PERFORM CHECK-CARD-AND-ACCOUNT
               END-READ
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM POST-CARD-TXN
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

       CHECK-CARD-AND-ACCOUNT.
           IF CARD-STATUS = "BLOCKED"
               MOVE "R02" TO WS-REASON-CODE
               MOVE "CARD BLOCKED" TO WS-REASON-TEXT
           ELSE
           IF CARD-STATUS NOT = "ACTIVE"
               MOVE "R03" TO WS-REASON-CODE
               MOVE "CARD NOT ACTIVE" TO WS-REASON-TEXT
           ELSE
           IF CTX-DATE(1:6) > CARD-EXPIRY
               MOVE "R04" TO WS-REASON-CODE
               MOVE "CARD EXPIRED" TO WS-REASON-TEXT
           END-IF
           END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               MOVE CARD-ACC-NO TO ACC-NO
               READ ACCOUNTS
                   INVALID KEY
                       MOVE "R05" TO WS-REASON-CODE
                       MOVE "ACCOUNT NOT ON FILE" TO WS-REASON-TEXT
                   NOT INVALID KEY
                       IF ACC-STATUS = "CLOSED" OR
                          ACC-STATUS = "FROZEN" OR
                          ACC-STATUS = "DORMANT"
                           MOVE "R05" TO WS-REASON-CODE
                           MOVE "ACCOUNT NOT AVAILABLE"
                               TO WS-REASON-TEXT
                       END-IF
               END-READ
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-DAILY-LIMIT
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-AVAILABLE-FUNDS
           END-IF.

       CHECK-DAILY-LIMIT.
           IF CARD-USAGE-DATE NOT = CTX-DATE
               MOVE CTX-DATE TO CARD-USAGE-DATE
               MOVE 0 TO CARD-WD-USED
               MOVE 0 TO CARD-POS-USED
           END-IF
           IF CTX-CHANNEL = "ATM"
               COMPUTE WS-DAY-USED = CARD-WD-USED + CTX-AMOUNT
               IF WS-DAY-USED > CARD-WD-LIMIT
                   MOVE "R06" TO WS-REASON-CODE
                   MOVE "DAILY ATM LIMIT EXCEEDED" TO WS-REASON-TEXT
               END-IF
           ELSE
               COMPUTE WS-DAY-USED = CARD-POS-USED + CTX-AMOUNT
               IF WS-DAY-USED > CARD-POS-LIMIT
                   MOVE "R07" TO WS-REASON-CODE
                   MOVE "DAILY PURCHASE LIMIT EXCEEDED"
                       TO WS-REASON-TEXT
               END-IF
           END-IF.

       CHECK-AVAILABLE-FUNDS.
           PERFORM SUM-HELD-AMOUNT
           COMPUTE WS-BALANCE-AFTER =
               ACC-BALANCE - WS-HELD-AMOUNT - CTX-AMOUNT
           IF CTX-AMOUNT > ACC-BALANCE - WS-HELD-AMOUNT
               MOVE "R08" TO WS-REASON-CODE
               MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
           ELSE
               IF WS-BALANCE-AFTER < WS-MIN-BALANCE
                   MOVE "R10" TO WS-REASON-CODE
                   MOVE "BELOW MINIMUM BALANCE" TO WS-REASON-TEXT
               END-IF
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

       POST-CARD-TXN.
           SUBTRACT CTX-AMOUNT FROM ACC-BALANCE
           REWRITE ACCOUNT-REC
           IF CTX-CHANNEL = "ATM"
               ADD CTX-AMOUNT TO CARD-WD-USED
               MOVE "ATM-WD" TO WS-TRANS-TYPE
               MOVE WS-GL-CASH TO WS-GL-CR-CODE
           ELSE
               ADD CTX-AMOUNT TO CARD-POS-USED
               MOVE "POS-DB" TO WS-TRANS-TYPE
               MOVE WS-GL-SETTLEMENT TO WS-GL-CR-CODE
           END-IF
           REWRITE CARD-REC
           MOVE WS-TRANS-TYPE TO WS-GL-TRAN-CODE
           MOVE CTX-AUTH-ID TO WS-GL-REF
           MOVE CTX-AMOUNT TO WS-GL-AMOUNT
           MOVE WS-GL-DEPOSITS TO WS-GL-DR-CODE
           PERFORM POST-GL-PAIR
           ADD 1 TO WS-ITEMS-POSTED
           ADD CTX-AMOUNT TO WS-POSTED-TOTAL
           MOVE ACC-BALANCE TO DISPLAY-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING
               CTX-DATE DELIMITED BY SIZE
               " | ACC: " DELIMITED BY SIZE
               ACC-NO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-TRANS-TYPE DELIMITED BY SPACE
               " | AMOUNT: " DELIMITED BY SIZE
               CTX-AMOUNT DELIMITED BY SIZE
               " | NEW BALANCE: " DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               " | REF: " DELIMITED BY SIZE
               CTX-AUTH-ID DELIMITED BY SIZE
               INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-ITEMS-REJECTED
           MOVE CTX-AMOUNT TO DISPLAY-AMOUNT
           MOVE SPACES TO REJECT-LINE
           STRING
               WS-RUN-DATE DELIMITED BY SIZE
               " | BATCH: " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               " | AUTH: " DELIMITED BY SIZE
               CTX-AUTH-ID DELIMITED BY SIZE
               " | CARD: " DELIMITED BY SIZE
               CTX-CARD-NO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               CTX-CHANNEL DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REASON-TEXT DELIMITED BY SIZE
               INTO REJECT-LINE
           END-STRING
           WRITE REJECT-LINE.

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

       END PROGRAM CARD-POSTING-BATCH.
