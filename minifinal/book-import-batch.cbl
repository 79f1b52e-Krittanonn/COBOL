      *          COPIES), validates each row, writes accepted titles
      *          to BOOKS.TXT with accession copy records, and
      *          produces accepted/rejected reports with reasons.
      *          Rows delivered against an acquisitions order carry two
      *          extra columns |ORDER-NO|ACTUAL-COST; the order is
      *          marked received and the fund on ACQORDERS.TXT/
      *          FUNDS.TXT has the estimate released from encumbered
      *          and the actual cost charged to spent. An ordered row
      *          for a title already in the catalog adds its copies to
      *          the existing title.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ALTERNATE RECORD KEY IS COPY-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-COPY.

           SELECT FUND-FILE ASSIGN TO "FUNDS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FUND-CODE-KEY
              FILE STATUS IS WS-FS-FUND.

           SELECT ORDER-FILE ASSIGN TO "ACQORDERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-NO-KEY
              ALTERNATE RECORD KEY IS ORD-ISBN WITH DUPLICATES
              ALTERNATE RECORD KEY IS ORD-FUND-CODE WITH DUPLICATES
              FILE STATUS IS WS-FS-ORDER.

           SELECT SEQCTL-FILE ASSIGN TO "SEQCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SEQCTL.
          05 COPY-CONDITION     PIC X(10).
          05 COPY-LOCATION      PIC X(15).
          05 COPY-STATUS        PIC X(10).
          05 COPY-LOAN-CLASS    PIC X(6).

       FD FUND-FILE.
       01 FUND-RECORD.
          05 FUND-CODE-KEY      PIC X(8).
          05 FUND-NAME          PIC X(30).
          05 FUND-YEAR          PIC 9(4).
          05 FUND-ALLOCATION    PIC 9(8)V99.
          05 FUND-ENCUMBERED    PIC 9(8)V99.
          05 FUND-SPENT         PIC 9(8)V99.
          05 FUND-STATUS        PIC X(8).

       FD ORDER-FILE.
       01 ORDER-RECORD.
          05 ORD-NO-KEY         PIC X(12).
          05 ORD-ISBN           PIC X(13).
          05 ORD-TITLE          PIC X(60).
          05 ORD-FUND-CODE      PIC X(8).
          05 ORD-VENDOR         PIC X(20).
          05 ORD-COPIES         PIC 9(4).
          05 ORD-EST-PRICE      PIC 9(5)V99.
          05 ORD-DATE           PIC 9(8).
          05 ORD-STATUS         PIC X(10).
          05 ORD-COPIES-RECVD   PIC 9(4).
          05 ORD-ACTUAL-COST    PIC 9(8)V99.
          05 ORD-RECV-DATE      PIC 9(8).

       FD SEQCTL-FILE.
       01 SEQCTL-RECORD.
       77 WS-FS-SEQCTL          PIC XX.
       77 WS-FS-ACCEPT          PIC XX.
       77 WS-FS-REJECT          PIC XX.
       77 WS-FS-FUND            PIC XX.
       77 WS-FS-ORDER           PIC XX.
       77 WS-ACQ-OPEN           PIC X VALUE "N".
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-EOF-FLAG           PIC X VALUE "N".
       77 WS-ROWS-READ          PIC 9(5) VALUE 0.
       77 WS-ROWS-ACCEPTED      PIC 9(5) VALUE 0.
       77 WS-IMP-CATEGORY       PIC X(10).
       77 WS-IMP-PRICE          PIC X(10).
       77 WS-IMP-COPIES         PIC X(4).
       77 WS-IMP-ORDER-NO       PIC X(12).
       77 WS-IMP-COST           PIC X(12).
       77 WS-IMP-YEAR-N         PIC 9(4).
       77 WS-IMP-COPIES-N       PIC 9(4).
       77 WS-ISBN-VALID         PIC X VALUE "N".
       77 WS-ISBN-DIGIT         PIC 9.
       77 WS-ISBN-CHECK         PIC 9.
       77 WS-DUP-FLAG           PIC X VALUE "N".
       77 WS-ADD-TO-TITLE       PIC X VALUE "N".
       77 WS-ACTUAL-COST        PIC 9(8)V99.
       77 WS-RELIEF-AMOUNT      PIC 9(8)V99.
       77 WS-OUTSTANDING        PIC 9(4).
       77 WS-ROWS-ON-ORDER      PIC 9(5) VALUE 0.
       77 WS-COST-TOTAL         PIC 9(10)V99 VALUE 0.
       77 WS-COST-DISPLAY       PIC ZZZZZZZZZ9.99.
       77 WS-COPY-SEQ           PIC 9(9) VALUE 3000.
       77 WS-COPY-IDX           PIC 9(4).
       77 WS-SEQ-LOAN-SAVE      PIC 9(9) VALUE 1000.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== BOOK CATALOG IMPORT BATCH ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           OPEN INPUT IMPORT-FILE
           IF WS-FS-IMPORT NOT = "00"
               OPEN I-O COPY-FILE
           END-IF

           OPEN I-O FUND-FILE
           IF WS-FS-FUND = "00"
               OPEN I-O ORDER-FILE
               IF WS-FS-ORDER = "00"
                   MOVE "Y" TO WS-ACQ-OPEN
               ELSE
                   CLOSE FUND-FILE
               END-IF
           END-IF

           PERFORM LOAD-SEQUENCE-CONTROL

           OPEN OUTPUT ACCEPT-FILE

           CLOSE IMPORT-FILE BOOK-FILE COPY-FILE
                 ACCEPT-FILE REJECT-FILE
           IF WS-ACQ-OPEN = "Y"
               CLOSE FUND-FILE ORDER-FILE
           END-IF
           DISPLAY "Rows read: " WS-ROWS-READ.
           DISPLAY "Rows accepted: " WS-ROWS-ACCEPTED.
           DISPLAY "Rows rejected: " WS-ROWS-REJECTED.
           MOVE WS-COST-TOTAL TO WS-COST-DISPLAY
           DISPLAY "Rows received on order: " WS-ROWS-ON-ORDER
               " | Cost charged to funds: " WS-COST-DISPLAY.
           DISPLAY "See BOOK_IMPORT_ACCEPTED.TXT and "
               "BOOK_IMPORT_REJECTED.TXT.".
           STOP RUN.
               MOVE SPACES TO WS-IMP-ISBN WS-IMP-TITLE WS-IMP-AUTHOR
                   WS-IMP-PUBLISHER WS-IMP-YEAR WS-IMP-CALLNUMBER
                   WS-IMP-CATEGORY WS-IMP-PRICE WS-IMP-COPIES
                   WS-IMP-ORDER-NO WS-IMP-COST
               UNSTRING IMPORT-LINE DELIMITED BY "|"
                   INTO WS-IMP-ISBN WS-IMP-TITLE WS-IMP-AUTHOR
                        WS-IMP-PUBLISHER WS-IMP-YEAR
                        WS-IMP-CALLNUMBER WS-IMP-CATEGORY
                        WS-IMP-PRICE WS-IMP-COPIES
                        WS-IMP-ORDER-NO WS-IMP-COST
               END-UNSTRING
               PERFORM VALIDATE-IMPORT-ROW
               IF WS-ROW-VALID = "Y"
                       MOVE "Copy count is zero" TO WS-ROW-ERROR
                   ELSE
                       PERFORM CHECK-DUPLICATE-ISBN
                       MOVE "N" TO WS-ADD-TO-TITLE
                       IF WS-IMP-ORDER-NO NOT = SPACES
                           PERFORM CHECK-IMPORT-ORDER
                           IF WS-ROW-VALID = "Y" AND WS-DUP-FLAG = "Y"
                               MOVE "Y" TO WS-ADD-TO-TITLE
                           END-IF
                       ELSE
                       IF WS-DUP-FLAG = "Y"
                           MOVE "N" TO WS-ROW-VALID
                           MOVE "ISBN already in catalog"
                               TO WS-ROW-ERROR
                       END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
               NOT INVALID KEY MOVE "Y" TO WS-DUP-FLAG
           END-READ.

       CHECK-IMPORT-ORDER.
           IF WS-ACQ-OPEN NOT = "Y"
               MOVE "N" TO WS-ROW-VALID
               MOVE "Order given but no acquisitions files"
                   TO WS-ROW-ERROR
           ELSE
               MOVE WS-IMP-ORDER-NO TO ORD-NO-KEY
               READ ORDER-FILE KEY IS ORD-NO-KEY
                   INVALID KEY
                       MOVE "N" TO WS-ROW-VALID
                       MOVE "Order number not on file" TO WS-ROW-ERROR
                   NOT INVALID KEY
                       COMPUTE WS-OUTSTANDING =
                           ORD-COPIES - ORD-COPIES-RECVD
                       IF ORD-STATUS NOT = "OPEN" AND
                          ORD-STATUS NOT = "PARTIAL"
                           MOVE "N" TO WS-ROW-VALID
                           MOVE "Order is not open" TO WS-ROW-ERROR
                       ELSE
                       IF ORD-ISBN NOT = WS-IMP-ISBN
                           MOVE "N" TO WS-ROW-VALID
                           MOVE "ISBN does not match order"
                               TO WS-ROW-ERROR
                       ELSE
                       IF WS-IMP-COPIES-N > WS-OUTSTANDING
                           MOVE "N" TO WS-ROW-VALID
                           MOVE "More copies than outstanding on order"
                               TO WS-ROW-ERROR
                       ELSE
                       IF WS-IMP-COST NOT = SPACES AND
                          FUNCTION TEST-NUMVAL(WS-IMP-COST) NOT = 0
                           MOVE "N" TO WS-ROW-VALID
                           MOVE "Actual cost is not numeric"
                               TO WS-ROW-ERROR
                       END-IF
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF.

       WRITE-ACCEPTED-BOOK.
           IF WS-ADD-TO-TITLE = "Y"
               PERFORM ADD-COPIES-TO-TITLE
           ELSE
               PERFORM WRITE-NEW-TITLE
           END-IF.

       ADD-COPIES-TO-TITLE.
           ADD WS-IMP-COPIES-N TO BOOK-TOTAL-COPIES
           ADD WS-IMP-COPIES-N TO BOOK-COPIES-AVAILABLE
           REWRITE BOOK-RECORD
               INVALID KEY
                   MOVE "Catalog update rejected" TO WS-ROW-ERROR
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM CREATE-IMPORT-COPIES
                   PERFORM RECEIVE-ORDER-COST
                   ADD 1 TO WS-ROWS-ACCEPTED
                   MOVE SPACES TO ACCEPT-LINE
                   STRING
                       WS-IMP-ISBN DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       BOOK-TITLE DELIMITED BY SIZE
                       " | ADDED COPIES: " DELIMITED BY SIZE
                       WS-IMP-COPIES-N DELIMITED BY SIZE
                       " | ORDER: " DELIMITED BY SIZE
                       WS-IMP-ORDER-NO DELIMITED BY SIZE
                       INTO ACCEPT-LINE
                   END-STRING
                   WRITE ACCEPT-LINE
           END-REWRITE.

       WRITE-NEW-TITLE.
           MOVE WS-IMP-ISBN TO BOOK-ISBN-KEY
           MOVE WS-IMP-TITLE TO BOOK-TITLE
           MOVE WS-IMP-AUTHOR TO BOOK-AUTHOR
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM CREATE-IMPORT-COPIES
                   IF WS-IMP-ORDER-NO NOT = SPACES
                       PERFORM RECEIVE-ORDER-COST
                   END-IF
                   ADD 1 TO WS-ROWS-ACCEPTED
                   STRING
                       WS-IMP-ISBN DELIMITED BY SIZE
                   WRITE ACCEPT-LINE
           END-WRITE.

       RECEIVE-ORDER-COST.
           COMPUTE WS-RELIEF-AMOUNT = WS-IMP-COPIES-N * ORD-EST-PRICE
           IF WS-IMP-COST = SPACES
               COMPUTE WS-ACTUAL-COST =
                   WS-IMP-COPIES-N * BOOK-REPLACE-PRICE
           ELSE
               COMPUTE WS-ACTUAL-COST = FUNCTION NUMVAL(WS-IMP-COST)
           END-IF
           ADD WS-IMP-COPIES-N TO ORD-COPIES-RECVD
           ADD WS-ACTUAL-COST TO ORD-ACTUAL-COST
           MOVE WS-CURRENT-DATE TO ORD-RECV-DATE
           IF ORD-COPIES-RECVD < ORD-COPIES
               MOVE "PARTIAL" TO ORD-STATUS
           ELSE
               MOVE "RECEIVED" TO ORD-STATUS
           END-IF
           REWRITE ORDER-RECORD
           MOVE ORD-FUND-CODE TO FUND-CODE-KEY
           READ FUND-FILE KEY IS FUND-CODE-KEY
               INVALID KEY
                   DISPLAY "Fund " ORD-FUND-CODE " missing for order "
                       ORD-NO-KEY ". Cost not posted."
               NOT INVALID KEY
                   IF WS-RELIEF-AMOUNT > FUND-ENCUMBERED
                       MOVE FUND-ENCUMBERED TO WS-RELIEF-AMOUNT
                   END-IF
                   SUBTRACT WS-RELIEF-AMOUNT FROM FUND-ENCUMBERED
                   ADD WS-ACTUAL-COST TO FUND-SPENT
                   REWRITE FUND-RECORD
                   ADD 1 TO WS-ROWS-ON-ORDER
                   ADD WS-ACTUAL-COST TO WS-COST-TOTAL
           END-READ.

       CREATE-IMPORT-COPIES.
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1 UNTIL
               WS-COPY-IDX > WS-IMP-COPIES-N
               MOVE "GOOD" TO COPY-CONDITION
               MOVE "RECEIVING" TO COPY-LOCATION
               MOVE "IN" TO COPY-STATUS
               IF WS-IMP-CATEGORY = "REFERENCE"
                   MOVE "REF" TO COPY-LOAN-CLASS
               ELSE
                   MOVE "NORMAL" TO COPY-LOAN-CLASS
               END-IF
               WRITE COPY-RECORD
           END-PERFORM.

