      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Library acquisitions with fund accounting. Maintains
      *          the budget funds master FUNDS.TXT (annual allocation,
      *          encumbered, spent) and the purchase order file
      *          ACQORDERS.TXT. Raising an order encumbers the fund at
      *          the estimated price, cancelling releases whatever is
      *          still outstanding. Deliveries are received through
      *          BOOK-IMPORT-BATCH, which moves the actual cost from
      *          encumbered to spent. The fund position report shows
      *          which budgets are overcommitted before year end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQUISITIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT BOOK-FILE ASSIGN TO "BOOKS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOOK-ISBN-KEY
              FILE STATUS IS WS-FS-BOOK.

           SELECT REPORT-FILE ASSIGN TO "FUND_POSITION.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.

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

       FD BOOK-FILE.
       01 BOOK-RECORD.
          05 BOOK-ISBN-KEY      PIC X(13).
          05 BOOK-TITLE         PIC X(60).
          05 BOOK-AUTHOR        PIC X(40).
          05 BOOK-PUBLISHER     PIC X(40).
          05 BOOK-YEAR          PIC 9(4).
          05 BOOK-CALLNUMBER    PIC X(20).
          05 BOOK-CATEGORY      PIC X(10).
          05 BOOK-STATUS        PIC X(10).
          05 BOOK-TOTAL-COPIES      PIC 9(4).
          05 BOOK-COPIES-AVAILABLE  PIC 9(4).
          05 BOOK-REPLACE-PRICE     PIC 9(5)V99.

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-FUND            PIC XX.
       77 WS-FS-ORDER           PIC XX.
       77 WS-FS-BOOK            PIC XX.
       77 WS-FS-REPORT          PIC XX.
       77 WS-OPTION             PIC 9 VALUE 0.
       77 WS-EXIT-FLAG          PIC X VALUE "N".
       77 WS-BOOK-OPEN          PIC X VALUE "N".
       77 WS-ORDER-SEQ          PIC 9(9) VALUE 1000.
       77 WS-SEQ-NUM            PIC 9(9).
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-LIST-COUNT         PIC 9(5).
       77 WS-CONFIRM            PIC X.
       77 WS-INPUT-AMOUNT       PIC X(12).
       77 WS-INPUT-COPIES       PIC X(4).
       77 WS-ORDER-COST         PIC 9(8)V99.
       77 WS-RELEASE-AMOUNT     PIC 9(8)V99.
       77 WS-OUTSTANDING        PIC 9(4).
       77 WS-COMMITTED          PIC 9(9)V99.
       77 WS-FREE-BALANCE       PIC S9(9)V99.
       77 WS-PCT-COMMITTED      PIC 9(5).
       77 WS-FUND-FLAG          PIC X(14).
       77 WS-TOT-ALLOCATION     PIC 9(10)V99 VALUE 0.
       77 WS-TOT-ENCUMBERED     PIC 9(10)V99 VALUE 0.
       77 WS-TOT-SPENT          PIC 9(10)V99 VALUE 0.
       77 WS-TOT-FREE           PIC S9(10)V99 VALUE 0.
       77 WS-OVER-COUNT         PIC 9(5) VALUE 0.
       77 WS-FUND-COUNT         PIC 9(5) VALUE 0.
       77 WS-AMT-DISPLAY        PIC ZZZZZZZ9.99.
       77 WS-AMT2-DISPLAY       PIC ZZZZZZZ9.99.
       77 WS-AMT3-DISPLAY       PIC ZZZZZZZ9.99.
       77 WS-FREE-DISPLAY       PIC -(8)9.99.
       77 WS-TOTAL-DISPLAY      PIC ZZZZZZZZZ9.99.
       77 WS-TOTAL2-DISPLAY     PIC ZZZZZZZZZ9.99.
       77 WS-TOTAL3-DISPLAY     PIC ZZZZZZZZZ9.99.
       77 WS-TOTFREE-DISPLAY    PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== LIBRARY ACQUISITIONS ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           OPEN I-O FUND-FILE
           IF WS-FS-FUND NOT = "00"
               DISPLAY "FUND file not found. Creating..."
               OPEN OUTPUT FUND-FILE
               CLOSE FUND-FILE
               OPEN I-O FUND-FILE
           END-IF

           OPEN I-O ORDER-FILE
           IF WS-FS-ORDER NOT = "00"
               DISPLAY "ORDER file not found. Creating..."
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN I-O ORDER-FILE
           END-IF

           OPEN INPUT BOOK-FILE
           IF WS-FS-BOOK = "00"
               MOVE "Y" TO WS-BOOK-OPEN
           END-IF

           PERFORM INIT-ORDER-SEQ

           PERFORM UNTIL WS-EXIT-FLAG = "Y"
               MOVE 0 TO WS-OPTION
               DISPLAY " "
               DISPLAY "1. Add Fund"
               DISPLAY "2. Change Fund Allocation"
               DISPLAY "3. List Funds"
               DISPLAY "4. Raise Order"
               DISPLAY "5. Cancel Order"
               DISPLAY "6. List Outstanding Orders"
               DISPLAY "7. Fund Position Report"
               DISPLAY "8. Exit"
               DISPLAY "Select option (1-8): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1 PERFORM ADD-FUND
                   WHEN 2 PERFORM CHANGE-FUND-ALLOCATION
                   WHEN 3 PERFORM LIST-FUNDS
                   WHEN 4 PERFORM RAISE-ORDER
                   WHEN 5 PERFORM CANCEL-ORDER
                   WHEN 6 PERFORM LIST-OUTSTANDING-ORDERS
                   WHEN 7 PERFORM FUND-POSITION-REPORT
                   WHEN 8 MOVE "Y" TO WS-EXIT-FLAG
                   WHEN OTHER DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM

           CLOSE FUND-FILE ORDER-FILE
           IF WS-BOOK-OPEN = "Y"
               CLOSE BOOK-FILE
           END-IF
           DISPLAY "Goodbye.".
           STOP RUN.

       INIT-ORDER-SEQ.
           MOVE "00" TO WS-FS-ORDER
           PERFORM UNTIL WS-FS-ORDER = "10"
               READ ORDER-FILE NEXT
                   AT END MOVE "10" TO WS-FS-ORDER
                   NOT AT END
                       IF ORD-NO-KEY(1:9) IS NUMERIC
                           MOVE ORD-NO-KEY(1:9) TO WS-SEQ-NUM
                           IF WS-SEQ-NUM > WS-ORDER-SEQ
                               MOVE WS-SEQ-NUM TO WS-ORDER-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-FUND.
           DISPLAY "Enter Fund Code (8 char): "
           ACCEPT FUND-CODE-KEY
           MOVE FUNCTION UPPER-CASE(FUND-CODE-KEY) TO FUND-CODE-KEY
           IF FUND-CODE-KEY = SPACES
               DISPLAY "Fund code is required."
           ELSE
           READ FUND-FILE KEY IS FUND-CODE-KEY
              INVALID KEY
                 DISPLAY "Fund Name: "
                 ACCEPT FUND-NAME
                 DISPLAY "Budget Year (YYYY): "
                 ACCEPT FUND-YEAR
                 IF FUND-YEAR NOT NUMERIC OR FUND-YEAR = 0
                    MOVE WS-CURRENT-DATE(1:4) TO FUND-YEAR
                 END-IF
                 DISPLAY "Annual Allocation: "
                 ACCEPT WS-INPUT-AMOUNT
                 IF FUNCTION TRIM(WS-INPUT-AMOUNT) = SPACES
                    MOVE 0 TO FUND-ALLOCATION
                 ELSE
                    COMPUTE FUND-ALLOCATION =
                        FUNCTION NUMVAL(WS-INPUT-AMOUNT)
                 END-IF
                 MOVE 0 TO FUND-ENCUMBERED
                 MOVE 0 TO FUND-SPENT
                 MOVE "ACTIVE" TO FUND-STATUS
                 WRITE FUND-RECORD
                 MOVE FUND-ALLOCATION TO WS-AMT-DISPLAY
                 DISPLAY "Fund " FUND-CODE-KEY " added with "
                     "allocation " WS-AMT-DISPLAY "."
              NOT INVALID KEY
                 DISPLAY "Fund already exists."
           END-READ
           END-IF.

       CHANGE-FUND-ALLOCATION.
           DISPLAY "Enter Fund Code: "
           ACCEPT FUND-CODE-KEY
           MOVE FUNCTION UPPER-CASE(FUND-CODE-KEY) TO FUND-CODE-KEY
           READ FUND-FILE KEY IS FUND-CODE-KEY
              INVALID KEY
                 DISPLAY "Fund not on file."
              NOT INVALID KEY
                 MOVE FUND-ALLOCATION TO WS-AMT-DISPLAY
                 DISPLAY "Current allocation: " WS-AMT-DISPLAY
                 DISPLAY "New Allocation: "
                 ACCEPT WS-INPUT-AMOUNT
                 IF FUNCTION TRIM(WS-INPUT-AMOUNT) = SPACES
                    DISPLAY "Allocation unchanged."
                 ELSE
                    COMPUTE FUND-ALLOCATION =
                        FUNCTION NUMVAL(WS-INPUT-AMOUNT)
                    DISPLAY "Fund Status (ACTIVE/CLOSED, blank "
                        "to keep " FUND-STATUS "): "
                    ACCEPT WS-CONFIRM
                    IF FUNCTION UPPER-CASE(WS-CONFIRM) = "C"
                       MOVE "CLOSED" TO FUND-STATUS
                    END-IF
                    IF FUNCTION UPPER-CASE(WS-CONFIRM) = "A"
                       MOVE "ACTIVE" TO FUND-STATUS
                    END-IF
                    REWRITE FUND-RECORD
                    MOVE FUND-ALLOCATION TO WS-AMT-DISPLAY
                    DISPLAY "Allocation now " WS-AMT-DISPLAY
                        ". Status " FUND-STATUS "."
                 END-IF
           END-READ.

       LIST-FUNDS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE LOW-VALUES TO FUND-CODE-KEY
           START FUND-FILE KEY IS NOT LESS THAN FUND-CODE-KEY
               INVALID KEY MOVE "10" TO WS-FS-FUND
               NOT INVALID KEY MOVE "00" TO WS-FS-FUND
           END-START
           PERFORM UNTIL WS-FS-FUND = "10"
               READ FUND-FILE NEXT
                   AT END MOVE "10" TO WS-FS-FUND
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       MOVE FUND-ALLOCATION TO WS-AMT-DISPLAY
                       MOVE FUND-ENCUMBERED TO WS-AMT2-DISPLAY
                       MOVE FUND-SPENT TO WS-AMT3-DISPLAY
                       DISPLAY FUND-CODE-KEY " | " FUND-NAME
                           " | " FUND-YEAR " | " FUND-STATUS
                       DISPLAY "    ALLOC: " WS-AMT-DISPLAY
                           " | ENC: " WS-AMT2-DISPLAY
                           " | SPENT: " WS-AMT3-DISPLAY
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No funds on file."
           END-IF.

       RAISE-ORDER.
           DISPLAY "Enter Fund Code: "
           ACCEPT FUND-CODE-KEY
           MOVE FUNCTION UPPER-CASE(FUND-CODE-KEY) TO FUND-CODE-KEY
           READ FUND-FILE KEY IS FUND-CODE-KEY
              INVALID KEY
                 DISPLAY "Fund not on file."
              NOT INVALID KEY
                 IF FUND-STATUS NOT = "ACTIVE"
                    DISPLAY "Fund is " FUND-STATUS ". Order refused."
                 ELSE
                    PERFORM RAISE-ORDER-ON-FUND
                 END-IF
           END-READ.

       RAISE-ORDER-ON-FUND.
           MOVE SPACES TO ORDER-RECORD
           MOVE FUND-CODE-KEY TO ORD-FUND-CODE
           DISPLAY "ISBN Ordered: "
           ACCEPT ORD-ISBN
           IF ORD-ISBN = SPACES
               DISPLAY "ISBN is required."
           ELSE
               MOVE SPACES TO ORD-TITLE
               IF WS-BOOK-OPEN = "Y"
                   MOVE ORD-ISBN TO BOOK-ISBN-KEY
                   READ BOOK-FILE KEY IS BOOK-ISBN-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE BOOK-TITLE TO ORD-TITLE
                           DISPLAY "Already in catalog: " BOOK-TITLE
                               " (" BOOK-TOTAL-COPIES " copies)"
                   END-READ
               END-IF
               IF ORD-TITLE = SPACES
                   DISPLAY "Title: "
                   ACCEPT ORD-TITLE
               END-IF
               DISPLAY "Vendor: "
               ACCEPT ORD-VENDOR
               DISPLAY "Copies Ordered: "
               ACCEPT WS-INPUT-COPIES
               DISPLAY "Estimated Price Per Copy: "
               ACCEPT WS-INPUT-AMOUNT
               IF FUNCTION TRIM(WS-INPUT-COPIES) IS NOT NUMERIC
                   DISPLAY "Copy count must be numeric."
               ELSE
                   COMPUTE ORD-COPIES =
                       FUNCTION NUMVAL(WS-INPUT-COPIES)
                   IF FUNCTION TRIM(WS-INPUT-AMOUNT) = SPACES
                       MOVE 0 TO ORD-EST-PRICE
                   ELSE
                       COMPUTE ORD-EST-PRICE =
                           FUNCTION NUMVAL(WS-INPUT-AMOUNT)
                   END-IF
                   IF ORD-COPIES = 0
                       DISPLAY "Copy count is zero. Order not raised."
                   ELSE
                       PERFORM CONFIRM-AND-WRITE-ORDER
                   END-IF
               END-IF
           END-IF.

       CONFIRM-AND-WRITE-ORDER.
           COMPUTE WS-ORDER-COST = ORD-COPIES * ORD-EST-PRICE
           COMPUTE WS-FREE-BALANCE = FUND-ALLOCATION -
               FUND-ENCUMBERED - FUND-SPENT - WS-ORDER-COST
           MOVE "Y" TO WS-CONFIRM
           IF WS-FREE-BALANCE < 0
               MOVE WS-FREE-BALANCE TO WS-FREE-DISPLAY
               DISPLAY "WARNING: order overcommits fund "
                   FUND-CODE-KEY " by " WS-FREE-DISPLAY "."
               DISPLAY "Raise order anyway? (Y/N): "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           END-IF
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Order not raised."
           ELSE
               ADD 1 TO WS-ORDER-SEQ
               MOVE WS-ORDER-SEQ TO ORD-NO-KEY
               MOVE WS-CURRENT-DATE TO ORD-DATE
               MOVE "OPEN" TO ORD-STATUS
               MOVE 0 TO ORD-COPIES-RECVD
               MOVE 0 TO ORD-ACTUAL-COST
               MOVE 0 TO ORD-RECV-DATE
               WRITE ORDER-RECORD
                   INVALID KEY
                       DISPLAY "Order number clash. Order not raised."
                   NOT INVALID KEY
                       ADD WS-ORDER-COST TO FUND-ENCUMBERED
                       REWRITE FUND-RECORD
                       MOVE WS-ORDER-COST TO WS-AMT-DISPLAY
                       DISPLAY "Order " ORD-NO-KEY " raised. "
                           WS-AMT-DISPLAY " encumbered on fund "
                           FUND-CODE-KEY "."
               END-WRITE
           END-IF.

       CANCEL-ORDER.
           DISPLAY "Enter Order No: "
           ACCEPT ORD-NO-KEY
           READ ORDER-FILE KEY IS ORD-NO-KEY
              INVALID KEY
                 DISPLAY "Order not found."
              NOT INVALID KEY
                 IF ORD-STATUS NOT = "OPEN" AND
                    ORD-STATUS NOT = "PARTIAL"
                    DISPLAY "Order is " ORD-STATUS ". Cannot cancel."
                 ELSE
                    PERFORM RELEASE-ORDER-ENCUMBRANCE
                 END-IF
           END-READ.

       RELEASE-ORDER-ENCUMBRANCE.
           COMPUTE WS-OUTSTANDING = ORD-COPIES - ORD-COPIES-RECVD
           COMPUTE WS-RELEASE-AMOUNT = WS-OUTSTANDING * ORD-EST-PRICE
           DISPLAY "Cancel " WS-OUTSTANDING " outstanding copies of "
               ORD-TITLE "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y"
               DISPLAY "Order left open."
           ELSE
               MOVE ORD-FUND-CODE TO FUND-CODE-KEY
               READ FUND-FILE KEY IS FUND-CODE-KEY
                  INVALID KEY
                     DISPLAY "Fund " ORD-FUND-CODE " not on file. "
                         "Nothing released."
                  NOT INVALID KEY
                     IF WS-RELEASE-AMOUNT > FUND-ENCUMBERED
                        MOVE FUND-ENCUMBERED TO WS-RELEASE-AMOUNT
                     END-IF
                     SUBTRACT WS-RELEASE-AMOUNT FROM FUND-ENCUMBERED
                     REWRITE FUND-RECORD
               END-READ
               IF ORD-COPIES-RECVD = 0
                   MOVE "CANCELLED" TO ORD-STATUS
               ELSE
                   MOVE "RECEIVED" TO ORD-STATUS
               END-IF
               REWRITE ORDER-RECORD
               MOVE WS-RELEASE-AMOUNT TO WS-AMT-DISPLAY
               DISPLAY "Order " ORD-NO-KEY " now " ORD-STATUS ". "
                   WS-AMT-DISPLAY " released to fund "
                   ORD-FUND-CODE "."
           END-IF.

       LIST-OUTSTANDING-ORDERS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE LOW-VALUES TO ORD-NO-KEY
           START ORDER-FILE KEY IS NOT LESS THAN ORD-NO-KEY
               INVALID KEY MOVE "10" TO WS-FS-ORDER
               NOT INVALID KEY MOVE "00" TO WS-FS-ORDER
           END-START
           PERFORM UNTIL WS-FS-ORDER = "10"
               READ ORDER-FILE NEXT
                   AT END MOVE "10" TO WS-FS-ORDER
                   NOT AT END
                       IF ORD-STATUS = "OPEN" OR ORD-STATUS = "PARTIAL"
                           ADD 1 TO WS-LIST-COUNT
                           COMPUTE WS-ORDER-COST =
                               (ORD-COPIES - ORD-COPIES-RECVD) *
                               ORD-EST-PRICE
                           MOVE WS-ORDER-COST TO WS-AMT-DISPLAY
                           DISPLAY ORD-NO-KEY " | " ORD-ISBN " | "
                               ORD-TITLE(1:30) " | " ORD-VENDOR
                           DISPLAY "    FUND: " ORD-FUND-CODE
                               " | ORDERED: " ORD-DATE
                               " | COPIES: " ORD-COPIES-RECVD "/"
                               ORD-COPIES " | ENC: " WS-AMT-DISPLAY
                               " | " ORD-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No outstanding orders."
           END-IF.

       FUND-POSITION-REPORT.
           MOVE 0 TO WS-TOT-ALLOCATION WS-TOT-ENCUMBERED WS-TOT-SPENT
               WS-TOT-FREE WS-OVER-COUNT WS-FUND-COUNT
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== FUND POSITION AS AT " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "FUND     | YEAR |  ALLOCATION |  ENCUMBERED |"
                   DELIMITED BY SIZE
               "       SPENT |  FREE BALANCE | USED% | FLAG"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE LOW-VALUES TO FUND-CODE-KEY
           START FUND-FILE KEY IS NOT LESS THAN FUND-CODE-KEY
               INVALID KEY MOVE "10" TO WS-FS-FUND
               NOT INVALID KEY MOVE "00" TO WS-FS-FUND
           END-START
           PERFORM UNTIL WS-FS-FUND = "10"
               READ FUND-FILE NEXT
                   AT END MOVE "10" TO WS-FS-FUND
                   NOT AT END
                       PERFORM REPORT-ONE-FUND
               END-READ
           END-PERFORM

           MOVE WS-TOT-ALLOCATION TO WS-TOTAL-DISPLAY
           MOVE WS-TOT-ENCUMBERED TO WS-TOTAL2-DISPLAY
           MOVE WS-TOT-SPENT TO WS-TOTAL3-DISPLAY
           MOVE WS-TOT-FREE TO WS-TOTFREE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "TOTAL ALLOC: " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               " | ENC: " DELIMITED BY SIZE
               WS-TOTAL2-DISPLAY DELIMITED BY SIZE
               " | SPENT: " DELIMITED BY SIZE
               WS-TOTAL3-DISPLAY DELIMITED BY SIZE
               " | FREE: " DELIMITED BY SIZE
               WS-TOTFREE-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "FUNDS: " DELIMITED BY SIZE
               WS-FUND-COUNT DELIMITED BY SIZE
               " | OVERCOMMITTED: " DELIMITED BY SIZE
               WS-OVER-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Report written to FUND_POSITION.TXT.".

       REPORT-ONE-FUND.
           ADD 1 TO WS-FUND-COUNT
           COMPUTE WS-COMMITTED = FUND-ENCUMBERED + FUND-SPENT
           COMPUTE WS-FREE-BALANCE = FUND-ALLOCATION - WS-COMMITTED
           IF FUND-ALLOCATION > 0
               COMPUTE WS-PCT-COMMITTED ROUNDED =
                   (WS-COMMITTED * 100) / FUND-ALLOCATION
           ELSE
               IF WS-COMMITTED > 0
                   MOVE 999 TO WS-PCT-COMMITTED
               ELSE
                   MOVE 0 TO WS-PCT-COMMITTED
               END-IF
           END-IF
           MOVE SPACES TO WS-FUND-FLAG
           IF WS-FREE-BALANCE < 0
               MOVE "OVERCOMMITTED" TO WS-FUND-FLAG
               ADD 1 TO WS-OVER-COUNT
           ELSE
               IF WS-PCT-COMMITTED >= 90
                   MOVE "NEAR LIMIT" TO WS-FUND-FLAG
               END-IF
           END-IF
           ADD FUND-ALLOCATION TO WS-TOT-ALLOCATION
           ADD FUND-ENCUMBERED TO WS-TOT-ENCUMBERED
           ADD FUND-SPENT TO WS-TOT-SPENT
           ADD WS-FREE-BALANCE TO WS-TOT-FREE

           MOVE FUND-ALLOCATION TO WS-AMT-DISPLAY
           MOVE FUND-ENCUMBERED TO WS-AMT2-DISPLAY
           MOVE FUND-SPENT TO WS-AMT3-DISPLAY
           MOVE WS-FREE-BALANCE TO WS-FREE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               FUND-CODE-KEY DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FUND-YEAR DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-AMT2-DISPLAY DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-AMT3-DISPLAY DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-FREE-DISPLAY DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-PCT-COMMITTED DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-FUND-FLAG DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM ACQUISITIONS.
