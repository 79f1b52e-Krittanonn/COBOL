      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Daily cash compliance batch. Reads the cash items
      *          (DEPOSIT, WITHDRAWAL and ATM-WD statement lines) for
      *          the last seven days from STATEMENT.TXT and the
      *          STATEMENT_YYYYMM.TXT archives covering the window, and
      *          combines each customer's accounts through CIFLINK.DAT
      *          (a joint account counts towards every holder; an
      *          account with no customer link stands on its own).
      *          Customers whose cash in or cash out for the day is
      *          over the reporting threshold are written with their
      *          items to the cash transaction report CTR_YYYYMMDD.TXT.
      *          Customers with repeated single cash items just under
      *          the threshold within the week are listed with those
      *          items on STRUCTURING_YYYYMMDD.TXT. Threshold, the
      *          "just under" margin and the repeat count come from
      *          BANKPOLICY.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-COMPLIANCE-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-FS-ACCOUNTS.

           SELECT CIF-FILE ASSIGN TO "CIF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID-KEY
               FILE STATUS IS WS-FS-CIF.

           SELECT CIFLINK-FILE ASSIGN TO "CIFLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINK-KEY
               ALTERNATE RECORD KEY IS LINK-ACC-NO WITH DUPLICATES
               FILE STATUS IS WS-FS-CIFLINK.

           SELECT STATEMENT-FILE ASSIGN TO "STATEMENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STATEMENT.

           SELECT STMT-ARCH-FILE ASSIGN TO WS-ARCH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STMT-ARCH.

           SELECT BANK-POLICY-FILE ASSIGN TO "BANKPOLICY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BANKPOLICY.

           SELECT CTR-FILE ASSIGN TO WS-CTR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CTR.

           SELECT STRUCT-FILE ASSIGN TO WS-STRUCT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STRUCT.

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

       FD CIF-FILE.
       01 CIF-RECORD.
           05 CIF-ID-KEY      PIC X(8).
           05 CIF-NAME        PIC X(40).
           05 CIF-NATIONAL-ID PIC X(13).
           05 CIF-ADDRESS     PIC X(50).
           05 CIF-PHONE       PIC X(20).

       FD CIFLINK-FILE.
       01 CIFLINK-RECORD.
           05 LINK-KEY.
               10 LINK-CIF-ID PIC X(8).
               10 LINK-ACC-NO PIC X(10).
           05 LINK-ROLE       PIC X(7).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).

       FD STMT-ARCH-FILE.
       01 STMT-ARCH-LINE PIC X(140).

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

       FD CTR-FILE.
       01 CTR-LINE PIC X(120).

       FD STRUCT-FILE.
       01 STRUCT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-ACCOUNTS      PIC XX.
       01 WS-FS-CIF           PIC XX.
       01 WS-FS-CIFLINK       PIC XX.
       01 WS-FS-STATEMENT     PIC XX.
       01 WS-FS-STMT-ARCH     PIC XX.
       01 WS-FS-BANKPOLICY    PIC XX.
       01 WS-FS-CTR           PIC XX.
       01 WS-FS-STRUCT        PIC XX.
       01 WS-ARCH-NAME        PIC X(30).
       01 WS-CTR-NAME         PIC X(30).
       01 WS-STRUCT-NAME      PIC X(30).
       01 WS-ARCH-MONTH       PIC X(6).
       01 WS-EOF-FLAG         PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01 WS-WINDOW-START     PIC 9(8).
       01 WS-WINDOW-START-X REDEFINES WS-WINDOW-START PIC X(8).
       01 WS-CTR-THRESHOLD    PIC 9(8)V99 VALUE 10000.00.
       01 WS-NEAR-PCT         PIC 9(2) VALUE 10.
       01 WS-NEAR-COUNT       PIC 9(2) VALUE 3.
       01 WS-NEAR-FLOOR       PIC 9(8)V99.
       01 WS-TALLY-LINE       PIC X(140).
       01 WS-LINE-HEAD        PIC X(140).
       01 WS-LINE-TAIL        PIC X(140).
       01 WS-LINE-DATE        PIC 9(8).
       01 WS-LINE-ACC         PIC X(10).
       01 WS-LINE-CODE        PIC X(12).
       01 WS-LINE-AMOUNT-X    PIC X(10).
       01 WS-LINE-AMOUNT REDEFINES WS-LINE-AMOUNT-X PIC 9(8)V99.
       01 WS-LINE-TODAY       PIC X.
       01 WS-LINE-NEAR        PIC X.
       01 WS-LINKED           PIC X.
       01 WS-CUST-ID          PIC X(10).
       01 WS-CUST-IDX         PIC 9(4).
       01 WS-CUST-USED        PIC 9(4) VALUE 0.
       01 WS-CUST-FOUND       PIC 9(4).
       01 WS-ITEM-IDX         PIC 9(4).
       01 WS-ITEM-USED        PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL       PIC X VALUE "N".
       01 WS-CASH-DIRECTION   PIC X(3).
       01 WS-CTR-COUNT        PIC 9(4) VALUE 0.
       01 WS-STRUCT-COUNT     PIC 9(4) VALUE 0.
       01 WS-CUST-NAME        PIC X(40).
       01 WS-CUST-NATID       PIC X(13).
       01 DISPLAY-AMOUNT      PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-IN          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-OUT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-THRESHOLD   PIC Z,ZZZ,ZZZ.99.

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1000 TIMES.
               10 CT-CUST-ID     PIC X(10).
               10 CT-LINKED      PIC X.
               10 CT-CASH-IN     PIC 9(10)V99.
               10 CT-CASH-OUT    PIC 9(10)V99.
               10 CT-DAY-ITEMS   PIC 9(4).
               10 CT-NEAR-ITEMS  PIC 9(4).

       01 CASH-ITEM-TABLE.
           05 CASH-ITEM OCCURS 3000 TIMES.
               10 CI-CUST-IDX    PIC 9(4).
               10 CI-DATE        PIC 9(8).
               10 CI-ACC-NO      PIC X(10).
               10 CI-CODE        PIC X(12).
               10 CI-AMOUNT      PIC 9(8)V99.
               10 CI-TODAY       PIC X.
               10 CI-NEAR        PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== DAILY CASH COMPLIANCE BATCH ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-WINDOW-START = FUNCTION
               DATE-OF-INTEGER(FUNCTION
               INTEGER-OF-DATE(WS-RUN-DATE) - 6)

           PERFORM LOAD-BANK-POLICY-CONFIG
           COMPUTE WS-NEAR-FLOOR =
               WS-CTR-THRESHOLD * (100 - WS-NEAR-PCT) / 100

           OPEN INPUT ACCOUNTS
           IF WS-FS-ACCOUNTS NOT = "00"
               DISPLAY "ACCOUNTS.DAT not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CIF-FILE
           OPEN INPUT CIFLINK-FILE
           IF WS-FS-CIF NOT = "00" OR WS-FS-CIFLINK NOT = "00"
               DISPLAY "CIF.DAT or CIFLINK.DAT not found. Customers "
                   "cannot be combined."
               CLOSE ACCOUNTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CASH-ITEMS
           IF WS-TABLE-FULL = "Y"
               DISPLAY "WARNING: CUSTOMER OR ITEM TABLE FULL. LATER "
                   "CASH ITEMS WERE NOT ANALYSED."
           END-IF

           PERFORM WRITE-CASH-TRANSACTION-REPORT
           PERFORM WRITE-STRUCTURING-LIST

           CLOSE ACCOUNTS CIF-FILE CIFLINK-FILE
           DISPLAY "Customers with cash activity: " WS-CUST-USED.
           DISPLAY "Cash transaction reports: " WS-CTR-COUNT
               " (" WS-CTR-NAME ")".
           DISPLAY "Structuring alerts: " WS-STRUCT-COUNT
               " (" WS-STRUCT-NAME ")".
           DISPLAY "Batch complete.".
           STOP RUN.

       LOAD-BANK-POLICY-CONFIG.
           OPEN INPUT BANK-POLICY-FILE
           IF WS-FS-BANKPOLICY = "00"
               MOVE SPACES TO BANK-POLICY-RECORD
               READ BANK-POLICY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF POLICY-CTR-THRESHOLD IS NUMERIC AND
                          POLICY-CTR-THRESHOLD > 0
                           MOVE POLICY-CTR-THRESHOLD
                               TO WS-CTR-THRESHOLD
                       END-IF
                       IF POLICY-NEAR-PCT IS NUMERIC AND
                          POLICY-NEAR-PCT > 0
                           MOVE POLICY-NEAR-PCT TO WS-NEAR-PCT
                       END-IF
                       IF POLICY-NEAR-COUNT IS NUMERIC AND
                          POLICY-NEAR-COUNT > 0
                           MOVE POLICY-NEAR-COUNT TO WS-NEAR-COUNT
                       END-IF
               END-READ
               CLOSE BANK-POLICY-FILE
           ELSE
               DISPLAY "BANKPOLICY.TXT not found. Using default "
                   "cash reporting threshold."
           END-IF.

       LOAD-CASH-ITEMS.
           OPEN INPUT STATEMENT-FILE
           IF WS-FS-STATEMENT NOT = "00"
               DISPLAY "STATEMENT.TXT not found."
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STATEMENT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE STATEMENT-LINE TO WS-TALLY-LINE
                           PERFORM TALLY-CASH-LINE
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-FILE
               MOVE "N" TO WS-EOF-FLAG
           END-IF
           MOVE WS-RUN-DATE-X(1:6) TO WS-ARCH-MONTH
           PERFORM LOAD-ONE-ARCHIVE
           IF WS-WINDOW-START-X(1:6) NOT = WS-RUN-DATE-X(1:6)
               MOVE WS-WINDOW-START-X(1:6) TO WS-ARCH-MONTH
               PERFORM LOAD-ONE-ARCHIVE
           END-IF.

       LOAD-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCH-NAME
           STRING
               "STATEMENT_" DELIMITED BY SIZE
               WS-ARCH-MONTH DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-ARCH-NAME
           END-STRING
           OPEN INPUT STMT-ARCH-FILE
           IF WS-FS-STMT-ARCH = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STMT-ARCH-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE STMT-ARCH-LINE TO WS-TALLY-LINE
                           PERFORM TALLY-CASH-LINE
                   END-READ
               END-PERFORM
               CLOSE STMT-ARCH-FILE
               MOVE "N" TO WS-EOF-FLAG
           END-IF.

       TALLY-CASH-LINE.
           IF WS-TALLY-LINE(1:8) IS NUMERIC AND
              WS-TALLY-LINE(9:8) = " | ACC: "
               MOVE WS-TALLY-LINE(1:8) TO WS-LINE-DATE
               IF WS-LINE-DATE >= WS-WINDOW-START AND
                  WS-LINE-DATE <= WS-RUN-DATE
                   MOVE SPACES TO WS-LINE-CODE
                   UNSTRING WS-TALLY-LINE(30:20) DELIMITED BY SPACE
                       INTO WS-LINE-CODE
                   END-UNSTRING
                   IF WS-LINE-CODE = "DEPOSIT" OR
                      WS-LINE-CODE = "WITHDRAWAL" OR
                      WS-LINE-CODE = "ATM-WD"
                       PERFORM CLASSIFY-CASH-LINE
                   END-IF
               END-IF
           END-IF.

       CLASSIFY-CASH-LINE.
           MOVE WS-TALLY-LINE(17:10) TO WS-LINE-ACC
           MOVE SPACES TO WS-LINE-HEAD WS-LINE-TAIL
           UNSTRING WS-TALLY-LINE DELIMITED BY " | AMOUNT: "
               INTO WS-LINE-HEAD WS-LINE-TAIL
           END-UNSTRING
           IF WS-LINE-TAIL(1:10) IS NUMERIC
               MOVE WS-LINE-TAIL(1:10) TO WS-LINE-AMOUNT-X
               MOVE "N" TO WS-LINE-TODAY
               IF WS-LINE-DATE = WS-RUN-DATE
                   MOVE "Y" TO WS-LINE-TODAY
               END-IF
               MOVE "N" TO WS-LINE-NEAR
               IF WS-LINE-AMOUNT >= WS-NEAR-FLOOR AND
                  WS-LINE-AMOUNT < WS-CTR-THRESHOLD
                   MOVE "Y" TO WS-LINE-NEAR
               END-IF
               IF WS-LINE-TODAY = "Y" OR WS-LINE-NEAR = "Y"
                   PERFORM ATTRIBUTE-TO-HOLDERS
               END-IF
           END-IF.

       ATTRIBUTE-TO-HOLDERS.
           MOVE "N" TO WS-LINKED
           MOVE WS-LINE-ACC TO LINK-ACC-NO
           START CIFLINK-FILE KEY IS EQUAL TO LINK-ACC-NO
               INVALID KEY MOVE "10" TO WS-FS-CIFLINK
               NOT INVALID KEY MOVE "00" TO WS-FS-CIFLINK
           END-START
           PERFORM UNTIL WS-FS-CIFLINK = "10"
               READ CIFLINK-FILE NEXT
                   AT END MOVE "10" TO WS-FS-CIFLINK
                   NOT AT END
                       IF LINK-ACC-NO NOT = WS-LINE-ACC
                           MOVE "10" TO WS-FS-CIFLINK
                       ELSE
                           MOVE "Y" TO WS-LINKED
                           MOVE LINK-CIF-ID TO WS-CUST-ID
                           PERFORM ADD-CASH-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LINKED = "N"
               MOVE WS-LINE-ACC TO WS-CUST-ID
               PERFORM ADD-CASH-ITEM
           END-IF.

       ADD-CASH-ITEM.
           MOVE 0 TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1 UNTIL
               WS-CUST-IDX > WS-CUST-USED OR WS-CUST-FOUND > 0
               IF CT-CUST-ID(WS-CUST-IDX) = WS-CUST-ID AND
                  CT-LINKED(WS-CUST-IDX) = WS-LINKED
                   MOVE WS-CUST-IDX TO WS-CUST-FOUND
               END-IF
           END-PERFORM
           IF WS-CUST-FOUND = 0
               IF WS-CUST-USED < 1000
                   ADD 1 TO WS-CUST-USED
                   MOVE WS-CUST-USED TO WS-CUST-FOUND
                   MOVE WS-CUST-ID TO CT-CUST-ID(WS-CUST-FOUND)
                   MOVE WS-LINKED TO CT-LINKED(WS-CUST-FOUND)
                   MOVE 0 TO CT-CASH-IN(WS-CUST-FOUND)
                   MOVE 0 TO CT-CASH-OUT(WS-CUST-FOUND)
                   MOVE 0 TO CT-DAY-ITEMS(WS-CUST-FOUND)
                   MOVE 0 TO CT-NEAR-ITEMS(WS-CUST-FOUND)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
           END-IF
           IF WS-CUST-FOUND > 0 AND WS-ITEM-USED >= 3000
               MOVE "Y" TO WS-TABLE-FULL
           END-IF
           IF WS-CUST-FOUND > 0 AND WS-ITEM-USED < 3000
               ADD 1 TO WS-ITEM-USED
               MOVE WS-CUST-FOUND TO CI-CUST-IDX(WS-ITEM-USED)
               MOVE WS-LINE-DATE TO CI-DATE(WS-ITEM-USED)
               MOVE WS-LINE-ACC TO CI-ACC-NO(WS-ITEM-USED)
               MOVE WS-LINE-CODE TO CI-CODE(WS-ITEM-USED)
               MOVE WS-LINE-AMOUNT TO CI-AMOUNT(WS-ITEM-USED)
               MOVE WS-LINE-TODAY TO CI-TODAY(WS-ITEM-USED)
               MOVE WS-LINE-NEAR TO CI-NEAR(WS-ITEM-USED)
               IF WS-LINE-TODAY = "Y"
                   ADD 1 TO CT-DAY-ITEMS(WS-CUST-FOUND)
                   IF WS-LINE-CODE = "DEPOSIT"
                       ADD WS-LINE-AMOUNT TO CT-CASH-IN(WS-CUST-FOUND)
                   ELSE
                       ADD WS-LINE-AMOUNT
                           TO CT-CASH-OUT(WS-CUST-FOUND)
                   END-IF
               END-IF
               IF WS-LINE-NEAR = "Y"
                   ADD 1 TO CT-NEAR-ITEMS(WS-CUST-FOUND)
               END-IF
           END-IF.

       LOOKUP-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUST-NAME WS-CUST-NATID
           IF CT-LINKED(WS-CUST-IDX) = "Y"
               MOVE CT-CUST-ID(WS-CUST-IDX) TO CIF-ID-KEY
               READ CIF-FILE
                   INVALID KEY
                       MOVE "(customer not on file)" TO WS-CUST-NAME
                   NOT INVALID KEY
                       MOVE CIF-NAME TO WS-CUST-NAME
                       MOVE CIF-NATIONAL-ID TO WS-CUST-NATID
               END-READ
           ELSE
               MOVE CT-CUST-ID(WS-CUST-IDX) TO ACC-NO
               READ ACCOUNTS
                   INVALID KEY
                       MOVE "(account not on file)" TO WS-CUST-NAME
                   NOT INVALID KEY
                       MOVE ACC-NAME TO WS-CUST-NAME
               END-READ
               MOVE "NO CIF LINK" TO WS-CUST-NATID
           END-IF.

       WRITE-CASH-TRANSACTION-REPORT.
           MOVE SPACES TO WS-CTR-NAME
           STRING
               "CTR_" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-CTR-NAME
           END-STRING
           OPEN OUTPUT CTR-FILE
           MOVE WS-CTR-THRESHOLD TO DISPLAY-THRESHOLD
           MOVE SPACES TO CTR-LINE
           STRING
               "=== CASH TRANSACTION REPORT " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " - THRESHOLD " DELIMITED BY SIZE
               DISPLAY-THRESHOLD DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO CTR-LINE
           END-STRING
           WRITE CTR-LINE
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1 UNTIL
               WS-CUST-IDX > WS-CUST-USED
               IF CT-CASH-IN(WS-CUST-IDX) > WS-CTR-THRESHOLD OR
                  CT-CASH-OUT(WS-CUST-IDX) > WS-CTR-THRESHOLD
                   PERFORM WRITE-ONE-CTR
               END-IF
           END-PERFORM
           IF WS-CTR-COUNT = 0
               MOVE "NO CUSTOMERS OVER THE THRESHOLD." TO CTR-LINE
               WRITE CTR-LINE
           END-IF
           CLOSE CTR-FILE.

       WRITE-ONE-CTR.
           ADD 1 TO WS-CTR-COUNT
           PERFORM LOOKUP-CUSTOMER-NAME
           MOVE CT-CASH-IN(WS-CUST-IDX) TO DISPLAY-IN
           MOVE CT-CASH-OUT(WS-CUST-IDX) TO DISPLAY-OUT
           MOVE SPACES TO CTR-LINE
           WRITE CTR-LINE
           STRING
               "CUSTOMER: " DELIMITED BY SIZE
               CT-CUST-ID(WS-CUST-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-CUST-NAME DELIMITED BY SIZE
               " | ID: " DELIMITED BY SIZE
               WS-CUST-NATID DELIMITED BY SIZE
               INTO CTR-LINE
           END-STRING
           WRITE CTR-LINE
           DISPLAY CTR-LINE
           MOVE SPACES TO CTR-LINE
           STRING
               "  CASH IN: " DELIMITED BY SIZE
               DISPLAY-IN DELIMITED BY SIZE
               " | CASH OUT: " DELIMITED BY SIZE
               DISPLAY-OUT DELIMITED BY SIZE
               " | ITEMS: " DELIMITED BY SIZE
               CT-DAY-ITEMS(WS-CUST-IDX) DELIMITED BY SIZE
               INTO CTR-LINE
           END-STRING
           WRITE CTR-LINE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1 UNTIL
               WS-ITEM-IDX > WS-ITEM-USED
               IF CI-CUST-IDX(WS-ITEM-IDX) = WS-CUST-IDX AND
                  CI-TODAY(WS-ITEM-IDX) = "Y"
                   MOVE CI-AMOUNT(WS-ITEM-IDX) TO DISPLAY-AMOUNT
                   MOVE SPACES TO CTR-LINE
                   STRING
                       "    " DELIMITED BY SIZE
                       CI-ACC-NO(WS-ITEM-IDX) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       CI-CODE(WS-ITEM-IDX) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       DISPLAY-AMOUNT DELIMITED BY SIZE
                       INTO CTR-LINE
                   END-STRING
                   WRITE CTR-LINE
               END-IF
           END-PERFORM.

       WRITE-STRUCTURING-LIST.
           MOVE SPACES TO WS-STRUCT-NAME
           STRING
               "STRUCTURING_" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-STRUCT-NAME
           END-STRING
           OPEN OUTPUT STRUCT-FILE
           MOVE WS-NEAR-FLOOR TO DISPLAY-AMOUNT
           MOVE SPACES TO STRUCT-LINE
           STRING
               "=== POSSIBLE STRUCTURING " DELIMITED BY SIZE
               WS-WINDOW-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " - CASH ITEMS FROM " DELIMITED BY SIZE
               DISPLAY-AMOUNT DELIMITED BY SIZE
               " UP TO THE THRESHOLD ===" DELIMITED BY SIZE
               INTO STRUCT-LINE
           END-STRING
           WRITE STRUCT-LINE
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1 UNTIL
               WS-CUST-IDX > WS-CUST-USED
               IF CT-NEAR-ITEMS(WS-CUST-IDX) >= WS-NEAR-COUNT
                   PERFORM WRITE-ONE-STRUCT-ALERT
               END-IF
           END-PERFORM
           IF WS-STRUCT-COUNT = 0
               MOVE "NO SUSPICIOUS PATTERNS FOUND." TO STRUCT-LINE
               WRITE STRUCT-LINE
           END-IF
           CLOSE STRUCT-FILE.

       WRITE-ONE-STRUCT-ALERT.
           ADD 1 TO WS-STRUCT-COUNT
           PERFORM LOOKUP-CUSTOMER-NAME
           MOVE SPACES TO STRUCT-LINE
           WRITE STRUCT-LINE
           STRING
               "CUSTOMER: " DELIMITED BY SIZE
               CT-CUST-ID(WS-CUST-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-CUST-NAME DELIMITED BY SIZE
               " | ITEMS JUST UNDER THRESHOLD: " DELIMITED BY SIZE
               CT-NEAR-ITEMS(WS-CUST-IDX) DELIMITED BY SIZE
               INTO STRUCT-LINE
           END-STRING
           WRITE STRUCT-LINE
           DISPLAY STRUCT-LINE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1 UNTIL
               WS-ITEM-IDX > WS-ITEM-USED
               IF CI-CUST-IDX(WS-ITEM-IDX) = WS-CUST-IDX AND
                  CI-NEAR(WS-ITEM-IDX) = "Y"
                   MOVE CI-AMOUNT(WS-ITEM-IDX) TO DISPLAY-AMOUNT
                   MOVE SPACES TO STRUCT-LINE
                   STRING
                       "    " DELIMITED BY SIZE
                       CI-DATE(WS-ITEM-IDX) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       CI-ACC-NO(WS-ITEM-IDX) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       CI-CODE(WS-ITEM-IDX) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       DISPLAY-AMOUNT DELIMITED BY SIZE
                       INTO STRUCT-LINE
                   END-STRING
                   WRITE STRUCT-LINE
               END-IF
           END-PERFORM.

       END PROGRAM CASH-COMPLIANCE-BATCH.
