      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Debit card maintenance for staff. Issues cards on
      *          CARDS.DAT linked to an ACC-NO with an expiry month and
      *          daily ATM withdrawal and point-of-sale purchase
      *          limits, blocks a card with a reason, replaces a card
      *          (the old card is marked REPLACED and a new number is
      *          issued on the same account and limits) and lists the
      *          cards held on an account. Card transactions are posted
      *          by CARD-POSTING-BATCH.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-MANAGEMENT.

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

       WORKING-STORAGE SECTION.
       01 WS-FS-ACCOUNTS      PIC XX.
       01 WS-FS-CARD          PIC XX.
       01 WS-OPTION           PIC 9 VALUE 0.
       01 WS-EXIT             PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-CARD-SEQ         PIC 9(12) VALUE 0.
       01 WS-CARD-NUM         PIC 9(12).
       01 WS-NEW-CARD-NO      PIC X(16).
       01 WS-INPUT-CARD-NO    PIC X(16).
       01 WS-INPUT-ACC-NO     PIC X(10).
       01 WS-EXPIRY-YYYY      PIC 9(4).
       01 WS-WD-LIMIT         PIC 9(6)V99.
       01 WS-POS-LIMIT        PIC 9(6)V99.
       01 WS-DEFAULT-WD-LIMIT PIC 9(6)V99 VALUE 20000.00.
       01 WS-DEFAULT-POS-LIMIT PIC 9(6)V99 VALUE 50000.00.
       01 WS-BLOCK-REASON     PIC X(10).
           88 WS-BLOCK-REASON-VALID VALUE "LOST" "STOLEN" "DAMAGED"
               "FRAUD" "CUSTOMER".
       01 WS-CARDS-LISTED     PIC 9(3).
       01 DISPLAY-WD-LIMIT    PIC ZZZ,ZZ9.99.
       01 DISPLAY-POS-LIMIT   PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== DEBIT CARD MANAGEMENT ====="
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT ACCOUNTS
           IF WS-FS-ACCOUNTS NOT = "00"
               DISPLAY "ACCOUNTS.DAT not found."
               STOP RUN
           END-IF

           OPEN I-O CARD-FILE
           IF WS-FS-CARD NOT = "00"
               OPEN OUTPUT CARD-FILE
               CLOSE CARD-FILE
               OPEN I-O CARD-FILE
           END-IF

           PERFORM INIT-CARD-SEQ

           PERFORM UNTIL WS-EXIT = "Y"
               MOVE 0 TO WS-OPTION
               DISPLAY " "
               DISPLAY "1. ISSUE NEW CARD"
               DISPLAY "2. BLOCK CARD"
               DISPLAY "3. REPLACE CARD"
               DISPLAY "4. LIST CARDS FOR ACCOUNT"
               DISPLAY "5. EXIT"
               DISPLAY "CHOOSE OPTION (1-5): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM ISSUE-NEW-CARD
                   WHEN 2
                       PERFORM BLOCK-CARD
                   WHEN 3
                       PERFORM REPLACE-CARD
                   WHEN 4
                       PERFORM LIST-ACCOUNT-CARDS
                   WHEN 5
                       MOVE "Y" TO WS-EXIT
                   WHEN OTHER
                       DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           CLOSE ACCOUNTS CARD-FILE
           STOP RUN.

       INIT-CARD-SEQ.
           MOVE "00" TO WS-FS-CARD
           PERFORM UNTIL WS-FS-CARD = "10"
               READ CARD-FILE NEXT
                   AT END MOVE "10" TO WS-FS-CARD
                   NOT AT END
                       IF CARD-NO(5:12) IS NUMERIC
                           MOVE CARD-NO(5:12) TO WS-CARD-NUM
                           IF WS-CARD-NUM > WS-CARD-SEQ
                               MOVE WS-CARD-NUM TO WS-CARD-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ISSUE-NEW-CARD.
           DISPLAY "ENTER LINKED ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACC-NO
           MOVE WS-INPUT-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "ERROR: ACCOUNT NOT FOUND."
               NOT INVALID KEY
                   IF ACC-STATUS = "CLOSED" OR ACC-STATUS = "FROZEN"
                       DISPLAY "ERROR: ACCOUNT IS " ACC-STATUS "."
                   ELSE
                       MOVE WS-DEFAULT-WD-LIMIT TO DISPLAY-WD-LIMIT
                       DISPLAY "DAILY ATM WITHDRAWAL LIMIT (0 = "
                           DISPLAY-WD-LIMIT "): "
                       MOVE 0 TO WS-WD-LIMIT
                       ACCEPT WS-WD-LIMIT
                       IF WS-WD-LIMIT = 0
                           MOVE WS-DEFAULT-WD-LIMIT TO WS-WD-LIMIT
                       END-IF
                       MOVE WS-DEFAULT-POS-LIMIT TO DISPLAY-POS-LIMIT
                       DISPLAY "DAILY PURCHASE LIMIT (0 = "
                           DISPLAY-POS-LIMIT "): "
                       MOVE 0 TO WS-POS-LIMIT
                       ACCEPT WS-POS-LIMIT
                       IF WS-POS-LIMIT = 0
                           MOVE WS-DEFAULT-POS-LIMIT TO WS-POS-LIMIT
                       END-IF
                       PERFORM WRITE-NEW-CARD
                   END-IF
           END-READ.

       WRITE-NEW-CARD.
           ADD 1 TO WS-CARD-SEQ
           MOVE SPACES TO WS-NEW-CARD-NO
           STRING
               "4999" DELIMITED BY SIZE
               WS-CARD-SEQ DELIMITED BY SIZE
               INTO WS-NEW-CARD-NO
           END-STRING
           MOVE WS-NEW-CARD-NO TO CARD-NO
           MOVE WS-INPUT-ACC-NO TO CARD-ACC-NO
           COMPUTE WS-EXPIRY-YYYY = WS-RUN-DATE / 10000 + 4
           MOVE WS-EXPIRY-YYYY TO CARD-EXPIRY(1:4)
           MOVE WS-RUN-DATE(5:2) TO CARD-EXPIRY(5:2)
           MOVE "ACTIVE" TO CARD-STATUS
           MOVE WS-WD-LIMIT TO CARD-WD-LIMIT
           MOVE WS-POS-LIMIT TO CARD-POS-LIMIT
           MOVE WS-RUN-DATE TO CARD-ISSUE-DATE
           MOVE 0 TO CARD-USAGE-DATE
           MOVE 0 TO CARD-WD-USED
           MOVE 0 TO CARD-POS-USED
           MOVE SPACES TO CARD-BLOCK-REASON
           MOVE SPACES TO CARD-REPLACED-BY
           WRITE CARD-REC
               INVALID KEY
                   DISPLAY "ERROR: CARD NUMBER " WS-NEW-CARD-NO
                       " ALREADY ON FILE."
               NOT INVALID KEY
                   DISPLAY "CARD " CARD-NO " ISSUED ON ACCOUNT "
                       CARD-ACC-NO ". EXPIRES " CARD-EXPIRY "."
           END-WRITE.

       BLOCK-CARD.
           DISPLAY "ENTER CARD NUMBER: "
           ACCEPT WS-INPUT-CARD-NO
           MOVE WS-INPUT-CARD-NO TO CARD-NO
           READ CARD-FILE
               INVALID KEY
                   DISPLAY "ERROR: CARD NOT FOUND."
               NOT INVALID KEY
                   IF CARD-STATUS NOT = "ACTIVE"
                       DISPLAY "ERROR: CARD IS " CARD-STATUS "."
                   ELSE
                       PERFORM ACCEPT-BLOCK-REASON
                       MOVE "BLOCKED" TO CARD-STATUS
                       MOVE WS-BLOCK-REASON TO CARD-BLOCK-REASON
                       REWRITE CARD-REC
                       DISPLAY "CARD " CARD-NO " BLOCKED ("
                           CARD-BLOCK-REASON ")."
                   END-IF
           END-READ.

       ACCEPT-BLOCK-REASON.
           MOVE SPACES TO WS-BLOCK-REASON
           PERFORM UNTIL WS-BLOCK-REASON-VALID
               DISPLAY "REASON (LOST/STOLEN/DAMAGED/FRAUD/CUSTOMER): "
               ACCEPT WS-BLOCK-REASON
               IF NOT WS-BLOCK-REASON-VALID
                   DISPLAY "INVALID REASON."
               END-IF
           END-PERFORM.

       REPLACE-CARD.
           DISPLAY "ENTER CARD NUMBER TO REPLACE: "
           ACCEPT WS-INPUT-CARD-NO
           MOVE WS-INPUT-CARD-NO TO CARD-NO
           READ CARD-FILE
               INVALID KEY
                   DISPLAY "ERROR: CARD NOT FOUND."
               NOT INVALID KEY
                   IF CARD-STATUS = "REPLACED"
                       DISPLAY "ERROR: CARD ALREADY REPLACED BY "
                           CARD-REPLACED-BY "."
                   ELSE
                       PERFORM REPLACE-ONE-CARD
                   END-IF
           END-READ.

       REPLACE-ONE-CARD.
           IF CARD-STATUS = "ACTIVE"
               PERFORM ACCEPT-BLOCK-REASON
               MOVE WS-BLOCK-REASON TO CARD-BLOCK-REASON
           END-IF
           MOVE CARD-ACC-NO TO WS-INPUT-ACC-NO
           MOVE CARD-WD-LIMIT TO WS-WD-LIMIT
           MOVE CARD-POS-LIMIT TO WS-POS-LIMIT
           MOVE WS-INPUT-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "ERROR: LINKED ACCOUNT " WS-INPUT-ACC-NO
                       " NOT FOUND. CARD NOT REPLACED."
               NOT INVALID KEY
                   IF ACC-STATUS = "CLOSED" OR ACC-STATUS = "FROZEN"
                       DISPLAY "ERROR: ACCOUNT IS " ACC-STATUS
                           ". CARD NOT REPLACED."
                   ELSE
                       COMPUTE WS-CARD-NUM = WS-CARD-SEQ + 1
                       MOVE SPACES TO CARD-REPLACED-BY
                       STRING
                           "4999" DELIMITED BY SIZE
                           WS-CARD-NUM DELIMITED BY SIZE
                           INTO CARD-REPLACED-BY
                       END-STRING
                       MOVE "REPLACED" TO CARD-STATUS
                       REWRITE CARD-REC
                       DISPLAY "CARD " CARD-NO " REPLACED."
                       PERFORM WRITE-NEW-CARD
                   END-IF
           END-READ.

       LIST-ACCOUNT-CARDS.
           DISPLAY "ENTER ACCOUNT NUMBER: "
           ACCEPT WS-INPUT-ACC-NO
           MOVE 0 TO WS-CARDS-LISTED
           MOVE WS-INPUT-ACC-NO TO CARD-ACC-NO
           START CARD-FILE KEY IS EQUAL TO CARD-ACC-NO
               INVALID KEY MOVE "10" TO WS-FS-CARD
               NOT INVALID KEY MOVE "00" TO WS-FS-CARD
           END-START
           PERFORM UNTIL WS-FS-CARD = "10"
               READ CARD-FILE NEXT
                   AT END MOVE "10" TO WS-FS-CARD
                   NOT AT END
                       IF CARD-ACC-NO NOT = WS-INPUT-ACC-NO
                           MOVE "10" TO WS-FS-CARD
                       ELSE
                           ADD 1 TO WS-CARDS-LISTED
                           MOVE CARD-WD-LIMIT TO DISPLAY-WD-LIMIT
                           MOVE CARD-POS-LIMIT TO DISPLAY-POS-LIMIT
                           DISPLAY CARD-NO " | " CARD-STATUS
                               " | EXP: " CARD-EXPIRY
                               " | ATM LIMIT: " DISPLAY-WD-LIMIT
                               " | POS LIMIT: " DISPLAY-POS-LIMIT
                           IF CARD-STATUS NOT = "ACTIVE"
                               DISPLAY "    REASON: "
                                   CARD-BLOCK-REASON
                                   " | REPLACED BY: "
                                   CARD-REPLACED-BY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CARDS-LISTED = 0
               DISPLAY "NO CARDS FOR ACCOUNT " WS-INPUT-ACC-NO "."
           END-IF.

       END PROGRAM CARD-MANAGEMENT.
