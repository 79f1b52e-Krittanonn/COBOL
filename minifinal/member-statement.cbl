      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Member statement of account. Pulls every fine and
      *          miscellaneous charge for a member from FINES.TXT and
      *          FINES_ARCHIVE.TXT at FINE-ORIG-AMOUNT, any librarian
      *          adjustment or waiver, every payment and refund
      *          receipt on PAYMENTS.TXT and the installment plan on
      *          INSTPLANS.TXT, sorts them into date order and prints
      *          them with a running balance to STMT_<member>_<date>
      *          .TXT. Refunds pay back money on a charge that has
      *          been reversed, so they print as memo lines and do not
      *          move the balance. The open fine balances are aged
      *          current / 30 / 60 / 90+ days from the fine date.
      *          Batch mode prints a statement for every member whose
      *          open balance is over an operator-supplied threshold.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "MEMBERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MEMBER-ID-KEY
              FILE STATUS IS WS-FS-MEMBER.

           SELECT FINE-FILE ASSIGN TO "FINES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FINE-ID-KEY
              ALTERNATE RECORD KEY IS FINE-LOAN-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS FINE-MEMBER-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-FINE.

           SELECT FINE-ARCH-FILE ASSIGN TO "FINES_ARCHIVE.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FARC-ID-KEY
              ALTERNATE RECORD KEY IS FARC-LOAN-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-FARC.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PAY-RECEIPT-KEY
              FILE STATUS IS WS-FS-PAYMENT.

           SELECT INSTPLAN-FILE ASSIGN TO "INSTPLANS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IPL-MEMBER-ID
              FILE STATUS IS WS-FS-INSTPLAN.

           SELECT STMT-FILE ASSIGN TO WS-STMT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-STMT.

       DATA DIVISION.
       FILE SECTION.

       FD MEMBER-FILE.
       01 MEMBER-RECORD.
          05 MEMBER-ID-KEY      PIC X(12).
          05 MEMBER-NAME        PIC X(40).
          05 MEMBER-PASSWORD    PIC X(20).
          05 MEMBER-EMAIL       PIC X(50).
          05 MEMBER-PHONE       PIC X(20).
          05 MEMBER-STATUS      PIC X(10).
          05 MEMBER-FAILED-LOGINS PIC 9(2).
          05 MEMBER-JOIN-DATE   PIC 9(8).
          05 MEMBER-EXPIRY-DATE PIC 9(8).
          05 MEMBER-ROLE        PIC X(10).
          05 MEMBER-CONTACT-PREF PIC X(5).
          05 MEMBER-CATEGORY    PIC X(8).

       FD FINE-FILE.
       01 FINE-RECORD.
          05 FINE-ID-KEY        PIC X(12).
          05 FINE-LOAN-ID       PIC X(12).
          05 FINE-MEMBER-ID     PIC X(12).
          05 FINE-AMOUNT        PIC 9(6)V99.
          05 FINE-PAID-FLAG     PIC X(3).
          05 FINE-DATE          PIC 9(8).
          05 FINE-BALANCE       PIC 9(6)V99.
          05 FINE-ORIG-AMOUNT   PIC 9(6)V99.
          05 FINE-ADJ-FLAG      PIC X.

       FD FINE-ARCH-FILE.
       01 FINE-ARCH-RECORD.
          05 FARC-ID-KEY        PIC X(12).
          05 FARC-LOAN-ID       PIC X(12).
          05 FARC-MEMBER-ID     PIC X(12).
          05 FARC-AMOUNT        PIC 9(6)V99.
          05 FARC-PAID-FLAG     PIC X(3).
          05 FARC-DATE          PIC 9(8).
          05 FARC-BALANCE       PIC 9(6)V99.
          05 FARC-ORIG-AMOUNT   PIC 9(6)V99.
          05 FARC-ADJ-FLAG      PIC X.

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
          05 PAY-RECEIPT-KEY    PIC X(12).
          05 PAY-FINE-ID        PIC X(12).
          05 PAY-MEMBER-ID      PIC X(12).
          05 PAY-AMOUNT         PIC 9(6)V99.
          05 PAY-DATE           PIC 9(8).
          05 PAY-METHOD         PIC X(10).

       FD INSTPLAN-FILE.
       01 INSTPLAN-RECORD.
          05 IPL-MEMBER-ID      PIC X(12).
          05 IPL-TOTAL-OWED     PIC 9(8)V99.
          05 IPL-INST-AMOUNT    PIC 9(6)V99.
          05 IPL-FREQ           PIC X.
          05 IPL-NEXT-DUE       PIC 9(8).
          05 IPL-LAST-CHECK     PIC 9(8).
          05 IPL-MISSED         PIC 9(2).
          05 IPL-STATUS         PIC X(10).
          05 IPL-START-DATE     PIC 9(8).

       FD STMT-FILE.
       01 STMT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-FS-MEMBER          PIC XX.
       77 WS-FS-FINE            PIC XX.
       77 WS-FS-FARC            PIC XX.
       77 WS-FS-PAYMENT         PIC XX.
       77 WS-FS-INSTPLAN        PIC XX.
       77 WS-FS-STMT            PIC XX.
       77 WS-FARC-OPEN          PIC X VALUE "N".
       77 WS-PAYMENT-OPEN       PIC X VALUE "N".
       77 WS-INSTPLAN-OPEN      PIC X VALUE "N".
       77 WS-STMT-NAME          PIC X(40).
       77 WS-MODE               PIC X.
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-TODAY-INT          PIC 9(8).
       77 WS-AGE-DAYS           PIC S9(8).
       77 WS-STMT-MEMBER        PIC X(12).
       77 WS-STMT-MEMBER-NAME   PIC X(40).
       77 WS-THRESHOLD          PIC 9(6)V99 VALUE 0.
       77 WS-OPEN-BALANCE       PIC 9(8)V99.
       77 WS-RUNNING-BALANCE    PIC S9(8)V99.
       77 WS-TOTAL-DEBITS       PIC 9(8)V99.
       77 WS-TOTAL-CREDITS      PIC 9(8)V99.
       77 WS-AGE-CURRENT        PIC 9(8)V99.
       77 WS-AGE-30             PIC 9(8)V99.
       77 WS-AGE-60             PIC 9(8)V99.
       77 WS-AGE-90             PIC 9(8)V99.
       77 WS-CHARGE-AMOUNT      PIC 9(6)V99.
       77 WS-ADJ-DIFF           PIC S9(6)V99.
       77 WS-ENTRY-COUNT        PIC 9(4) VALUE 0.
       77 WS-ENTRY-DROPPED      PIC 9(4) VALUE 0.
       77 WS-ENTRY-SEQ          PIC 9(4) VALUE 0.
       77 WS-SORT-I             PIC 9(4).
       77 WS-SORT-J             PIC 9(4).
       77 WS-PRINT-IDX          PIC 9(4).
       77 WS-MEMBERS-READ       PIC 9(5) VALUE 0.
       77 WS-STMTS-WRITTEN      PIC 9(5) VALUE 0.
       77 WS-MEMBER-EOF         PIC X VALUE "N".
       77 WS-ARCHIVED           PIC X VALUE "N".
       77 WS-DEBIT-DISPLAY      PIC ZZZZZZ9.99.
       77 WS-CREDIT-DISPLAY     PIC ZZZZZZ9.99.
       77 WS-BALANCE-DISPLAY    PIC -ZZZZZZZ9.99.
       77 WS-AMT-DISPLAY        PIC ZZZZZZZ9.99.

      * New entries are appended with the next ENT-SEQ so that lines
      * sharing a date keep the order they were loaded in: charges,
      * then adjustments, then payments.
       01 ENTRY-TABLE.
           05 ENTRY-ROW OCCURS 500 TIMES.
               10 ENT-SORT-KEY.
                   15 ENT-DATE      PIC 9(8).
                   15 ENT-SEQ       PIC 9(4).
               10 ENT-TYPE          PIC X(8).
               10 ENT-REF           PIC X(12).
               10 ENT-DETAIL        PIC X(26).
               10 ENT-DEBIT         PIC 9(7)V99.
               10 ENT-CREDIT        PIC 9(7)V99.
               10 ENT-MEMO          PIC X.
       01 WS-SWAP-ROW           PIC X(77).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MEMBER STATEMENT OF ACCOUNT ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)

           OPEN INPUT MEMBER-FILE
           IF WS-FS-MEMBER NOT = "00"
               DISPLAY "MEMBERS.TXT not found. Nothing to print."
               GOBACK
           END-IF
           OPEN INPUT FINE-FILE
           IF WS-FS-FINE NOT = "00"
               DISPLAY "FINES.TXT not found. Nothing to print."
               CLOSE MEMBER-FILE
               GOBACK
           END-IF
           OPEN INPUT FINE-ARCH-FILE
           IF WS-FS-FARC = "00"
               MOVE "Y" TO WS-FARC-OPEN
           END-IF
           OPEN INPUT PAYMENT-FILE
           IF WS-FS-PAYMENT = "00"
               MOVE "Y" TO WS-PAYMENT-OPEN
           ELSE
               DISPLAY "PAYMENTS.TXT not found. Statements will show "
                   "no payments."
           END-IF
           OPEN INPUT INSTPLAN-FILE
           IF WS-FS-INSTPLAN = "00"
               MOVE "Y" TO WS-INSTPLAN-OPEN
           END-IF

           DISPLAY "1. Statement for one member".
           DISPLAY "2. Batch - all members with balance over a "
               "threshold".
           DISPLAY "Select mode (1-2): "
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN "1" PERFORM SINGLE-MEMBER-STATEMENT
               WHEN "2" PERFORM BATCH-STATEMENTS
               WHEN OTHER DISPLAY "Invalid mode."
           END-EVALUATE

           CLOSE MEMBER-FILE FINE-FILE
           IF WS-FARC-OPEN = "Y"
               CLOSE FINE-ARCH-FILE
           END-IF
           IF WS-PAYMENT-OPEN = "Y"
               CLOSE PAYMENT-FILE
           END-IF
           IF WS-INSTPLAN-OPEN = "Y"
               CLOSE INSTPLAN-FILE
           END-IF
           DISPLAY "Statements written: " WS-STMTS-WRITTEN.
           STOP RUN.

       SINGLE-MEMBER-STATEMENT.
           DISPLAY "Enter Member ID: "
           ACCEPT MEMBER-ID-KEY
           READ MEMBER-FILE KEY IS MEMBER-ID-KEY
               INVALID KEY DISPLAY "Member not found."
               NOT INVALID KEY
                   MOVE MEMBER-ID-KEY TO WS-STMT-MEMBER
                   MOVE MEMBER-NAME TO WS-STMT-MEMBER-NAME
                   PERFORM PRODUCE-STATEMENT
           END-READ.

       BATCH-STATEMENTS.
           DISPLAY "Print statements for balances over: "
           ACCEPT WS-THRESHOLD
           MOVE LOW-VALUES TO MEMBER-ID-KEY
           START MEMBER-FILE KEY IS NOT LESS THAN MEMBER-ID-KEY
               INVALID KEY MOVE "Y" TO WS-MEMBER-EOF
           END-START
           PERFORM UNTIL WS-MEMBER-EOF = "Y"
               READ MEMBER-FILE NEXT
                   AT END MOVE "Y" TO WS-MEMBER-EOF
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-READ
                       MOVE MEMBER-ID-KEY TO WS-STMT-MEMBER
                       MOVE MEMBER-NAME TO WS-STMT-MEMBER-NAME
                       PERFORM SUM-OPEN-BALANCE
                       IF WS-OPEN-BALANCE > WS-THRESHOLD
                           PERFORM PRODUCE-STATEMENT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Members checked: " WS-MEMBERS-READ.

       SUM-OPEN-BALANCE.
           MOVE 0 TO WS-OPEN-BALANCE
           MOVE WS-STMT-MEMBER TO FINE-MEMBER-ID
           START FINE-FILE KEY IS EQUAL TO FINE-MEMBER-ID
               INVALID KEY MOVE "10" TO WS-FS-FINE
               NOT INVALID KEY MOVE "00" TO WS-FS-FINE
           END-START
           PERFORM UNTIL WS-FS-FINE = "10"
               READ FINE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-FINE
                   NOT AT END
                       IF FINE-MEMBER-ID NOT = WS-STMT-MEMBER
                           MOVE "10" TO WS-FS-FINE
                       ELSE
                           IF FINE-PAID-FLAG = "NO" AND
                              FINE-BALANCE IS NUMERIC
                               ADD FINE-BALANCE TO WS-OPEN-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRODUCE-STATEMENT.
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-ENTRY-DROPPED
           MOVE 0 TO WS-ENTRY-SEQ
           MOVE 0 TO WS-OPEN-BALANCE
           MOVE 0 TO WS-AGE-CURRENT
           MOVE 0 TO WS-AGE-30
           MOVE 0 TO WS-AGE-60
           MOVE 0 TO WS-AGE-90
           PERFORM LOAD-LIVE-FINES
           IF WS-FARC-OPEN = "Y"
               PERFORM LOAD-ARCHIVED-FINES
           END-IF
           IF WS-PAYMENT-OPEN = "Y"
               PERFORM LOAD-PAYMENTS
           END-IF
           IF WS-INSTPLAN-OPEN = "Y"
               PERFORM LOAD-INSTALLMENT-PLAN
           END-IF
           PERFORM SORT-ENTRIES-BY-DATE
           PERFORM WRITE-STATEMENT-FILE
           ADD 1 TO WS-STMTS-WRITTEN
           DISPLAY "Statement for " WS-STMT-MEMBER " written to "
               FUNCTION TRIM(WS-STMT-NAME).

       LOAD-LIVE-FINES.
           MOVE "N" TO WS-ARCHIVED
           MOVE WS-STMT-MEMBER TO FINE-MEMBER-ID
           START FINE-FILE KEY IS EQUAL TO FINE-MEMBER-ID
               INVALID KEY MOVE "10" TO WS-FS-FINE
               NOT INVALID KEY MOVE "00" TO WS-FS-FINE
           END-START
           PERFORM UNTIL WS-FS-FINE = "10"
               READ FINE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-FINE
                   NOT AT END
                       IF FINE-MEMBER-ID NOT = WS-STMT-MEMBER
                           MOVE "10" TO WS-FS-FINE
                       ELSE
                           PERFORM ADD-FINE-ENTRIES
                           PERFORM AGE-OPEN-FINE
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ARCHIVED-FINES.
           MOVE "Y" TO WS-ARCHIVED
           MOVE LOW-VALUES TO FARC-ID-KEY
           START FINE-ARCH-FILE KEY IS NOT LESS THAN FARC-ID-KEY
               INVALID KEY MOVE "10" TO WS-FS-FARC
               NOT INVALID KEY MOVE "00" TO WS-FS-FARC
           END-START
           PERFORM UNTIL WS-FS-FARC = "10"
               READ FINE-ARCH-FILE NEXT
                   AT END MOVE "10" TO WS-FS-FARC
                   NOT AT END
                       IF FARC-MEMBER-ID = WS-STMT-MEMBER
                           MOVE FINE-ARCH-RECORD TO FINE-RECORD
                           PERFORM ADD-FINE-ENTRIES
                       END-IF
               END-READ
           END-PERFORM.

       ADD-FINE-ENTRIES.
           IF FINE-ORIG-AMOUNT IS NUMERIC AND FINE-ORIG-AMOUNT > 0
               MOVE FINE-ORIG-AMOUNT TO WS-CHARGE-AMOUNT
           ELSE
               MOVE FINE-AMOUNT TO WS-CHARGE-AMOUNT
           END-IF
           PERFORM NEXT-ENTRY-SLOT
           IF WS-ENTRY-COUNT > 0 AND WS-ENTRY-DROPPED = 0
               MOVE FINE-DATE TO ENT-DATE(WS-ENTRY-COUNT)
               MOVE FINE-ID-KEY TO ENT-REF(WS-ENTRY-COUNT)
               MOVE SPACES TO ENT-DETAIL(WS-ENTRY-COUNT)
               IF FINE-LOAN-ID(1:4) = "CHG-"
                   MOVE "CHARGE" TO ENT-TYPE(WS-ENTRY-COUNT)
                   STRING
                       "MISC CHARGE " DELIMITED BY SIZE
                       FINE-LOAN-ID(5:4) DELIMITED BY SIZE
                       INTO ENT-DETAIL(WS-ENTRY-COUNT)
                   END-STRING
               ELSE
                   MOVE "FINE" TO ENT-TYPE(WS-ENTRY-COUNT)
                   STRING
                       "LOAN " DELIMITED BY SIZE
                       FINE-LOAN-ID DELIMITED BY SPACE
                       INTO ENT-DETAIL(WS-ENTRY-COUNT)
                   END-STRING
               END-IF
               IF WS-ARCHIVED = "Y"
                   MOVE "(ARCH)" TO ENT-DETAIL(WS-ENTRY-COUNT)(21:6)
               END-IF
               MOVE WS-CHARGE-AMOUNT TO ENT-DEBIT(WS-ENTRY-COUNT)
               MOVE 0 TO ENT-CREDIT(WS-ENTRY-COUNT)
               MOVE "N" TO ENT-MEMO(WS-ENTRY-COUNT)
           END-IF
           IF FINE-ADJ-FLAG = "Y" AND
              FINE-AMOUNT NOT = WS-CHARGE-AMOUNT
               COMPUTE WS-ADJ-DIFF = FINE-AMOUNT - WS-CHARGE-AMOUNT
               PERFORM NEXT-ENTRY-SLOT
               IF WS-ENTRY-COUNT > 0 AND WS-ENTRY-DROPPED = 0
                   MOVE FINE-DATE TO ENT-DATE(WS-ENTRY-COUNT)
                   MOVE FINE-ID-KEY TO ENT-REF(WS-ENTRY-COUNT)
                   MOVE "N" TO ENT-MEMO(WS-ENTRY-COUNT)
                   IF FINE-AMOUNT = 0
                       MOVE "WAIVED" TO ENT-TYPE(WS-ENTRY-COUNT)
                       MOVE "FINE WAIVED BY LIBRARIAN"
                           TO ENT-DETAIL(WS-ENTRY-COUNT)
                   ELSE
                       MOVE "ADJUST" TO ENT-TYPE(WS-ENTRY-COUNT)
                       MOVE "AMOUNT ADJUSTED BY LIBRARIAN"
                           TO ENT-DETAIL(WS-ENTRY-COUNT)
                   END-IF
                   IF WS-ADJ-DIFF < 0
                       MOVE 0 TO ENT-DEBIT(WS-ENTRY-COUNT)
                       COMPUTE ENT-CREDIT(WS-ENTRY-COUNT) =
                           0 - WS-ADJ-DIFF
                   ELSE
                       MOVE WS-ADJ-DIFF TO ENT-DEBIT(WS-ENTRY-COUNT)
                       MOVE 0 TO ENT-CREDIT(WS-ENTRY-COUNT)
                   END-IF
               END-IF
           END-IF.

       AGE-OPEN-FINE.
           IF FINE-PAID-FLAG = "NO" AND FINE-BALANCE IS NUMERIC AND
              FINE-BALANCE > 0
               ADD FINE-BALANCE TO WS-OPEN-BALANCE
               MOVE 0 TO WS-AGE-DAYS
               IF FINE-DATE IS NUMERIC AND FINE-DATE > 0
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(FINE-DATE)
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS < 30
                       ADD FINE-BALANCE TO WS-AGE-CURRENT
                   WHEN WS-AGE-DAYS < 60
                       ADD FINE-BALANCE TO WS-AGE-30
                   WHEN WS-AGE-DAYS < 90
                       ADD FINE-BALANCE TO WS-AGE-60
                   WHEN OTHER
                       ADD FINE-BALANCE TO WS-AGE-90
               END-EVALUATE
           END-IF.

       LOAD-PAYMENTS.
           MOVE LOW-VALUES TO PAY-RECEIPT-KEY
           START PAYMENT-FILE KEY IS NOT LESS THAN PAY-RECEIPT-KEY
               INVALID KEY MOVE "10" TO WS-FS-PAYMENT
               NOT INVALID KEY MOVE "00" TO WS-FS-PAYMENT
           END-START
           PERFORM UNTIL WS-FS-PAYMENT = "10"
               READ PAYMENT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-PAYMENT
                   NOT AT END
                       IF PAY-MEMBER-ID = WS-STMT-MEMBER
                           PERFORM ADD-PAYMENT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-PAYMENT-ENTRY.
           PERFORM NEXT-ENTRY-SLOT
           IF WS-ENTRY-COUNT > 0 AND WS-ENTRY-DROPPED = 0
               MOVE PAY-DATE TO ENT-DATE(WS-ENTRY-COUNT)
               MOVE PAY-RECEIPT-KEY TO ENT-REF(WS-ENTRY-COUNT)
               MOVE SPACES TO ENT-DETAIL(WS-ENTRY-COUNT)
               STRING
                   "FINE " DELIMITED BY SIZE
                   PAY-FINE-ID DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   PAY-METHOD DELIMITED BY SPACE
                   INTO ENT-DETAIL(WS-ENTRY-COUNT)
               END-STRING
               MOVE 0 TO ENT-DEBIT(WS-ENTRY-COUNT)
               IF PAY-METHOD = "REFUND"
                   MOVE "REFUND" TO ENT-TYPE(WS-ENTRY-COUNT)
                   MOVE PAY-AMOUNT TO ENT-CREDIT(WS-ENTRY-COUNT)
                   MOVE "Y" TO ENT-MEMO(WS-ENTRY-COUNT)
               ELSE
                   MOVE "PAYMENT" TO ENT-TYPE(WS-ENTRY-COUNT)
                   MOVE PAY-AMOUNT TO ENT-CREDIT(WS-ENTRY-COUNT)
                   MOVE "N" TO ENT-MEMO(WS-ENTRY-COUNT)
               END-IF
           END-IF.

       LOAD-INSTALLMENT-PLAN.
           MOVE WS-STMT-MEMBER TO IPL-MEMBER-ID
           READ INSTPLAN-FILE KEY IS IPL-MEMBER-ID
               INVALID KEY MOVE SPACES TO IPL-STATUS
               NOT INVALID KEY
                   PERFORM NEXT-ENTRY-SLOT
                   IF WS-ENTRY-COUNT > 0 AND WS-ENTRY-DROPPED = 0
                       MOVE IPL-START-DATE TO ENT-DATE(WS-ENTRY-COUNT)
                       MOVE "PLAN" TO ENT-TYPE(WS-ENTRY-COUNT)
                       MOVE IPL-MEMBER-ID TO ENT-REF(WS-ENTRY-COUNT)
                       MOVE "INSTALLMENT PLAN AGREED"
                           TO ENT-DETAIL(WS-ENTRY-COUNT)
                       MOVE 0 TO ENT-DEBIT(WS-ENTRY-COUNT)
                       MOVE 0 TO ENT-CREDIT(WS-ENTRY-COUNT)
                       MOVE "Y" TO ENT-MEMO(WS-ENTRY-COUNT)
                   END-IF
           END-READ.

       NEXT-ENTRY-SLOT.
           IF WS-ENTRY-COUNT < 500
               ADD 1 TO WS-ENTRY-COUNT
               ADD 1 TO WS-ENTRY-SEQ
               MOVE SPACES TO ENTRY-ROW(WS-ENTRY-COUNT)
               MOVE WS-ENTRY-SEQ TO ENT-SEQ(WS-ENTRY-COUNT)
           ELSE
               ADD 1 TO WS-ENTRY-DROPPED
           END-IF.

       SORT-ENTRIES-BY-DATE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1 UNTIL
               WS-SORT-I >= WS-ENTRY-COUNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1 UNTIL
                   WS-SORT-J > WS-ENTRY-COUNT - WS-SORT-I
                   IF ENT-SORT-KEY(WS-SORT-J) >
                      ENT-SORT-KEY(WS-SORT-J + 1)
                       MOVE ENTRY-ROW(WS-SORT-J) TO WS-SWAP-ROW
                       MOVE ENTRY-ROW(WS-SORT-J + 1)
                           TO ENTRY-ROW(WS-SORT-J)
                       MOVE WS-SWAP-ROW TO ENTRY-ROW(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-STATEMENT-FILE.
           MOVE SPACES TO WS-STMT-NAME
           STRING
               "STMT_" DELIMITED BY SIZE
               FUNCTION TRIM(WS-STMT-MEMBER) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-STMT-NAME
           END-STRING
           OPEN OUTPUT STMT-FILE

           MOVE "=== STATEMENT OF ACCOUNT ===" TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING
               "MEMBER: " DELIMITED BY SIZE
               WS-STMT-MEMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STMT-MEMBER-NAME DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING
               "STATEMENT DATE: " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           PERFORM WRITE-PLAN-SUMMARY
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING
               "DATE     TYPE     REFERENCE    DETAIL"
                   DELIMITED BY SIZE
               "                           DEBIT" DELIMITED BY SIZE
               "     CREDIT      BALANCE" DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE

           MOVE 0 TO WS-RUNNING-BALANCE
           MOVE 0 TO WS-TOTAL-DEBITS
           MOVE 0 TO WS-TOTAL-CREDITS
           PERFORM VARYING WS-PRINT-IDX FROM 1 BY 1 UNTIL
               WS-PRINT-IDX > WS-ENTRY-COUNT
               PERFORM WRITE-ENTRY-LINE
           END-PERFORM
           IF WS-ENTRY-COUNT = 0
               MOVE "No fines, charges or payments on file."
                   TO STMT-LINE
               WRITE STMT-LINE
           END-IF
           IF WS-ENTRY-DROPPED > 0
               MOVE SPACES TO STMT-LINE
               STRING
                   "WARNING: " DELIMITED BY SIZE
                   WS-ENTRY-DROPPED DELIMITED BY SIZE
                   " LINE(S) NOT LISTED - STATEMENT TABLE FULL."
                       DELIMITED BY SIZE
                   INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
           END-IF

           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-TOTAL-DEBITS TO WS-AMT-DISPLAY
           MOVE SPACES TO STMT-LINE
           STRING
               "TOTAL CHARGED:  " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE WS-TOTAL-CREDITS TO WS-AMT-DISPLAY
           MOVE SPACES TO STMT-LINE
           STRING
               "TOTAL CREDITED: " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO STMT-LINE
           STRING
               "CLOSING BALANCE:" DELIMITED BY SIZE
               WS-BALANCE-DISPLAY DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           PERFORM WRITE-AGED-TOTALS
           CLOSE STMT-FILE.

       WRITE-PLAN-SUMMARY.
           MOVE SPACES TO STMT-LINE
           IF WS-INSTPLAN-OPEN = "Y" AND IPL-STATUS NOT = SPACES AND
              IPL-MEMBER-ID = WS-STMT-MEMBER
               MOVE IPL-TOTAL-OWED TO WS-AMT-DISPLAY
               MOVE IPL-INST-AMOUNT TO WS-DEBIT-DISPLAY
               STRING
                   "INSTALLMENT PLAN: " DELIMITED BY SIZE
                   IPL-STATUS DELIMITED BY SPACE
                   " | OWED " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   " | PER " DELIMITED BY SIZE
                   IPL-FREQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DEBIT-DISPLAY DELIMITED BY SIZE
                   " | NEXT DUE " DELIMITED BY SIZE
                   IPL-NEXT-DUE DELIMITED BY SIZE
                   " | MISSED " DELIMITED BY SIZE
                   IPL-MISSED DELIMITED BY SIZE
                   INTO STMT-LINE
               END-STRING
           ELSE
               MOVE "INSTALLMENT PLAN: NONE" TO STMT-LINE
           END-IF
           WRITE STMT-LINE.

       WRITE-ENTRY-LINE.
           IF ENT-MEMO(WS-PRINT-IDX) = "N"
               ADD ENT-DEBIT(WS-PRINT-IDX) TO WS-RUNNING-BALANCE
               ADD ENT-DEBIT(WS-PRINT-IDX) TO WS-TOTAL-DEBITS
               SUBTRACT ENT-CREDIT(WS-PRINT-IDX)
                   FROM WS-RUNNING-BALANCE
               ADD ENT-CREDIT(WS-PRINT-IDX) TO WS-TOTAL-CREDITS
           END-IF
           MOVE ENT-DEBIT(WS-PRINT-IDX) TO WS-DEBIT-DISPLAY
           MOVE ENT-CREDIT(WS-PRINT-IDX) TO WS-CREDIT-DISPLAY
           MOVE WS-RUNNING-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO STMT-LINE
           IF ENT-MEMO(WS-PRINT-IDX) = "Y"
               STRING
                   ENT-DATE(WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENT-TYPE(WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENT-REF(WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENT-DETAIL(WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DEBIT-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CREDIT-DISPLAY DELIMITED BY SIZE
                   "         MEMO" DELIMITED BY SIZE
                   INTO STMT-LINE
               END-STRING
           ELSE
               STRING
                   ENT-DATE(WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENT-TYPE(WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENT-REF(WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ENT-DETAIL(WS-PRINT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DEBIT-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CREDIT-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BALANCE-DISPLAY DELIMITED BY SIZE
                   INTO STMT-LINE
               END-STRING
           END-IF
           WRITE STMT-LINE.

       WRITE-AGED-TOTALS.
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-OPEN-BALANCE TO WS-AMT-DISPLAY
           MOVE SPACES TO STMT-LINE
           STRING
               "OPEN BALANCE DUE: " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING
               "AGED:        CURRENT     30 DAYS     60 DAYS"
                   DELIMITED BY SIZE
               "     90+ DAYS" DELIMITED BY SIZE
               INTO STMT-LINE
           END-STRING
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           MOVE WS-AGE-CURRENT TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO STMT-LINE(8:11)
           MOVE WS-AGE-30 TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO STMT-LINE(20:11)
           MOVE WS-AGE-60 TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO STMT-LINE(32:11)
           MOVE WS-AGE-90 TO WS-AMT-DISPLAY
           MOVE WS-AMT-DISPLAY TO STMT-LINE(44:11)
           WRITE STMT-LINE.

       END PROGRAM MEMBER-STATEMENT.
