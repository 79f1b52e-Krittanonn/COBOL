      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Daily batch job - general-ledger journal feed. Fine
      *          income is journaled from the movement in each fine
      *          since it was last journaled (GLFINES.TXT holds the
      *          amount already sent per fine), so new fines, nightly
      *          accruals and misc charges (by their CHG-GL-BUCKET)
      *          post as income and waivers/adjustments post as
      *          write-offs. The day's PAYMENTS.TXT receipts post by
      *          payment method and refunds post as paid out. Every
      *          movement is a balanced debit/credit pair against the
      *          member receivable; the lines are summarised by GL
      *          account and written to GLJOURNAL_<date>.TXT with a
      *          control header and trailer. GLRUNCTL.TXT records each
      *          journal date so a day is never journaled twice and
      *          dates only move forward. On the very first run the
      *          fines raised before the journal date are taken on
      *          without posting.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINE-FILE ASSIGN TO "FINES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FINE-ID-KEY
              ALTERNATE RECORD KEY IS FINE-LOAN-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS FINE-MEMBER-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-FINE.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PAY-RECEIPT-KEY
              FILE STATUS IS WS-FS-PAYMENT.

           SELECT CHARGE-FILE ASSIGN TO "CHARGECODES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CHG-CODE-KEY
              FILE STATUS IS WS-FS-CHARGE.

           SELECT GLFINE-FILE ASSIGN TO "GLFINES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GLF-FINE-ID
              FILE STATUS IS WS-FS-GLFINE.

           SELECT GLRUN-FILE ASSIGN TO "GLRUNCTL.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GLR-JOURNAL-DATE
              FILE STATUS IS WS-FS-GLRUN.

           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOURNAL.

           SELECT RUNLOCK-FILE ASSIGN TO "RUNLOCK.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RUNLOCK.

           SELECT RUNLOCK-LOG-FILE ASSIGN TO "RUNLOCK_LOG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RUNLOCK-LOG.

           SELECT LOCK-LIBRARIAN-FILE ASSIGN TO "LIBRARIAN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LOCK-LIB.

       DATA DIVISION.
       FILE SECTION.

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

       FD PAYMENT-FILE.
       01 PAYMENT-RECORD.
          05 PAY-RECEIPT-KEY    PIC X(12).
          05 PAY-FINE-ID        PIC X(12).
          05 PAY-MEMBER-ID      PIC X(12).
          05 PAY-AMOUNT         PIC 9(6)V99.
          05 PAY-DATE           PIC 9(8).
          05 PAY-METHOD         PIC X(10).

       FD CHARGE-FILE.
       01 CHARGE-RECORD.
          05 CHG-CODE-KEY       PIC X(4).
          05 CHG-DESC           PIC X(30).
          05 CHG-DEFAULT-AMOUNT PIC 9(6)V99.
          05 CHG-GL-BUCKET      PIC X(10).

       FD GLFINE-FILE.
       01 GLFINE-RECORD.
          05 GLF-FINE-ID        PIC X(12).
          05 GLF-JOURNALED      PIC 9(6)V99.
          05 GLF-LAST-DATE      PIC 9(8).

       FD GLRUN-FILE.
       01 GLRUN-RECORD.
          05 GLR-JOURNAL-DATE   PIC 9(8).
          05 GLR-RUN-STAMP      PIC X(14).
          05 GLR-LINE-COUNT     PIC 9(5).
          05 GLR-TOTAL-DEBITS   PIC 9(9)V99.
          05 GLR-TOTAL-CREDITS  PIC 9(9)V99.
          05 GLR-STATUS         PIC X(10).

       FD JOURNAL-FILE.
       01 JOURNAL-LINE          PIC X(80).

       FD RUNLOCK-FILE.
       01 RUNLOCK-RECORD.
          05 LOCK-FLAG          PIC X(6).
          05 LOCK-SESSION       PIC X(12).
          05 LOCK-TIME          PIC X(14).

       FD RUNLOCK-LOG-FILE.
       01 RUNLOCK-LOG-LINE      PIC X(100).

       FD LOCK-LIBRARIAN-FILE.
       01 LOCK-LIBRARIAN-RECORD.
          05 LOCK-LIB-AUTH-CODE PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-FS-FINE            PIC XX.
       77 WS-FS-PAYMENT         PIC XX.
       77 WS-FS-CHARGE          PIC XX.
       77 WS-FS-GLFINE          PIC XX.
       77 WS-FS-GLRUN           PIC XX.
       77 WS-FS-JOURNAL         PIC XX.
       77 WS-FS-RUNLOCK         PIC XX.
       77 WS-FS-RUNLOCK-LOG     PIC XX.
       77 WS-FS-LOCK-LIB        PIC XX.
       77 WS-LOCK-HELD          PIC X VALUE "N".
       77 WS-OVERRIDE-CODE      PIC X(10).
       77 WS-OVERRIDE-CODE-BASE PIC X(10) VALUE "LIB-OVERRD".
       77 WS-LOCK-STAMP         PIC X(26).
       77 WS-CHARGE-OPEN        PIC X VALUE "N".
       77 WS-JOURNAL-NAME       PIC X(40).
       77 WS-JOURNAL-DATE       PIC 9(8).
       77 WS-LAST-JOURNAL-DATE  PIC 9(8) VALUE 0.
       77 WS-RUN-STAMP          PIC X(14).
       77 WS-DATE-OK            PIC X VALUE "Y".
       77 WS-TAKE-ON            PIC X VALUE "N".
       77 WS-GLF-FOUND          PIC X VALUE "N".
       77 WS-FINE-DELTA         PIC S9(7)V99.
       77 WS-POST-AMOUNT        PIC 9(9)V99.
       77 WS-POST-ACCOUNT       PIC X(10).
       77 WS-POST-SIDE          PIC X.
       77 WS-POST-SOURCE        PIC X(10).
       77 WS-INCOME-ACCOUNT     PIC X(10).
       77 WS-METHOD-ACCOUNT     PIC X(10).
       77 WS-SUM-IDX            PIC 9(3).
       77 WS-SUM-USED           PIC 9(3) VALUE 0.
       77 WS-SUM-FOUND          PIC X VALUE "N".
       77 WS-TOTAL-DEBITS       PIC 9(9)V99 VALUE 0.
       77 WS-TOTAL-CREDITS      PIC 9(9)V99 VALUE 0.
       77 WS-FINES-POSTED       PIC 9(5) VALUE 0.
       77 WS-FINES-TAKEN-ON     PIC 9(5) VALUE 0.
       77 WS-RECEIPTS-POSTED    PIC 9(5) VALUE 0.
       77 WS-AR-ACCOUNT         PIC X(10) VALUE "FINE-AR".

       01 GL-SUM-TABLE.
           05 GL-SUM-ENTRY OCCURS 60 TIMES.
               10 GLS-ACCOUNT   PIC X(10).
               10 GLS-SIDE      PIC X.
               10 GLS-SOURCE    PIC X(10).
               10 GLS-AMOUNT    PIC 9(9)V99.
               10 GLS-COUNT     PIC 9(5).

       01 JNL-HEADER.
           05 JNH-TYPE          PIC X VALUE "H".
           05 JNH-SOURCE        PIC X(8) VALUE "LIBRARY".
           05 JNH-JOURNAL-DATE  PIC 9(8).
           05 JNH-BATCH-ID      PIC X(12).
           05 JNH-CREATED       PIC X(14).
           05 FILLER            PIC X(37) VALUE SPACES.

       01 JNL-DETAIL.
           05 JND-TYPE          PIC X VALUE "D".
           05 JND-LINE-NO       PIC 9(5).
           05 JND-JOURNAL-DATE  PIC 9(8).
           05 JND-ACCOUNT       PIC X(10).
           05 JND-SIDE          PIC X.
           05 JND-AMOUNT        PIC 9(9)V99.
           05 JND-SOURCE        PIC X(10).
           05 JND-ITEM-COUNT    PIC 9(5).
           05 FILLER            PIC X(29) VALUE SPACES.

       01 JNL-TRAILER.
           05 JNT-TYPE          PIC X VALUE "T".
           05 JNT-LINE-COUNT    PIC 9(5).
           05 JNT-TOTAL-DEBITS  PIC 9(9)V99.
           05 JNT-TOTAL-CREDITS PIC 9(9)V99.
           05 FILLER            PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== GENERAL LEDGER JOURNAL FEED ===".

           PERFORM CHECK-RUN-LOCK
           IF WS-LOCK-HELD = "Y"
               DISPLAY "Batch refused: the desk is still logged in. "
                   "Run again after the desk session ends."
               PERFORM WRITE-LOCK-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP

           DISPLAY "Journal date (YYYYMMDD, 0 = today): "
           ACCEPT WS-JOURNAL-DATE
           IF WS-JOURNAL-DATE = 0
               MOVE WS-RUN-STAMP(1:8) TO WS-JOURNAL-DATE
           END-IF

           OPEN I-O GLRUN-FILE
           IF WS-FS-GLRUN NOT = "00"
               OPEN OUTPUT GLRUN-FILE
               CLOSE GLRUN-FILE
               OPEN I-O GLRUN-FILE
           END-IF
           PERFORM CHECK-JOURNAL-DATE
           IF WS-DATE-OK = "N"
               CLOSE GLRUN-FILE
               GOBACK
           END-IF

           OPEN INPUT FINE-FILE
           OPEN INPUT PAYMENT-FILE
           IF WS-FS-FINE NOT = "00" OR WS-FS-PAYMENT NOT = "00"
               DISPLAY "Fine or payment file missing."
               CLOSE GLRUN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CHARGE-FILE
           IF WS-FS-CHARGE = "00"
               MOVE "Y" TO WS-CHARGE-OPEN
           END-IF
           OPEN I-O GLFINE-FILE
           IF WS-FS-GLFINE NOT = "00"
               OPEN OUTPUT GLFINE-FILE
               CLOSE GLFINE-FILE
               OPEN I-O GLFINE-FILE
           END-IF

           MOVE LOW-VALUES TO FINE-ID-KEY
           START FINE-FILE KEY IS NOT LESS THAN FINE-ID-KEY
               INVALID KEY MOVE "10" TO WS-FS-FINE
               NOT INVALID KEY MOVE "00" TO WS-FS-FINE
           END-START
           PERFORM UNTIL WS-FS-FINE = "10"
               READ FINE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-FINE
                   NOT AT END
                       IF FINE-AMOUNT IS NUMERIC
                           PERFORM JOURNAL-ONE-FINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE LOW-VALUES TO PAY-RECEIPT-KEY
           START PAYMENT-FILE KEY IS NOT LESS THAN PAY-RECEIPT-KEY
               INVALID KEY MOVE "10" TO WS-FS-PAYMENT
               NOT INVALID KEY MOVE "00" TO WS-FS-PAYMENT
           END-START
           PERFORM UNTIL WS-FS-PAYMENT = "10"
               READ PAYMENT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-PAYMENT
                   NOT AT END
                       IF PAY-DATE = WS-JOURNAL-DATE
                           PERFORM JOURNAL-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-JOURNAL-FILE
           PERFORM RECORD-JOURNAL-RUN

           CLOSE FINE-FILE PAYMENT-FILE GLFINE-FILE GLRUN-FILE
           IF WS-CHARGE-OPEN = "Y"
               CLOSE CHARGE-FILE
           END-IF
           IF WS-TAKE-ON = "Y"
               DISPLAY "Fines taken on without posting: "
                   WS-FINES-TAKEN-ON
           END-IF
           DISPLAY "Fine movements posted: " WS-FINES-POSTED.
           DISPLAY "Receipts posted:       " WS-RECEIPTS-POSTED.
           DISPLAY "Total debits:  " WS-TOTAL-DEBITS.
           DISPLAY "Total credits: " WS-TOTAL-CREDITS.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "WARNING: journal is out of balance."
           END-IF
           DISPLAY "Journal file: " FUNCTION TRIM(WS-JOURNAL-NAME).
           STOP RUN.

       CHECK-RUN-LOCK.
           MOVE "N" TO WS-LOCK-HELD
           OPEN INPUT RUNLOCK-FILE
           IF WS-FS-RUNLOCK = "00"
               READ RUNLOCK-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LOCK-FLAG = "LOCKED"
                           MOVE "Y" TO WS-LOCK-HELD
                       END-IF
               END-READ
               CLOSE RUNLOCK-FILE
           END-IF
           IF WS-LOCK-HELD = "Y"
               DISPLAY "A LIBRARY-MANAGEMENT desk session holds the "
                   "run lock (session " LOCK-SESSION " since "
                   LOCK-TIME ")."
               PERFORM PROMPT-LOCK-OVERRIDE
           END-IF.

       PROMPT-LOCK-OVERRIDE.
           OPEN INPUT LOCK-LIBRARIAN-FILE
           IF WS-FS-LOCK-LIB = "00"
               READ LOCK-LIBRARIAN-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE LOCK-LIB-AUTH-CODE
                           TO WS-OVERRIDE-CODE-BASE
               END-READ
               CLOSE LOCK-LIBRARIAN-FILE
           END-IF
           DISPLAY "Librarian code to override a stale lock "
               "(blank aborts): "
           ACCEPT WS-OVERRIDE-CODE
           IF WS-OVERRIDE-CODE = WS-OVERRIDE-CODE-BASE
               MOVE "N" TO WS-LOCK-HELD
               OPEN OUTPUT RUNLOCK-FILE
               MOVE "CLEAR" TO LOCK-FLAG
               MOVE SPACES TO LOCK-SESSION
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOCK-TIME
               WRITE RUNLOCK-RECORD
               CLOSE RUNLOCK-FILE
               DISPLAY "Stale lock cleared by librarian override."
           ELSE
               IF WS-OVERRIDE-CODE NOT = SPACES
                   DISPLAY "Invalid authorization code."
               END-IF
           END-IF.

       WRITE-LOCK-REFUSAL.
           OPEN EXTEND RUNLOCK-LOG-FILE
           IF WS-FS-RUNLOCK-LOG NOT = "00"
               OPEN OUTPUT RUNLOCK-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-LOCK-STAMP
           STRING
               WS-LOCK-STAMP(1:14) DELIMITED BY SIZE
               " | GL-JOURNAL REFUSED: DESK SESSION "
                   DELIMITED BY SIZE
               "LOCK HELD BY " DELIMITED BY SIZE
               LOCK-SESSION DELIMITED BY SIZE
               INTO RUNLOCK-LOG-LINE
           END-STRING
           WRITE RUNLOCK-LOG-LINE
           CLOSE RUNLOCK-LOG-FILE.

       CHECK-JOURNAL-DATE.
           MOVE "Y" TO WS-DATE-OK
           MOVE WS-JOURNAL-DATE TO GLR-JOURNAL-DATE
           READ GLRUN-FILE KEY IS GLR-JOURNAL-DATE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Journal for " WS-JOURNAL-DATE
                       " already produced at " GLR-RUN-STAMP
                       ". Not run again."
                   MOVE "N" TO WS-DATE-OK
           END-READ
           IF WS-DATE-OK = "Y"
               MOVE "Y" TO WS-TAKE-ON
               MOVE LOW-VALUES TO GLR-JOURNAL-DATE
               START GLRUN-FILE KEY IS NOT LESS THAN GLR-JOURNAL-DATE
                   INVALID KEY MOVE "10" TO WS-FS-GLRUN
                   NOT INVALID KEY MOVE "00" TO WS-FS-GLRUN
               END-START
               PERFORM UNTIL WS-FS-GLRUN = "10"
                   READ GLRUN-FILE NEXT
                       AT END MOVE "10" TO WS-FS-GLRUN
                       NOT AT END
                           MOVE "N" TO WS-TAKE-ON
                           MOVE GLR-JOURNAL-DATE
                               TO WS-LAST-JOURNAL-DATE
                   END-READ
               END-PERFORM
               IF WS-JOURNAL-DATE < WS-LAST-JOURNAL-DATE
                   DISPLAY "Journal date " WS-JOURNAL-DATE
                       " is before the last journal date "
                       WS-LAST-JOURNAL-DATE ". Not run."
                   MOVE "N" TO WS-DATE-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       JOURNAL-ONE-FINE.
           MOVE "N" TO WS-GLF-FOUND
           MOVE FINE-ID-KEY TO GLF-FINE-ID
           READ GLFINE-FILE KEY IS GLF-FINE-ID
               INVALID KEY MOVE 0 TO GLF-JOURNALED
               NOT INVALID KEY MOVE "Y" TO WS-GLF-FOUND
           END-READ
           IF WS-GLF-FOUND = "N" AND WS-TAKE-ON = "Y" AND
              FINE-DATE < WS-JOURNAL-DATE
               MOVE FINE-AMOUNT TO GLF-JOURNALED
               MOVE WS-JOURNAL-DATE TO GLF-LAST-DATE
               WRITE GLFINE-RECORD
               ADD 1 TO WS-FINES-TAKEN-ON
           ELSE
               COMPUTE WS-FINE-DELTA = FINE-AMOUNT - GLF-JOURNALED
               IF WS-FINE-DELTA NOT = 0
                   PERFORM POST-FINE-MOVEMENT
                   MOVE FINE-AMOUNT TO GLF-JOURNALED
                   MOVE WS-JOURNAL-DATE TO GLF-LAST-DATE
                   IF WS-GLF-FOUND = "Y"
                       REWRITE GLFINE-RECORD
                   ELSE
                       WRITE GLFINE-RECORD
                   END-IF
                   ADD 1 TO WS-FINES-POSTED
               END-IF
           END-IF.

       POST-FINE-MOVEMENT.
           PERFORM RESOLVE-INCOME-ACCOUNT
           IF WS-FINE-DELTA > 0
               MOVE WS-FINE-DELTA TO WS-POST-AMOUNT
               IF FINE-LOAN-ID(1:4) = "CHG-"
                   MOVE "CHARGES" TO WS-POST-SOURCE
               ELSE
                   MOVE "FINES" TO WS-POST-SOURCE
               END-IF
               MOVE WS-AR-ACCOUNT TO WS-POST-ACCOUNT
               MOVE "D" TO WS-POST-SIDE
               PERFORM ADD-JOURNAL-AMOUNT
               MOVE WS-INCOME-ACCOUNT TO WS-POST-ACCOUNT
               MOVE "C" TO WS-POST-SIDE
               PERFORM ADD-JOURNAL-AMOUNT
           ELSE
               COMPUTE WS-POST-AMOUNT = 0 - WS-FINE-DELTA
               MOVE "WAIVERS" TO WS-POST-SOURCE
               MOVE "WAIVERS" TO WS-POST-ACCOUNT
               MOVE "D" TO WS-POST-SIDE
               PERFORM ADD-JOURNAL-AMOUNT
               MOVE WS-AR-ACCOUNT TO WS-POST-ACCOUNT
               MOVE "C" TO WS-POST-SIDE
               PERFORM ADD-JOURNAL-AMOUNT
           END-IF.

       RESOLVE-INCOME-ACCOUNT.
           MOVE "FINES" TO WS-INCOME-ACCOUNT
           IF FINE-LOAN-ID(1:4) = "CHG-"
               MOVE "MISC" TO WS-INCOME-ACCOUNT
               IF WS-CHARGE-OPEN = "Y"
                   MOVE FINE-LOAN-ID(5:4) TO CHG-CODE-KEY
                   READ CHARGE-FILE KEY IS CHG-CODE-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CHG-GL-BUCKET NOT = SPACES
                               MOVE CHG-GL-BUCKET
                                   TO WS-INCOME-ACCOUNT
                           END-IF
                   END-READ
               END-IF
           END-IF.

       JOURNAL-ONE-RECEIPT.
           ADD 1 TO WS-RECEIPTS-POSTED
           MOVE PAY-AMOUNT TO WS-POST-AMOUNT
           IF PAY-METHOD = "REFUND"
               MOVE "REFUNDS" TO WS-POST-SOURCE
               MOVE "REFUNDS" TO WS-POST-ACCOUNT
               MOVE "D" TO WS-POST-SIDE
               PERFORM ADD-JOURNAL-AMOUNT
               MOVE "CASH" TO WS-POST-ACCOUNT
               MOVE "C" TO WS-POST-SIDE
               PERFORM ADD-JOURNAL-AMOUNT
           ELSE
               EVALUATE PAY-METHOD
                   WHEN "CASH"
                   WHEN SPACES
                       MOVE "CASH" TO WS-METHOD-ACCOUNT
                   WHEN "CARD"
                       MOVE "CARD-CLEAR" TO WS-METHOD-ACCOUNT
                   WHEN "ACCT"
                       MOVE "BANK-ACCT" TO WS-METHOD-ACCOUNT
                   WHEN "AGENCY"
                       MOVE "AGENCY" TO WS-METHOD-ACCOUNT
                   WHEN OTHER
                       MOVE PAY-METHOD TO WS-METHOD-ACCOUNT
               END-EVALUATE
               MOVE "PAYMENTS" TO WS-POST-SOURCE
               MOVE WS-METHOD-ACCOUNT TO WS-POST-ACCOUNT
               MOVE "D" TO WS-POST-SIDE
               PERFORM ADD-JOURNAL-AMOUNT
               MOVE WS-AR-ACCOUNT TO WS-POST-ACCOUNT
               MOVE "C" TO WS-POST-SIDE
               PERFORM ADD-JOURNAL-AMOUNT
           END-IF.

       ADD-JOURNAL-AMOUNT.
           MOVE "N" TO WS-SUM-FOUND
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1 UNTIL
               WS-SUM-IDX > WS-SUM-USED OR WS-SUM-FOUND = "Y"
               IF GLS-ACCOUNT(WS-SUM-IDX) = WS-POST-ACCOUNT AND
                  GLS-SIDE(WS-SUM-IDX) = WS-POST-SIDE AND
                  GLS-SOURCE(WS-SUM-IDX) = WS-POST-SOURCE
                   ADD WS-POST-AMOUNT TO GLS-AMOUNT(WS-SUM-IDX)
                   ADD 1 TO GLS-COUNT(WS-SUM-IDX)
                   MOVE "Y" TO WS-SUM-FOUND
               END-IF
           END-PERFORM
           IF WS-SUM-FOUND = "N" AND WS-SUM-USED < 60
               ADD 1 TO WS-SUM-USED
               MOVE WS-POST-ACCOUNT TO GLS-ACCOUNT(WS-SUM-USED)
               MOVE WS-POST-SIDE TO GLS-SIDE(WS-SUM-USED)
               MOVE WS-POST-SOURCE TO GLS-SOURCE(WS-SUM-USED)
               MOVE WS-POST-AMOUNT TO GLS-AMOUNT(WS-SUM-USED)
               MOVE 1 TO GLS-COUNT(WS-SUM-USED)
           END-IF
           IF WS-POST-SIDE = "D"
               ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

       WRITE-JOURNAL-FILE.
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING
               "GLJOURNAL_" DELIMITED BY SIZE
               WS-JOURNAL-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-JOURNAL-NAME
           END-STRING
           OPEN OUTPUT JOURNAL-FILE
           MOVE WS-JOURNAL-DATE TO JNH-JOURNAL-DATE
           MOVE SPACES TO JNH-BATCH-ID
           STRING
               "LIB" DELIMITED BY SIZE
               WS-JOURNAL-DATE DELIMITED BY SIZE
               INTO JNH-BATCH-ID
           END-STRING
           MOVE WS-RUN-STAMP TO JNH-CREATED
           MOVE JNL-HEADER TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1 UNTIL
               WS-SUM-IDX > WS-SUM-USED
               MOVE WS-SUM-IDX TO JND-LINE-NO
               MOVE WS-JOURNAL-DATE TO JND-JOURNAL-DATE
               MOVE GLS-ACCOUNT(WS-SUM-IDX) TO JND-ACCOUNT
               MOVE GLS-SIDE(WS-SUM-IDX) TO JND-SIDE
               MOVE GLS-AMOUNT(WS-SUM-IDX) TO JND-AMOUNT
               MOVE GLS-SOURCE(WS-SUM-IDX) TO JND-SOURCE
               MOVE GLS-COUNT(WS-SUM-IDX) TO JND-ITEM-COUNT
               MOVE JNL-DETAIL TO JOURNAL-LINE
               WRITE JOURNAL-LINE
           END-PERFORM
           MOVE WS-SUM-USED TO JNT-LINE-COUNT
           MOVE WS-TOTAL-DEBITS TO JNT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO JNT-TOTAL-CREDITS
           MOVE JNL-TRAILER TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           CLOSE JOURNAL-FILE.

       RECORD-JOURNAL-RUN.
           MOVE WS-JOURNAL-DATE TO GLR-JOURNAL-DATE
           MOVE WS-RUN-STAMP TO GLR-RUN-STAMP
           MOVE WS-SUM-USED TO GLR-LINE-COUNT
           MOVE WS-TOTAL-DEBITS TO GLR-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLR-TOTAL-CREDITS
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE "BALANCED" TO GLR-STATUS
           ELSE
               MOVE "UNBALANCED" TO GLR-STATUS
           END-IF
           WRITE GLRUN-RECORD.

       END PROGRAM GL-JOURNAL-BATCH.
