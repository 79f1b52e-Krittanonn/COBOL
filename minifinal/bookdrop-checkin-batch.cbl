      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Book-drop batch check-in. Reads BOOKDROP.TXT - one
      *          scanned accession per line with the date the drop
      *          was emptied and the condition noted at the scan - and
      *          checks in the open loan on each copy as of that date,
      *          the same way RETURN-BOOK does at the desk: the loan is
      *          returned, the late fine is raised or recalculated on
      *          open days up to the drop date, a GOOD copy goes back
      *          to the shelf and the next waiting hold is notified,
      *          and a DAMAGED/REPAIR copy is parked on REPAIRQ.TXT.
      *          Accessions with no open loan, bad drop dates and
      *          copies flagged for damage are listed on
      *          BOOKDROP_EXCEPT_<date>.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOKDROP-CHECKIN-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKDROP-FILE ASSIGN TO "BOOKDROP.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-BOOKDROP.

           SELECT MEMBER-FILE ASSIGN TO "MEMBERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MEMBER-ID-KEY
              FILE STATUS IS WS-FS-MEMBER.

           SELECT BOOK-FILE ASSIGN TO "BOOKS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOOK-ISBN-KEY
              FILE STATUS IS WS-FS-BOOK.

           SELECT LOAN-FILE ASSIGN TO "LOANS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOAN-ID-KEY
              ALTERNATE RECORD KEY IS LOAN-MEMBER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS LOAN-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-LOAN.

           SELECT FINE-FILE ASSIGN TO "FINES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FINE-ID-KEY
              ALTERNATE RECORD KEY IS FINE-LOAN-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS FINE-MEMBER-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-FINE.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOLD-ID-KEY
              ALTERNATE RECORD KEY IS HOLD-ISBN WITH DUPLICATES
              ALTERNATE RECORD KEY IS HOLD-MEMBER-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-HOLD.

           SELECT COPY-FILE ASSIGN TO "COPIES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COPY-ACCESSION-KEY
              ALTERNATE RECORD KEY IS COPY-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-COPY.

           SELECT NOTICEQ-FILE ASSIGN TO "NOTICEQ.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NTC-ID-KEY
              ALTERNATE RECORD KEY IS NTC-MEMBER-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-NOTICEQ.

           SELECT REPAIRQ-FILE ASSIGN TO "REPAIRQ.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RPQ-ID-KEY
              ALTERNATE RECORD KEY IS RPQ-ACCESSION WITH DUPLICATES
              FILE STATUS IS WS-FS-REPAIRQ.

           SELECT LOANRULE-FILE ASSIGN TO "LOANRULES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RULE-KEY
              FILE STATUS IS WS-FS-LOANRULE.

           SELECT POLICY-FILE ASSIGN TO "POLICY.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-POLICY.

           SELECT SEQCTL-FILE ASSIGN TO "SEQCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SEQCTL.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CALENDAR.

           SELECT EXCEPT-FILE ASSIGN TO WS-EXCEPT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-EXCEPT.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

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

       FD BOOKDROP-FILE.
       01 BOOKDROP-RECORD.
          05 BDR-ACCESSION      PIC X(12).
          05 BDR-DROP-DATE      PIC 9(8).
          05 BDR-CONDITION      PIC X(10).

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

       FD LOAN-FILE.
       01 LOAN-RECORD.
          05 LOAN-ID-KEY        PIC X(12).
          05 LOAN-MEMBER-ID     PIC X(12).
          05 LOAN-ISBN          PIC X(13).
          05 LOAN-DATE          PIC 9(8).
          05 LOAN-DUE-DATE      PIC 9(8).
          05 LOAN-RETURN-DATE   PIC 9(8).
          05 LOAN-STATUS        PIC X(10).
          05 LOAN-RENEW-COUNT   PIC 9(2).
          05 LOAN-ACCESSION     PIC X(12).

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

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-ID-KEY        PIC X(12).
          05 HOLD-ISBN          PIC X(13).
          05 HOLD-MEMBER-ID     PIC X(12).
          05 HOLD-DATE          PIC 9(8).
          05 HOLD-STATUS        PIC X(10).
          05 HOLD-NOTIFY-DATE   PIC 9(8).

       FD COPY-FILE.
       01 COPY-RECORD.
          05 COPY-ACCESSION-KEY PIC X(12).
          05 COPY-ISBN          PIC X(13).
          05 COPY-CONDITION     PIC X(10).
          05 COPY-LOCATION      PIC X(15).
          05 COPY-STATUS        PIC X(10).
          05 COPY-LOAN-CLASS    PIC X(6).

       FD NOTICEQ-FILE.
       01 NOTICE-Q-RECORD.
          05 NTC-ID-KEY         PIC X(12).
          05 NTC-MEMBER-ID      PIC X(12).
          05 NTC-TYPE           PIC X(10).
          05 NTC-REF            PIC X(13).
          05 NTC-CREATE-DATE    PIC 9(8).
          05 NTC-SENT-DATE      PIC 9(8).
          05 NTC-STATUS         PIC X(10).

       FD REPAIRQ-FILE.
       01 REPAIRQ-RECORD.
          05 RPQ-ID-KEY         PIC X(12).
          05 RPQ-ACCESSION      PIC X(12).
          05 RPQ-ISBN           PIC X(13).
          05 RPQ-LOAN-ID        PIC X(12).
          05 RPQ-MEMBER-ID      PIC X(12).
          05 RPQ-DATE           PIC 9(8).
          05 RPQ-CONDITION      PIC X(10).
          05 RPQ-FEE            PIC 9(6)V99.
          05 RPQ-STATUS         PIC X(10).

       FD LOANRULE-FILE.
       01 LOANRULE-RECORD.
          05 RULE-KEY.
             10 RULE-CATEGORY   PIC X(8).
             10 RULE-CLASS      PIC X(6).
          05 RULE-LOAN-DAYS     PIC 9(3).
          05 RULE-MAX-RENEWALS  PIC 9(2).
          05 RULE-FINE-RATE     PIC 9(3).
          05 RULE-MAX-ITEMS     PIC 9(3).
          05 RULE-CIRCULATES    PIC X.

       FD POLICY-FILE.
       01 POLICY-RECORD.
          05 POLICY-LOAN-DAYS      PIC 9(3).
          05 POLICY-MAX-RENEWALS   PIC 9(2).
          05 POLICY-FINE-RATE      PIC 9(3).
          05 POLICY-PICKUP-DAYS    PIC 9(3).
          05 POLICY-LOST-DAYS      PIC 9(3).

       FD SEQCTL-FILE.
       01 SEQCTL-RECORD.
          05 SEQ-LOAN           PIC 9(9).
          05 SEQ-FINE           PIC 9(9).
          05 SEQ-HOLD           PIC 9(9).
          05 SEQ-COPY           PIC 9(9).
          05 SEQ-RECEIPT        PIC 9(9).
          05 SEQ-TRANSFER       PIC 9(9).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
          05 CAL-ENTRY-TYPE     PIC X.
          05 CAL-ENTRY-DATA     PIC X(8).

       FD EXCEPT-FILE.
       01 EXCEPT-LINE           PIC X(100).

       FD AUDIT-FILE.
       01 AUDIT-LINE            PIC X(100).

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
       77 WS-FS-BOOKDROP        PIC XX.
       77 WS-FS-MEMBER          PIC XX.
       77 WS-FS-BOOK            PIC XX.
       77 WS-FS-LOAN            PIC XX.
       77 WS-FS-FINE            PIC XX.
       77 WS-FS-HOLD            PIC XX.
       77 WS-FS-COPY            PIC XX.
       77 WS-FS-NOTICEQ         PIC XX.
       77 WS-FS-REPAIRQ         PIC XX.
       77 WS-FS-LOANRULE        PIC XX.
       77 WS-FS-POLICY          PIC XX.
       77 WS-FS-SEQCTL          PIC XX.
       77 WS-FS-CALENDAR        PIC XX.
       77 WS-FS-EXCEPT          PIC XX.
       77 WS-FS-AUDIT           PIC XX.
       77 WS-FS-RUNLOCK         PIC XX.
       77 WS-FS-RUNLOCK-LOG     PIC XX.
       77 WS-FS-LOCK-LIB        PIC XX.
       77 WS-LOCK-HELD          PIC X VALUE "N".
       77 WS-OVERRIDE-CODE      PIC X(10).
       77 WS-OVERRIDE-CODE-BASE PIC X(10) VALUE "LIB-OVERRD".
       77 WS-LOCK-STAMP         PIC X(26).
       77 WS-EXCEPT-NAME        PIC X(40).
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-DROP-EOF           PIC X VALUE "N".
       77 WS-DROP-DATE          PIC 9(8).
       77 WS-NEW-CONDITION      PIC X(10).
       77 WS-EXCEPT-REASON      PIC X(70).
       77 WS-REPAIR-FLAG        PIC X VALUE "N".
       77 WS-OPEN-LOAN-FOUND    PIC X VALUE "N".
       77 WS-OPEN-LOAN-ID       PIC X(12).
       77 WS-SAVE-ISBN          PIC X(13).
       77 WS-SAVE-LOAN-ID       PIC X(12).
       77 WS-FINE-EXISTS        PIC X VALUE "N".
       77 WS-PAID-SO-FAR        PIC 9(6)V99.
       77 WS-DAYS-LATE          PIC S9(5).
       77 WS-HOLD-FOUND         PIC X VALUE "N".
       77 WS-LINES-READ         PIC 9(5) VALUE 0.
       77 WS-LINES-RETURNED     PIC 9(5) VALUE 0.
       77 WS-LINES-EXCEPTION    PIC 9(5) VALUE 0.
       77 WS-FINES-ASSESSED     PIC 9(5) VALUE 0.
       77 WS-HOLDS-NOTIFIED     PIC 9(5) VALUE 0.
       77 WS-REPAIRS-QUEUED     PIC 9(5) VALUE 0.
       77 WS-LOAN-PERIOD-DAYS   PIC 9(3) VALUE 14.
       77 WS-FINE-RATE          PIC 9(3) VALUE 5.
       77 WS-MAX-LOANS          PIC 9(2) VALUE 5.
       77 WS-SEQ-LOAN-SAVE      PIC 9(9) VALUE 1000.
       77 WS-FINE-SEQ           PIC 9(9) VALUE 5000.
       77 WS-SEQ-HOLD-SAVE      PIC 9(9) VALUE 7000.
       77 WS-SEQ-COPY-SAVE      PIC 9(9) VALUE 3000.
       77 WS-SEQ-RECEIPT-SAVE   PIC 9(9) VALUE 8000.
       77 WS-SEQ-TRANSFER-SAVE  PIC 9(9) VALUE 4000.
       77 WS-NOTICE-SEQ         PIC 9(9) VALUE 6000.
       77 WS-REPAIR-SEQ         PIC 9(9) VALUE 1000.
       77 WS-SEQ-NUM            PIC 9(9).
       77 WS-CAL-EOF            PIC X VALUE "N".
       77 WS-CAL-DATE           PIC 9(8).
       77 WS-CAL-INT            PIC 9(8).
       77 WS-CAL-INT-TO         PIC 9(8).
       77 WS-CAL-DOW            PIC 9.
       77 WS-DAY-CLOSED         PIC X VALUE "N".
       77 WS-OPEN-DAY-COUNT     PIC S9(5).
       77 WS-CAL-FROM           PIC 9(8).
       77 WS-CAL-TO             PIC 9(8).
       77 WS-CAL-IDX            PIC 9(3).
       77 WS-CLOSED-DATE-CT     PIC 9(3) VALUE 0.
       77 WS-LOANRULE-OPEN      PIC X VALUE "N".
       77 WS-RULE-CATEGORY      PIC X(8).
       77 WS-RULE-CLASS         PIC X(6).
       77 WS-RULE-FOUND         PIC X VALUE "N".
       77 WS-RULE-LOAN-DAYS     PIC 9(3).
       77 WS-RULE-FINE-RATE     PIC 9(3).
       77 WS-RULE-MAX-ITEMS     PIC 9(3).
       77 WS-RULE-CIRCULATES    PIC X VALUE "Y".
       77 WS-AUDIT-TIMESTAMP    PIC X(26).
       77 WS-AUDIT-OPERATION    PIC X(20).
       77 WS-AUDIT-KEY          PIC X(20).
       77 WS-AUDIT-OPERATOR     PIC X(12).

       01 WS-WEEKLY-CLOSED-FLAGS.
           05 WS-WEEKLY-CLOSED  PIC X OCCURS 7 TIMES.
       01 WS-CLOSED-DATES.
           05 WS-CLOSED-DATE-TAB PIC 9(8) OCCURS 100 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== BOOK-DROP BATCH CHECK-IN ===".

           PERFORM CHECK-RUN-LOCK
           IF WS-LOCK-HELD = "Y"
               DISPLAY "Batch refused: the desk is still logged in. "
                   "Run again after the desk session ends."
               PERFORM WRITE-LOCK-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           OPEN INPUT BOOKDROP-FILE
           IF WS-FS-BOOKDROP NOT = "00"
               DISPLAY "BOOKDROP.TXT not found. Nothing to check in."
               GOBACK
           END-IF

           OPEN INPUT MEMBER-FILE
           OPEN I-O BOOK-FILE
           OPEN I-O LOAN-FILE
           OPEN I-O FINE-FILE
           OPEN I-O HOLD-FILE
           OPEN I-O COPY-FILE
           IF WS-FS-MEMBER NOT = "00" OR WS-FS-BOOK NOT = "00" OR
              WS-FS-LOAN NOT = "00" OR WS-FS-FINE NOT = "00" OR
              WS-FS-HOLD NOT = "00" OR WS-FS-COPY NOT = "00"
               DISPLAY "Circulation files missing. Book drop not "
                   "processed."
               CLOSE BOOKDROP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O NOTICEQ-FILE
           IF WS-FS-NOTICEQ NOT = "00"
               OPEN OUTPUT NOTICEQ-FILE
               CLOSE NOTICEQ-FILE
               OPEN I-O NOTICEQ-FILE
           END-IF
           OPEN I-O REPAIRQ-FILE
           IF WS-FS-REPAIRQ NOT = "00"
               OPEN OUTPUT REPAIRQ-FILE
               CLOSE REPAIRQ-FILE
               OPEN I-O REPAIRQ-FILE
           END-IF
           OPEN INPUT LOANRULE-FILE
           IF WS-FS-LOANRULE = "00"
               MOVE "Y" TO WS-LOANRULE-OPEN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-FS-AUDIT NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           PERFORM LOAD-POLICY-CONFIG
           PERFORM LOAD-SEQUENCE-CONTROL
           PERFORM LOAD-CALENDAR
           PERFORM INIT-NOTICE-SEQ
           PERFORM INIT-REPAIR-SEQ

           MOVE SPACES TO WS-EXCEPT-NAME
           STRING
               "BOOKDROP_EXCEPT_" DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-EXCEPT-NAME
           END-STRING
           OPEN OUTPUT EXCEPT-FILE
           MOVE "=== BOOK-DROP CHECK-IN EXCEPTIONS ===" TO EXCEPT-LINE
           WRITE EXCEPT-LINE

           PERFORM UNTIL WS-DROP-EOF = "Y"
               READ BOOKDROP-FILE
                   AT END MOVE "Y" TO WS-DROP-EOF
                   NOT AT END
                       IF BDR-ACCESSION NOT = SPACES
                           ADD 1 TO WS-LINES-READ
                           PERFORM PROCESS-DROP-ITEM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LINES-EXCEPTION = 0
               MOVE "No exceptions." TO EXCEPT-LINE
               WRITE EXCEPT-LINE
           END-IF
           CLOSE EXCEPT-FILE
           CLOSE BOOKDROP-FILE MEMBER-FILE BOOK-FILE LOAN-FILE
                 FINE-FILE HOLD-FILE COPY-FILE NOTICEQ-FILE
                 REPAIRQ-FILE AUDIT-FILE
           IF WS-LOANRULE-OPEN = "Y"
               CLOSE LOANRULE-FILE
           END-IF

           DISPLAY "Accessions read:    " WS-LINES-READ.
           DISPLAY "Loans checked in:   " WS-LINES-RETURNED.
           DISPLAY "Late fines:         " WS-FINES-ASSESSED.
           DISPLAY "Holds notified:     " WS-HOLDS-NOTIFIED.
           DISPLAY "Sent for repair:    " WS-REPAIRS-QUEUED.
           DISPLAY "Exceptions:         " WS-LINES-EXCEPTION.
           DISPLAY "Exception list: " FUNCTION TRIM(WS-EXCEPT-NAME).
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
               " | BOOKDROP CHECK-IN REFUSED: DESK SESSION "
                   DELIMITED BY SIZE
               "LOCK HELD BY " DELIMITED BY SIZE
               LOCK-SESSION DELIMITED BY SIZE
               INTO RUNLOCK-LOG-LINE
           END-STRING
           WRITE RUNLOCK-LOG-LINE
           CLOSE RUNLOCK-LOG-FILE.

       LOAD-POLICY-CONFIG.
           OPEN INPUT POLICY-FILE
           IF WS-FS-POLICY = "00"
               READ POLICY-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE POLICY-LOAN-DAYS TO WS-LOAN-PERIOD-DAYS
                       MOVE POLICY-FINE-RATE TO WS-FINE-RATE
               END-READ
               CLOSE POLICY-FILE
           END-IF.

       LOAD-SEQUENCE-CONTROL.
           OPEN INPUT SEQCTL-FILE
           IF WS-FS-SEQCTL = "00"
               READ SEQCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SEQ-LOAN IS NUMERIC AND
                          SEQ-LOAN > WS-SEQ-LOAN-SAVE
                           MOVE SEQ-LOAN TO WS-SEQ-LOAN-SAVE
                       END-IF
                       IF SEQ-FINE IS NUMERIC AND
                          SEQ-FINE > WS-FINE-SEQ
                           MOVE SEQ-FINE TO WS-FINE-SEQ
                       END-IF
                       IF SEQ-HOLD IS NUMERIC AND
                          SEQ-HOLD > WS-SEQ-HOLD-SAVE
                           MOVE SEQ-HOLD TO WS-SEQ-HOLD-SAVE
                       END-IF
                       IF SEQ-COPY IS NUMERIC AND
                          SEQ-COPY > WS-SEQ-COPY-SAVE
                           MOVE SEQ-COPY TO WS-SEQ-COPY-SAVE
                       END-IF
                       IF SEQ-RECEIPT IS NUMERIC AND
                          SEQ-RECEIPT > WS-SEQ-RECEIPT-SAVE
                           MOVE SEQ-RECEIPT TO WS-SEQ-RECEIPT-SAVE
                       END-IF
                       IF SEQ-TRANSFER IS NUMERIC AND
                          SEQ-TRANSFER > WS-SEQ-TRANSFER-SAVE
                           MOVE SEQ-TRANSFER TO WS-SEQ-TRANSFER-SAVE
                       END-IF
               END-READ
               CLOSE SEQCTL-FILE
           END-IF.

       SAVE-SEQUENCE-CONTROL.
           OPEN OUTPUT SEQCTL-FILE
           MOVE WS-SEQ-LOAN-SAVE TO SEQ-LOAN
           MOVE WS-FINE-SEQ TO SEQ-FINE
           MOVE WS-SEQ-HOLD-SAVE TO SEQ-HOLD
           MOVE WS-SEQ-COPY-SAVE TO SEQ-COPY
           MOVE WS-SEQ-RECEIPT-SAVE TO SEQ-RECEIPT
           MOVE WS-SEQ-TRANSFER-SAVE TO SEQ-TRANSFER
           WRITE SEQCTL-RECORD
           CLOSE SEQCTL-FILE.

       INIT-NOTICE-SEQ.
           MOVE "00" TO WS-FS-NOTICEQ
           PERFORM UNTIL WS-FS-NOTICEQ = "10"
               READ NOTICEQ-FILE NEXT
                   AT END MOVE "10" TO WS-FS-NOTICEQ
                   NOT AT END
                       IF NTC-ID-KEY(1:9) IS NUMERIC
                           MOVE NTC-ID-KEY(1:9) TO WS-SEQ-NUM
                           IF WS-SEQ-NUM > WS-NOTICE-SEQ
                               MOVE WS-SEQ-NUM TO WS-NOTICE-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       INIT-REPAIR-SEQ.
           MOVE "00" TO WS-FS-REPAIRQ
           PERFORM UNTIL WS-FS-REPAIRQ = "10"
               READ REPAIRQ-FILE NEXT
                   AT END MOVE "10" TO WS-FS-REPAIRQ
                   NOT AT END
                       IF RPQ-ID-KEY(1:9) IS NUMERIC
                           MOVE RPQ-ID-KEY(1:9) TO WS-SEQ-NUM
                           IF WS-SEQ-NUM > WS-REPAIR-SEQ
                               MOVE WS-SEQ-NUM TO WS-REPAIR-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-CALENDAR.
           MOVE ALL "N" TO WS-WEEKLY-CLOSED-FLAGS
           MOVE 0 TO WS-CLOSED-DATE-CT
           MOVE "N" TO WS-CAL-EOF
           OPEN INPUT CALENDAR-FILE
           IF WS-FS-CALENDAR = "00"
               PERFORM UNTIL WS-CAL-EOF = "Y"
                   READ CALENDAR-FILE
                       AT END MOVE "Y" TO WS-CAL-EOF
                       NOT AT END
                           IF CAL-ENTRY-TYPE = "W"
                               MOVE CAL-ENTRY-DATA(1:7)
                                   TO WS-WEEKLY-CLOSED-FLAGS
                           ELSE
                               IF CAL-ENTRY-TYPE = "D" AND
                                  CAL-ENTRY-DATA(1:8) IS NUMERIC AND
                                  WS-CLOSED-DATE-CT < 100
                                   ADD 1 TO WS-CLOSED-DATE-CT
                                   MOVE CAL-ENTRY-DATA(1:8) TO
                                       WS-CLOSED-DATE-TAB(
                                       WS-CLOSED-DATE-CT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       CHECK-DAY-CLOSED.
           MOVE "N" TO WS-DAY-CLOSED
           COMPUTE WS-CAL-DOW = FUNCTION MOD(FUNCTION
               INTEGER-OF-DATE(WS-CAL-DATE) - 1, 7) + 1
           IF WS-WEEKLY-CLOSED(WS-CAL-DOW) = "Y"
               MOVE "Y" TO WS-DAY-CLOSED
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1 UNTIL
               WS-CAL-IDX > WS-CLOSED-DATE-CT
               IF WS-CLOSED-DATE-TAB(WS-CAL-IDX) = WS-CAL-DATE
                   MOVE "Y" TO WS-DAY-CLOSED
               END-IF
           END-PERFORM.

       COUNT-OPEN-DAYS.
           MOVE 0 TO WS-OPEN-DAY-COUNT
           IF WS-CAL-TO > WS-CAL-FROM
               COMPUTE WS-CAL-INT = FUNCTION
                   INTEGER-OF-DATE(WS-CAL-FROM)
               COMPUTE WS-CAL-INT-TO = FUNCTION
                   INTEGER-OF-DATE(WS-CAL-TO)
               PERFORM UNTIL WS-CAL-INT >= WS-CAL-INT-TO
                   ADD 1 TO WS-CAL-INT
                   COMPUTE WS-CAL-DATE = FUNCTION
                       DATE-OF-INTEGER(WS-CAL-INT)
                   PERFORM CHECK-DAY-CLOSED
                   IF WS-DAY-CLOSED = "N"
                       ADD 1 TO WS-OPEN-DAY-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           STRING
               WS-AUDIT-TIMESTAMP(1:14) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-AUDIT-OPERATION DELIMITED BY SIZE
               " | KEY: " DELIMITED BY SIZE
               WS-AUDIT-KEY DELIMITED BY SIZE
               " | OPERATOR: " DELIMITED BY SIZE
               WS-AUDIT-OPERATOR DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.

       WRITE-EXCEPTION.
           ADD 1 TO WS-LINES-EXCEPTION
           MOVE SPACES TO EXCEPT-LINE
           STRING
               BDR-ACCESSION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BDR-DROP-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXCEPT-REASON DELIMITED BY SIZE
               INTO EXCEPT-LINE
           END-STRING
           WRITE EXCEPT-LINE.

       PROCESS-DROP-ITEM.
           MOVE SPACES TO WS-EXCEPT-REASON
           IF BDR-DROP-DATE IS NOT NUMERIC OR BDR-DROP-DATE = 0 OR
              BDR-DROP-DATE > WS-CURRENT-DATE
               MOVE "DROP DATE MISSING OR IN THE FUTURE"
                   TO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE BDR-DROP-DATE TO WS-DROP-DATE
               MOVE BDR-ACCESSION TO COPY-ACCESSION-KEY
               READ COPY-FILE KEY IS COPY-ACCESSION-KEY
                   INVALID KEY
                       MOVE "ACCESSION NOT ON FILE"
                           TO WS-EXCEPT-REASON
                       PERFORM WRITE-EXCEPTION
                   NOT INVALID KEY
                       PERFORM FIND-OPEN-LOAN-FOR-COPY
                       IF WS-OPEN-LOAN-FOUND = "N"
                           STRING
                               "NO OPEN LOAN - COPY STATUS "
                                   DELIMITED BY SIZE
                               COPY-STATUS DELIMITED BY SIZE
                               INTO WS-EXCEPT-REASON
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       ELSE
                           PERFORM RETURN-DROPPED-LOAN
                       END-IF
               END-READ
           END-IF.

       FIND-OPEN-LOAN-FOR-COPY.
           MOVE "N" TO WS-OPEN-LOAN-FOUND
           MOVE SPACES TO WS-OPEN-LOAN-ID
           MOVE COPY-ISBN TO WS-SAVE-ISBN
           MOVE COPY-ISBN TO LOAN-ISBN
           START LOAN-FILE KEY IS EQUAL TO LOAN-ISBN
               INVALID KEY MOVE "10" TO WS-FS-LOAN
               NOT INVALID KEY MOVE "00" TO WS-FS-LOAN
           END-START
           PERFORM UNTIL WS-FS-LOAN = "10" OR
               WS-OPEN-LOAN-FOUND = "Y"
               READ LOAN-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOAN
                   NOT AT END
                       IF LOAN-ISBN NOT = WS-SAVE-ISBN
                           MOVE "10" TO WS-FS-LOAN
                       ELSE
                           IF LOAN-STATUS = "OUT" AND
                              LOAN-ACCESSION = COPY-ACCESSION-KEY
                               MOVE LOAN-ID-KEY TO WS-OPEN-LOAN-ID
                               MOVE "Y" TO WS-OPEN-LOAN-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RETURN-DROPPED-LOAN.
           MOVE WS-OPEN-LOAN-ID TO LOAN-ID-KEY
           READ LOAN-FILE KEY IS LOAN-ID-KEY
              INVALID KEY
                 MOVE "LOAN RECORD UNREADABLE" TO WS-EXCEPT-REASON
                 PERFORM WRITE-EXCEPTION
              NOT INVALID KEY
                 IF WS-DROP-DATE < LOAN-DATE
                    MOVE "DROP DATE BEFORE LOAN DATE - CHECK AT DESK"
                        TO WS-EXCEPT-REASON
                    PERFORM WRITE-EXCEPTION
                 ELSE
                    MOVE WS-DROP-DATE TO LOAN-RETURN-DATE
                    MOVE "RETURNED" TO LOAN-STATUS
                    REWRITE LOAN-RECORD
                    ADD 1 TO WS-LINES-RETURNED
                    PERFORM CALCULATE-FINE
                    PERFORM CHECK-IN-LOAN-COPY
                    IF WS-REPAIR-FLAG = "N"
                       PERFORM CREDIT-RETURNED-COPY
                    END-IF
                    MOVE "BOOKDROP-RETURN" TO WS-AUDIT-OPERATION
                    MOVE LOAN-ID-KEY TO WS-AUDIT-KEY
                    MOVE LOAN-MEMBER-ID TO WS-AUDIT-OPERATOR
                    PERFORM WRITE-AUDIT-LOG
                 END-IF
           END-READ.

       CHECK-IN-LOAN-COPY.
           MOVE "N" TO WS-REPAIR-FLAG
           MOVE LOAN-ACCESSION TO COPY-ACCESSION-KEY
           READ COPY-FILE KEY IS COPY-ACCESSION-KEY
               INVALID KEY
                   MOVE "COPY RECORD NOT FOUND AFTER RETURN"
                       TO WS-EXCEPT-REASON
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(BDR-CONDITION)
                       TO WS-NEW-CONDITION
                   IF WS-NEW-CONDITION NOT = "DAMAGED" AND
                      WS-NEW-CONDITION NOT = "REPAIR"
                       MOVE "GOOD" TO WS-NEW-CONDITION
                   END-IF
                   MOVE WS-NEW-CONDITION TO COPY-CONDITION
                   IF COPY-CONDITION = "GOOD"
                       MOVE "IN" TO COPY-STATUS
                       REWRITE COPY-RECORD
                   ELSE
                       MOVE "REPAIR" TO COPY-STATUS
                       REWRITE COPY-RECORD
                       MOVE "Y" TO WS-REPAIR-FLAG
                       PERFORM QUEUE-REPAIR-COPY
                       MOVE SPACES TO WS-EXCEPT-REASON
                       STRING
                           "COPY FLAGGED " DELIMITED BY SIZE
                           COPY-CONDITION DELIMITED BY SPACE
                           " - REPAIR " DELIMITED BY SIZE
                           RPQ-ID-KEY DELIMITED BY SPACE
                           ", NO REPAIR FEE ASSESSED"
                               DELIMITED BY SIZE
                           INTO WS-EXCEPT-REASON
                       END-STRING
                       PERFORM WRITE-EXCEPTION
                   END-IF
           END-READ.

       QUEUE-REPAIR-COPY.
           ADD 1 TO WS-REPAIR-SEQ
           MOVE WS-REPAIR-SEQ TO RPQ-ID-KEY
           MOVE COPY-ACCESSION-KEY TO RPQ-ACCESSION
           MOVE COPY-ISBN TO RPQ-ISBN
           MOVE LOAN-ID-KEY TO RPQ-LOAN-ID
           MOVE LOAN-MEMBER-ID TO RPQ-MEMBER-ID
           MOVE WS-CURRENT-DATE TO RPQ-DATE
           MOVE COPY-CONDITION TO RPQ-CONDITION
           MOVE 0 TO RPQ-FEE
           MOVE "QUEUED" TO RPQ-STATUS
           WRITE REPAIRQ-RECORD
           ADD 1 TO WS-REPAIRS-QUEUED
           MOVE "QUEUE-REPAIR" TO WS-AUDIT-OPERATION
           MOVE RPQ-ID-KEY TO WS-AUDIT-KEY
           MOVE "BOOKDROP" TO WS-AUDIT-OPERATOR
           PERFORM WRITE-AUDIT-LOG.

       CREDIT-RETURNED-COPY.
           READ BOOK-FILE KEY IS LOAN-ISBN
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD 1 TO BOOK-COPIES-AVAILABLE
                 IF BOOK-COPIES-AVAILABLE > BOOK-TOTAL-COPIES
                    MOVE BOOK-TOTAL-COPIES TO BOOK-COPIES-AVAILABLE
                 END-IF
                 IF BOOK-STATUS NOT = "LOST" AND
                    BOOK-STATUS NOT = "DAMAGED"
                    MOVE "AVAILABLE" TO BOOK-STATUS
                 END-IF
                 REWRITE BOOK-RECORD
                 PERFORM NOTIFY-NEXT-HOLD
           END-READ.

       NOTIFY-NEXT-HOLD.
           MOVE "N" TO WS-HOLD-FOUND
           MOVE LOAN-ISBN TO HOLD-ISBN
           START HOLD-FILE KEY IS EQUAL TO HOLD-ISBN
               INVALID KEY MOVE "10" TO WS-FS-HOLD
               NOT INVALID KEY MOVE "00" TO WS-FS-HOLD
           END-START
           PERFORM UNTIL WS-FS-HOLD = "10" OR WS-HOLD-FOUND = "Y"
               READ HOLD-FILE NEXT
                   AT END MOVE "10" TO WS-FS-HOLD
                   NOT AT END
                       IF HOLD-ISBN NOT = LOAN-ISBN
                           MOVE "10" TO WS-FS-HOLD
                       ELSE
                       IF HOLD-STATUS = "WAITING"
                           MOVE "NOTIFIED" TO HOLD-STATUS
                           MOVE WS-CURRENT-DATE TO HOLD-NOTIFY-DATE
                           REWRITE HOLD-RECORD
                           MOVE "Y" TO WS-HOLD-FOUND
                           ADD 1 TO WS-HOLDS-NOTIFIED
                           MOVE HOLD-MEMBER-ID TO NTC-MEMBER-ID
                           MOVE "HOLDREADY" TO NTC-TYPE
                           MOVE HOLD-ID-KEY TO NTC-REF
                           PERFORM QUEUE-ONE-NOTICE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       QUEUE-ONE-NOTICE.
           ADD 1 TO WS-NOTICE-SEQ
           MOVE WS-NOTICE-SEQ TO NTC-ID-KEY
           MOVE WS-CURRENT-DATE TO NTC-CREATE-DATE
           MOVE 0 TO NTC-SENT-DATE
           MOVE "OPEN" TO NTC-STATUS
           WRITE NOTICE-Q-RECORD.

       CALCULATE-FINE.
           PERFORM RESOLVE-LOAN-RULE
           MOVE LOAN-DUE-DATE TO WS-CAL-FROM
           MOVE LOAN-RETURN-DATE TO WS-CAL-TO
           PERFORM COUNT-OPEN-DAYS
           MOVE 0 TO WS-DAYS-LATE
           IF WS-OPEN-DAY-COUNT > 0
               MOVE WS-OPEN-DAY-COUNT TO WS-DAYS-LATE
           END-IF
           IF WS-DAYS-LATE > 0
               ADD 1 TO WS-FINES-ASSESSED
               MOVE LOAN-ID-KEY TO WS-SAVE-LOAN-ID
               PERFORM FIND-EXISTING-FINE-FOR-LOAN
               IF WS-FINE-EXISTS = "Y"
                   IF FINE-ADJ-FLAG = "Y"
                       CONTINUE
                   ELSE
                   IF FINE-BALANCE NOT NUMERIC
                       MOVE FINE-AMOUNT TO FINE-BALANCE
                   END-IF
                   COMPUTE WS-PAID-SO-FAR =
                       FINE-AMOUNT - FINE-BALANCE
                   COMPUTE FINE-AMOUNT =
                       WS-DAYS-LATE * WS-RULE-FINE-RATE
                   MOVE FINE-AMOUNT TO FINE-ORIG-AMOUNT
                   IF FINE-AMOUNT > WS-PAID-SO-FAR
                       COMPUTE FINE-BALANCE =
                           FINE-AMOUNT - WS-PAID-SO-FAR
                   ELSE
                       MOVE 0 TO FINE-BALANCE
                       MOVE "YES" TO FINE-PAID-FLAG
                   END-IF
                   MOVE LOAN-RETURN-DATE TO FINE-DATE
                   REWRITE FINE-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-FINE-SEQ
                   PERFORM SAVE-SEQUENCE-CONTROL
                   MOVE WS-FINE-SEQ TO FINE-ID-KEY
                   MOVE LOAN-ID-KEY TO FINE-LOAN-ID
                   MOVE LOAN-MEMBER-ID TO FINE-MEMBER-ID
                   COMPUTE FINE-AMOUNT =
                       WS-DAYS-LATE * WS-RULE-FINE-RATE
                   MOVE "NO" TO FINE-PAID-FLAG
                   MOVE LOAN-RETURN-DATE TO FINE-DATE
                   MOVE FINE-AMOUNT TO FINE-BALANCE
                   MOVE FINE-AMOUNT TO FINE-ORIG-AMOUNT
                   MOVE "N" TO FINE-ADJ-FLAG
                   WRITE FINE-RECORD
               END-IF
           END-IF.

       FIND-EXISTING-FINE-FOR-LOAN.
           MOVE "N" TO WS-FINE-EXISTS
           MOVE WS-SAVE-LOAN-ID TO FINE-LOAN-ID
           START FINE-FILE KEY IS EQUAL TO FINE-LOAN-ID
               INVALID KEY MOVE "10" TO WS-FS-FINE
               NOT INVALID KEY MOVE "00" TO WS-FS-FINE
           END-START
           PERFORM UNTIL WS-FS-FINE = "10" OR WS-FINE-EXISTS = "Y"
               READ FINE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-FINE
                   NOT AT END
                       IF FINE-LOAN-ID NOT = WS-SAVE-LOAN-ID
                           MOVE "10" TO WS-FS-FINE
                       ELSE
                           IF FINE-PAID-FLAG = "NO"
                               MOVE "Y" TO WS-FINE-EXISTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOOKUP-LOAN-RULE.
           IF WS-RULE-CATEGORY = SPACES
               MOVE "ADULT" TO WS-RULE-CATEGORY
           END-IF
           IF WS-RULE-CLASS = SPACES
               MOVE "NORMAL" TO WS-RULE-CLASS
           END-IF
           MOVE "N" TO WS-RULE-FOUND
           IF WS-LOANRULE-OPEN = "Y"
               MOVE WS-RULE-CATEGORY TO RULE-CATEGORY
               MOVE WS-RULE-CLASS TO RULE-CLASS
               READ LOANRULE-FILE KEY IS RULE-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-RULE-FOUND
               END-READ
           END-IF
           IF WS-RULE-FOUND = "Y"
               MOVE RULE-LOAN-DAYS TO WS-RULE-LOAN-DAYS
               MOVE RULE-FINE-RATE TO WS-RULE-FINE-RATE
               MOVE RULE-MAX-ITEMS TO WS-RULE-MAX-ITEMS
               MOVE RULE-CIRCULATES TO WS-RULE-CIRCULATES
           ELSE
               MOVE WS-LOAN-PERIOD-DAYS TO WS-RULE-LOAN-DAYS
               MOVE WS-FINE-RATE TO WS-RULE-FINE-RATE
               MOVE WS-MAX-LOANS TO WS-RULE-MAX-ITEMS
               MOVE "Y" TO WS-RULE-CIRCULATES
           END-IF.

       RESOLVE-LOAN-RULE.
           MOVE SPACES TO WS-RULE-CATEGORY
           MOVE SPACES TO WS-RULE-CLASS
           MOVE LOAN-MEMBER-ID TO MEMBER-ID-KEY
           READ MEMBER-FILE KEY IS MEMBER-ID-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE MEMBER-CATEGORY TO WS-RULE-CATEGORY
           END-READ
           IF LOAN-ACCESSION NOT = SPACES
               MOVE LOAN-ACCESSION TO COPY-ACCESSION-KEY
               READ COPY-FILE KEY IS COPY-ACCESSION-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE COPY-LOAN-CLASS TO WS-RULE-CLASS
               END-READ
           END-IF
           PERFORM LOOKUP-LOAN-RULE.

       END PROGRAM BOOKDROP-CHECKIN-BATCH.
