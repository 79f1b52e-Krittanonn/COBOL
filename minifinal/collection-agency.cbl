      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Collection agency referral and recovery tracking.
      *          1. Monthly referral run - members whose unpaid
      *             FINE-BALANCE on fines older than the configured
      *             age totals more than the configured amount (and
      *             who are not on an ACTIVE installment plan) are
      *             written to AGENCY_REFER_<date>.TXT with contact
      *             details from MEMBERS.TXT, and each of those fines
      *             is entered on REFERRALS.TXT with status REFERRED.
      *          2. Recovery import - AGENCY_RECOVERY.TXT lines from
      *             the agency are applied oldest referred fine first.
      *             The gross amount recovered clears the member's
      *             fine balance; the library receipt on PAYMENTS.TXT
      *             is method AGENCY for the amount net of commission,
      *             and the commission is written off the fine as an
      *             adjustment so FINE-AMOUNT less payments still
      *             equals FINE-BALANCE.
      *          3. Outstanding referrals report.
      *          Thresholds and commission come from AGENCYPOL.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTION-AGENCY.

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

           SELECT REFERRAL-FILE ASSIGN TO "REFERRALS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REF-FINE-ID
              ALTERNATE RECORD KEY IS REF-MEMBER-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-REFERRAL.

           SELECT AGENCY-POLICY-FILE ASSIGN TO "AGENCYPOL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AGYPOL.

           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-EXPORT.

           SELECT RECOVERY-FILE ASSIGN TO "AGENCY_RECOVERY.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RECOVERY.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REPORT.

           SELECT SEQCTL-FILE ASSIGN TO "SEQCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SEQCTL.

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

       FD REFERRAL-FILE.
       01 REFERRAL-RECORD.
          05 REF-FINE-ID        PIC X(12).
          05 REF-MEMBER-ID      PIC X(12).
          05 REF-DATE           PIC 9(8).
          05 REF-AMOUNT         PIC 9(6)V99.
          05 REF-RECOVERED      PIC 9(6)V99.
          05 REF-COMMISSION     PIC 9(6)V99.
          05 REF-LAST-RECOVERY  PIC 9(8).
          05 REF-AGENCY-REF     PIC X(12).
          05 REF-STATUS         PIC X(10).

       FD AGENCY-POLICY-FILE.
       01 AGENCY-POLICY-RECORD.
          05 AGY-MIN-BALANCE    PIC 9(6)V99.
          05 AGY-MIN-AGE-DAYS   PIC 9(3).
          05 AGY-COMMISSION-PCT PIC 9(2)V99.

       FD EXPORT-FILE.
       01 EXPORT-RECORD.
          05 AGX-MEMBER-ID      PIC X(12).
          05 AGX-NAME           PIC X(40).
          05 AGX-EMAIL          PIC X(50).
          05 AGX-PHONE          PIC X(20).
          05 AGX-AMOUNT         PIC 9(8)V99.
          05 AGX-FINE-COUNT     PIC 9(3).
          05 AGX-OLDEST-DATE    PIC 9(8).
          05 AGX-REFER-DATE     PIC 9(8).

       FD RECOVERY-FILE.
       01 RECOVERY-RECORD.
          05 AGR-MEMBER-ID      PIC X(12).
          05 AGR-AMOUNT         PIC 9(6)V99.
          05 AGR-DATE           PIC 9(8).
          05 AGR-AGENCY-REF     PIC X(12).

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).

       FD SEQCTL-FILE.
       01 SEQCTL-RECORD.
          05 SEQ-LOAN           PIC 9(9).
          05 SEQ-FINE           PIC 9(9).
          05 SEQ-HOLD           PIC 9(9).
          05 SEQ-COPY           PIC 9(9).
          05 SEQ-RECEIPT        PIC 9(9).
          05 SEQ-TRANSFER       PIC 9(9).

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
       77 WS-FS-MEMBER          PIC XX.
       77 WS-FS-FINE            PIC XX.
       77 WS-FS-PAYMENT         PIC XX.
       77 WS-FS-INSTPLAN        PIC XX.
       77 WS-FS-REFERRAL        PIC XX.
       77 WS-FS-AGYPOL          PIC XX.
       77 WS-FS-EXPORT          PIC XX.
       77 WS-FS-RECOVERY        PIC XX.
       77 WS-FS-REPORT          PIC XX.
       77 WS-FS-SEQCTL          PIC XX.
       77 WS-FS-AUDIT           PIC XX.
       77 WS-FS-RUNLOCK         PIC XX.
       77 WS-FS-RUNLOCK-LOG     PIC XX.
       77 WS-FS-LOCK-LIB        PIC XX.
       77 WS-LOCK-HELD          PIC X VALUE "N".
       77 WS-OVERRIDE-CODE      PIC X(10).
       77 WS-OVERRIDE-CODE-BASE PIC X(10) VALUE "LIB-OVERRD".
       77 WS-LOCK-STAMP         PIC X(26).
       77 WS-INSTPLAN-OPEN      PIC X VALUE "N".
       77 WS-MODE               PIC X.
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-TODAY-INT          PIC 9(8).
       77 WS-AGE-DAYS           PIC S9(8).
       77 WS-EXPORT-NAME        PIC X(40).
       77 WS-REPORT-NAME        PIC X(40).
       77 WS-MIN-BALANCE        PIC 9(6)V99 VALUE 50.00.
       77 WS-MIN-AGE-DAYS       PIC 9(3) VALUE 90.
       77 WS-COMMISSION-PCT     PIC 9(2)V99 VALUE 25.00.
       77 WS-MEMBER-EOF         PIC X VALUE "N".
       77 WS-ON-PLAN            PIC X VALUE "N".
       77 WS-REFER-TOTAL        PIC 9(8)V99.
       77 WS-REFER-COUNT        PIC 9(3).
       77 WS-OLDEST-DATE        PIC 9(8).
       77 WS-REFER-IDX          PIC 9(3).
       77 WS-MEMBERS-READ       PIC 9(5) VALUE 0.
       77 WS-MEMBERS-REFERRED   PIC 9(5) VALUE 0.
       77 WS-FINES-REFERRED     PIC 9(5) VALUE 0.
       77 WS-RUN-TOTAL          PIC 9(8)V99 VALUE 0.
       77 WS-RECOVERY-EOF       PIC X VALUE "N".
       77 WS-LINES-READ         PIC 9(5) VALUE 0.
       77 WS-LINES-POSTED       PIC 9(5) VALUE 0.
       77 WS-LINES-REJECTED     PIC 9(5) VALUE 0.
       77 WS-REJECT-REASON      PIC X(40).
       77 WS-REMAINING          PIC 9(6)V99.
       77 WS-OPEN-REFERRAL      PIC 9(6)V99.
       77 WS-GROSS-APPLIED      PIC 9(6)V99.
       77 WS-COMMISSION-AMT     PIC 9(6)V99.
       77 WS-NET-AMOUNT         PIC 9(6)V99.
       77 WS-LINE-NET           PIC 9(8)V99.
       77 WS-LINE-COMMISSION    PIC 9(8)V99.
       77 WS-TOTAL-GROSS        PIC 9(8)V99 VALUE 0.
       77 WS-TOTAL-NET          PIC 9(8)V99 VALUE 0.
       77 WS-TOTAL-COMMISSION   PIC 9(8)V99 VALUE 0.
       77 WS-TOTAL-UNAPPLIED    PIC 9(8)V99 VALUE 0.
       77 WS-POST-DATE          PIC 9(8).
       77 WS-DUPLICATE          PIC X VALUE "N".
       77 WS-REFERRAL-SEEN      PIC X VALUE "N".
       77 WS-OUTSTANDING        PIC 9(6)V99.
       77 WS-OUT-COUNT          PIC 9(5) VALUE 0.
       77 WS-OUT-TOTAL          PIC 9(8)V99 VALUE 0.
       77 WS-CLEARED-COUNT      PIC 9(5) VALUE 0.
       77 WS-RECEIPT-SEQ        PIC 9(9) VALUE 8000.
       77 WS-SEQ-LOAN-SAVE      PIC 9(9) VALUE 1000.
       77 WS-SEQ-FINE-SAVE      PIC 9(9) VALUE 5000.
       77 WS-SEQ-HOLD-SAVE      PIC 9(9) VALUE 7000.
       77 WS-SEQ-COPY-SAVE      PIC 9(9) VALUE 3000.
       77 WS-SEQ-TRANSFER-SAVE  PIC 9(9) VALUE 4000.
       77 WS-AUDIT-TIMESTAMP    PIC X(26).
       77 WS-AUDIT-OPERATION    PIC X(20).
       77 WS-AUDIT-KEY          PIC X(20).
       77 WS-AUDIT-OPERATOR     PIC X(12) VALUE "AGENCY-BATCH".
       77 WS-AMT-DISPLAY        PIC ZZZZZZZ9.99.
       77 WS-AMT2-DISPLAY       PIC ZZZZZZZ9.99.
       77 WS-AMT3-DISPLAY       PIC ZZZZZZZ9.99.
       77 WS-DAYS-DISPLAY       PIC ZZZZ9.

       01 REFER-FINE-TABLE.
           05 REFER-FINE-ENTRY OCCURS 200 TIMES.
               10 RFT-FINE-ID   PIC X(12).
               10 RFT-BALANCE   PIC 9(6)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== COLLECTION AGENCY REFERRALS ===".

           PERFORM CHECK-RUN-LOCK
           IF WS-LOCK-HELD = "Y"
               DISPLAY "Batch refused: the desk is still logged in. "
                   "Run again after the desk session ends."
               PERFORM WRITE-LOCK-REFUSAL
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           PERFORM LOAD-AGENCY-POLICY

           OPEN INPUT MEMBER-FILE
           OPEN I-O FINE-FILE
           IF WS-FS-MEMBER NOT = "00" OR WS-FS-FINE NOT = "00"
               DISPLAY "Member or fine file missing."
               GOBACK
           END-IF
           OPEN I-O PAYMENT-FILE
           IF WS-FS-PAYMENT NOT = "00"
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN I-O PAYMENT-FILE
           END-IF
           OPEN I-O REFERRAL-FILE
           IF WS-FS-REFERRAL NOT = "00"
               OPEN OUTPUT REFERRAL-FILE
               CLOSE REFERRAL-FILE
               OPEN I-O REFERRAL-FILE
           END-IF
           OPEN INPUT INSTPLAN-FILE
           IF WS-FS-INSTPLAN = "00"
               MOVE "Y" TO WS-INSTPLAN-OPEN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-FS-AUDIT NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           DISPLAY "1. Monthly referral run".
           DISPLAY "2. Import agency recovery file".
           DISPLAY "3. Outstanding referrals report".
           DISPLAY "Select mode (1-3): "
           ACCEPT WS-MODE
           EVALUATE WS-MODE
               WHEN "1" PERFORM RUN-REFERRALS
               WHEN "2" PERFORM IMPORT-RECOVERIES
               WHEN "3" PERFORM REPORT-OUTSTANDING
               WHEN OTHER DISPLAY "Invalid mode."
           END-EVALUATE

           CLOSE MEMBER-FILE FINE-FILE PAYMENT-FILE REFERRAL-FILE
           CLOSE AUDIT-FILE
           IF WS-INSTPLAN-OPEN = "Y"
               CLOSE INSTPLAN-FILE
           END-IF
           STOP RUN.

       LOAD-AGENCY-POLICY.
           OPEN INPUT AGENCY-POLICY-FILE
           IF WS-FS-AGYPOL = "00"
               READ AGENCY-POLICY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF AGY-MIN-BALANCE IS NUMERIC
                           MOVE AGY-MIN-BALANCE TO WS-MIN-BALANCE
                       END-IF
                       IF AGY-MIN-AGE-DAYS IS NUMERIC
                           MOVE AGY-MIN-AGE-DAYS TO WS-MIN-AGE-DAYS
                       END-IF
                       IF AGY-COMMISSION-PCT IS NUMERIC
                           MOVE AGY-COMMISSION-PCT
                               TO WS-COMMISSION-PCT
                       END-IF
               END-READ
               CLOSE AGENCY-POLICY-FILE
           ELSE
               DISPLAY "AGENCYPOL.TXT not found. Using default "
                   "referral thresholds."
           END-IF
           MOVE WS-MIN-BALANCE TO WS-AMT-DISPLAY
           DISPLAY "Refer balances over " WS-AMT-DISPLAY
               " on fines " WS-MIN-AGE-DAYS " days or older; "
               "commission " WS-COMMISSION-PCT "%".

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
               " | AGENCY REFERRAL REFUSED: DESK SESSION "
                   DELIMITED BY SIZE
               "LOCK HELD BY " DELIMITED BY SIZE
               LOCK-SESSION DELIMITED BY SIZE
               INTO RUNLOCK-LOG-LINE
           END-STRING
           WRITE RUNLOCK-LOG-LINE
           CLOSE RUNLOCK-LOG-FILE.

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

       RUN-REFERRALS.
           MOVE SPACES TO WS-EXPORT-NAME
           STRING
               "AGENCY_REFER_" DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-EXPORT-NAME
           END-STRING
           OPEN OUTPUT EXPORT-FILE
           MOVE LOW-VALUES TO MEMBER-ID-KEY
           START MEMBER-FILE KEY IS NOT LESS THAN MEMBER-ID-KEY
               INVALID KEY MOVE "Y" TO WS-MEMBER-EOF
           END-START
           PERFORM UNTIL WS-MEMBER-EOF = "Y"
               READ MEMBER-FILE NEXT
                   AT END MOVE "Y" TO WS-MEMBER-EOF
                   NOT AT END
                       ADD 1 TO WS-MEMBERS-READ
                       PERFORM CHECK-MEMBER-FOR-REFERRAL
               END-READ
           END-PERFORM
           CLOSE EXPORT-FILE
           MOVE WS-RUN-TOTAL TO WS-AMT-DISPLAY
           DISPLAY "Members checked:  " WS-MEMBERS-READ.
           DISPLAY "Members referred: " WS-MEMBERS-REFERRED.
           DISPLAY "Fines referred:   " WS-FINES-REFERRED.
           DISPLAY "Amount referred:  " WS-AMT-DISPLAY.
           DISPLAY "Agency export: " FUNCTION TRIM(WS-EXPORT-NAME).

       CHECK-MEMBER-FOR-REFERRAL.
           MOVE "N" TO WS-ON-PLAN
           IF WS-INSTPLAN-OPEN = "Y"
               MOVE MEMBER-ID-KEY TO IPL-MEMBER-ID
               READ INSTPLAN-FILE KEY IS IPL-MEMBER-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF IPL-STATUS = "ACTIVE"
                           MOVE "Y" TO WS-ON-PLAN
                       END-IF
               END-READ
           END-IF
           IF WS-ON-PLAN = "N"
               PERFORM COLLECT-REFERABLE-FINES
               IF WS-REFER-COUNT > 0 AND
                  WS-REFER-TOTAL > WS-MIN-BALANCE
                   PERFORM REFER-MEMBER
               END-IF
           END-IF.

       COLLECT-REFERABLE-FINES.
           MOVE 0 TO WS-REFER-TOTAL
           MOVE 0 TO WS-REFER-COUNT
           MOVE 99999999 TO WS-OLDEST-DATE
           MOVE MEMBER-ID-KEY TO FINE-MEMBER-ID
           START FINE-FILE KEY IS EQUAL TO FINE-MEMBER-ID
               INVALID KEY MOVE "10" TO WS-FS-FINE
               NOT INVALID KEY MOVE "00" TO WS-FS-FINE
           END-START
           PERFORM UNTIL WS-FS-FINE = "10"
               READ FINE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-FINE
                   NOT AT END
                       IF FINE-MEMBER-ID NOT = MEMBER-ID-KEY
                           MOVE "10" TO WS-FS-FINE
                       ELSE
                           PERFORM CHECK-FINE-REFERABLE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-FINE-REFERABLE.
           IF FINE-PAID-FLAG = "NO" AND FINE-BALANCE IS NUMERIC AND
              FINE-BALANCE > 0 AND FINE-DATE IS NUMERIC AND
              FINE-DATE > 0
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(FINE-DATE)
               IF WS-AGE-DAYS NOT < WS-MIN-AGE-DAYS
                   MOVE FINE-ID-KEY TO REF-FINE-ID
                   READ REFERRAL-FILE KEY IS REF-FINE-ID
                       INVALID KEY
                           IF WS-REFER-COUNT < 200
                               ADD 1 TO WS-REFER-COUNT
                               MOVE FINE-ID-KEY
                                   TO RFT-FINE-ID(WS-REFER-COUNT)
                               MOVE FINE-BALANCE
                                   TO RFT-BALANCE(WS-REFER-COUNT)
                               ADD FINE-BALANCE TO WS-REFER-TOTAL
                               IF FINE-DATE < WS-OLDEST-DATE
                                   MOVE FINE-DATE TO WS-OLDEST-DATE
                               END-IF
                           END-IF
                       NOT INVALID KEY CONTINUE
                   END-READ
               END-IF
           END-IF.

       REFER-MEMBER.
           MOVE MEMBER-ID-KEY TO AGX-MEMBER-ID
           MOVE MEMBER-NAME TO AGX-NAME
           MOVE MEMBER-EMAIL TO AGX-EMAIL
           MOVE MEMBER-PHONE TO AGX-PHONE
           MOVE WS-REFER-TOTAL TO AGX-AMOUNT
           MOVE WS-REFER-COUNT TO AGX-FINE-COUNT
           MOVE WS-OLDEST-DATE TO AGX-OLDEST-DATE
           MOVE WS-CURRENT-DATE TO AGX-REFER-DATE
           WRITE EXPORT-RECORD
           PERFORM VARYING WS-REFER-IDX FROM 1 BY 1 UNTIL
               WS-REFER-IDX > WS-REFER-COUNT
               MOVE RFT-FINE-ID(WS-REFER-IDX) TO REF-FINE-ID
               MOVE MEMBER-ID-KEY TO REF-MEMBER-ID
               MOVE WS-CURRENT-DATE TO REF-DATE
               MOVE RFT-BALANCE(WS-REFER-IDX) TO REF-AMOUNT
               MOVE 0 TO REF-RECOVERED
               MOVE 0 TO REF-COMMISSION
               MOVE 0 TO REF-LAST-RECOVERY
               MOVE SPACES TO REF-AGENCY-REF
               MOVE "REFERRED" TO REF-STATUS
               WRITE REFERRAL-RECORD
               ADD 1 TO WS-FINES-REFERRED
           END-PERFORM
           ADD 1 TO WS-MEMBERS-REFERRED
           ADD WS-REFER-TOTAL TO WS-RUN-TOTAL
           MOVE "AGENCY-REFER" TO WS-AUDIT-OPERATION
           MOVE MEMBER-ID-KEY TO WS-AUDIT-KEY
           PERFORM WRITE-AUDIT-LOG.

       IMPORT-RECOVERIES.
           OPEN INPUT RECOVERY-FILE
           IF WS-FS-RECOVERY NOT = "00"
               DISPLAY "AGENCY_RECOVERY.TXT not found. Nothing to "
                   "import."
           ELSE
               PERFORM LOAD-SEQUENCE-CONTROL
               MOVE SPACES TO WS-REPORT-NAME
               STRING
                   "AGENCY_IMPORT_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO WS-REPORT-NAME
               END-STRING
               OPEN OUTPUT REPORT-FILE
               MOVE "=== AGENCY RECOVERY IMPORT ===" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM UNTIL WS-RECOVERY-EOF = "Y"
                   READ RECOVERY-FILE
                       AT END MOVE "Y" TO WS-RECOVERY-EOF
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           PERFORM POST-ONE-RECOVERY
                   END-READ
               END-PERFORM
               PERFORM WRITE-IMPORT-TOTALS
               CLOSE REPORT-FILE
               CLOSE RECOVERY-FILE
               DISPLAY "Recovery lines read:     " WS-LINES-READ
               DISPLAY "Recovery lines posted:   " WS-LINES-POSTED
               DISPLAY "Recovery lines rejected: " WS-LINES-REJECTED
               DISPLAY "Import report: " FUNCTION TRIM(WS-REPORT-NAME)
           END-IF.

       POST-ONE-RECOVERY.
           MOVE SPACES TO WS-REJECT-REASON
           IF AGR-AMOUNT IS NOT NUMERIC OR AGR-AMOUNT = 0
               MOVE "AMOUNT MISSING OR INVALID" TO WS-REJECT-REASON
           ELSE
               PERFORM CHECK-RECOVERY-REFERRALS
               IF WS-REFERRAL-SEEN = "N"
                   MOVE "MEMBER HAS NO REFERRED FINES"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-DUPLICATE = "Y"
                       MOVE "AGENCY REFERENCE ALREADY POSTED"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-LINES-REJECTED
               MOVE SPACES TO REPORT-LINE
               STRING
                   "REJECTED " DELIMITED BY SIZE
                   AGR-MEMBER-ID DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   AGR-AGENCY-REF DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               PERFORM ALLOCATE-RECOVERY
           END-IF.

       CHECK-RECOVERY-REFERRALS.
           MOVE "N" TO WS-REFERRAL-SEEN
           MOVE "N" TO WS-DUPLICATE
           MOVE AGR-MEMBER-ID TO REF-MEMBER-ID
           START REFERRAL-FILE KEY IS EQUAL TO REF-MEMBER-ID
               INVALID KEY MOVE "10" TO WS-FS-REFERRAL
               NOT INVALID KEY MOVE "00" TO WS-FS-REFERRAL
           END-START
           PERFORM UNTIL WS-FS-REFERRAL = "10"
               READ REFERRAL-FILE NEXT
                   AT END MOVE "10" TO WS-FS-REFERRAL
                   NOT AT END
                       IF REF-MEMBER-ID NOT = AGR-MEMBER-ID
                           MOVE "10" TO WS-FS-REFERRAL
                       ELSE
                           IF REF-STATUS = "REFERRED"
                               MOVE "Y" TO WS-REFERRAL-SEEN
                           END-IF
                           IF AGR-AGENCY-REF NOT = SPACES AND
                              REF-AGENCY-REF = AGR-AGENCY-REF
                               MOVE "Y" TO WS-DUPLICATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ALLOCATE-RECOVERY.
           MOVE AGR-AMOUNT TO WS-REMAINING
           MOVE 0 TO WS-LINE-NET
           MOVE 0 TO WS-LINE-COMMISSION
           IF AGR-DATE IS NUMERIC AND AGR-DATE > 0
               MOVE AGR-DATE TO WS-POST-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-POST-DATE
           END-IF
           MOVE AGR-MEMBER-ID TO REF-MEMBER-ID
           START REFERRAL-FILE KEY IS EQUAL TO REF-MEMBER-ID
               INVALID KEY MOVE "10" TO WS-FS-REFERRAL
               NOT INVALID KEY MOVE "00" TO WS-FS-REFERRAL
           END-START
           PERFORM UNTIL WS-FS-REFERRAL = "10" OR WS-REMAINING = 0
               READ REFERRAL-FILE NEXT
                   AT END MOVE "10" TO WS-FS-REFERRAL
                   NOT AT END
                       IF REF-MEMBER-ID NOT = AGR-MEMBER-ID
                           MOVE "10" TO WS-FS-REFERRAL
                       ELSE
                           IF REF-STATUS = "REFERRED"
                               PERFORM APPLY-RECOVERY-TO-FINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-LINES-POSTED
           ADD AGR-AMOUNT TO WS-TOTAL-GROSS
           ADD WS-LINE-NET TO WS-TOTAL-NET
           ADD WS-LINE-COMMISSION TO WS-TOTAL-COMMISSION
           ADD WS-REMAINING TO WS-TOTAL-UNAPPLIED
           MOVE AGR-AMOUNT TO WS-AMT-DISPLAY
           MOVE WS-LINE-NET TO WS-AMT2-DISPLAY
           MOVE WS-LINE-COMMISSION TO WS-AMT3-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "POSTED   " DELIMITED BY SIZE
               AGR-MEMBER-ID DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               AGR-AGENCY-REF DELIMITED BY SIZE
               " GROSS " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " NET " DELIMITED BY SIZE
               WS-AMT2-DISPLAY DELIMITED BY SIZE
               " COMM " DELIMITED BY SIZE
               WS-AMT3-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-REMAINING > 0
               MOVE WS-REMAINING TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING
                   "         UNAPPLIED - MORE THAN REFERRED: "
                       DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       APPLY-RECOVERY-TO-FINE.
           MOVE REF-FINE-ID TO FINE-ID-KEY
           READ FINE-FILE KEY IS FINE-ID-KEY
               INVALID KEY MOVE "CLOSED" TO REF-STATUS
               NOT INVALID KEY
                   COMPUTE WS-OPEN-REFERRAL =
                       REF-AMOUNT - REF-RECOVERED
                   IF FINE-BALANCE IS NOT NUMERIC
                       MOVE 0 TO FINE-BALANCE
                   END-IF
                   IF FINE-BALANCE < WS-OPEN-REFERRAL
                       MOVE FINE-BALANCE TO WS-OPEN-REFERRAL
                   END-IF
                   IF WS-REMAINING < WS-OPEN-REFERRAL
                       MOVE WS-REMAINING TO WS-GROSS-APPLIED
                   ELSE
                       MOVE WS-OPEN-REFERRAL TO WS-GROSS-APPLIED
                   END-IF
                   IF WS-GROSS-APPLIED > 0
                       PERFORM POST-RECOVERY-AMOUNTS
                   END-IF
                   IF FINE-BALANCE = 0 OR
                      REF-RECOVERED NOT < REF-AMOUNT
                       MOVE "RECOVERED" TO REF-STATUS
                   END-IF
           END-READ
           REWRITE REFERRAL-RECORD.

       POST-RECOVERY-AMOUNTS.
           COMPUTE WS-COMMISSION-AMT ROUNDED =
               WS-GROSS-APPLIED * WS-COMMISSION-PCT / 100
           COMPUTE WS-NET-AMOUNT =
               WS-GROSS-APPLIED - WS-COMMISSION-AMT
           IF FINE-ORIG-AMOUNT IS NOT NUMERIC OR
              FINE-ORIG-AMOUNT = 0
               MOVE FINE-AMOUNT TO FINE-ORIG-AMOUNT
           END-IF
           SUBTRACT WS-GROSS-APPLIED FROM FINE-BALANCE
           IF WS-COMMISSION-AMT > 0
               SUBTRACT WS-COMMISSION-AMT FROM FINE-AMOUNT
               MOVE "Y" TO FINE-ADJ-FLAG
           END-IF
           IF FINE-BALANCE = 0
               MOVE "YES" TO FINE-PAID-FLAG
           END-IF
           REWRITE FINE-RECORD
           IF WS-NET-AMOUNT > 0
               ADD 1 TO WS-RECEIPT-SEQ
               PERFORM SAVE-SEQUENCE-CONTROL
               MOVE WS-RECEIPT-SEQ TO PAY-RECEIPT-KEY
               MOVE FINE-ID-KEY TO PAY-FINE-ID
               MOVE FINE-MEMBER-ID TO PAY-MEMBER-ID
               MOVE WS-NET-AMOUNT TO PAY-AMOUNT
               MOVE WS-POST-DATE TO PAY-DATE
               MOVE "AGENCY" TO PAY-METHOD
               WRITE PAYMENT-RECORD
               MOVE "AGENCY-RECOVERY" TO WS-AUDIT-OPERATION
               MOVE PAY-RECEIPT-KEY TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-LOG
           END-IF
           ADD WS-GROSS-APPLIED TO REF-RECOVERED
           ADD WS-COMMISSION-AMT TO REF-COMMISSION
           MOVE WS-POST-DATE TO REF-LAST-RECOVERY
           MOVE AGR-AGENCY-REF TO REF-AGENCY-REF
           SUBTRACT WS-GROSS-APPLIED FROM WS-REMAINING
           ADD WS-NET-AMOUNT TO WS-LINE-NET
           ADD WS-COMMISSION-AMT TO WS-LINE-COMMISSION.

       WRITE-IMPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-GROSS TO WS-AMT-DISPLAY
           MOVE WS-TOTAL-NET TO WS-AMT2-DISPLAY
           MOVE WS-TOTAL-COMMISSION TO WS-AMT3-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "TOTAL GROSS " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " NET TO LIBRARY " DELIMITED BY SIZE
               WS-AMT2-DISPLAY DELIMITED BY SIZE
               " COMMISSION " DELIMITED BY SIZE
               WS-AMT3-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TOTAL-UNAPPLIED TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "UNAPPLIED   " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

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
                          SEQ-FINE > WS-SEQ-FINE-SAVE
                           MOVE SEQ-FINE TO WS-SEQ-FINE-SAVE
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
                          SEQ-RECEIPT > WS-RECEIPT-SEQ
                           MOVE SEQ-RECEIPT TO WS-RECEIPT-SEQ
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
           MOVE WS-SEQ-FINE-SAVE TO SEQ-FINE
           MOVE WS-SEQ-HOLD-SAVE TO SEQ-HOLD
           MOVE WS-SEQ-COPY-SAVE TO SEQ-COPY
           MOVE WS-RECEIPT-SEQ TO SEQ-RECEIPT
           MOVE WS-SEQ-TRANSFER-SAVE TO SEQ-TRANSFER
           WRITE SEQCTL-RECORD
           CLOSE SEQCTL-FILE.

       REPORT-OUTSTANDING.
           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "AGENCY_OUTSTANDING_" DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE "=== OUTSTANDING AGENCY REFERRALS ===" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "MEMBER       FINE         REFERRED  DAYS"
                   DELIMITED BY SIZE
               "    REFERRED   RECOVERED OUTSTANDING" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO REF-FINE-ID
           START REFERRAL-FILE KEY IS NOT LESS THAN REF-FINE-ID
               INVALID KEY MOVE "10" TO WS-FS-REFERRAL
               NOT INVALID KEY MOVE "00" TO WS-FS-REFERRAL
           END-START
           PERFORM UNTIL WS-FS-REFERRAL = "10"
               READ REFERRAL-FILE NEXT
                   AT END MOVE "10" TO WS-FS-REFERRAL
                   NOT AT END
                       IF REF-STATUS = "REFERRED"
                           PERFORM WRITE-OUTSTANDING-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OUT-TOTAL TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "OUTSTANDING REFERRALS: " DELIMITED BY SIZE
               WS-OUT-COUNT DELIMITED BY SIZE
               " TOTAL " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "CLEARED AT THE DESK - WITHDRAW FROM AGENCY: "
                   DELIMITED BY SIZE
               WS-CLEARED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Outstanding referrals: " WS-OUT-COUNT.
           DISPLAY "Report: " FUNCTION TRIM(WS-REPORT-NAME).

       WRITE-OUTSTANDING-LINE.
           COMPUTE WS-OUTSTANDING = REF-AMOUNT - REF-RECOVERED
           MOVE 0 TO WS-AGE-DAYS
           IF REF-DATE IS NUMERIC AND REF-DATE > 0
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(REF-DATE)
           END-IF
           MOVE WS-AGE-DAYS TO WS-DAYS-DISPLAY
           MOVE REF-AMOUNT TO WS-AMT-DISPLAY
           MOVE REF-RECOVERED TO WS-AMT2-DISPLAY
           MOVE WS-OUTSTANDING TO WS-AMT3-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               REF-MEMBER-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REF-FINE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REF-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DAYS-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT2-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT3-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           MOVE REF-FINE-ID TO FINE-ID-KEY
           READ FINE-FILE KEY IS FINE-ID-KEY
               INVALID KEY
                   MOVE "FINE GONE" TO REPORT-LINE(88:13)
               NOT INVALID KEY
                   IF FINE-PAID-FLAG = "YES"
                       MOVE "PAID - WITHDRAW" TO REPORT-LINE(86:15)
                       ADD 1 TO WS-CLEARED-COUNT
                   END-IF
           END-READ
           WRITE REPORT-LINE
           ADD 1 TO WS-OUT-COUNT
           ADD WS-OUTSTANDING TO WS-OUT-TOTAL.

       END PROGRAM COLLECTION-AGENCY.
