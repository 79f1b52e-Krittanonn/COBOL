      * Purpose: Nightly batch job - accrue fines on overdue loans that
      *          have not yet been returned, without waiting for
      *          RETURN-BOOK in LIBRARY-MANAGEMENT to trigger them.
      *          The daily rate comes from the loan rule for the
      *          member category and copy loan class (LOANRULES.TXT),
      *          falling back to the POLICY.TXT rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ALTERNATE RECORD KEY IS COPY-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-COPY.

           SELECT MEMBER-FILE ASSIGN TO "MEMBERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MEMBER-ID-KEY
              FILE STATUS IS WS-FS-MEMBER.

           SELECT LOANRULE-FILE ASSIGN TO "LOANRULES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RULE-KEY
              FILE STATUS IS WS-FS-LOANRULE.

           SELECT POLICY-FILE ASSIGN TO "POLICY.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-POLICY.
          05 COPY-CONDITION     PIC X(10).
          05 COPY-LOCATION      PIC X(15).
          05 COPY-STATUS        PIC X(10).
          05 COPY-LOAN-CLASS    PIC X(6).

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
       77 WS-CAL-TO             PIC 9(8).
       77 WS-CAL-IDX            PIC 9(3).
       77 WS-CLOSED-DATE-CT     PIC 9(3) VALUE 0.
       77 WS-FS-MEMBER          PIC XX.
       77 WS-MEMBER-OPEN        PIC X VALUE "N".
       77 WS-FS-LOANRULE        PIC XX.
       77 WS-LOANRULE-OPEN      PIC X VALUE "N".
       77 WS-RULE-CATEGORY      PIC X(8).
       77 WS-RULE-CLASS         PIC X(6).
       77 WS-RULE-FOUND         PIC X VALUE "N".
       77 WS-RULE-FINE-RATE     PIC 9(3).

       01 WS-WEEKLY-CLOSED-FLAGS.
           05 WS-WEEKLY-CLOSED  PIC X OCCURS 7 TIMES.
               DISPLAY "Batch refused: the desk is still logged in. "
                   "Run again after the desk session ends."
               PERFORM WRITE-LOCK-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
                   "be flagged."
           END-IF

           OPEN INPUT MEMBER-FILE
           IF WS-FS-MEMBER = "00"
               MOVE "Y" TO WS-MEMBER-OPEN
           END-IF
           OPEN INPUT LOANRULE-FILE
           IF WS-FS-LOANRULE = "00"
               MOVE "Y" TO WS-LOANRULE-OPEN
           ELSE
               DISPLAY "LOANRULES.TXT not found. Policy fine rate "
                   "applies to every loan."
           END-IF

           PERFORM LOAD-POLICY-CONFIG
           PERFORM LOAD-CALENDAR

           IF WS-COPY-OPEN = "Y"
               CLOSE COPY-FILE
           END-IF
           IF WS-MEMBER-OPEN = "Y"
               CLOSE MEMBER-FILE
           END-IF
           IF WS-LOANRULE-OPEN = "Y"
               CLOSE LOANRULE-FILE
           END-IF
           PERFORM WRITE-RUN-LOG
           DISPLAY "Loans checked: " WS-LOANS-CHECKED.
           DISPLAY "Fines accrued/updated: " WS-FINES-ACCRUED.
       PROCESS-ONE-LOAN.
           ADD 1 TO WS-LOANS-CHECKED
           IF LOAN-STATUS = "OUT"
               PERFORM RESOLVE-LOAN-RULE
               MOVE LOAN-DUE-DATE TO WS-CAL-FROM
               MOVE WS-CURRENT-DATE TO WS-CAL-TO
               PERFORM COUNT-OPEN-DAYS
                       COMPUTE WS-PAID-SO-FAR =
                           FINE-AMOUNT - FINE-BALANCE
                       COMPUTE FINE-AMOUNT =
                           WS-DAYS-LATE * WS-RULE-FINE-RATE
                       MOVE FINE-AMOUNT TO FINE-ORIG-AMOUNT
                       IF FINE-AMOUNT > WS-PAID-SO-FAR
                           COMPUTE FINE-BALANCE =
                       MOVE WS-SAVE-LOAN-ID TO FINE-LOAN-ID
                       MOVE WS-SAVE-MEMBER-ID TO FINE-MEMBER-ID
                       COMPUTE FINE-AMOUNT =
                           WS-DAYS-LATE * WS-RULE-FINE-RATE
                       MOVE "NO" TO FINE-PAID-FLAG
                       MOVE WS-CURRENT-DATE TO FINE-DATE
                       MOVE FINE-AMOUNT TO FINE-BALANCE
               END-IF
               COMPUTE WS-PAID-SO-FAR = FINE-AMOUNT - FINE-BALANCE
               COMPUTE FINE-AMOUNT =
                   WS-LOST-AFTER-DAYS * WS-RULE-FINE-RATE
               MOVE FINE-AMOUNT TO FINE-ORIG-AMOUNT
               IF FINE-AMOUNT > WS-PAID-SO-FAR
                   COMPUTE FINE-BALANCE = FINE-AMOUNT - WS-PAID-SO-FAR
               END-READ
           END-IF.

       RESOLVE-LOAN-RULE.
           MOVE SPACES TO WS-RULE-CATEGORY
           MOVE SPACES TO WS-RULE-CLASS
           IF WS-MEMBER-OPEN = "Y"
               MOVE LOAN-MEMBER-ID TO MEMBER-ID-KEY
               READ MEMBER-FILE KEY IS MEMBER-ID-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE MEMBER-CATEGORY TO WS-RULE-CATEGORY
               END-READ
           END-IF
           IF WS-COPY-OPEN = "Y" AND LOAN-ACCESSION NOT = SPACES
               MOVE LOAN-ACCESSION TO COPY-ACCESSION-KEY
               READ COPY-FILE KEY IS COPY-ACCESSION-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE COPY-LOAN-CLASS TO WS-RULE-CLASS
               END-READ
           END-IF
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
               MOVE RULE-FINE-RATE TO WS-RULE-FINE-RATE
           ELSE
               MOVE WS-FINE-RATE TO WS-RULE-FINE-RATE
           END-IF.

       RAISE-REPLACEMENT-FINE.
           ADD 1 TO WS-FINE-SEQ
           PERFORM SAVE-SEQUENCE-CONTROL
