              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RUNLOCK.

           SELECT LOANRULE-FILE ASSIGN TO "LOANRULES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RULE-KEY
              FILE STATUS IS WS-FS-LOANRULE.

           SELECT RESERVE-FILE ASSIGN TO "RESERVES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RSV-ACCESSION-KEY
              ALTERNATE RECORD KEY IS RSV-COURSE-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-RESERVE.

           SELECT ENROLLMENT-FILE ASSIGN TO "enrollment.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ENR-KEY
              FILE STATUS IS WS-FS-ENROLLMENT.


       DATA DIVISION.
       FILE SECTION.
          05 MEMBER-EXPIRY-DATE PIC 9(8).
          05 MEMBER-ROLE        PIC X(10).
          05 MEMBER-CONTACT-PREF PIC X(5).
          05 MEMBER-CATEGORY    PIC X(8).

       FD BOOK-FILE.
       01 BOOK-RECORD.
          05 COPY-CONDITION     PIC X(10).
          05 COPY-LOCATION      PIC X(15).
          05 COPY-STATUS        PIC X(10).
          05 COPY-LOAN-CLASS    PIC X(6).

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

       FD RESERVE-FILE.
       01 RESERVE-RECORD.
          05 RSV-ACCESSION-KEY  PIC X(12).
          05 RSV-COURSE-ID      PIC X(6).
          05 RSV-SEMESTER       PIC X(6).
          05 RSV-ISBN           PIC X(13).
          05 RSV-PERIOD         PIC 9(3).
          05 RSV-PERIOD-UNIT    PIC X.
          05 RSV-PRIOR-CLASS    PIC X(6).
          05 RSV-START-DATE     PIC 9(8).
          05 RSV-END-DATE       PIC 9(8).
          05 RSV-LOAN-ID        PIC X(12).
          05 RSV-DUE-STAMP      PIC 9(12).
          05 RSV-STATUS         PIC X(10).

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
          05 ENR-KEY.
             10 ENR-STU-ID      PIC X(4).
             10 ENR-COURSE-ID   PIC X(6).
             10 ENR-SEMESTER    PIC X(6).
          05 ENR-GRADE          PIC X(2).

       FD POLICY-FILE.
       01 POLICY-RECORD.
       77 WS-SAVE-LOAN-ID       PIC X(12).
       77 WS-FINE-EXISTS        PIC X VALUE "N".
       77 WS-PAID-SO-FAR        PIC 9(6)V99.
       77 WS-FS-LOANRULE        PIC XX.
       77 WS-LOANRULE-OPEN      PIC X VALUE "N".
       77 WS-FS-RESERVE         PIC XX.
       77 WS-FS-ENROLLMENT      PIC XX.
       77 WS-RESERVE-OPEN       PIC X VALUE "N".
       77 WS-ENROLL-OPEN        PIC X VALUE "N".
       77 WS-COPY-ON-RESERVE    PIC X VALUE "N".
       77 WS-RESERVE-BLOCKED    PIC X VALUE "N".
       77 WS-RSV-PERIOD         PIC 9(3).
       77 WS-RSV-PERIOD-UNIT    PIC X.
       77 WS-RSV-HOURS          PIC 9(5).
       77 WS-RSV-DUE-HHMM       PIC 9(4).
       01 WS-RSV-NOW.
           05 WS-RSV-NOW-DATE   PIC 9(8).
           05 WS-RSV-NOW-HH     PIC 9(2).
           05 WS-RSV-NOW-MM     PIC 9(2).
       77 WS-RULE-CATEGORY      PIC X(8).
       77 WS-RULE-CLASS         PIC X(6).
       77 WS-RULE-FOUND         PIC X VALUE "N".
       77 WS-RULE-LOAN-DAYS     PIC 9(3).
       77 WS-RULE-FINE-RATE     PIC 9(3).
       77 WS-RULE-MAX-ITEMS     PIC 9(3).
       77 WS-RULE-CIRCULATES    PIC X VALUE "Y".
       77 WS-LOAN-CLASS         PIC X(6).
       77 WS-CLASS-COUNT        PIC 9(3).
       77 WS-LIMIT-REACHED      PIC X VALUE "N".

       01 WS-WEEKLY-CLOSED-FLAGS.
           05 WS-WEEKLY-CLOSED  PIC X OCCURS 7 TIMES.
           END-IF

           PERFORM LOAD-POLICY-CONFIG
           OPEN INPUT LOANRULE-FILE
           IF WS-FS-LOANRULE = "00"
               MOVE "Y" TO WS-LOANRULE-OPEN
           END-IF
           OPEN I-O RESERVE-FILE
           IF WS-FS-RESERVE = "00"
               MOVE "Y" TO WS-RESERVE-OPEN
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-ENROLLMENT = "00"
               MOVE "Y" TO WS-ENROLL-OPEN
           END-IF
           PERFORM LOAD-SEQUENCE-CONTROL
           PERFORM LOAD-CALENDAR
           PERFORM WRITE-RUN-LOCK

           CLOSE MEMBER-FILE BOOK-FILE LOAN-FILE FINE-FILE
                 HOLD-FILE COPY-FILE
           IF WS-LOANRULE-OPEN = "Y"
               CLOSE LOANRULE-FILE
           END-IF
           IF WS-RESERVE-OPEN = "Y"
               CLOSE RESERVE-FILE
           END-IF
           IF WS-ENROLL-OPEN = "Y"
               CLOSE ENROLLMENT-FILE
           END-IF
           PERFORM CLEAR-RUN-LOCK
           DISPLAY "Session ended. Thank you.".
           STOP RUN.
                         PERFORM EXPRESS-CHECK-IN
                     WHEN "IN"
                         PERFORM EXPRESS-CHECK-OUT
                     WHEN "HOLDSHELF"
                         MOVE COPY-ISBN TO WS-SAVE-ISBN
                         PERFORM CHECK-MEMBER-HOLD
                         IF WS-MEMBER-HOLD-NOTIF = "Y"
                             PERFORM EXPRESS-CHECK-OUT
                         ELSE
                             MOVE "REJECTED: copy is on the hold shelf"
                                 TO WS-RESULT-TEXT
                         END-IF
                     WHEN OTHER
                         STRING
                             "REJECTED: copy is " DELIMITED BY SIZE
           END-READ.

       ASSESS-EXPRESS-FINE.
           PERFORM RESOLVE-LOAN-RULE
           MOVE LOAN-DUE-DATE TO WS-CAL-FROM
           MOVE LOAN-RETURN-DATE TO WS-CAL-TO
           PERFORM COUNT-OPEN-DAYS
               END-IF
               COMPUTE WS-PAID-SO-FAR =
                   FINE-AMOUNT - FINE-BALANCE
               COMPUTE FINE-AMOUNT = WS-DAYS-LATE * WS-RULE-FINE-RATE
               MOVE FINE-AMOUNT TO FINE-ORIG-AMOUNT
               IF FINE-AMOUNT > WS-PAID-SO-FAR
                   COMPUTE FINE-BALANCE =
           MOVE WS-FINE-SEQ TO FINE-ID-KEY
           MOVE WS-SAVE-LOAN-ID TO FINE-LOAN-ID
           MOVE WS-SAVE-MEMBER-ID TO FINE-MEMBER-ID
           COMPUTE FINE-AMOUNT = WS-DAYS-LATE * WS-RULE-FINE-RATE
           MOVE "NO" TO FINE-PAID-FLAG
           MOVE LOAN-RETURN-DATE TO FINE-DATE
           MOVE FINE-AMOUNT TO FINE-BALANCE
               MOVE "REJECTED: copy needs the desk (condition)"
                   TO WS-RESULT-TEXT
           ELSE
               MOVE MEMBER-CATEGORY TO WS-RULE-CATEGORY
               MOVE COPY-LOAN-CLASS TO WS-RULE-CLASS
               PERFORM LOOKUP-LOAN-RULE
               IF WS-RULE-CIRCULATES NOT = "Y"
                   MOVE "REJECTED: copy is not for loan"
                       TO WS-RESULT-TEXT
               ELSE
                   PERFORM CHECK-COPY-RESERVE
                   IF WS-RESERVE-BLOCKED = "Y"
                       MOVE "REJECTED: course reserve, not enrolled"
                           TO WS-RESULT-TEXT
                   ELSE
                   PERFORM COUNT-MEMBER-LOANS
                   PERFORM CHECK-BORROW-LIMIT
                   IF WS-LIMIT-REACHED = "Y"
                       MOVE "REJECTED: borrowing limit reached"
                           TO WS-RESULT-TEXT
                   ELSE
                       PERFORM CHECK-HOLD-PRIORITY
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF

       COUNT-MEMBER-LOANS.
           MOVE 0 TO WS-BORROW-COUNT
           MOVE 0 TO WS-CLASS-COUNT
           MOVE WS-SAVE-MEMBER-ID TO LOAN-MEMBER-ID
           START LOAN-FILE KEY IS EQUAL TO LOAN-MEMBER-ID
               INVALID KEY MOVE "10" TO WS-FS-LOAN
                       ELSE
                           IF LOAN-STATUS = "OUT"
                               ADD 1 TO WS-BORROW-COUNT
                               PERFORM TALLY-LOAN-CLASS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-LOAN-CLASS.
           MOVE "NORMAL" TO WS-LOAN-CLASS
           IF LOAN-ACCESSION NOT = SPACES
               MOVE LOAN-ACCESSION TO COPY-ACCESSION-KEY
               READ COPY-FILE KEY IS COPY-ACCESSION-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF COPY-LOAN-CLASS NOT = SPACES
                           MOVE COPY-LOAN-CLASS TO WS-LOAN-CLASS
                       END-IF
               END-READ
           END-IF
           IF WS-LOAN-CLASS = WS-RULE-CLASS
               ADD 1 TO WS-CLASS-COUNT
           END-IF.

       CHECK-BORROW-LIMIT.
           MOVE "N" TO WS-LIMIT-REACHED
           IF WS-RULE-FOUND = "Y"
               IF WS-CLASS-COUNT NOT < WS-RULE-MAX-ITEMS
                   MOVE "Y" TO WS-LIMIT-REACHED
               END-IF
           ELSE
               IF WS-BORROW-COUNT NOT < WS-MAX-LOANS
                   MOVE "Y" TO WS-LIMIT-REACHED
               END-IF
           END-IF.

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
               IF WS-RULE-LOAN-DAYS = 0 OR WS-RULE-MAX-ITEMS = 0
                   MOVE "N" TO WS-RULE-CIRCULATES
               END-IF
           ELSE
               MOVE WS-LOAN-PERIOD-DAYS TO WS-RULE-LOAN-DAYS
               MOVE WS-FINE-RATE TO WS-RULE-FINE-RATE
               MOVE WS-MAX-LOANS TO WS-RULE-MAX-ITEMS
               MOVE "Y" TO WS-RULE-CIRCULATES
           END-IF
           IF WS-RULE-CLASS = "REF"
               MOVE "N" TO WS-RULE-CIRCULATES
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

       CHECK-HOLD-PRIORITY.
           PERFORM CHECK-MEMBER-HOLD
           MOVE WS-SAVE-ISBN TO BOOK-ISBN-KEY
                   COMPUTE LOAN-DUE-DATE = FUNCTION
                       DATE-OF-INTEGER(FUNCTION
                       INTEGER-OF-DATE(LOAN-DATE) +
                       WS-RULE-LOAN-DAYS)
                   IF WS-COPY-ON-RESERVE = "Y"
                       PERFORM APPLY-RESERVE-PERIOD
                   END-IF
                   MOVE LOAN-DUE-DATE TO WS-CAL-DATE
                   PERFORM ROLL-TO-OPEN-DAY
                   MOVE WS-CAL-DATE TO LOAN-DUE-DATE
                   IF WS-MEMBER-HOLD-FOUND = "Y"
                       PERFORM FULFILL-MEMBER-HOLD
                   END-IF
                   IF WS-COPY-ON-RESERVE = "Y"
                       PERFORM STAMP-RESERVE-LOAN
                       STRING
                           "ISSUED ON RESERVE. DUE " DELIMITED BY SIZE
                           LOAN-DUE-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-RSV-DUE-HHMM DELIMITED BY SIZE
                           INTO WS-RESULT-TEXT
                       END-STRING
                   ELSE
                   STRING
                       "ISSUED. DUE " DELIMITED BY SIZE
                       LOAN-DUE-DATE DELIMITED BY SIZE
                       INTO WS-RESULT-TEXT
                   END-STRING
                   END-IF
           END-READ.

       CHECK-COPY-RESERVE.
           MOVE "N" TO WS-COPY-ON-RESERVE
           MOVE "N" TO WS-RESERVE-BLOCKED
           IF WS-RESERVE-OPEN = "Y"
               MOVE COPY-ACCESSION-KEY TO RSV-ACCESSION-KEY
               READ RESERVE-FILE KEY IS RSV-ACCESSION-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RSV-STATUS = "ACTIVE"
                           MOVE "Y" TO WS-COPY-ON-RESERVE
                           MOVE RSV-PERIOD TO WS-RSV-PERIOD
                           MOVE RSV-PERIOD-UNIT TO WS-RSV-PERIOD-UNIT
                           PERFORM CHECK-RESERVE-ENROLMENT
                       END-IF
               END-READ
           END-IF.

       CHECK-RESERVE-ENROLMENT.
           MOVE "Y" TO WS-RESERVE-BLOCKED
           IF WS-ENROLL-OPEN = "Y" AND
              WS-SAVE-MEMBER-ID(1:4) = "STU-"
               MOVE WS-SAVE-MEMBER-ID(5:4) TO ENR-STU-ID
               MOVE RSV-COURSE-ID TO ENR-COURSE-ID
               MOVE RSV-SEMESTER TO ENR-SEMESTER
               READ ENROLLMENT-FILE KEY IS ENR-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "N" TO WS-RESERVE-BLOCKED
               END-READ
           END-IF.

       APPLY-RESERVE-PERIOD.
           IF WS-RSV-PERIOD-UNIT = "H"
               MOVE FUNCTION CURRENT-DATE(1:12) TO WS-RSV-NOW
               COMPUTE WS-RSV-HOURS =
                   WS-RSV-NOW-HH + WS-RSV-PERIOD
               COMPUTE LOAN-DUE-DATE = FUNCTION
                   DATE-OF-INTEGER(FUNCTION
                   INTEGER-OF-DATE(LOAN-DATE) +
                   (WS-RSV-HOURS / 24))
               COMPUTE WS-RSV-DUE-HHMM =
                   FUNCTION MOD(WS-RSV-HOURS, 24) * 100 +
                   WS-RSV-NOW-MM
           ELSE
               COMPUTE LOAN-DUE-DATE = FUNCTION
                   DATE-OF-INTEGER(FUNCTION
                   INTEGER-OF-DATE(LOAN-DATE) + WS-RSV-PERIOD)
               MOVE 2359 TO WS-RSV-DUE-HHMM
           END-IF.

       STAMP-RESERVE-LOAN.
           MOVE WS-SAVE-ACCESSION TO RSV-ACCESSION-KEY
           READ RESERVE-FILE KEY IS RSV-ACCESSION-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE LOAN-ID-KEY TO RSV-LOAN-ID
                   COMPUTE RSV-DUE-STAMP =
                       LOAN-DUE-DATE * 10000 + WS-RSV-DUE-HHMM
                   REWRITE RESERVE-RECORD
           END-READ.

       FULFILL-MEMBER-HOLD.
