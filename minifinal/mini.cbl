              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-BANK-STMT.

           SELECT BANK-GL-FILE ASSIGN TO "GLPOST.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-BANK-GL.

           SELECT BANK-POLICY-FILE ASSIGN TO "BANKPOLICY.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-BANKPOL.
              ALTERNATE RECORD KEY IS RPQ-ACCESSION WITH DUPLICATES
              FILE STATUS IS WS-FS-REPAIRQ.

           SELECT HOLDPULL-FILE ASSIGN TO "HOLDPULL.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PUL-KEY
              FILE STATUS IS WS-FS-HOLDPULL.

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



           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
              ALTERNATE RECORD KEY IS RBK-MEMBER-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-ROOMBOOK.

           SELECT LOANRULE-FILE ASSIGN TO "LOANRULES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RULE-KEY
              FILE STATUS IS WS-FS-LOANRULE.

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

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).
          05 BANK-ACC-BALANCE  PIC 9(8)V99.
          05 BANK-ACC-STATUS   PIC X(8).
          05 BANK-ACC-FAILED-PINS PIC 9(2).
          05 BANK-ACC-TYPE     PIC X(3).

       FD BANK-STATEMENT-FILE.
       01 BANK-STATEMENT-LINE   PIC X(100).

       FD BANK-GL-FILE.
       01 BANK-GL-REC.
          05 BGL-DATE           PIC 9(8).
          05 BGL-SOURCE         PIC X(8).
          05 BGL-TRAN-CODE      PIC X(11).
          05 BGL-REF            PIC X(16).
          05 BGL-GL-CODE        PIC X(6).
          05 BGL-DC             PIC X.
          05 BGL-AMOUNT         PIC 9(10)V99.

       FD BANK-POLICY-FILE.
       01 BANK-POLICY-RECORD.
          05 POLICY-MIN-BALANCE  PIC 9(8)V99.
          05 RPQ-FEE            PIC 9(6)V99.
          05 RPQ-STATUS         PIC X(10).

       FD HOLDPULL-FILE.
       01 HOLDPULL-RECORD.
          05 PUL-KEY.
             10 PUL-LOCATION    PIC X(15).
             10 PUL-CALLNUMBER  PIC X(20).
             10 PUL-HOLD-ID     PIC X(12).
          05 PUL-ACCESSION      PIC X(12).
          05 PUL-ISBN           PIC X(13).
          05 PUL-MEMBER-ID      PIC X(12).
          05 PUL-TITLE          PIC X(40).
          05 PUL-LIST-DATE      PIC 9(8).
          05 PUL-STATUS         PIC X(10).

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



       FD CALENDAR-FILE.
          05 STF-BANK-ROLE      PIC X(10).
          05 STF-STATUS         PIC X(8).
          05 STF-FAILED-LOGINS  PIC 9(2).
          05 STF-EMP-ID         PIC X(4).
          05 STF-LIB-SUSP       PIC X(10).
          05 STF-SHOP-SUSP      PIC X(10).
          05 STF-BANK-SUSP      PIC X(10).

       FD RUNLOCK-FILE.
       01 RUNLOCK-RECORD.
          05 RBK-STATUS         PIC X(10).
          05 RBK-BOOK-DATE      PIC 9(8).

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

       WORKING-STORAGE SECTION.
       77 WS-OPTION             PIC 99 VALUE 0.
       77 WS-EXIT-FLAG          PIC X VALUE "N".
       77 WS-BANK-AFTER         PIC S9(8)V99.
       77 WS-DEBIT-AMOUNT       PIC 9(8)V99.
       77 WS-DEBIT-DISPLAY      PIC ZZZZZZZ9.99.
       77 WS-FS-BANK-GL         PIC XX.
       77 WS-BANK-GL-TRAN       PIC X(11).
       77 WS-BANK-GL-REF        PIC X(16).
       77 WS-BANK-GL-DR         PIC X(6).
       77 WS-BANK-GL-CR         PIC X(6).
       77 WS-BANK-GL-AMOUNT     PIC 9(10)V99.
       77 WS-FS-WITHDRAWAL      PIC XX.
       77 WS-WD-TITLE           PIC X(60).
       77 WS-WD-COPIES          PIC 9(4).
       77 WS-NOTICE-SEQ         PIC 9(9) VALUE 6000.
       77 WS-NEW-CONTACT-PREF   PIC X(5).
       77 WS-FS-REPAIRQ         PIC XX.
       77 WS-FS-HOLDPULL        PIC XX.
       77 WS-PULL-ANSWER        PIC X.
       77 WS-PULL-QUIT          PIC X VALUE "N".
       77 WS-PULL-OK            PIC X VALUE "N".
       77 WS-PULL-CONFIRMED     PIC 9(4) VALUE 0.
       77 WS-FS-RESERVE         PIC XX.
       77 WS-FS-ENROLLMENT      PIC XX.
       77 WS-RESERVE-OPEN       PIC X VALUE "N".
       77 WS-ENROLL-OPEN        PIC X VALUE "N".
       77 WS-COPY-ON-RESERVE    PIC X VALUE "N".
       77 WS-RESERVE-BLOCKED    PIC X VALUE "N".
       77 WS-RESERVE-SEEN       PIC X VALUE "N".
       77 WS-RSV-PERIOD         PIC 9(3).
       77 WS-RSV-PERIOD-UNIT    PIC X.
       77 WS-RSV-HOURS          PIC 9(5).
       77 WS-RSV-DUE-HHMM       PIC 9(4).
       01 WS-RSV-NOW.
           05 WS-RSV-NOW-DATE   PIC 9(8).
           05 WS-RSV-NOW-HH     PIC 9(2).
           05 WS-RSV-NOW-MM     PIC 9(2).
       77 WS-REPAIR-SEQ         PIC 9(9) VALUE 1000.
       77 WS-REPAIR-FLAG        PIC X VALUE "N".
       77 WS-REPAIR-FEE         PIC 9(6)V99.
       77 WS-CAL-TO             PIC 9(8).
       77 WS-CAL-IDX            PIC 9(3).
       77 WS-CLOSED-DATE-CT     PIC 9(3) VALUE 0.
       77 WS-FS-LOANRULE        PIC XX.
       77 WS-LOANRULE-OPEN      PIC X VALUE "N".
       77 WS-RULE-CATEGORY      PIC X(8).
       77 WS-RULE-CLASS         PIC X(6).
       77 WS-RULE-FOUND         PIC X VALUE "N".
       77 WS-RULE-LOAN-DAYS     PIC 9(3).
       77 WS-RULE-RENEWALS      PIC 9(2).
       77 WS-RULE-FINE-RATE     PIC 9(3).
       77 WS-RULE-MAX-ITEMS     PIC 9(3).
       77 WS-RULE-CIRCULATES    PIC X VALUE "Y".
       77 WS-RULE-COUNT         PIC 9(3).
       77 WS-SAVE-CATEGORY      PIC X(8).
       77 WS-LOAN-CLASS         PIC X(6).
       77 WS-CLASS-COUNT        PIC 9(3).
       77 WS-LIMIT-REACHED      PIC X VALUE "N".
       77 WS-NONCIRC-SEEN       PIC X VALUE "N".
       77 WS-WANT-COPY-STATUS   PIC X(10).
       77 WS-NEW-CATEGORY       PIC X(8).
       77 WS-NEW-LOAN-CLASS     PIC X(6).
       77 WS-NEW-CIRCULATES     PIC X.

       01 WS-WEEKLY-CLOSED-FLAGS.
           05 WS-WEEKLY-CLOSED  PIC X OCCURS 7 TIMES.
               OPEN I-O REPAIRQ-FILE
           END-IF

           OPEN I-O LOANRULE-FILE
           IF WS-FS-LOANRULE NOT = "00"
               DISPLAY "LOAN RULES file not found. Creating..."
               OPEN OUTPUT LOANRULE-FILE
               CLOSE LOANRULE-FILE
               OPEN I-O LOANRULE-FILE
           END-IF
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
           PERFORM INIT-LOAN-SEQ
           PERFORM INIT-FINE-SEQ
           CLOSE MEMBER-FILE BOOK-FILE LOAN-FILE FINE-FILE HOLD-FILE
                 COPY-FILE PAYMENT-FILE TRANSFER-FILE NOTICEQ-FILE
                 REPAIRQ-FILE AUDIT-FILE
           IF WS-LOANRULE-OPEN = "Y"
               CLOSE LOANRULE-FILE
           END-IF
           IF WS-RESERVE-OPEN = "Y"
               CLOSE RESERVE-FILE
           END-IF
           IF WS-ENROLL-OPEN = "Y"
               CLOSE ENROLLMENT-FILE
           END-IF
           PERFORM CLEAR-RUN-LOCK.

       WRITE-AUDIT-LOG.
           DISPLAY "12. Reset Member Lock (Librarian)".
           DISPLAY "13. Waive/Adjust Fine (Librarian)".
           DISPLAY "14. Renew Membership (Librarian)".
           DISPLAY "15. Set Member Role/Category (Auth Code)".
           DISPLAY "16. Refund Lost-Book Payment (Librarian)".
           DISPLAY "17. Study Room Booking".
           DISPLAY "18. Miscellaneous Charges (Librarian)".
           DISPLAY "19. Loan Rules (Librarian)".
           DISPLAY "20. Confirm Hold Pulls (Librarian)".
           DISPLAY "21. Exit".
           DISPLAY "Select option (1-21): " WITH NO ADVANCING
           ACCEPT WS-OPTION.

       HANDLE-MENU-OPTION.
              WHEN 16 PERFORM GUARDED-REFUND-PAYMENT
              WHEN 17 PERFORM GUARDED-ROOM-BOOKING
              WHEN 18 PERFORM GUARDED-MISC-CHARGES
              WHEN 19 PERFORM GUARDED-LOAN-RULES
              WHEN 20 PERFORM GUARDED-HOLD-PULLS
              WHEN 21 MOVE "Y" TO WS-EXIT-FLAG
              WHEN OTHER DISPLAY "Invalid option."
           END-EVALUATE.

               DISPLAY "Librarian login required."
           END-IF.

       GUARDED-LOAN-RULES.
           IF WS-SESSION-ROLE = "LIBRARIAN"
               PERFORM LOAN-RULE-MENU
           ELSE
               DISPLAY "Librarian login required."
           END-IF.

       GUARDED-HOLD-PULLS.
           IF WS-SESSION-ROLE = "LIBRARIAN"
               PERFORM CONFIRM-HOLD-PULLS
           ELSE
               DISPLAY "Librarian login required."
           END-IF.

       GUARDED-ROOM-BOOKING.
           IF WS-SESSION-ACTIVE = "Y"
               PERFORM ROOM-BOOKING-MENU
                        DISPLAY "Invalid role. Update rejected."
                     ELSE
                        MOVE WS-NEW-ROLE TO MEMBER-ROLE
                        DISPLAY "Category (ADULT/JUNIOR/STUDENT/"
                            "STAFF, blank keeps " MEMBER-CATEGORY "): "
                        ACCEPT WS-NEW-CATEGORY
                        IF WS-NEW-CATEGORY NOT = SPACES
                           IF WS-NEW-CATEGORY = "ADULT" OR
                              WS-NEW-CATEGORY = "JUNIOR" OR
                              WS-NEW-CATEGORY = "STUDENT" OR
                              WS-NEW-CATEGORY = "STAFF"
                              MOVE WS-NEW-CATEGORY TO MEMBER-CATEGORY
                           ELSE
                              DISPLAY "Invalid category. Category "
                                  "left unchanged."
                           END-IF
                        END-IF
                        REWRITE MEMBER-RECORD
                        MOVE "SET-MEMBER-ROLE" TO WS-AUDIT-OPERATION
                        MOVE MEMBER-ID-KEY TO WS-AUDIT-KEY
                       MOVE "EMAIL" TO WS-NEW-CONTACT-PREF
                    END-IF
                    MOVE WS-NEW-CONTACT-PREF TO MEMBER-CONTACT-PREF
                    DISPLAY "Category (ADULT/JUNIOR/STUDENT/STAFF): "
                    ACCEPT WS-NEW-CATEGORY
                    IF WS-NEW-CATEGORY NOT = "ADULT" AND
                       WS-NEW-CATEGORY NOT = "JUNIOR" AND
                       WS-NEW-CATEGORY NOT = "STUDENT" AND
                       WS-NEW-CATEGORY NOT = "STAFF"
                       MOVE "ADULT" TO WS-NEW-CATEGORY
                    END-IF
                    MOVE WS-NEW-CATEGORY TO MEMBER-CATEGORY
                    MOVE MEMBER-PASSWORD TO WS-HASH-INPUT
                    PERFORM HASH-PASSWORD
                    MOVE WS-HASH-OUTPUT TO MEMBER-PASSWORD
           NOT INVALID KEY
               DISPLAY "Enter Shelf Location: "
               ACCEPT WS-NEW-LOCATION
               DISPLAY "Loan Class (NORMAL/SHORT/REF): "
               ACCEPT WS-NEW-LOAN-CLASS
               IF WS-NEW-LOAN-CLASS NOT = "SHORT" AND
                  WS-NEW-LOAN-CLASS NOT = "REF"
                  MOVE "NORMAL" TO WS-NEW-LOAN-CLASS
               END-IF
               PERFORM CREATE-BOOK-COPIES
               MOVE "ADD-BOOK" TO WS-AUDIT-OPERATION
               MOVE BOOK-ISBN-KEY TO WS-AUDIT-KEY
               MOVE "GOOD" TO COPY-CONDITION
               MOVE WS-NEW-LOCATION TO COPY-LOCATION
               MOVE "IN" TO COPY-STATUS
               MOVE WS-NEW-LOAN-CLASS TO COPY-LOAN-CLASS
               WRITE COPY-RECORD
               DISPLAY "Accession " COPY-ACCESSION-KEY " created."
           END-PERFORM
                               " Cond: " COPY-CONDITION
                               " Loc: " COPY-LOCATION
                               " Status: " COPY-STATUS
                               " Class: " COPY-LOAN-CLASS
                       END-IF
               END-READ
           END-PERFORM
                 DISPLAY "ISBN: " COPY-ISBN
                 DISPLAY "Current Condition: " COPY-CONDITION
                 DISPLAY "Current Location: " COPY-LOCATION
                 DISPLAY "Current Loan Class: " COPY-LOAN-CLASS
                 DISPLAY "New Condition "
                     "(GOOD/DAMAGED/REPAIR/LOST): "
                 ACCEPT WS-NEW-CONDITION
                              "transfer workflow to move it."
                       END-IF
                    END-IF
                    DISPLAY "New Loan Class (NORMAL/SHORT/REF, blank "
                        "keeps): "
                    ACCEPT WS-NEW-LOAN-CLASS
                    IF WS-NEW-LOAN-CLASS = "NORMAL" OR
                       WS-NEW-LOAN-CLASS = "SHORT" OR
                       WS-NEW-LOAN-CLASS = "REF"
                       MOVE WS-NEW-LOAN-CLASS TO COPY-LOAN-CLASS
                    END-IF
                    REWRITE COPY-RECORD
                    MOVE "UPDATE-COPY" TO WS-AUDIT-OPERATION
                    MOVE COPY-ACCESSION-KEY TO WS-AUDIT-KEY
              DISPLAY "Membership has expired. Please renew before "
                  "borrowing."
           ELSE
              MOVE MEMBER-CATEGORY TO WS-SAVE-CATEGORY
              DISPLAY "Enter ISBN: "
              ACCEPT LOAN-ISBN
              READ BOOK-FILE KEY IS LOAN-ISBN
                       ELSE
                       PERFORM FIND-AVAILABLE-COPY
                       IF WS-COPY-FOUND = "N"
                          IF WS-RESERVE-SEEN = "Y"
                             DISPLAY "Copies on the shelf are on "
                                 "course reserve for students "
                                 "enrolled in "
                                 "the course."
                          ELSE
                          IF WS-NONCIRC-SEEN = "Y"
                             DISPLAY "Copies on the shelf are not for "
                                 "loan to " WS-RULE-CATEGORY
                                 " members (reference/"
                                 "non-circulating)."
                          ELSE
                             DISPLAY "No circulating copy record is "
                                 "available for this title."
                          END-IF
                          END-IF
                       ELSE
                          PERFORM COUNT-MEMBER-LOANS
                          MOVE BOOK-ISBN-KEY TO LOAN-ISBN
                          PERFORM CHECK-BORROW-LIMIT
                          IF WS-LIMIT-REACHED = "Y"
                             DISPLAY "Borrowing limit reached for this "
                                 "member (" WS-RULE-CLASS " items: "
                                 WS-RULE-MAX-ITEMS ")."
                          ELSE
                             PERFORM MARK-COPY-OUT
                             SUBTRACT 1 FROM BOOK-COPIES-AVAILABLE
                             IF BOOK-COPIES-AVAILABLE = 0
                                MOVE "OUT" TO BOOK-STATUS
                             ELSE
                                IF BOOK-STATUS NOT = "LOST" AND
                                   BOOK-STATUS NOT = "DAMAGED"
                                   MOVE "AVAILABLE" TO BOOK-STATUS
                                END-IF
                             END-IF
                             REWRITE BOOK-RECORD
                             ADD 1 TO WS-LOAN-SEQ
                             PERFORM SAVE-SEQUENCE-CONTROL
                             MOVE WS-LOAN-SEQ TO LOAN-ID-KEY
                             MOVE WS-SAVE-MEMBER-ID TO LOAN-MEMBER-ID
                             MOVE FUNCTION CURRENT-DATE(1:8)
                                 TO LOAN-DATE
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
                             MOVE "OUT" TO LOAN-STATUS
                             MOVE 0 TO LOAN-RENEW-COUNT
                             MOVE WS-SAVE-ACCESSION TO LOAN-ACCESSION
                             WRITE LOAN-RECORD
                             DISPLAY "Issued accession " LOAN-ACCESSION
                             IF WS-COPY-ON-RESERVE = "Y"
                                PERFORM STAMP-RESERVE-LOAN
                             END-IF
                             MOVE "BORROW-BOOK" TO WS-AUDIT-OPERATION
                             MOVE LOAN-ID-KEY TO WS-AUDIT-KEY
                             MOVE WS-SAVE-MEMBER-ID TO WS-AUDIT-OPERATOR
                             PERFORM WRITE-AUDIT-LOG
                             IF WS-MEMBER-HOLD-FOUND = "Y"
                                PERFORM FULFILL-MEMBER-HOLD
                             END-IF
                          END-IF
                       END-IF
                       END-IF
                    END-IF
              END-READ
           END-IF
           END-IF.

       RENEW-MEMBERSHIP.

       FIND-AVAILABLE-COPY.
           MOVE "N" TO WS-COPY-FOUND
           MOVE "N" TO WS-NONCIRC-SEEN
           MOVE "N" TO WS-RESERVE-SEEN
           MOVE "N" TO WS-COPY-ON-RESERVE
           MOVE SPACES TO WS-SAVE-ACCESSION
           IF WS-MEMBER-HOLD-NOTIF = "Y"
               MOVE "HOLDSHELF" TO WS-WANT-COPY-STATUS
               PERFORM SCAN-COPIES-FOR-ISBN
           END-IF
           IF WS-COPY-FOUND = "N"
               MOVE "IN" TO WS-WANT-COPY-STATUS
               PERFORM SCAN-COPIES-FOR-ISBN
           END-IF.

       SCAN-COPIES-FOR-ISBN.
           MOVE LOAN-ISBN TO COPY-ISBN
           START COPY-FILE KEY IS EQUAL TO COPY-ISBN
               INVALID KEY MOVE "10" TO WS-FS-COPY
                       IF COPY-ISBN NOT = LOAN-ISBN
                           MOVE "10" TO WS-FS-COPY
                       ELSE
                           IF COPY-STATUS = WS-WANT-COPY-STATUS AND
                              COPY-CONDITION = "GOOD"
                               MOVE WS-SAVE-CATEGORY TO WS-RULE-CATEGORY
                               MOVE COPY-LOAN-CLASS TO WS-RULE-CLASS
                               PERFORM LOOKUP-LOAN-RULE
                               IF WS-RULE-CIRCULATES = "Y"
                                   PERFORM CHECK-COPY-RESERVE
                               ELSE
                                   MOVE "Y" TO WS-NONCIRC-SEEN
                               END-IF
                               IF WS-RULE-CIRCULATES = "Y" AND
                                  WS-RESERVE-BLOCKED = "Y"
                                   MOVE "Y" TO WS-RESERVE-SEEN
                               END-IF
                               IF WS-RULE-CIRCULATES = "Y" AND
                                  WS-RESERVE-BLOCKED = "N"
                                   MOVE COPY-ACCESSION-KEY
                                       TO WS-SAVE-ACCESSION
                                   MOVE "Y" TO WS-COPY-FOUND
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

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
                   DISPLAY "Course reserve loan for " RSV-COURSE-ID
                       ": due " RSV-DUE-STAMP(1:8) " at "
                       RSV-DUE-STAMP(9:4) "."
           END-READ.

       MARK-COPY-OUT.
           MOVE WS-SAVE-ACCESSION TO COPY-ACCESSION-KEY
           READ COPY-FILE KEY IS COPY-ACCESSION-KEY

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
               MOVE RULE-MAX-RENEWALS TO WS-RULE-RENEWALS
               MOVE RULE-FINE-RATE TO WS-RULE-FINE-RATE
               MOVE RULE-MAX-ITEMS TO WS-RULE-MAX-ITEMS
               MOVE RULE-CIRCULATES TO WS-RULE-CIRCULATES
               IF WS-RULE-LOAN-DAYS = 0 OR WS-RULE-MAX-ITEMS = 0
                   MOVE "N" TO WS-RULE-CIRCULATES
               END-IF
           ELSE
               MOVE WS-LOAN-PERIOD-DAYS TO WS-RULE-LOAN-DAYS
               MOVE WS-MAX-RENEWALS TO WS-RULE-RENEWALS
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

       PLACE-HOLD.
           ADD 1 TO WS-HOLD-SEQ
           PERFORM SAVE-SEQUENCE-CONTROL
                    DISPLAY "Cannot renew: another member is waiting "
                        "on a hold for this title."
                 ELSE
                    PERFORM RESOLVE-LOAN-RULE
                    IF LOAN-RENEW-COUNT < WS-RULE-RENEWALS
                       ADD 1 TO LOAN-RENEW-COUNT
                       COMPUTE LOAN-DUE-DATE = FUNCTION
                           DATE-OF-INTEGER(FUNCTION
                           INTEGER-OF-DATE(LOAN-DUE-DATE) +
                           WS-RULE-LOAN-DAYS)
                       MOVE LOAN-DUE-DATE TO WS-CAL-DATE
                       PERFORM ROLL-TO-OPEN-DAY
                       MOVE WS-CAL-DATE TO LOAN-DUE-DATE


       CALCULATE-FINE.
           PERFORM RESOLVE-LOAN-RULE
           MOVE LOAN-DUE-DATE TO WS-CAL-FROM
           MOVE LOAN-RETURN-DATE TO WS-CAL-TO
           PERFORM COUNT-OPEN-DAYS
                   END-IF
                   COMPUTE WS-PAID-SO-FAR =
                       FINE-AMOUNT - FINE-BALANCE
                   COMPUTE FINE-AMOUNT =
                       WS-DAYS-LATE * WS-RULE-FINE-RATE
                   MOVE FINE-AMOUNT TO FINE-ORIG-AMOUNT
                   IF FINE-AMOUNT > WS-PAID-SO-FAR
                       COMPUTE FINE-BALANCE =
                   MOVE WS-FINE-SEQ TO FINE-ID-KEY
                   MOVE LOAN-ID-KEY TO FINE-LOAN-ID
                   MOVE LOAN-MEMBER-ID TO FINE-MEMBER-ID
                   COMPUTE FINE-AMOUNT =
                       WS-DAYS-LATE * WS-RULE-FINE-RATE
                   MOVE "NO" TO FINE-PAID-FLAG
                   MOVE LOAN-RETURN-DATE TO FINE-DATE
                   MOVE FINE-AMOUNT TO FINE-BALANCE
                   SUBTRACT WS-DEBIT-AMOUNT FROM BANK-ACC-BALANCE
                   REWRITE BANK-ACCOUNT-REC
                   PERFORM WRITE-FINE-STATEMENT-LINE
                   MOVE "FINE-PAY" TO WS-BANK-GL-TRAN
                   MOVE FINE-ID-KEY TO WS-BANK-GL-REF
                   MOVE WS-DEBIT-AMOUNT TO WS-BANK-GL-AMOUNT
                   MOVE "200100" TO WS-BANK-GL-DR
                   MOVE "220200" TO WS-BANK-GL-CR
                   PERFORM POST-BANK-GL-PAIR
                   MOVE "Y" TO WS-BANK-OK
               END-IF
           END-IF
                           ADD WS-CREDIT-AMOUNT TO BANK-ACC-BALANCE
                           REWRITE BANK-ACCOUNT-REC
                           PERFORM WRITE-REFUND-STATEMENT-LINE
                           MOVE "FINE-REFUND" TO WS-BANK-GL-TRAN
                           MOVE WS-REFUND-FINE-ID TO WS-BANK-GL-REF
                           MOVE WS-CREDIT-AMOUNT TO WS-BANK-GL-AMOUNT
                           MOVE "220200" TO WS-BANK-GL-DR
                           MOVE "200100" TO WS-BANK-GL-CR
                           PERFORM POST-BANK-GL-PAIR
                           MOVE "Y" TO WS-BANK-OK
                       END-IF
               END-READ
           WRITE BANK-STATEMENT-LINE
           CLOSE BANK-STATEMENT-FILE.

       POST-BANK-GL-PAIR.
           IF WS-BANK-GL-AMOUNT > 0
               OPEN EXTEND BANK-GL-FILE
               IF WS-FS-BANK-GL NOT = "00"
                   OPEN OUTPUT BANK-GL-FILE
               END-IF
               MOVE SPACES TO BANK-GL-REC
               MOVE FUNCTION CURRENT-DATE(1:8) TO BGL-DATE
               MOVE "LIBRARY" TO BGL-SOURCE
               MOVE WS-BANK-GL-TRAN TO BGL-TRAN-CODE
               MOVE WS-BANK-GL-REF TO BGL-REF
               MOVE WS-BANK-GL-AMOUNT TO BGL-AMOUNT
               MOVE WS-BANK-GL-DR TO BGL-GL-CODE
               MOVE "D" TO BGL-DC
               WRITE BANK-GL-REC
               MOVE WS-BANK-GL-CR TO BGL-GL-CODE
               MOVE "C" TO BGL-DC
               WRITE BANK-GL-REC
               CLOSE BANK-GL-FILE
           END-IF.

       WRITE-REFUND-RECORD.
           ADD 1 TO WS-RECEIPT-SEQ
           PERFORM SAVE-SEQUENCE-CONTROL
           DISPLAY "Charge " FINE-ID-KEY " of " FINE-AMOUNT
               " raised. Collect through Pay Fine.".

       LOAN-RULE-MENU.
           DISPLAY "== Loan Rules ==".
           DISPLAY "1. Add/Change Rule".
           DISPLAY "2. List Rules".
           DISPLAY "3. Delete Rule".
           DISPLAY "4. Back".
           DISPLAY "Select option (1-4): "
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
             WHEN 1 PERFORM SET-LOAN-RULE
             WHEN 2 PERFORM LIST-LOAN-RULES
             WHEN 3 PERFORM DELETE-LOAN-RULE
             WHEN OTHER CONTINUE
           END-EVALUATE.

       ACCEPT-RULE-KEY.
           MOVE "Y" TO WS-RULE-FOUND
           DISPLAY "Member Category (ADULT/JUNIOR/STUDENT/STAFF): "
           ACCEPT WS-NEW-CATEGORY
           DISPLAY "Loan Class (NORMAL/SHORT/REF): "
           ACCEPT WS-NEW-LOAN-CLASS
           IF WS-NEW-CATEGORY NOT = "ADULT" AND
              WS-NEW-CATEGORY NOT = "JUNIOR" AND
              WS-NEW-CATEGORY NOT = "STUDENT" AND
              WS-NEW-CATEGORY NOT = "STAFF"
               DISPLAY "Invalid member category."
               MOVE "N" TO WS-RULE-FOUND
           END-IF
           IF WS-NEW-LOAN-CLASS NOT = "NORMAL" AND
              WS-NEW-LOAN-CLASS NOT = "SHORT" AND
              WS-NEW-LOAN-CLASS NOT = "REF"
               DISPLAY "Invalid loan class."
               MOVE "N" TO WS-RULE-FOUND
           END-IF
           MOVE WS-NEW-CATEGORY TO RULE-CATEGORY
           MOVE WS-NEW-LOAN-CLASS TO RULE-CLASS.

       SET-LOAN-RULE.
           PERFORM ACCEPT-RULE-KEY
           IF WS-RULE-FOUND = "Y"
               READ LOANRULE-FILE KEY IS RULE-KEY
                  INVALID KEY
                     MOVE "N" TO WS-RULE-FOUND
                  NOT INVALID KEY
                     DISPLAY "Current: " RULE-LOAN-DAYS " days, "
                         RULE-MAX-RENEWALS " renewals, fine "
                         RULE-FINE-RATE "/day, max "
                         RULE-MAX-ITEMS " items, circulates "
                         RULE-CIRCULATES
               END-READ
               MOVE WS-NEW-CATEGORY TO RULE-CATEGORY
               MOVE WS-NEW-LOAN-CLASS TO RULE-CLASS
               DISPLAY "Loan Days: "
               ACCEPT RULE-LOAN-DAYS
               DISPLAY "Max Renewals: "
               ACCEPT RULE-MAX-RENEWALS
               DISPLAY "Fine Rate Per Day: "
               ACCEPT RULE-FINE-RATE
               DISPLAY "Max Items Of This Class On Loan: "
               ACCEPT RULE-MAX-ITEMS
               DISPLAY "Circulates (Y/N): "
               ACCEPT WS-NEW-CIRCULATES
               IF WS-NEW-CIRCULATES = "N" OR WS-NEW-CIRCULATES = "n"
                  OR RULE-CLASS = "REF"
                   MOVE "N" TO RULE-CIRCULATES
               ELSE
                   MOVE "Y" TO RULE-CIRCULATES
               END-IF
               IF WS-RULE-FOUND = "Y"
                   REWRITE LOANRULE-RECORD
                   DISPLAY "Loan rule updated."
               ELSE
                   WRITE LOANRULE-RECORD
                   DISPLAY "Loan rule added."
               END-IF
               MOVE "SET-LOAN-RULE" TO WS-AUDIT-OPERATION
               MOVE RULE-KEY TO WS-AUDIT-KEY
               MOVE WS-SESSION-ID TO WS-AUDIT-OPERATOR
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       LIST-LOAN-RULES.
           MOVE 0 TO WS-RULE-COUNT
           MOVE LOW-VALUES TO RULE-KEY
           START LOANRULE-FILE KEY IS NOT LESS THAN RULE-KEY
               INVALID KEY MOVE "10" TO WS-FS-LOANRULE
               NOT INVALID KEY MOVE "00" TO WS-FS-LOANRULE
           END-START
           PERFORM UNTIL WS-FS-LOANRULE = "10"
               READ LOANRULE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOANRULE
                   NOT AT END
                       ADD 1 TO WS-RULE-COUNT
                       DISPLAY RULE-CATEGORY " | " RULE-CLASS
                           " | Days: " RULE-LOAN-DAYS
                           " | Renew: " RULE-MAX-RENEWALS
                           " | Fine: " RULE-FINE-RATE
                           " | Max: " RULE-MAX-ITEMS
                           " | Circ: " RULE-CIRCULATES
               END-READ
           END-PERFORM
           IF WS-RULE-COUNT = 0
               DISPLAY "No loan rules on file. POLICY.TXT values "
                   "apply to every category and class."
           END-IF.

       DELETE-LOAN-RULE.
           PERFORM ACCEPT-RULE-KEY
           IF WS-RULE-FOUND = "Y"
               DELETE LOANRULE-FILE
                  INVALID KEY DISPLAY "No rule on file for that pair."
                  NOT INVALID KEY
                     MOVE "DELETE-LOAN-RULE" TO WS-AUDIT-OPERATION
                     MOVE RULE-KEY TO WS-AUDIT-KEY
                     MOVE WS-SESSION-ID TO WS-AUDIT-OPERATOR
                     PERFORM WRITE-AUDIT-LOG
                     DISPLAY "Loan rule deleted."
               END-DELETE
           END-IF.

       CONFIRM-HOLD-PULLS.
           DISPLAY "== Confirm Hold Pulls ==".
           MOVE "N" TO WS-PULL-QUIT
           MOVE 0 TO WS-PULL-CONFIRMED
           OPEN I-O HOLDPULL-FILE
           IF WS-FS-HOLDPULL NOT = "00"
               DISPLAY "No pull list on file. Run HOLD-PULL-BATCH "
                   "first."
           ELSE
               MOVE LOW-VALUES TO PUL-KEY
               START HOLDPULL-FILE KEY IS NOT LESS THAN PUL-KEY
                   INVALID KEY MOVE "10" TO WS-FS-HOLDPULL
                   NOT INVALID KEY MOVE "00" TO WS-FS-HOLDPULL
               END-START
               PERFORM UNTIL WS-FS-HOLDPULL = "10" OR
                   WS-PULL-QUIT = "Y"
                   READ HOLDPULL-FILE NEXT
                       AT END MOVE "10" TO WS-FS-HOLDPULL
                       NOT AT END
                           IF PUL-STATUS = "PENDING"
                               PERFORM CONFIRM-ONE-PULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDPULL-FILE
               DISPLAY "Copies placed on the hold shelf: "
                   WS-PULL-CONFIRMED
           END-IF.

       CONFIRM-ONE-PULL.
           DISPLAY " ".
           DISPLAY PUL-LOCATION " " PUL-CALLNUMBER " "
               PUL-ACCESSION.
           DISPLAY "  " PUL-TITLE " hold " PUL-HOLD-ID
               " member " PUL-MEMBER-ID.
           DISPLAY "Pulled? (Y=to hold shelf, N=not found, S=skip, "
               "Q=quit): "
           ACCEPT WS-PULL-ANSWER
           EVALUATE WS-PULL-ANSWER
             WHEN "Y"
             WHEN "y"
               PERFORM SHELVE-PULLED-COPY
             WHEN "N"
             WHEN "n"
               MOVE "NOTFOUND" TO PUL-STATUS
               REWRITE HOLDPULL-RECORD
             WHEN "Q"
             WHEN "q"
               MOVE "Y" TO WS-PULL-QUIT
             WHEN OTHER CONTINUE
           END-EVALUATE.

       SHELVE-PULLED-COPY.
           MOVE "N" TO WS-PULL-OK
           MOVE PUL-HOLD-ID TO HOLD-ID-KEY
           READ HOLD-FILE KEY IS HOLD-ID-KEY
               INVALID KEY DISPLAY "Hold no longer on file."
               NOT INVALID KEY
                   IF HOLD-STATUS = "WAITING"
                       MOVE "Y" TO WS-PULL-OK
                   ELSE
                       DISPLAY "Hold is now " HOLD-STATUS
                           ". Reshelve the copy."
                   END-IF
           END-READ
           IF WS-PULL-OK = "Y"
               MOVE PUL-ACCESSION TO COPY-ACCESSION-KEY
               READ COPY-FILE KEY IS COPY-ACCESSION-KEY
                   INVALID KEY
                       MOVE "N" TO WS-PULL-OK
                       DISPLAY "Copy record not found."
                   NOT INVALID KEY
                       IF COPY-STATUS = "IN"
                           MOVE "HOLDSHELF" TO COPY-STATUS
                           REWRITE COPY-RECORD
                       ELSE
                           MOVE "N" TO WS-PULL-OK
                           DISPLAY "Copy is now " COPY-STATUS
                               ". Pull not confirmed."
                       END-IF
               END-READ
           END-IF
           IF WS-PULL-OK = "Y"
               MOVE "NOTIFIED" TO HOLD-STATUS
               MOVE FUNCTION CURRENT-DATE(1:8) TO HOLD-NOTIFY-DATE
               REWRITE HOLD-RECORD
               MOVE HOLD-MEMBER-ID TO NTC-MEMBER-ID
               MOVE "HOLDREADY" TO NTC-TYPE
               MOVE HOLD-ID-KEY TO NTC-REF
               PERFORM QUEUE-ONE-NOTICE
               MOVE "PULLED" TO PUL-STATUS
               REWRITE HOLDPULL-RECORD
               ADD 1 TO WS-PULL-CONFIRMED
               MOVE "HOLD-PULL-SHELVED" TO WS-AUDIT-OPERATION
               MOVE PUL-ACCESSION TO WS-AUDIT-KEY
               MOVE WS-SESSION-ID TO WS-AUDIT-OPERATOR
               PERFORM WRITE-AUDIT-LOG
               DISPLAY "Copy on hold shelf. Member " HOLD-MEMBER-ID
                   " notified for pickup."
           ELSE
               MOVE "VOID" TO PUL-STATUS
               REWRITE HOLDPULL-RECORD
           END-IF.

       ROOM-BOOKING-MENU.
           OPEN I-O ROOM-FILE
           IF WS-FS-ROOM NOT = "00"
