      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Serials and periodicals. Maintains the subscription
      *          master SUBSCRIPTIONS.TXT (ISSN, title, frequency,
      *          vendor, expected next issue date, claim grace days)
      *          and checks in issues as they arrive. Each received
      *          issue gets its own accession on COPIES.TXT (COPY-ISBN
      *          carries the ISSN), is logged on SERIALISSUES.TXT with
      *          its issue label, and is counted against the serial
      *          title on BOOKS.TXT (category SERIAL). Overdue issues
      *          are claimed by SERIALS-CLAIM-BATCH.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIALS-MANAGEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE ASSIGN TO "SUBSCRIPTIONS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUB-ISSN-KEY
              ALTERNATE RECORD KEY IS SUB-VENDOR WITH DUPLICATES
              FILE STATUS IS WS-FS-SUB.

           SELECT ISSUE-FILE ASSIGN TO "SERIALISSUES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ISS-ACCESSION-KEY
              ALTERNATE RECORD KEY IS ISS-ISSN WITH DUPLICATES
              FILE STATUS IS WS-FS-ISSUE.

           SELECT BOOK-FILE ASSIGN TO "BOOKS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOOK-ISBN-KEY
              FILE STATUS IS WS-FS-BOOK.

           SELECT COPY-FILE ASSIGN TO "COPIES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COPY-ACCESSION-KEY
              ALTERNATE RECORD KEY IS COPY-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-COPY.

           SELECT SEQCTL-FILE ASSIGN TO "SEQCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SEQCTL.

       DATA DIVISION.
       FILE SECTION.

       FD SUBSCRIPTION-FILE.
       01 SUBSCRIPTION-RECORD.
          05 SUB-ISSN-KEY       PIC X(9).
          05 SUB-TITLE          PIC X(60).
          05 SUB-FREQUENCY      PIC X(10).
          05 SUB-INTERVAL-DAYS  PIC 9(3).
          05 SUB-VENDOR         PIC X(10).
          05 SUB-NEXT-EXPECTED  PIC 9(8).
          05 SUB-GRACE-DAYS     PIC 9(3).
          05 SUB-LOCATION       PIC X(15).
          05 SUB-STATUS         PIC X(10).
          05 SUB-LAST-ISSUE     PIC X(20).
          05 SUB-ISSUES-RECVD   PIC 9(5).
          05 SUB-CLAIM-COUNT    PIC 9(2).
          05 SUB-LAST-CLAIM-DATE PIC 9(8).

       FD ISSUE-FILE.
       01 ISSUE-RECORD.
          05 ISS-ACCESSION-KEY  PIC X(12).
          05 ISS-ISSN           PIC X(9).
          05 ISS-LABEL          PIC X(20).
          05 ISS-EXPECTED-DATE  PIC 9(8).
          05 ISS-RECV-DATE      PIC 9(8).

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

       FD COPY-FILE.
       01 COPY-RECORD.
          05 COPY-ACCESSION-KEY PIC X(12).
          05 COPY-ISBN          PIC X(13).
          05 COPY-CONDITION     PIC X(10).
          05 COPY-LOCATION      PIC X(15).
          05 COPY-STATUS        PIC X(10).
          05 COPY-LOAN-CLASS    PIC X(6).

       FD SEQCTL-FILE.
       01 SEQCTL-RECORD.
          05 SEQ-LOAN           PIC 9(9).
          05 SEQ-FINE           PIC 9(9).
          05 SEQ-HOLD           PIC 9(9).
          05 SEQ-COPY           PIC 9(9).
          05 SEQ-RECEIPT        PIC 9(9).
          05 SEQ-TRANSFER       PIC 9(9).

       WORKING-STORAGE SECTION.
       77 WS-FS-SUB             PIC XX.
       77 WS-FS-ISSUE           PIC XX.
       77 WS-FS-BOOK            PIC XX.
       77 WS-FS-COPY            PIC XX.
       77 WS-FS-SEQCTL          PIC XX.
       77 WS-OPTION             PIC 9 VALUE 0.
       77 WS-EXIT-FLAG          PIC X VALUE "N".
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-LIST-COUNT         PIC 9(5).
       77 WS-CONFIRM            PIC X.
       77 WS-INPUT-DATE         PIC X(8).
       77 WS-INPUT-DAYS         PIC X(3).
       77 WS-SAVE-ISSN          PIC X(9).
       77 WS-ISSUE-LABEL        PIC X(20).
       77 WS-EXPECTED-DATE      PIC 9(8).
       77 WS-DAYS-LATE          PIC S9(5).
       77 WS-COPY-SEQ           PIC 9(9) VALUE 3000.
       77 WS-SEQ-LOAN-SAVE      PIC 9(9) VALUE 1000.
       77 WS-SEQ-FINE-SAVE      PIC 9(9) VALUE 5000.
       77 WS-SEQ-HOLD-SAVE      PIC 9(9) VALUE 7000.
       77 WS-SEQ-RECEIPT-SAVE   PIC 9(9) VALUE 8000.
       77 WS-SEQ-TRANSFER-SAVE  PIC 9(9) VALUE 4000.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SERIALS AND PERIODICALS ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           OPEN I-O SUBSCRIPTION-FILE
           IF WS-FS-SUB NOT = "00"
               DISPLAY "SUBSCRIPTION file not found. Creating..."
               OPEN OUTPUT SUBSCRIPTION-FILE
               CLOSE SUBSCRIPTION-FILE
               OPEN I-O SUBSCRIPTION-FILE
           END-IF

           OPEN I-O ISSUE-FILE
           IF WS-FS-ISSUE NOT = "00"
               OPEN OUTPUT ISSUE-FILE
               CLOSE ISSUE-FILE
               OPEN I-O ISSUE-FILE
           END-IF

           OPEN I-O BOOK-FILE
           IF WS-FS-BOOK NOT = "00"
               DISPLAY "BOOK file not found. Creating..."
               OPEN OUTPUT BOOK-FILE
               CLOSE BOOK-FILE
               OPEN I-O BOOK-FILE
           END-IF

           OPEN I-O COPY-FILE
           IF WS-FS-COPY NOT = "00"
               OPEN OUTPUT COPY-FILE
               CLOSE COPY-FILE
               OPEN I-O COPY-FILE
           END-IF

           PERFORM UNTIL WS-EXIT-FLAG = "Y"
               MOVE 0 TO WS-OPTION
               DISPLAY " "
               DISPLAY "1. Add Subscription"
               DISPLAY "2. List Subscriptions"
               DISPLAY "3. Check In Issue"
               DISPLAY "4. Issue History For A Title"
               DISPLAY "5. Change Subscription Status"
               DISPLAY "6. Exit"
               DISPLAY "Select option (1-6): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1 PERFORM ADD-SUBSCRIPTION
                   WHEN 2 PERFORM LIST-SUBSCRIPTIONS
                   WHEN 3 PERFORM CHECK-IN-ISSUE
                   WHEN 4 PERFORM LIST-ISSUE-HISTORY
                   WHEN 5 PERFORM CHANGE-SUBSCRIPTION-STATUS
                   WHEN 6 MOVE "Y" TO WS-EXIT-FLAG
                   WHEN OTHER DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM

           CLOSE SUBSCRIPTION-FILE ISSUE-FILE BOOK-FILE COPY-FILE
           DISPLAY "Goodbye.".
           STOP RUN.

       LOAD-SEQUENCE-CONTROL.
           OPEN INPUT SEQCTL-FILE
           IF WS-FS-SEQCTL = "00"
               READ SEQCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SEQ-COPY IS NUMERIC AND
                          SEQ-COPY > WS-COPY-SEQ
                           MOVE SEQ-COPY TO WS-COPY-SEQ
                       END-IF
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
           MOVE WS-SEQ-FINE-SAVE TO SEQ-FINE
           MOVE WS-SEQ-HOLD-SAVE TO SEQ-HOLD
           MOVE WS-COPY-SEQ TO SEQ-COPY
           MOVE WS-SEQ-RECEIPT-SAVE TO SEQ-RECEIPT
           MOVE WS-SEQ-TRANSFER-SAVE TO SEQ-TRANSFER
           WRITE SEQCTL-RECORD
           CLOSE SEQCTL-FILE.

       ADD-SUBSCRIPTION.
           DISPLAY "Enter ISSN (NNNN-NNNC): "
           ACCEPT SUB-ISSN-KEY
           MOVE FUNCTION UPPER-CASE(SUB-ISSN-KEY) TO SUB-ISSN-KEY
           IF SUB-ISSN-KEY(5:1) NOT = "-" OR
              SUB-ISSN-KEY(1:4) IS NOT NUMERIC
               DISPLAY "ISSN must be in the form NNNN-NNNC."
           ELSE
           READ SUBSCRIPTION-FILE KEY IS SUB-ISSN-KEY
              INVALID KEY
                 PERFORM ADD-NEW-SUBSCRIPTION
              NOT INVALID KEY
                 DISPLAY "Subscription already exists for "
                     SUB-TITLE
           END-READ
           END-IF.

       ADD-NEW-SUBSCRIPTION.
           DISPLAY "Title: "
           ACCEPT SUB-TITLE
           DISPLAY "Frequency (WEEKLY/FORTNIGHT/MONTHLY/BIMONTHLY/"
               "QUARTERLY/SEMIANNUAL/ANNUAL): "
           ACCEPT SUB-FREQUENCY
           MOVE FUNCTION UPPER-CASE(SUB-FREQUENCY) TO SUB-FREQUENCY
           PERFORM SET-FREQUENCY-INTERVAL
           DISPLAY "Vendor Code: "
           ACCEPT SUB-VENDOR
           MOVE FUNCTION UPPER-CASE(SUB-VENDOR) TO SUB-VENDOR
           DISPLAY "Next Issue Expected (YYYYMMDD): "
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE IS NUMERIC
               MOVE WS-INPUT-DATE TO SUB-NEXT-EXPECTED
           ELSE
               COMPUTE SUB-NEXT-EXPECTED = FUNCTION
                   DATE-OF-INTEGER(FUNCTION
                   INTEGER-OF-DATE(WS-CURRENT-DATE) +
                   SUB-INTERVAL-DAYS)
           END-IF
           DISPLAY "Claim Grace Days (blank = 14): "
           ACCEPT WS-INPUT-DAYS
           IF FUNCTION TRIM(WS-INPUT-DAYS) IS NUMERIC
               COMPUTE SUB-GRACE-DAYS = FUNCTION NUMVAL(WS-INPUT-DAYS)
           ELSE
               MOVE 14 TO SUB-GRACE-DAYS
           END-IF
           DISPLAY "Shelving Location (blank = PERIODICALS): "
           ACCEPT SUB-LOCATION
           IF SUB-LOCATION = SPACES
               MOVE "PERIODICALS" TO SUB-LOCATION
           END-IF
           MOVE "ACTIVE" TO SUB-STATUS
           MOVE SPACES TO SUB-LAST-ISSUE
           MOVE 0 TO SUB-ISSUES-RECVD
           MOVE 0 TO SUB-CLAIM-COUNT
           MOVE 0 TO SUB-LAST-CLAIM-DATE
           WRITE SUBSCRIPTION-RECORD
           PERFORM ENSURE-SERIAL-TITLE
           DISPLAY "Subscription added. Every " SUB-INTERVAL-DAYS
               " days, next issue due " SUB-NEXT-EXPECTED ".".

       SET-FREQUENCY-INTERVAL.
           EVALUATE SUB-FREQUENCY
               WHEN "WEEKLY"     MOVE 7 TO SUB-INTERVAL-DAYS
               WHEN "FORTNIGHT"  MOVE 14 TO SUB-INTERVAL-DAYS
               WHEN "MONTHLY"    MOVE 30 TO SUB-INTERVAL-DAYS
               WHEN "BIMONTHLY"  MOVE 61 TO SUB-INTERVAL-DAYS
               WHEN "QUARTERLY"  MOVE 91 TO SUB-INTERVAL-DAYS
               WHEN "SEMIANNUAL" MOVE 182 TO SUB-INTERVAL-DAYS
               WHEN "ANNUAL"     MOVE 365 TO SUB-INTERVAL-DAYS
               WHEN OTHER
                   DISPLAY "Days between issues: "
                   ACCEPT WS-INPUT-DAYS
                   IF FUNCTION TRIM(WS-INPUT-DAYS) IS NUMERIC
                       COMPUTE SUB-INTERVAL-DAYS =
                           FUNCTION NUMVAL(WS-INPUT-DAYS)
                   ELSE
                       MOVE 30 TO SUB-INTERVAL-DAYS
                   END-IF
                   IF SUB-INTERVAL-DAYS = 0
                       MOVE 30 TO SUB-INTERVAL-DAYS
                   END-IF
           END-EVALUATE.

       ENSURE-SERIAL-TITLE.
           MOVE SPACES TO BOOK-ISBN-KEY
           MOVE SUB-ISSN-KEY TO BOOK-ISBN-KEY
           READ BOOK-FILE KEY IS BOOK-ISBN-KEY
               INVALID KEY
                   MOVE SUB-TITLE TO BOOK-TITLE
                   MOVE SPACES TO BOOK-AUTHOR
                   MOVE SUB-VENDOR TO BOOK-PUBLISHER
                   MOVE WS-CURRENT-DATE(1:4) TO BOOK-YEAR
                   MOVE SPACES TO BOOK-CALLNUMBER
                   STRING "SER " DELIMITED BY SIZE
                       SUB-ISSN-KEY DELIMITED BY SIZE
                       INTO BOOK-CALLNUMBER
                   END-STRING
                   MOVE "SERIAL" TO BOOK-CATEGORY
                   MOVE "AVAILABLE" TO BOOK-STATUS
                   MOVE 0 TO BOOK-TOTAL-COPIES
                   MOVE 0 TO BOOK-COPIES-AVAILABLE
                   MOVE 0 TO BOOK-REPLACE-PRICE
                   WRITE BOOK-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       LIST-SUBSCRIPTIONS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE LOW-VALUES TO SUB-ISSN-KEY
           START SUBSCRIPTION-FILE KEY IS NOT LESS THAN SUB-ISSN-KEY
               INVALID KEY MOVE "10" TO WS-FS-SUB
               NOT INVALID KEY MOVE "00" TO WS-FS-SUB
           END-START
           PERFORM UNTIL WS-FS-SUB = "10"
               READ SUBSCRIPTION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-SUB
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY SUB-ISSN-KEY " | " SUB-TITLE(1:40)
                           " | " SUB-FREQUENCY " | " SUB-VENDOR
                       DISPLAY "    NEXT DUE: " SUB-NEXT-EXPECTED
                           " | LAST: " SUB-LAST-ISSUE
                           " | RECEIVED: " SUB-ISSUES-RECVD
                           " | CLAIMS: " SUB-CLAIM-COUNT
                           " | " SUB-STATUS
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No subscriptions on file."
           END-IF.

       CHECK-IN-ISSUE.
           DISPLAY "Enter ISSN: "
           ACCEPT SUB-ISSN-KEY
           MOVE FUNCTION UPPER-CASE(SUB-ISSN-KEY) TO SUB-ISSN-KEY
           READ SUBSCRIPTION-FILE KEY IS SUB-ISSN-KEY
              INVALID KEY
                 DISPLAY "No subscription for that ISSN."
              NOT INVALID KEY
                 IF SUB-STATUS NOT = "ACTIVE"
                    DISPLAY "Subscription is " SUB-STATUS
                        ". Check-in refused."
                 ELSE
                    PERFORM RECEIVE-ONE-ISSUE
                 END-IF
           END-READ.

       RECEIVE-ONE-ISSUE.
           DISPLAY SUB-TITLE
           DISPLAY "Issue expected " SUB-NEXT-EXPECTED
               ". Last issue received: " SUB-LAST-ISSUE
           DISPLAY "Issue Label (e.g. VOL 12 NO 3): "
           ACCEPT WS-ISSUE-LABEL
           IF WS-ISSUE-LABEL = SPACES
               DISPLAY "Issue label is required."
           ELSE
               MOVE SUB-ISSN-KEY TO WS-SAVE-ISSN
               MOVE SUB-NEXT-EXPECTED TO WS-EXPECTED-DATE
               PERFORM LOAD-SEQUENCE-CONTROL
               ADD 1 TO WS-COPY-SEQ
               MOVE WS-COPY-SEQ TO COPY-ACCESSION-KEY
               MOVE SPACES TO COPY-ISBN
               MOVE WS-SAVE-ISSN TO COPY-ISBN
               MOVE "GOOD" TO COPY-CONDITION
               MOVE SUB-LOCATION TO COPY-LOCATION
               MOVE "IN" TO COPY-STATUS
               MOVE "SHORT" TO COPY-LOAN-CLASS
               WRITE COPY-RECORD
                   INVALID KEY
                       DISPLAY "Accession " COPY-ACCESSION-KEY
                           " already on file. Issue not checked in."
                   NOT INVALID KEY
                       PERFORM SAVE-SEQUENCE-CONTROL
                       PERFORM POST-RECEIVED-ISSUE
               END-WRITE
           END-IF.

       POST-RECEIVED-ISSUE.
           MOVE COPY-ACCESSION-KEY TO ISS-ACCESSION-KEY
           MOVE WS-SAVE-ISSN TO ISS-ISSN
           MOVE WS-ISSUE-LABEL TO ISS-LABEL
           MOVE WS-EXPECTED-DATE TO ISS-EXPECTED-DATE
           MOVE WS-CURRENT-DATE TO ISS-RECV-DATE
           WRITE ISSUE-RECORD

           PERFORM ENSURE-SERIAL-TITLE
           ADD 1 TO BOOK-TOTAL-COPIES
           ADD 1 TO BOOK-COPIES-AVAILABLE
           REWRITE BOOK-RECORD

           MOVE WS-ISSUE-LABEL TO SUB-LAST-ISSUE
           ADD 1 TO SUB-ISSUES-RECVD
           COMPUTE SUB-NEXT-EXPECTED = FUNCTION
               DATE-OF-INTEGER(FUNCTION
               INTEGER-OF-DATE(WS-EXPECTED-DATE) +
               SUB-INTERVAL-DAYS)
           MOVE 0 TO SUB-CLAIM-COUNT
           MOVE 0 TO SUB-LAST-CLAIM-DATE
           REWRITE SUBSCRIPTION-RECORD

           COMPUTE WS-DAYS-LATE = FUNCTION
               INTEGER-OF-DATE(WS-CURRENT-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-EXPECTED-DATE)
           DISPLAY "Issue " WS-ISSUE-LABEL " checked in as accession "
               ISS-ACCESSION-KEY " at " SUB-LOCATION "."
           IF WS-DAYS-LATE > SUB-GRACE-DAYS
               DISPLAY "Issue arrived " WS-DAYS-LATE " days after "
                   "it was expected."
           END-IF
           DISPLAY "Next issue expected " SUB-NEXT-EXPECTED ".".

       LIST-ISSUE-HISTORY.
           DISPLAY "Enter ISSN: "
           ACCEPT WS-SAVE-ISSN
           MOVE FUNCTION UPPER-CASE(WS-SAVE-ISSN) TO WS-SAVE-ISSN
           MOVE 0 TO WS-LIST-COUNT
           MOVE WS-SAVE-ISSN TO ISS-ISSN
           START ISSUE-FILE KEY IS EQUAL TO ISS-ISSN
               INVALID KEY MOVE "10" TO WS-FS-ISSUE
               NOT INVALID KEY MOVE "00" TO WS-FS-ISSUE
           END-START
           PERFORM UNTIL WS-FS-ISSUE = "10"
               READ ISSUE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-ISSUE
                   NOT AT END
                       IF ISS-ISSN NOT = WS-SAVE-ISSN
                           MOVE "10" TO WS-FS-ISSUE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY ISS-ACCESSION-KEY " | " ISS-LABEL
                               " | EXPECTED: " ISS-EXPECTED-DATE
                               " | RECEIVED: " ISS-RECV-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No issues received for that ISSN."
           END-IF.

       CHANGE-SUBSCRIPTION-STATUS.
           DISPLAY "Enter ISSN: "
           ACCEPT SUB-ISSN-KEY
           MOVE FUNCTION UPPER-CASE(SUB-ISSN-KEY) TO SUB-ISSN-KEY
           READ SUBSCRIPTION-FILE KEY IS SUB-ISSN-KEY
              INVALID KEY
                 DISPLAY "No subscription for that ISSN."
              NOT INVALID KEY
                 DISPLAY SUB-TITLE " is " SUB-STATUS "."
                 DISPLAY "A=Active  C=Cancelled  R=Reset next due "
                     "date: "
                 ACCEPT WS-CONFIRM
                 EVALUATE FUNCTION UPPER-CASE(WS-CONFIRM)
                     WHEN "A"
                         MOVE "ACTIVE" TO SUB-STATUS
                         REWRITE SUBSCRIPTION-RECORD
                         DISPLAY "Subscription reactivated."
                     WHEN "C"
                         MOVE "CANCELLED" TO SUB-STATUS
                         REWRITE SUBSCRIPTION-RECORD
                         DISPLAY "Subscription cancelled. No further "
                             "claims will be raised."
                     WHEN "R"
                         DISPLAY "Next Issue Expected (YYYYMMDD): "
                         ACCEPT WS-INPUT-DATE
                         IF WS-INPUT-DATE IS NUMERIC
                             MOVE WS-INPUT-DATE TO SUB-NEXT-EXPECTED
                             MOVE 0 TO SUB-CLAIM-COUNT
                             MOVE 0 TO SUB-LAST-CLAIM-DATE
                             REWRITE SUBSCRIPTION-RECORD
                             DISPLAY "Next issue now due "
                                 SUB-NEXT-EXPECTED "."
                         ELSE
                             DISPLAY "Invalid date. Unchanged."
                         END-IF
                     WHEN OTHER
                         DISPLAY "Unchanged."
                 END-EVALUATE
           END-READ.

       END PROGRAM SERIALS-MANAGEMENT.
