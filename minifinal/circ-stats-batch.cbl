      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Month-end circulation statistics return. Reads
      *          LOANS.TXT and LOANS_ARCHIVE.TXT for checkouts and
      *          returns, the RENEW-LOAN entries on AUDIT.TXT for
      *          renewals, HOLDS.TXT for holds placed and filled (a
      *          filled hold is dated by the checkout that filled it)
      *          and MEMBERS.TXT for new and active members. Counts are
      *          broken down by the copy's COPY-LOCATION branch and the
      *          title's BOOK-CATEGORY; holds placed are title level
      *          and are shown under ALL-BRANCHES. Each month is kept
      *          on the history file CIRCHIST.TXT (a rerun replaces
      *          the month), and the return is written as the fixed
      *          format file CIRCSTATS_<yyyymm>.TXT for the library
      *          authority and the printable CIRCSTATS_<yyyymm>_PRT.TXT
      *          showing the same month last year alongside.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIRC-STATS-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOANS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOAN-ID-KEY
              ALTERNATE RECORD KEY IS LOAN-MEMBER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS LOAN-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-LOAN.

           SELECT LOAN-ARCH-FILE ASSIGN TO "LOANS_ARCHIVE.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LARC-ID-KEY
              ALTERNATE RECORD KEY IS LARC-MEMBER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS LARC-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-LARC.

           SELECT COPY-FILE ASSIGN TO "COPIES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COPY-ACCESSION-KEY
              ALTERNATE RECORD KEY IS COPY-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-COPY.

           SELECT BOOK-FILE ASSIGN TO "BOOKS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOOK-ISBN-KEY
              FILE STATUS IS WS-FS-BOOK.

           SELECT MEMBER-FILE ASSIGN TO "MEMBERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MEMBER-ID-KEY
              FILE STATUS IS WS-FS-MEMBER.

           SELECT HOLD-FILE ASSIGN TO "HOLDS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOLD-ID-KEY
              ALTERNATE RECORD KEY IS HOLD-ISBN WITH DUPLICATES
              ALTERNATE RECORD KEY IS HOLD-MEMBER-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-HOLD.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

           SELECT HISTORY-FILE ASSIGN TO "CIRCHIST.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CH-KEY
              FILE STATUS IS WS-FS-HISTORY.

           SELECT STATS-FILE ASSIGN TO WS-STATS-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-STATS.

           SELECT PRINT-FILE ASSIGN TO WS-PRINT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PRINT.

       DATA DIVISION.
       FILE SECTION.

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

       FD LOAN-ARCH-FILE.
       01 LOAN-ARCH-RECORD.
          05 LARC-ID-KEY        PIC X(12).
          05 LARC-MEMBER-ID     PIC X(12).
          05 LARC-ISBN          PIC X(13).
          05 LARC-DATE          PIC 9(8).
          05 LARC-DUE-DATE      PIC 9(8).
          05 LARC-RETURN-DATE   PIC 9(8).
          05 LARC-STATUS        PIC X(10).
          05 LARC-RENEW-COUNT   PIC 9(2).
          05 LARC-ACCESSION     PIC X(12).

       FD COPY-FILE.
       01 COPY-RECORD.
          05 COPY-ACCESSION-KEY PIC X(12).
          05 COPY-ISBN          PIC X(13).
          05 COPY-CONDITION     PIC X(10).
          05 COPY-LOCATION      PIC X(15).
          05 COPY-STATUS        PIC X(10).
          05 COPY-LOAN-CLASS    PIC X(6).

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

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-ID-KEY        PIC X(12).
          05 HOLD-ISBN          PIC X(13).
          05 HOLD-MEMBER-ID     PIC X(12).
          05 HOLD-DATE          PIC 9(8).
          05 HOLD-STATUS        PIC X(10).
          05 HOLD-NOTIFY-DATE   PIC 9(8).

       FD AUDIT-FILE.
       01 AUDIT-LINE            PIC X(100).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
          05 CH-KEY.
             10 CH-MONTH        PIC 9(6).
             10 CH-BRANCH       PIC X(15).
             10 CH-CATEGORY     PIC X(10).
          05 CH-COUNTS.
             10 CH-COUNT        PIC 9(7) OCCURS 7 TIMES.
          05 CH-RUN-DATE        PIC 9(8).

       FD STATS-FILE.
       01 STATS-LINE            PIC X(90).

       FD PRINT-FILE.
       01 PRINT-LINE            PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-FS-LOAN            PIC XX.
       77 WS-FS-LARC            PIC XX.
       77 WS-FS-COPY            PIC XX.
       77 WS-FS-BOOK            PIC XX.
       77 WS-FS-MEMBER          PIC XX.
       77 WS-FS-HOLD            PIC XX.
       77 WS-FS-AUDIT           PIC XX.
       77 WS-FS-HISTORY         PIC XX.
       77 WS-FS-STATS           PIC XX.
       77 WS-FS-PRINT           PIC XX.
       77 WS-LARC-OPEN          PIC X VALUE "N".
       77 WS-MEMBER-OPEN        PIC X VALUE "N".
       77 WS-HOLD-OPEN          PIC X VALUE "N".
       77 WS-EOF-FLAG           PIC X VALUE "N".
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-STATS-MONTH        PIC 9(6).
       77 WS-LY-MONTH           PIC 9(6).
       77 WS-MONTH-START        PIC 9(8).
       77 WS-MONTH-END          PIC 9(8).
       77 WS-STATS-NAME         PIC X(40).
       77 WS-PRINT-NAME         PIC X(40).
       77 WS-SCAN-ACCESSION     PIC X(12).
       77 WS-SCAN-ISBN          PIC X(13).
       77 WS-STAT-BRANCH        PIC X(15).
       77 WS-STAT-CATEGORY      PIC X(10).
       77 WS-STAT-COLUMN        PIC 9.
       77 WS-STAT-IDX           PIC 9(3).
       77 WS-STAT-USED          PIC 9(3) VALUE 0.
       77 WS-STAT-FOUND         PIC X VALUE "N".
       77 WS-COL-IDX            PIC 9.
       77 WS-A-TIMESTAMP        PIC X(14).
       77 WS-A-OPERATION        PIC X(20).
       77 WS-A-KEY-PART         PIC X(30).
       77 WS-A-OPER-PART        PIC X(30).
       77 WS-LINE-DATE          PIC 9(8).
       77 WS-FILL-DATE          PIC 9(8).
       77 WS-FILL-ACCESSION     PIC X(12).
       77 WS-FILL-ISBN          PIC X(13).
       77 WS-MEMBER-ACTIVE      PIC X VALUE "N".
       77 WS-SAVE-MEMBER-ID     PIC X(12).
       77 WS-ROWS-WRITTEN       PIC 9(5) VALUE 0.
       77 WS-TOTAL-BRANCH       PIC X(15) VALUE "*TOTAL*".
       77 WS-HOLD-BRANCH        PIC X(15) VALUE "ALL-BRANCHES".

       01 STAT-TABLE.
           05 STAT-ENTRY OCCURS 300 TIMES.
               10 STT-BRANCH        PIC X(15).
               10 STT-CATEGORY      PIC X(10).
               10 STT-COUNT         PIC 9(7) OCCURS 7 TIMES.

       01 WS-TOTAL-COUNTS.
           05 WS-TOTAL-COUNT        PIC 9(7) OCCURS 7 TIMES.

       01 WS-LY-COUNTS.
           05 WS-LY-COUNT           PIC 9(7) OCCURS 7 TIMES.

       01 WS-STATS-DETAIL.
           05 STS-TYPE              PIC X.
           05 STS-MONTH             PIC 9(6).
           05 STS-BRANCH            PIC X(15).
           05 STS-CATEGORY          PIC X(10).
           05 STS-COUNT             PIC 9(7) OCCURS 7 TIMES.

       01 WS-PRINT-DETAIL.
           05 PRD-BRANCH            PIC X(15).
           05 FILLER                PIC X VALUE SPACE.
           05 PRD-CATEGORY          PIC X(10).
           05 PRD-COLUMN OCCURS 7 TIMES.
               10 FILLER            PIC X(2) VALUE SPACES.
               10 PRD-COUNT         PIC ZZZZZZ9.
               10 FILLER            PIC X VALUE "/".
               10 PRD-LY-COUNT      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MONTHLY CIRCULATION STATISTICS ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           DISPLAY "Statistics month (YYYYMM, 0 = last month): "
           ACCEPT WS-STATS-MONTH
           IF WS-STATS-MONTH = 0
               COMPUTE WS-STATS-MONTH = WS-CURRENT-DATE / 100 - 1
               IF FUNCTION MOD(WS-STATS-MONTH, 100) = 0
                   COMPUTE WS-STATS-MONTH = WS-STATS-MONTH - 88
               END-IF
           END-IF
           IF FUNCTION MOD(WS-STATS-MONTH, 100) = 0 OR
              FUNCTION MOD(WS-STATS-MONTH, 100) > 12
               DISPLAY "Invalid month " WS-STATS-MONTH "."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-LY-MONTH = WS-STATS-MONTH - 100
           COMPUTE WS-MONTH-START = WS-STATS-MONTH * 100 + 1
           COMPUTE WS-MONTH-END = WS-STATS-MONTH * 100 + 31

           OPEN INPUT LOAN-FILE
           IF WS-FS-LOAN NOT = "00"
               DISPLAY "LOANS.TXT not found. Nothing to count."
               GOBACK
           END-IF
           OPEN INPUT COPY-FILE
           OPEN INPUT BOOK-FILE
           OPEN INPUT LOAN-ARCH-FILE
           IF WS-FS-LARC = "00"
               MOVE "Y" TO WS-LARC-OPEN
           ELSE
               DISPLAY "No loan archive on file. Live loans only."
           END-IF
           OPEN INPUT MEMBER-FILE
           IF WS-FS-MEMBER = "00"
               MOVE "Y" TO WS-MEMBER-OPEN
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-FS-HOLD = "00"
               MOVE "Y" TO WS-HOLD-OPEN
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-FS-HISTORY NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF

           INITIALIZE WS-TOTAL-COUNTS
           PERFORM TALLY-LIVE-LOANS
           IF WS-LARC-OPEN = "Y"
               PERFORM TALLY-ARCHIVED-LOANS
           END-IF
           PERFORM TALLY-RENEWALS
           IF WS-HOLD-OPEN = "Y"
               PERFORM TALLY-HOLDS
           END-IF
           IF WS-MEMBER-OPEN = "Y"
               PERFORM TALLY-MEMBERS
           END-IF

           PERFORM STORE-MONTH-HISTORY
           PERFORM WRITE-STATS-RETURN

           CLOSE LOAN-FILE COPY-FILE BOOK-FILE HISTORY-FILE
           IF WS-LARC-OPEN = "Y"
               CLOSE LOAN-ARCH-FILE
           END-IF
           IF WS-MEMBER-OPEN = "Y"
               CLOSE MEMBER-FILE
           END-IF
           IF WS-HOLD-OPEN = "Y"
               CLOSE HOLD-FILE
           END-IF
           DISPLAY "Month: " WS-STATS-MONTH.
           DISPLAY "Checkouts: " WS-TOTAL-COUNT(1)
               " | Renewals: " WS-TOTAL-COUNT(2)
               " | Returns: " WS-TOTAL-COUNT(3).
           DISPLAY "Holds placed: " WS-TOTAL-COUNT(4)
               " | Holds filled: " WS-TOTAL-COUNT(5).
           DISPLAY "New members: " WS-TOTAL-COUNT(6)
               " | Active members: " WS-TOTAL-COUNT(7).
           DISPLAY "Return file: " FUNCTION TRIM(WS-STATS-NAME).
           DISPLAY "Printable: " FUNCTION TRIM(WS-PRINT-NAME).
           STOP RUN.

       TALLY-LIVE-LOANS.
           MOVE LOW-VALUES TO LOAN-ID-KEY
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-ID-KEY
               INVALID KEY MOVE "10" TO WS-FS-LOAN
               NOT INVALID KEY MOVE "00" TO WS-FS-LOAN
           END-START
           PERFORM UNTIL WS-FS-LOAN = "10"
               READ LOAN-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOAN
                   NOT AT END
                       MOVE LOAN-ACCESSION TO WS-SCAN-ACCESSION
                       MOVE LOAN-ISBN TO WS-SCAN-ISBN
                       IF LOAN-DATE >= WS-MONTH-START AND
                          LOAN-DATE <= WS-MONTH-END
                           MOVE 1 TO WS-STAT-COLUMN
                           PERFORM COUNT-COPY-ACTIVITY
                       END-IF
                       IF LOAN-RETURN-DATE >= WS-MONTH-START AND
                          LOAN-RETURN-DATE <= WS-MONTH-END
                           MOVE 3 TO WS-STAT-COLUMN
                           PERFORM COUNT-COPY-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ARCHIVED-LOANS.
           MOVE LOW-VALUES TO LARC-ID-KEY
           START LOAN-ARCH-FILE KEY IS NOT LESS THAN LARC-ID-KEY
               INVALID KEY MOVE "10" TO WS-FS-LARC
               NOT INVALID KEY MOVE "00" TO WS-FS-LARC
           END-START
           PERFORM UNTIL WS-FS-LARC = "10"
               READ LOAN-ARCH-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LARC
                   NOT AT END
                       MOVE LARC-ACCESSION TO WS-SCAN-ACCESSION
                       MOVE LARC-ISBN TO WS-SCAN-ISBN
                       IF LARC-DATE >= WS-MONTH-START AND
                          LARC-DATE <= WS-MONTH-END
                           MOVE 1 TO WS-STAT-COLUMN
                           PERFORM COUNT-COPY-ACTIVITY
                       END-IF
                       IF LARC-RETURN-DATE >= WS-MONTH-START AND
                          LARC-RETURN-DATE <= WS-MONTH-END
                           MOVE 3 TO WS-STAT-COLUMN
                           PERFORM COUNT-COPY-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-RENEWALS.
           OPEN INPUT AUDIT-FILE
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "AUDIT.TXT not found. Renewals not counted."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ AUDIT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-RENEWAL-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       CHECK-RENEWAL-LINE.
           IF AUDIT-LINE(1:8) IS NUMERIC
               MOVE AUDIT-LINE(1:8) TO WS-LINE-DATE
               IF WS-LINE-DATE >= WS-MONTH-START AND
                  WS-LINE-DATE <= WS-MONTH-END
                   MOVE SPACES TO WS-A-TIMESTAMP WS-A-OPERATION
                       WS-A-KEY-PART WS-A-OPER-PART
                   UNSTRING AUDIT-LINE DELIMITED BY " | "
                       INTO WS-A-TIMESTAMP WS-A-OPERATION
                            WS-A-KEY-PART WS-A-OPER-PART
                   END-UNSTRING
                   IF WS-A-OPERATION = "RENEW-LOAN" AND
                      WS-A-KEY-PART(1:5) = "KEY: "
                       PERFORM COUNT-RENEWED-LOAN
                   END-IF
               END-IF
           END-IF.

       COUNT-RENEWED-LOAN.
           MOVE SPACES TO WS-SCAN-ACCESSION WS-SCAN-ISBN
           MOVE WS-A-KEY-PART(6:12) TO LOAN-ID-KEY
           READ LOAN-FILE KEY IS LOAN-ID-KEY
               INVALID KEY
                   IF WS-LARC-OPEN = "Y"
                       MOVE WS-A-KEY-PART(6:12) TO LARC-ID-KEY
                       READ LOAN-ARCH-FILE KEY IS LARC-ID-KEY
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE LARC-ACCESSION
                                   TO WS-SCAN-ACCESSION
                               MOVE LARC-ISBN TO WS-SCAN-ISBN
                       END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE LOAN-ACCESSION TO WS-SCAN-ACCESSION
                   MOVE LOAN-ISBN TO WS-SCAN-ISBN
           END-READ
           MOVE 2 TO WS-STAT-COLUMN
           PERFORM COUNT-COPY-ACTIVITY.

       TALLY-HOLDS.
           MOVE LOW-VALUES TO HOLD-ID-KEY
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID-KEY
               INVALID KEY MOVE "10" TO WS-FS-HOLD
               NOT INVALID KEY MOVE "00" TO WS-FS-HOLD
           END-START
           PERFORM UNTIL WS-FS-HOLD = "10"
               READ HOLD-FILE NEXT
                   AT END MOVE "10" TO WS-FS-HOLD
                   NOT AT END
                       IF HOLD-DATE >= WS-MONTH-START AND
                          HOLD-DATE <= WS-MONTH-END
                           MOVE HOLD-ISBN TO WS-SCAN-ISBN
                           PERFORM RESOLVE-TITLE-CATEGORY
                           MOVE WS-HOLD-BRANCH TO WS-STAT-BRANCH
                           MOVE 4 TO WS-STAT-COLUMN
                           PERFORM ADD-STAT-COUNT
                       END-IF
                       IF HOLD-STATUS = "FILLED"
                           PERFORM FIND-FILLING-LOAN
                           IF WS-FILL-DATE >= WS-MONTH-START AND
                              WS-FILL-DATE <= WS-MONTH-END
                               MOVE WS-FILL-ACCESSION
                                   TO WS-SCAN-ACCESSION
                               MOVE WS-FILL-ISBN TO WS-SCAN-ISBN
                               MOVE 5 TO WS-STAT-COLUMN
                               PERFORM COUNT-COPY-ACTIVITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-FILLING-LOAN.
           MOVE 99999999 TO WS-FILL-DATE
           MOVE SPACES TO WS-FILL-ACCESSION
           MOVE HOLD-ISBN TO WS-FILL-ISBN
           MOVE HOLD-MEMBER-ID TO LOAN-MEMBER-ID
           START LOAN-FILE KEY IS EQUAL TO LOAN-MEMBER-ID
               INVALID KEY MOVE "10" TO WS-FS-LOAN
               NOT INVALID KEY MOVE "00" TO WS-FS-LOAN
           END-START
           PERFORM UNTIL WS-FS-LOAN = "10"
               READ LOAN-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOAN
                   NOT AT END
                       IF LOAN-MEMBER-ID NOT = HOLD-MEMBER-ID
                           MOVE "10" TO WS-FS-LOAN
                       ELSE
                           IF LOAN-ISBN = HOLD-ISBN AND
                              LOAN-DATE >= HOLD-DATE AND
                              LOAN-DATE < WS-FILL-DATE
                               MOVE LOAN-DATE TO WS-FILL-DATE
                               MOVE LOAN-ACCESSION
                                   TO WS-FILL-ACCESSION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LARC-OPEN = "Y"
               MOVE HOLD-MEMBER-ID TO LARC-MEMBER-ID
               START LOAN-ARCH-FILE KEY IS EQUAL TO LARC-MEMBER-ID
                   INVALID KEY MOVE "10" TO WS-FS-LARC
                   NOT INVALID KEY MOVE "00" TO WS-FS-LARC
               END-START
               PERFORM UNTIL WS-FS-LARC = "10"
                   READ LOAN-ARCH-FILE NEXT
                       AT END MOVE "10" TO WS-FS-LARC
                       NOT AT END
                           IF LARC-MEMBER-ID NOT = HOLD-MEMBER-ID
                               MOVE "10" TO WS-FS-LARC
                           ELSE
                               IF LARC-ISBN = HOLD-ISBN AND
                                  LARC-DATE >= HOLD-DATE AND
                                  LARC-DATE < WS-FILL-DATE
                                   MOVE LARC-DATE TO WS-FILL-DATE
                                   MOVE LARC-ACCESSION
                                       TO WS-FILL-ACCESSION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TALLY-MEMBERS.
           MOVE LOW-VALUES TO MEMBER-ID-KEY
           START MEMBER-FILE KEY IS NOT LESS THAN MEMBER-ID-KEY
               INVALID KEY MOVE "10" TO WS-FS-MEMBER
               NOT INVALID KEY MOVE "00" TO WS-FS-MEMBER
           END-START
           PERFORM UNTIL WS-FS-MEMBER = "10"
               READ MEMBER-FILE NEXT
                   AT END MOVE "10" TO WS-FS-MEMBER
                   NOT AT END
                       IF MEMBER-JOIN-DATE >= WS-MONTH-START AND
                          MEMBER-JOIN-DATE <= WS-MONTH-END
                           ADD 1 TO WS-TOTAL-COUNT(6)
                       END-IF
                       PERFORM CHECK-MEMBER-ACTIVE
                       IF WS-MEMBER-ACTIVE = "Y"
                           ADD 1 TO WS-TOTAL-COUNT(7)
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-MEMBER-ACTIVE.
           MOVE "N" TO WS-MEMBER-ACTIVE
           MOVE MEMBER-ID-KEY TO WS-SAVE-MEMBER-ID
           MOVE WS-SAVE-MEMBER-ID TO LOAN-MEMBER-ID
           START LOAN-FILE KEY IS EQUAL TO LOAN-MEMBER-ID
               INVALID KEY MOVE "10" TO WS-FS-LOAN
               NOT INVALID KEY MOVE "00" TO WS-FS-LOAN
           END-START
           PERFORM UNTIL WS-FS-LOAN = "10" OR WS-MEMBER-ACTIVE = "Y"
               READ LOAN-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOAN
                   NOT AT END
                       IF LOAN-MEMBER-ID NOT = WS-SAVE-MEMBER-ID
                           MOVE "10" TO WS-FS-LOAN
                       ELSE
                           IF LOAN-DATE >= WS-MONTH-START AND
                              LOAN-DATE <= WS-MONTH-END
                               MOVE "Y" TO WS-MEMBER-ACTIVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MEMBER-ACTIVE = "N" AND WS-LARC-OPEN = "Y"
               MOVE WS-SAVE-MEMBER-ID TO LARC-MEMBER-ID
               START LOAN-ARCH-FILE KEY IS EQUAL TO LARC-MEMBER-ID
                   INVALID KEY MOVE "10" TO WS-FS-LARC
                   NOT INVALID KEY MOVE "00" TO WS-FS-LARC
               END-START
               PERFORM UNTIL WS-FS-LARC = "10" OR
                   WS-MEMBER-ACTIVE = "Y"
                   READ LOAN-ARCH-FILE NEXT
                       AT END MOVE "10" TO WS-FS-LARC
                       NOT AT END
                           IF LARC-MEMBER-ID NOT = WS-SAVE-MEMBER-ID
                               MOVE "10" TO WS-FS-LARC
                           ELSE
                               IF LARC-DATE >= WS-MONTH-START AND
                                  LARC-DATE <= WS-MONTH-END
                                   MOVE "Y" TO WS-MEMBER-ACTIVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       COUNT-COPY-ACTIVITY.
           MOVE "(UNKNOWN)" TO WS-STAT-BRANCH
           IF WS-SCAN-ACCESSION NOT = SPACES
               MOVE WS-SCAN-ACCESSION TO COPY-ACCESSION-KEY
               READ COPY-FILE KEY IS COPY-ACCESSION-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF COPY-LOCATION NOT = SPACES
                           MOVE COPY-LOCATION TO WS-STAT-BRANCH
                       END-IF
                       IF WS-SCAN-ISBN = SPACES
                           MOVE COPY-ISBN TO WS-SCAN-ISBN
                       END-IF
               END-READ
           END-IF
           PERFORM RESOLVE-TITLE-CATEGORY
           PERFORM ADD-STAT-COUNT.

       RESOLVE-TITLE-CATEGORY.
           MOVE "(UNKNOWN)" TO WS-STAT-CATEGORY
           IF WS-SCAN-ISBN NOT = SPACES
               MOVE WS-SCAN-ISBN TO BOOK-ISBN-KEY
               READ BOOK-FILE KEY IS BOOK-ISBN-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BOOK-CATEGORY = SPACES
                           MOVE "(NONE)" TO WS-STAT-CATEGORY
                       ELSE
                           MOVE BOOK-CATEGORY TO WS-STAT-CATEGORY
                       END-IF
               END-READ
           END-IF.

       ADD-STAT-COUNT.
           MOVE "N" TO WS-STAT-FOUND
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1 UNTIL
               WS-STAT-IDX > WS-STAT-USED OR WS-STAT-FOUND = "Y"
               IF STT-BRANCH(WS-STAT-IDX) = WS-STAT-BRANCH AND
                  STT-CATEGORY(WS-STAT-IDX) = WS-STAT-CATEGORY
                   ADD 1 TO STT-COUNT(WS-STAT-IDX, WS-STAT-COLUMN)
                   MOVE "Y" TO WS-STAT-FOUND
               END-IF
           END-PERFORM
           IF WS-STAT-FOUND = "N" AND WS-STAT-USED < 300
               ADD 1 TO WS-STAT-USED
               MOVE WS-STAT-BRANCH TO STT-BRANCH(WS-STAT-USED)
               MOVE WS-STAT-CATEGORY TO STT-CATEGORY(WS-STAT-USED)
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL
                   WS-COL-IDX > 7
                   MOVE 0 TO STT-COUNT(WS-STAT-USED, WS-COL-IDX)
               END-PERFORM
               MOVE 1 TO STT-COUNT(WS-STAT-USED, WS-STAT-COLUMN)
           END-IF
           ADD 1 TO WS-TOTAL-COUNT(WS-STAT-COLUMN).

       STORE-MONTH-HISTORY.
           MOVE WS-STATS-MONTH TO CH-MONTH
           MOVE LOW-VALUES TO CH-BRANCH CH-CATEGORY
           START HISTORY-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY MOVE "10" TO WS-FS-HISTORY
               NOT INVALID KEY MOVE "00" TO WS-FS-HISTORY
           END-START
           PERFORM UNTIL WS-FS-HISTORY = "10"
               READ HISTORY-FILE NEXT
                   AT END MOVE "10" TO WS-FS-HISTORY
                   NOT AT END
                       IF CH-MONTH NOT = WS-STATS-MONTH
                           MOVE "10" TO WS-FS-HISTORY
                       ELSE
                           DELETE HISTORY-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1 UNTIL
               WS-STAT-IDX > WS-STAT-USED
               MOVE WS-STATS-MONTH TO CH-MONTH
               MOVE STT-BRANCH(WS-STAT-IDX) TO CH-BRANCH
               MOVE STT-CATEGORY(WS-STAT-IDX) TO CH-CATEGORY
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL
                   WS-COL-IDX > 7
                   MOVE STT-COUNT(WS-STAT-IDX, WS-COL-IDX)
                       TO CH-COUNT(WS-COL-IDX)
               END-PERFORM
               MOVE WS-CURRENT-DATE TO CH-RUN-DATE
               WRITE HISTORY-RECORD
           END-PERFORM
           MOVE WS-STATS-MONTH TO CH-MONTH
           MOVE WS-TOTAL-BRANCH TO CH-BRANCH
           MOVE SPACES TO CH-CATEGORY
           MOVE WS-TOTAL-COUNTS TO CH-COUNTS
           MOVE WS-CURRENT-DATE TO CH-RUN-DATE
           WRITE HISTORY-RECORD.

       WRITE-STATS-RETURN.
           MOVE SPACES TO WS-STATS-NAME WS-PRINT-NAME
           STRING
               "CIRCSTATS_" DELIMITED BY SIZE
               WS-STATS-MONTH DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-STATS-NAME
           END-STRING
           STRING
               "CIRCSTATS_" DELIMITED BY SIZE
               WS-STATS-MONTH DELIMITED BY SIZE
               "_PRT.TXT" DELIMITED BY SIZE
               INTO WS-PRINT-NAME
           END-STRING
           OPEN OUTPUT STATS-FILE
           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO PRINT-LINE
           STRING
               "MONTHLY CIRCULATION STATISTICS  MONTH " DELIMITED BY
                   SIZE
               WS-STATS-MONTH DELIMITED BY SIZE
               "  (THIS YEAR / SAME MONTH " DELIMITED BY SIZE
               WS-LY-MONTH DELIMITED BY SIZE
               ")  PRINTED " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING
               "BRANCH          CATEGORY  " DELIMITED BY SIZE
               "        CHECKOUTS" DELIMITED BY SIZE
               "         RENEWALS" DELIMITED BY SIZE
               "          RETURNS" DELIMITED BY SIZE
               "     HOLDS PLACED" DELIMITED BY SIZE
               "     HOLDS FILLED" DELIMITED BY SIZE
               "      NEW MEMBERS" DELIMITED BY SIZE
               "   ACTIVE MEMBERS" DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           WRITE PRINT-LINE

           MOVE WS-STATS-MONTH TO CH-MONTH
           MOVE LOW-VALUES TO CH-BRANCH CH-CATEGORY
           START HISTORY-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY MOVE "10" TO WS-FS-HISTORY
               NOT INVALID KEY MOVE "00" TO WS-FS-HISTORY
           END-START
           PERFORM UNTIL WS-FS-HISTORY = "10"
               READ HISTORY-FILE NEXT
                   AT END MOVE "10" TO WS-FS-HISTORY
                   NOT AT END
                       IF CH-MONTH NOT = WS-STATS-MONTH
                           MOVE "10" TO WS-FS-HISTORY
                       ELSE
                           IF CH-BRANCH NOT = WS-TOTAL-BRANCH
                               PERFORM WRITE-STATS-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-STATS-MONTH TO CH-MONTH
           MOVE WS-TOTAL-BRANCH TO CH-BRANCH
           MOVE SPACES TO CH-CATEGORY
           MOVE WS-TOTAL-COUNTS TO CH-COUNTS
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM WRITE-STATS-ROW
           CLOSE STATS-FILE PRINT-FILE.

       WRITE-STATS-ROW.
           IF CH-BRANCH = WS-TOTAL-BRANCH
               MOVE "T" TO STS-TYPE
           ELSE
               MOVE "D" TO STS-TYPE
           END-IF
           MOVE CH-MONTH TO STS-MONTH
           MOVE CH-BRANCH TO STS-BRANCH
           MOVE CH-CATEGORY TO STS-CATEGORY
           MOVE CH-BRANCH TO PRD-BRANCH
           MOVE CH-CATEGORY TO PRD-CATEGORY
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL
               WS-COL-IDX > 7
               MOVE CH-COUNT(WS-COL-IDX) TO STS-COUNT(WS-COL-IDX)
               MOVE CH-COUNT(WS-COL-IDX) TO PRD-COUNT(WS-COL-IDX)
           END-PERFORM
           MOVE WS-STATS-DETAIL TO STATS-LINE
           WRITE STATS-LINE
           ADD 1 TO WS-ROWS-WRITTEN
           PERFORM LOAD-LAST-YEAR-ROW
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1 UNTIL
               WS-COL-IDX > 7
               MOVE WS-LY-COUNT(WS-COL-IDX)
                   TO PRD-LY-COUNT(WS-COL-IDX)
           END-PERFORM
           MOVE WS-PRINT-DETAIL TO PRINT-LINE
           WRITE PRINT-LINE.

       LOAD-LAST-YEAR-ROW.
           INITIALIZE WS-LY-COUNTS
           MOVE STS-BRANCH TO CH-BRANCH
           MOVE STS-CATEGORY TO CH-CATEGORY
           MOVE WS-LY-MONTH TO CH-MONTH
           READ HISTORY-FILE KEY IS CH-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CH-COUNTS TO WS-LY-COUNTS
           END-READ
           MOVE WS-STATS-MONTH TO CH-MONTH
           MOVE STS-BRANCH TO CH-BRANCH
           MOVE STS-CATEGORY TO CH-CATEGORY
           IF STS-TYPE = "D"
               READ HISTORY-FILE KEY IS CH-KEY
                   INVALID KEY MOVE "10" TO WS-FS-HISTORY
               END-READ
           END-IF.

       END PROGRAM CIRC-STATS-BATCH.
