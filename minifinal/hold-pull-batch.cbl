      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Morning batch job - holds pull list. For every ISBN
      *          with WAITING holds, counts the GOOD copies sitting IN
      *          on the shelf that are not already spoken for by a
      *          NOTIFIED hold, and assigns them to the waiting holds
      *          in queue order (only copies whose loan class
      *          circulates to the member's category; copies on course
      *          reserve are left for the course). Each match is
      *          written to HOLDPULL.TXT, keyed by COPY-LOCATION and
      *          BOOK-CALLNUMBER so the list reads in shelf order, and
      *          printed to HOLDPULL_<date>.TXT grouped by location.
      *          The desk confirms each pulled copy from the Confirm
      *          Hold Pulls option of LIBRARY-MANAGEMENT, which puts
      *          the copy on the hold shelf and notifies the member.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-PULL-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT LOANRULE-FILE ASSIGN TO "LOANRULES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RULE-KEY
              FILE STATUS IS WS-FS-LOANRULE.

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

           SELECT PULL-LIST-FILE ASSIGN TO WS-PULL-LIST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PULL-LIST.

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

       FD PULL-LIST-FILE.
       01 PULL-LIST-LINE        PIC X(100).

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
       77 WS-FS-HOLD            PIC XX.
       77 WS-FS-COPY            PIC XX.
       77 WS-FS-BOOK            PIC XX.
       77 WS-FS-MEMBER          PIC XX.
       77 WS-FS-LOANRULE        PIC XX.
       77 WS-FS-HOLDPULL        PIC XX.
       77 WS-FS-PULL-LIST       PIC XX.
       77 WS-FS-RUNLOCK         PIC XX.
       77 WS-FS-RUNLOCK-LOG     PIC XX.
       77 WS-FS-LOCK-LIB        PIC XX.
       77 WS-LOCK-HELD          PIC X VALUE "N".
       77 WS-OVERRIDE-CODE      PIC X(10).
       77 WS-OVERRIDE-CODE-BASE PIC X(10) VALUE "LIB-OVERRD".
       77 WS-LOCK-STAMP         PIC X(26).
       77 WS-LOANRULE-OPEN      PIC X VALUE "N".
       77 WS-FS-RESERVE         PIC XX.
       77 WS-RESERVE-OPEN       PIC X VALUE "N".
       77 WS-COPY-ON-RESERVE    PIC X VALUE "N".
       77 WS-PULL-LIST-NAME     PIC X(40).
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-CUR-ISBN           PIC X(13).
       77 WS-WAIT-CT            PIC 9(3).
       77 WS-NOTIFIED-CT        PIC 9(3).
       77 WS-SHELF-CT           PIC 9(3).
       77 WS-IN-CT              PIC 9(3).
       77 WS-RESERVED-CT        PIC S9(3).
       77 WS-FREE-CT            PIC S9(3).
       77 WS-WAIT-IDX           PIC 9(3).
       77 WS-COPY-IDX           PIC 9(3).
       77 WS-PICKED-IDX         PIC 9(3).
       77 WS-RULE-CATEGORY      PIC X(8).
       77 WS-RULE-CLASS         PIC X(6).
       77 WS-RULE-CIRCULATES    PIC X VALUE "Y".
       77 WS-HOLDS-WAITING      PIC 9(5) VALUE 0.
       77 WS-PULLS-LISTED       PIC 9(5) VALUE 0.
       77 WS-PULL-EOF           PIC X VALUE "N".
       77 WS-LAST-LOCATION      PIC X(15).

       01 WAIT-TABLE.
           05 WAIT-ENTRY OCCURS 50 TIMES.
               10 WT-HOLD-ID    PIC X(12).
               10 WT-MEMBER-ID  PIC X(12).

       01 SHELF-COPY-TABLE.
           05 SHELF-COPY-ENTRY OCCURS 50 TIMES.
               10 SCT-ACCESSION PIC X(12).
               10 SCT-LOCATION  PIC X(15).
               10 SCT-CLASS     PIC X(6).
               10 SCT-USED      PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== HOLDS PULL LIST ===".

           PERFORM CHECK-RUN-LOCK
           IF WS-LOCK-HELD = "Y"
               DISPLAY "Batch refused: the desk is still logged in. "
                   "Run again after the desk session ends."
               PERFORM WRITE-LOCK-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           OPEN INPUT HOLD-FILE
           IF WS-FS-HOLD NOT = "00"
               DISPLAY "HOLDS.TXT not found. No holds to pull."
               GOBACK
           END-IF
           OPEN INPUT COPY-FILE
           OPEN INPUT BOOK-FILE
           OPEN INPUT MEMBER-FILE
           IF WS-FS-COPY NOT = "00" OR WS-FS-BOOK NOT = "00" OR
              WS-FS-MEMBER NOT = "00"
               DISPLAY "Copy, book or member file missing."
               CLOSE HOLD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LOANRULE-FILE
           IF WS-FS-LOANRULE = "00"
               MOVE "Y" TO WS-LOANRULE-OPEN
           END-IF
           OPEN INPUT RESERVE-FILE
           IF WS-FS-RESERVE = "00"
               MOVE "Y" TO WS-RESERVE-OPEN
           END-IF
           OPEN OUTPUT HOLDPULL-FILE

           MOVE SPACES TO WS-CUR-ISBN
           MOVE 0 TO WS-WAIT-CT
           MOVE 0 TO WS-NOTIFIED-CT
           MOVE LOW-VALUES TO HOLD-ISBN
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-ISBN
               INVALID KEY MOVE "10" TO WS-FS-HOLD
               NOT INVALID KEY MOVE "00" TO WS-FS-HOLD
           END-START
           PERFORM UNTIL WS-FS-HOLD = "10"
               READ HOLD-FILE NEXT
                   AT END MOVE "10" TO WS-FS-HOLD
                   NOT AT END
                       IF HOLD-ISBN NOT = WS-CUR-ISBN
                           IF WS-CUR-ISBN NOT = SPACES
                               PERFORM PROCESS-ISBN-GROUP
                           END-IF
                           MOVE HOLD-ISBN TO WS-CUR-ISBN
                           MOVE 0 TO WS-WAIT-CT
                           MOVE 0 TO WS-NOTIFIED-CT
                       END-IF
                       PERFORM TALLY-ONE-HOLD
               END-READ
           END-PERFORM
           IF WS-CUR-ISBN NOT = SPACES
               PERFORM PROCESS-ISBN-GROUP
           END-IF
           CLOSE HOLDPULL-FILE

           PERFORM PRINT-PULL-LIST

           CLOSE HOLD-FILE COPY-FILE BOOK-FILE MEMBER-FILE
           IF WS-LOANRULE-OPEN = "Y"
               CLOSE LOANRULE-FILE
           END-IF
           IF WS-RESERVE-OPEN = "Y"
               CLOSE RESERVE-FILE
           END-IF
           DISPLAY "Waiting holds:   " WS-HOLDS-WAITING.
           DISPLAY "Copies to pull:  " WS-PULLS-LISTED.
           DISPLAY "Pull list: " FUNCTION TRIM(WS-PULL-LIST-NAME).
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
               " | HOLD-PULL REFUSED: DESK SESSION "
                   DELIMITED BY SIZE
               "LOCK HELD BY " DELIMITED BY SIZE
               LOCK-SESSION DELIMITED BY SIZE
               INTO RUNLOCK-LOG-LINE
           END-STRING
           WRITE RUNLOCK-LOG-LINE
           CLOSE RUNLOCK-LOG-FILE.

       TALLY-ONE-HOLD.
           IF HOLD-STATUS = "WAITING"
               ADD 1 TO WS-HOLDS-WAITING
               IF WS-WAIT-CT < 50
                   ADD 1 TO WS-WAIT-CT
                   MOVE HOLD-ID-KEY TO WT-HOLD-ID(WS-WAIT-CT)
                   MOVE HOLD-MEMBER-ID TO WT-MEMBER-ID(WS-WAIT-CT)
               END-IF
           ELSE
               IF HOLD-STATUS = "NOTIFIED"
                   ADD 1 TO WS-NOTIFIED-CT
               END-IF
           END-IF.

       PROCESS-ISBN-GROUP.
           IF WS-WAIT-CT > 0
               MOVE WS-CUR-ISBN TO BOOK-ISBN-KEY
               READ BOOK-FILE KEY IS BOOK-ISBN-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM LOAD-SHELF-COPIES
                       COMPUTE WS-RESERVED-CT =
                           WS-NOTIFIED-CT - WS-SHELF-CT
                       IF WS-RESERVED-CT < 0
                           MOVE 0 TO WS-RESERVED-CT
                       END-IF
                       COMPUTE WS-FREE-CT = WS-IN-CT - WS-RESERVED-CT
                       PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1 UNTIL
                           WS-WAIT-IDX > WS-WAIT-CT OR
                           WS-FREE-CT NOT > 0
                           PERFORM MATCH-WAITING-HOLD
                       END-PERFORM
               END-READ
           END-IF.

       LOAD-SHELF-COPIES.
           MOVE 0 TO WS-IN-CT
           MOVE 0 TO WS-SHELF-CT
           MOVE WS-CUR-ISBN TO COPY-ISBN
           START COPY-FILE KEY IS EQUAL TO COPY-ISBN
               INVALID KEY MOVE "10" TO WS-FS-COPY
               NOT INVALID KEY MOVE "00" TO WS-FS-COPY
           END-START
           PERFORM UNTIL WS-FS-COPY = "10"
               READ COPY-FILE NEXT
                   AT END MOVE "10" TO WS-FS-COPY
                   NOT AT END
                       IF COPY-ISBN NOT = WS-CUR-ISBN
                           MOVE "10" TO WS-FS-COPY
                       ELSE
                           PERFORM CHECK-COPY-RESERVE
                           IF COPY-STATUS = "IN" AND
                              COPY-CONDITION = "GOOD" AND
                              WS-COPY-ON-RESERVE = "N" AND
                              WS-IN-CT < 50
                               ADD 1 TO WS-IN-CT
                               MOVE COPY-ACCESSION-KEY
                                   TO SCT-ACCESSION(WS-IN-CT)
                               MOVE COPY-LOCATION
                                   TO SCT-LOCATION(WS-IN-CT)
                               MOVE COPY-LOAN-CLASS
                                   TO SCT-CLASS(WS-IN-CT)
                               MOVE "N" TO SCT-USED(WS-IN-CT)
                           END-IF
                           IF COPY-STATUS = "HOLDSHELF"
                               ADD 1 TO WS-SHELF-CT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-COPY-RESERVE.
           MOVE "N" TO WS-COPY-ON-RESERVE
           IF WS-RESERVE-OPEN = "Y"
               MOVE COPY-ACCESSION-KEY TO RSV-ACCESSION-KEY
               READ RESERVE-FILE KEY IS RSV-ACCESSION-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RSV-STATUS = "ACTIVE"
                           MOVE "Y" TO WS-COPY-ON-RESERVE
                       END-IF
               END-READ
           END-IF.

       MATCH-WAITING-HOLD.
           MOVE SPACES TO WS-RULE-CATEGORY
           MOVE WT-MEMBER-ID(WS-WAIT-IDX) TO MEMBER-ID-KEY
           READ MEMBER-FILE KEY IS MEMBER-ID-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE MEMBER-CATEGORY TO WS-RULE-CATEGORY
           END-READ
           MOVE 0 TO WS-PICKED-IDX
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1 UNTIL
               WS-COPY-IDX > WS-IN-CT OR WS-PICKED-IDX > 0
               IF SCT-USED(WS-COPY-IDX) = "N"
                   MOVE SCT-CLASS(WS-COPY-IDX) TO WS-RULE-CLASS
                   PERFORM LOOKUP-LOAN-RULE
                   IF WS-RULE-CIRCULATES = "Y"
                       MOVE WS-COPY-IDX TO WS-PICKED-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PICKED-IDX > 0
               MOVE "Y" TO SCT-USED(WS-PICKED-IDX)
               SUBTRACT 1 FROM WS-FREE-CT
               MOVE SCT-LOCATION(WS-PICKED-IDX) TO PUL-LOCATION
               MOVE BOOK-CALLNUMBER TO PUL-CALLNUMBER
               MOVE WT-HOLD-ID(WS-WAIT-IDX) TO PUL-HOLD-ID
               MOVE SCT-ACCESSION(WS-PICKED-IDX) TO PUL-ACCESSION
               MOVE WS-CUR-ISBN TO PUL-ISBN
               MOVE WT-MEMBER-ID(WS-WAIT-IDX) TO PUL-MEMBER-ID
               MOVE BOOK-TITLE TO PUL-TITLE
               MOVE WS-CURRENT-DATE TO PUL-LIST-DATE
               MOVE "PENDING" TO PUL-STATUS
               WRITE HOLDPULL-RECORD
               ADD 1 TO WS-PULLS-LISTED
           END-IF.

       LOOKUP-LOAN-RULE.
           IF WS-RULE-CATEGORY = SPACES
               MOVE "ADULT" TO WS-RULE-CATEGORY
           END-IF
           IF WS-RULE-CLASS = SPACES
               MOVE "NORMAL" TO WS-RULE-CLASS
           END-IF
           MOVE "Y" TO WS-RULE-CIRCULATES
           IF WS-LOANRULE-OPEN = "Y"
               MOVE WS-RULE-CATEGORY TO RULE-CATEGORY
               MOVE WS-RULE-CLASS TO RULE-CLASS
               READ LOANRULE-FILE KEY IS RULE-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE RULE-CIRCULATES TO WS-RULE-CIRCULATES
                       IF RULE-LOAN-DAYS = 0 OR RULE-MAX-ITEMS = 0
                           MOVE "N" TO WS-RULE-CIRCULATES
                       END-IF
               END-READ
           END-IF
           IF WS-RULE-CLASS = "REF"
               MOVE "N" TO WS-RULE-CIRCULATES
           END-IF.

       PRINT-PULL-LIST.
           MOVE SPACES TO WS-PULL-LIST-NAME
           STRING
               "HOLDPULL_" DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-PULL-LIST-NAME
           END-STRING
           OPEN OUTPUT PULL-LIST-FILE
           MOVE SPACES TO PULL-LIST-LINE
           STRING
               "=== HOLDS PULL LIST " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO PULL-LIST-LINE
           END-STRING
           WRITE PULL-LIST-LINE
           MOVE HIGH-VALUES TO WS-LAST-LOCATION
           OPEN INPUT HOLDPULL-FILE
           PERFORM UNTIL WS-PULL-EOF = "Y"
               READ HOLDPULL-FILE NEXT
                   AT END MOVE "Y" TO WS-PULL-EOF
                   NOT AT END
                       PERFORM PRINT-PULL-LINE
               END-READ
           END-PERFORM
           CLOSE HOLDPULL-FILE
           IF WS-PULLS-LISTED = 0
               MOVE "No holds can be filled from the shelf today."
                   TO PULL-LIST-LINE
               WRITE PULL-LIST-LINE
           END-IF
           CLOSE PULL-LIST-FILE.

       PRINT-PULL-LINE.
           IF PUL-LOCATION NOT = WS-LAST-LOCATION
               MOVE SPACES TO PULL-LIST-LINE
               WRITE PULL-LIST-LINE
               MOVE SPACES TO PULL-LIST-LINE
               STRING
                   "LOCATION: " DELIMITED BY SIZE
                   PUL-LOCATION DELIMITED BY SIZE
                   INTO PULL-LIST-LINE
               END-STRING
               WRITE PULL-LIST-LINE
               MOVE SPACES TO PULL-LIST-LINE
               STRING
                   "  CALL NUMBER          ACCESSION    TITLE"
                       DELIMITED BY SIZE
                   "                          HOLD" DELIMITED BY SIZE
                   INTO PULL-LIST-LINE
               END-STRING
               WRITE PULL-LIST-LINE
               MOVE PUL-LOCATION TO WS-LAST-LOCATION
           END-IF
           MOVE SPACES TO PULL-LIST-LINE
           STRING
               "  " DELIMITED BY SIZE
               PUL-CALLNUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PUL-ACCESSION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PUL-TITLE(1:30) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PUL-HOLD-ID DELIMITED BY SIZE
               " [ ]" DELIMITED BY SIZE
               INTO PULL-LIST-LINE
           END-STRING
           WRITE PULL-LIST-LINE.

       END PROGRAM HOLD-PULL-BATCH.
