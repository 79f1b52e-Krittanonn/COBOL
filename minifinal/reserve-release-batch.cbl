      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Semester-end batch job - course reserve release. Every
      *          ACTIVE reserve on RESERVES.TXT for the semester the
      *          operator enters (blank releases every active reserve)
      *          is marked RELEASED and its copy goes back to normal
      *          circulation under the loan class it had before it was
      *          put on reserve. Copies still out on a reserve loan keep
      *          that loan's due date. RESERVE_RELEASE_<date>.TXT lists
      *          each copy released so the desk can reshelve it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVE-RELEASE-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVE-FILE ASSIGN TO "RESERVES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RSV-ACCESSION-KEY
              ALTERNATE RECORD KEY IS RSV-COURSE-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-RESERVE.

           SELECT COPY-FILE ASSIGN TO "COPIES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COPY-ACCESSION-KEY
              ALTERNATE RECORD KEY IS COPY-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-COPY.

           SELECT RELEASE-REPORT-FILE ASSIGN TO WS-RELEASE-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RELEASE-REPORT.

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

       FD COPY-FILE.
       01 COPY-RECORD.
          05 COPY-ACCESSION-KEY PIC X(12).
          05 COPY-ISBN          PIC X(13).
          05 COPY-CONDITION     PIC X(10).
          05 COPY-LOCATION      PIC X(15).
          05 COPY-STATUS        PIC X(10).
          05 COPY-LOAN-CLASS    PIC X(6).

       FD RELEASE-REPORT-FILE.
       01 RELEASE-REPORT-LINE   PIC X(100).

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
       77 WS-FS-RESERVE         PIC XX.
       77 WS-FS-COPY            PIC XX.
       77 WS-FS-RELEASE-REPORT  PIC XX.
       77 WS-FS-RUNLOCK         PIC XX.
       77 WS-FS-RUNLOCK-LOG     PIC XX.
       77 WS-FS-LOCK-LIB        PIC XX.
       77 WS-LOCK-HELD          PIC X VALUE "N".
       77 WS-OVERRIDE-CODE      PIC X(10).
       77 WS-OVERRIDE-CODE-BASE PIC X(10) VALUE "LIB-OVERRD".
       77 WS-LOCK-STAMP         PIC X(26).
       77 WS-RELEASE-REPORT-NAME PIC X(40).
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-RELEASE-SEMESTER   PIC X(6).
       77 WS-COPY-NOTE          PIC X(24).
       77 WS-RESERVES-READ      PIC 9(5) VALUE 0.
       77 WS-RESERVES-RELEASED  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== COURSE RESERVE RELEASE ===".

           PERFORM CHECK-RUN-LOCK
           IF WS-LOCK-HELD = "Y"
               DISPLAY "Batch refused: the desk is still logged in. "
                   "Run again after the desk session ends."
               PERFORM WRITE-LOCK-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           OPEN I-O RESERVE-FILE
           IF WS-FS-RESERVE NOT = "00"
               DISPLAY "RESERVES.TXT not found. Nothing to release."
               GOBACK
           END-IF
           OPEN I-O COPY-FILE
           IF WS-FS-COPY NOT = "00"
               DISPLAY "COPY file missing."
               CLOSE RESERVE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "Semester to release (blank = all active): "
           ACCEPT WS-RELEASE-SEMESTER
           MOVE FUNCTION UPPER-CASE(WS-RELEASE-SEMESTER)
               TO WS-RELEASE-SEMESTER

           MOVE SPACES TO WS-RELEASE-REPORT-NAME
           STRING
               "RESERVE_RELEASE_" DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-RELEASE-REPORT-NAME
           END-STRING
           OPEN OUTPUT RELEASE-REPORT-FILE
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING
               "=== COURSE RESERVES RELEASED " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               " SEMESTER " DELIMITED BY SIZE
               WS-RELEASE-SEMESTER DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE
           MOVE "ACCESSION    COURSE SEMEST CLASS  COPY"
               TO RELEASE-REPORT-LINE
           WRITE RELEASE-REPORT-LINE

           MOVE LOW-VALUES TO RSV-ACCESSION-KEY
           START RESERVE-FILE KEY IS NOT LESS THAN RSV-ACCESSION-KEY
               INVALID KEY MOVE "10" TO WS-FS-RESERVE
               NOT INVALID KEY MOVE "00" TO WS-FS-RESERVE
           END-START
           PERFORM UNTIL WS-FS-RESERVE = "10"
               READ RESERVE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-RESERVE
                   NOT AT END
                       ADD 1 TO WS-RESERVES-READ
                       IF RSV-STATUS = "ACTIVE" AND
                          (WS-RELEASE-SEMESTER = SPACES OR
                           RSV-SEMESTER = WS-RELEASE-SEMESTER)
                           PERFORM RELEASE-ONE-RESERVE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RESERVES-RELEASED = 0
               MOVE "No active reserves to release."
                   TO RELEASE-REPORT-LINE
               WRITE RELEASE-REPORT-LINE
           END-IF
           CLOSE RESERVE-FILE COPY-FILE RELEASE-REPORT-FILE
           DISPLAY "Reserves read:     " WS-RESERVES-READ.
           DISPLAY "Reserves released: " WS-RESERVES-RELEASED.
           DISPLAY "Release list: "
               FUNCTION TRIM(WS-RELEASE-REPORT-NAME).
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
               " | RESERVE-RELEASE REFUSED: DESK SESSION "
                   DELIMITED BY SIZE
               "LOCK HELD BY " DELIMITED BY SIZE
               LOCK-SESSION DELIMITED BY SIZE
               INTO RUNLOCK-LOG-LINE
           END-STRING
           WRITE RUNLOCK-LOG-LINE
           CLOSE RUNLOCK-LOG-FILE.

       RELEASE-ONE-RESERVE.
           MOVE "NOT ON FILE" TO WS-COPY-NOTE
           MOVE RSV-ACCESSION-KEY TO COPY-ACCESSION-KEY
           READ COPY-FILE KEY IS COPY-ACCESSION-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF COPY-LOAN-CLASS = "SHORT"
                       MOVE RSV-PRIOR-CLASS TO COPY-LOAN-CLASS
                       REWRITE COPY-RECORD
                   END-IF
                   IF COPY-STATUS = "OUT"
                       MOVE "ON RESERVE LOAN" TO WS-COPY-NOTE
                   ELSE
                       MOVE "RESHELVE" TO WS-COPY-NOTE
                   END-IF
           END-READ
           MOVE "RELEASED" TO RSV-STATUS
           MOVE WS-CURRENT-DATE TO RSV-END-DATE
           REWRITE RESERVE-RECORD
           ADD 1 TO WS-RESERVES-RELEASED
           MOVE SPACES TO RELEASE-REPORT-LINE
           STRING
               RSV-ACCESSION-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RSV-COURSE-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RSV-SEMESTER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RSV-PRIOR-CLASS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COPY-NOTE DELIMITED BY SIZE
               INTO RELEASE-REPORT-LINE
           END-STRING
           WRITE RELEASE-REPORT-LINE.

       END PROGRAM RESERVE-RELEASE-BATCH.
