      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Course reserves. Links a COURSE-ID and semester from
      *          the student system (courses.dat) to library copies on
      *          COPIES.TXT, with a reserve loan period in hours or
      *          days. RESERVES.TXT is keyed by accession, so a copy
      *          sits on reserve for one course at a time. While on
      *          reserve the copy's loan class is SHORT (its own class
      *          is kept on the reserve record); LIBRARY-MANAGEMENT and
      *          EXPRESS-CHECKOUT apply the reserve period and lend it
      *          only to members whose linked student (member STU-nnnn)
      *          is enrolled in the course on enrollment.dat.
      *          RESERVE-RELEASE-BATCH returns the copies to normal
      *          circulation at semester end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-RESERVES.

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

           SELECT COURSE-FILE ASSIGN TO "courses.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COURSE-ID
              FILE STATUS IS WS-FS-COURSE.

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

       FD COURSE-FILE.
       01 COURSE-RECORD.
          05 COURSE-ID          PIC X(6).
          05 COURSE-TITLE       PIC X(30).
          05 COURSE-CREDITS     PIC 9(2).

       WORKING-STORAGE SECTION.
       77 WS-FS-RESERVE         PIC XX.
       77 WS-FS-COPY            PIC XX.
       77 WS-FS-COURSE          PIC XX.
       77 WS-COURSE-OPEN        PIC X VALUE "N".
       77 WS-OPTION             PIC 9 VALUE 0.
       77 WS-EXIT-FLAG          PIC X VALUE "N".
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-INPUT-ACCESSION    PIC X(12).
       77 WS-INPUT-COURSE       PIC X(6).
       77 WS-INPUT-PERIOD       PIC X(3).
       77 WS-INPUT-DATE         PIC X(8).
       77 WS-RESERVE-OK         PIC X VALUE "N".
       77 WS-RESERVE-EXISTS     PIC X VALUE "N".
       77 WS-LIST-COUNT         PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== COURSE RESERVES ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           OPEN I-O RESERVE-FILE
           IF WS-FS-RESERVE NOT = "00"
               DISPLAY "RESERVE file not found. Creating..."
               OPEN OUTPUT RESERVE-FILE
               CLOSE RESERVE-FILE
               OPEN I-O RESERVE-FILE
           END-IF

           OPEN I-O COPY-FILE
           IF WS-FS-COPY NOT = "00"
               DISPLAY "COPY file not found. Nothing to reserve."
               CLOSE RESERVE-FILE
               GOBACK
           END-IF

           OPEN INPUT COURSE-FILE
           IF WS-FS-COURSE = "00"
               MOVE "Y" TO WS-COURSE-OPEN
           ELSE
               DISPLAY "courses.dat not available. Course IDs cannot "
                   "be checked."
           END-IF

           PERFORM UNTIL WS-EXIT-FLAG = "Y"
               MOVE 0 TO WS-OPTION
               DISPLAY " "
               DISPLAY "1. Put Copy On Reserve"
               DISPLAY "2. List Reserves For A Course"
               DISPLAY "3. Take Copy Off Reserve"
               DISPLAY "4. Exit"
               DISPLAY "Select option (1-4): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1 PERFORM ADD-COURSE-RESERVE
                   WHEN 2 PERFORM LIST-COURSE-RESERVES
                   WHEN 3 PERFORM REMOVE-COURSE-RESERVE
                   WHEN 4 MOVE "Y" TO WS-EXIT-FLAG
                   WHEN OTHER DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM

           CLOSE RESERVE-FILE COPY-FILE
           IF WS-COURSE-OPEN = "Y"
               CLOSE COURSE-FILE
           END-IF
           DISPLAY "Goodbye.".
           STOP RUN.

       ADD-COURSE-RESERVE.
           MOVE "N" TO WS-RESERVE-OK
           DISPLAY "Accession Number: "
           ACCEPT WS-INPUT-ACCESSION
           MOVE WS-INPUT-ACCESSION TO COPY-ACCESSION-KEY
           READ COPY-FILE KEY IS COPY-ACCESSION-KEY
               INVALID KEY DISPLAY "Copy not found."
               NOT INVALID KEY
                   IF COPY-STATUS = "WITHDRAWN" OR
                      COPY-STATUS = "LOST" OR
                      COPY-STATUS = "MISSING"
                       DISPLAY "Copy is " COPY-STATUS
                           " and cannot go on reserve."
                   ELSE
                       MOVE "Y" TO WS-RESERVE-OK
                   END-IF
           END-READ
           IF WS-RESERVE-OK = "Y"
               MOVE "N" TO WS-RESERVE-EXISTS
               MOVE WS-INPUT-ACCESSION TO RSV-ACCESSION-KEY
               READ RESERVE-FILE KEY IS RSV-ACCESSION-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RESERVE-EXISTS
                       IF RSV-STATUS = "ACTIVE"
                           DISPLAY "Copy is already on reserve for "
                               RSV-COURSE-ID " " RSV-SEMESTER "."
                           MOVE "N" TO WS-RESERVE-OK
                       END-IF
               END-READ
           END-IF
           IF WS-RESERVE-OK = "Y"
               PERFORM ACCEPT-RESERVE-DETAILS
           END-IF
           IF WS-RESERVE-OK = "Y"
               MOVE WS-INPUT-ACCESSION TO RSV-ACCESSION-KEY
               MOVE COPY-ISBN TO RSV-ISBN
               MOVE COPY-LOAN-CLASS TO RSV-PRIOR-CLASS
               IF RSV-PRIOR-CLASS = SPACES
                   MOVE "NORMAL" TO RSV-PRIOR-CLASS
               END-IF
               MOVE WS-CURRENT-DATE TO RSV-START-DATE
               MOVE 0 TO RSV-END-DATE
               MOVE SPACES TO RSV-LOAN-ID
               MOVE 0 TO RSV-DUE-STAMP
               MOVE "ACTIVE" TO RSV-STATUS
               IF WS-RESERVE-EXISTS = "Y"
                   REWRITE RESERVE-RECORD
               ELSE
                   WRITE RESERVE-RECORD
               END-IF
               MOVE "SHORT" TO COPY-LOAN-CLASS
               REWRITE COPY-RECORD
               DISPLAY "Copy " RSV-ACCESSION-KEY " on reserve for "
                   RSV-COURSE-ID " " RSV-SEMESTER ", loan period "
                   RSV-PERIOD " " RSV-PERIOD-UNIT "."
           END-IF.

       ACCEPT-RESERVE-DETAILS.
           DISPLAY "Course ID: "
           ACCEPT WS-INPUT-COURSE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-COURSE) TO WS-INPUT-COURSE
           IF WS-COURSE-OPEN = "Y"
               MOVE WS-INPUT-COURSE TO COURSE-ID
               READ COURSE-FILE KEY IS COURSE-ID
                   INVALID KEY
                       DISPLAY "Course not on courses.dat."
                       MOVE "N" TO WS-RESERVE-OK
                   NOT INVALID KEY
                       DISPLAY "Course: " COURSE-TITLE
               END-READ
           END-IF
           IF WS-RESERVE-OK = "Y"
               MOVE WS-INPUT-COURSE TO RSV-COURSE-ID
               DISPLAY "Semester (as on enrollment.dat): "
               ACCEPT RSV-SEMESTER
               MOVE FUNCTION UPPER-CASE(RSV-SEMESTER) TO RSV-SEMESTER
               IF RSV-SEMESTER = SPACES
                   DISPLAY "Semester is required."
                   MOVE "N" TO WS-RESERVE-OK
               END-IF
           END-IF
           IF WS-RESERVE-OK = "Y"
               DISPLAY "Reserve Loan Period (number): "
               ACCEPT WS-INPUT-PERIOD
               IF FUNCTION TRIM(WS-INPUT-PERIOD) IS NUMERIC
                   COMPUTE RSV-PERIOD = FUNCTION NUMVAL(WS-INPUT-PERIOD)
               ELSE
                   MOVE 0 TO RSV-PERIOD
               END-IF
               DISPLAY "Period Unit (H=hours, D=days): "
               ACCEPT RSV-PERIOD-UNIT
               MOVE FUNCTION UPPER-CASE(RSV-PERIOD-UNIT)
                   TO RSV-PERIOD-UNIT
               IF RSV-PERIOD = 0 OR
                  (RSV-PERIOD-UNIT NOT = "H" AND
                   RSV-PERIOD-UNIT NOT = "D")
                   DISPLAY "Loan period must be a number of hours "
                       "(H) or days (D)."
                   MOVE "N" TO WS-RESERVE-OK
               END-IF
           END-IF.

       LIST-COURSE-RESERVES.
           DISPLAY "Course ID: "
           ACCEPT WS-INPUT-COURSE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-COURSE) TO WS-INPUT-COURSE
           MOVE 0 TO WS-LIST-COUNT
           MOVE WS-INPUT-COURSE TO RSV-COURSE-ID
           START RESERVE-FILE KEY IS EQUAL TO RSV-COURSE-ID
               INVALID KEY MOVE "10" TO WS-FS-RESERVE
               NOT INVALID KEY MOVE "00" TO WS-FS-RESERVE
           END-START
           DISPLAY "ACCESSION    SEMEST ISBN          PERIOD STATUS"
               "     LOAN         DUE"
           PERFORM UNTIL WS-FS-RESERVE = "10"
               READ RESERVE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-RESERVE
                   NOT AT END
                       IF RSV-COURSE-ID NOT = WS-INPUT-COURSE
                           MOVE "10" TO WS-FS-RESERVE
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY RSV-ACCESSION-KEY " "
                               RSV-SEMESTER " " RSV-ISBN " "
                               RSV-PERIOD RSV-PERIOD-UNIT "   "
                               RSV-STATUS " " RSV-LOAN-ID " "
                               RSV-DUE-STAMP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "No reserves on file for " WS-INPUT-COURSE "."
           END-IF.

       REMOVE-COURSE-RESERVE.
           DISPLAY "Accession Number: "
           ACCEPT WS-INPUT-ACCESSION
           MOVE WS-INPUT-ACCESSION TO RSV-ACCESSION-KEY
           READ RESERVE-FILE KEY IS RSV-ACCESSION-KEY
               INVALID KEY DISPLAY "Copy is not on reserve."
               NOT INVALID KEY
                   IF RSV-STATUS NOT = "ACTIVE"
                       DISPLAY "Copy is not on reserve."
                   ELSE
                       MOVE RSV-ACCESSION-KEY TO COPY-ACCESSION-KEY
                       READ COPY-FILE KEY IS COPY-ACCESSION-KEY
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF COPY-LOAN-CLASS = "SHORT"
                                   MOVE RSV-PRIOR-CLASS
                                       TO COPY-LOAN-CLASS
                                   REWRITE COPY-RECORD
                               END-IF
                       END-READ
                       MOVE "RELEASED" TO RSV-STATUS
                       MOVE WS-CURRENT-DATE TO RSV-END-DATE
                       REWRITE RESERVE-RECORD
                       DISPLAY "Copy " RSV-ACCESSION-KEY
                           " back in normal circulation ("
                           RSV-PRIOR-CLASS ")."
                   END-IF
           END-READ.

       END PROGRAM COURSE-RESERVES.
