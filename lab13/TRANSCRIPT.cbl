      *          by semester with course titles, credits and grades,
      *          shows the semester and cumulative GPA, and writes the
      *          transcript to TRANSCRIPT_<id>.TXT for the registrar
      *          to print. Closed semesters print the official term
      *          GPA, cumulative GPA, standing and dean's list flag
      *          from the term history on TERMHIST.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS AM-KEY
               FILE STATUS IS WS-FS-ATTMARK.

           SELECT TERMHIST-FILE ASSIGN TO "TERMHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-FS-TERMHIST.

       DATA DIVISION.

       FILE SECTION.
           05 SF-ASSESSED   PIC 9(7)V99.
           05 SF-PAID       PIC 9(7)V99.
           05 SF-STATUS     PIC X(8).
           05 SF-AID        PIC 9(7)V99.

       FD ATTMARK-FILE.
       01 ATTMARK-RECORD.
               10 AM-STU-ID    PIC X(4).
           05 AM-PRESENT    PIC X.

       FD TERMHIST-FILE.
       01 TERMHIST-RECORD.
           05 TH-KEY.
               10 TH-STU-ID     PIC X(4).
               10 TH-SEMESTER   PIC X(6).
           05 TH-TERM-GPA     PIC 9V99.
           05 TH-CUM-GPA      PIC 9V99.
           05 TH-CREDITS      PIC 9(3).
           05 TH-STANDING     PIC X(10).
           05 TH-DEANS-LIST   PIC X.
           05 TH-CLOSE-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-FS-STUDENT     PIC XX.
       01 WS-ATT-PRESENT    PIC 9(5).
       01 WS-ATT-PCT        PIC 9(3)V99.
       01 WS-ATT-DISPLAY    PIC ZZ9.99.
       01 WS-FS-TERMHIST    PIC XX.
       01 WS-TERMHIST-OPEN  PIC X VALUE "N".
       01 WS-TH-FOUND       PIC X VALUE "N".

       01 ENROLL-TABLE.
           05 ENROLL-ROW OCCURS 200 TIMES PIC X(44).
               STOP RUN
           END-IF

           OPEN INPUT TERMHIST-FILE
           IF WS-FS-TERMHIST = "00"
               MOVE "Y" TO WS-TERMHIST-OPEN
           END-IF

           PERFORM COLLECT-ENROLLMENTS
           PERFORM SORT-ROWS-BY-SEMESTER
           PERFORM WRITE-TRANSCRIPT

           IF WS-TERMHIST-OPEN = "Y"
               CLOSE TERMHIST-FILE
           END-IF
           CLOSE STUDENT-FILE COURSE-FILE ENROLLMENT-FILE
           STOP RUN.

                           IF SF-STU-ID NOT = WS-INPUT-STU-ID
                               MOVE "10" TO WS-FS-STUFEES
                           ELSE
                               IF SF-ASSESSED > SF-AID + SF-PAID
                                   MOVE "Y" TO WS-FIN-HOLD
                                   COMPUTE WS-HOLD-DUE =
                                       WS-HOLD-DUE + SF-ASSESSED
                                       - SF-AID - SF-PAID
                               END-IF
                           END-IF
                   END-READ
           ELSE
               MOVE 0 TO WS-SEM-GPA
           END-IF
           MOVE "N" TO WS-TH-FOUND
           IF WS-TERMHIST-OPEN = "Y"
               MOVE WS-INPUT-STU-ID TO TH-STU-ID
               MOVE WS-CURRENT-SEM TO TH-SEMESTER
               READ TERMHIST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-TH-FOUND
               END-READ
           END-IF
           MOVE SPACES TO TRANSCRIPT-LINE
           IF WS-TH-FOUND = "Y"
               STRING
                   "  TERM GPA: " DELIMITED BY SIZE
                   TH-TERM-GPA DELIMITED BY SIZE
                   " | CREDITS: " DELIMITED BY SIZE
                   TH-CREDITS DELIMITED BY SIZE
                   " | CUMULATIVE: " DELIMITED BY SIZE
                   TH-CUM-GPA DELIMITED BY SIZE
                   " | STANDING: " DELIMITED BY SIZE
                   TH-STANDING DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
               END-STRING
               WRITE TRANSCRIPT-LINE
               DISPLAY TRANSCRIPT-LINE
               IF TH-DEANS-LIST = "Y"
                   MOVE "  DEAN'S LIST" TO TRANSCRIPT-LINE
                   WRITE TRANSCRIPT-LINE
                   DISPLAY TRANSCRIPT-LINE
               END-IF
           ELSE
               STRING
                   "  SEMESTER GPA: " DELIMITED BY SIZE
                   WS-SEM-GPA DELIMITED BY SIZE
                   " (SEMESTER NOT YET CLOSED)" DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
               END-STRING
               WRITE TRANSCRIPT-LINE
               DISPLAY TRANSCRIPT-LINE
           END-IF.

       GRADE-TO-POINTS.
           MOVE "Y" TO WS-GRADE-VALID
