      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Semester close batch. For the semester being closed
      *          computes each student's term GPA and graded credits
      *          from enrollment.dat and courses.dat, and the
      *          cumulative GPA over every semester up to and
      *          including it, and writes one term history row per
      *          student to TERMHIST.DAT with the academic standing
      *          from students.dat. Students at or above the dean's
      *          list term GPA with at least the minimum credit load
      *          are flagged on the history row and listed in
      *          DEANS_LIST.TXT. Run after GPA-RECALC-BATCH and
      *          PROBATION-BATCH; re-running refreshes the rows.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEMESTER-CLOSE-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO 'students.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-STUDENT.

           SELECT COURSE-FILE ASSIGN TO 'courses.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COURSE-ID
               FILE STATUS IS WS-FS-COURSE.

           SELECT ENROLLMENT-FILE ASSIGN TO 'enrollment.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-FS-ENROLLMENT.

           SELECT TERMHIST-FILE ASSIGN TO "TERMHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-FS-TERMHIST.

           SELECT DEANS-FILE ASSIGN TO "DEANS_LIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEANS.

       DATA DIVISION.

       FILE SECTION.

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ID    PIC X(4).
           05 STU-NAME  PIC X(20).
           05 STU-GPA   PIC 9V99.
           05 STU-STATUS PIC X(10).
           05 STU-BELOW-CT PIC 9.

       FD COURSE-FILE.
       01 COURSE-RECORD.
           05 COURSE-ID      PIC X(6).
           05 COURSE-TITLE   PIC X(30).
           05 COURSE-CREDITS PIC 9(2).

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           05 ENR-KEY.
               10 ENR-STU-ID    PIC X(4).
               10 ENR-COURSE-ID PIC X(6).
               10 ENR-SEMESTER  PIC X(6).
           05 ENR-GRADE     PIC X(2).

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

       FD DEANS-FILE.
       01 DEANS-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-FS-STUDENT     PIC XX.
       01 WS-FS-COURSE      PIC XX.
       01 WS-FS-ENROLLMENT  PIC XX.
       01 WS-FS-TERMHIST    PIC XX.
       01 WS-FS-DEANS       PIC XX.
       01 WS-INPUT-SEMESTER PIC X(6).
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-DEANS-GPA      PIC 9V99 VALUE 0.
       01 WS-DEANS-CREDITS  PIC 9(3) VALUE 0.
       01 WS-SAVE-STU-ID    PIC X(4).
       01 WS-GRADE-POINTS   PIC 9V99.
       01 WS-GRADE-VALID    PIC X VALUE "N".
       01 WS-ENROLLED-TERM  PIC X VALUE "N".
       01 WS-TH-FOUND       PIC X VALUE "N".
       01 WS-TERM-POINTS    PIC 9(5)V99.
       01 WS-TERM-CREDITS   PIC 9(4).
       01 WS-CUM-POINTS     PIC 9(5)V99.
       01 WS-CUM-CREDITS    PIC 9(4).
       01 WS-UNGRADED       PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT   PIC 9(5) VALUE 0.
       01 WS-DEANS-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SEMESTER CLOSE ===".
           DISPLAY "ENTER SEMESTER BEING CLOSED (E.G. 2025-1): "
           ACCEPT WS-INPUT-SEMESTER
           DISPLAY "DEAN'S LIST MINIMUM TERM GPA (0 = 3.50): "
           ACCEPT WS-DEANS-GPA
           IF WS-DEANS-GPA = 0
               MOVE 3.50 TO WS-DEANS-GPA
           END-IF
           DISPLAY "DEAN'S LIST MINIMUM GRADED CREDITS (0 = 12): "
           ACCEPT WS-DEANS-CREDITS
           IF WS-DEANS-CREDITS = 0
               MOVE 12 TO WS-DEANS-CREDITS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT STUDENT-FILE
           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "students.dat not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT COURSE-FILE
           IF WS-FS-COURSE NOT = "00"
               DISPLAY "courses.dat not found."
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-ENROLLMENT NOT = "00"
               DISPLAY "enrollment.dat not found."
               CLOSE STUDENT-FILE COURSE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O TERMHIST-FILE
           IF WS-FS-TERMHIST NOT = "00"
               OPEN OUTPUT TERMHIST-FILE
               CLOSE TERMHIST-FILE
               OPEN I-O TERMHIST-FILE
           END-IF

           OPEN OUTPUT DEANS-FILE
           MOVE SPACES TO DEANS-LINE
           STRING
               "=== DEAN'S LIST " DELIMITED BY SIZE
               WS-INPUT-SEMESTER DELIMITED BY SIZE
               " - TERM GPA " DELIMITED BY SIZE
               WS-DEANS-GPA DELIMITED BY SIZE
               " AND ABOVE, MIN " DELIMITED BY SIZE
               WS-DEANS-CREDITS DELIMITED BY SIZE
               " CREDITS ===" DELIMITED BY SIZE
               INTO DEANS-LINE
           END-STRING
           WRITE DEANS-LINE

           MOVE "00" TO WS-FS-STUDENT
           PERFORM UNTIL WS-FS-STUDENT = "10"
               READ STUDENT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-STUDENT
                   NOT AT END
                       PERFORM CLOSE-ONE-STUDENT
               END-READ
           END-PERFORM

           IF WS-DEANS-COUNT = 0
               MOVE "NO STUDENTS QUALIFIED." TO DEANS-LINE
               WRITE DEANS-LINE
           END-IF

           CLOSE STUDENT-FILE COURSE-FILE ENROLLMENT-FILE
               TERMHIST-FILE DEANS-FILE
           DISPLAY "Term history rows written: " WS-CLOSED-COUNT.
           DISPLAY "Dean's list: " WS-DEANS-COUNT.
           IF WS-UNGRADED > 0
               DISPLAY "WARNING: " WS-UNGRADED " ENROLLMENT(S) IN "
                   WS-INPUT-SEMESTER " HAVE NO GRADE."
           END-IF
           DISPLAY "Dean's list is in DEANS_LIST.TXT.".
           DISPLAY "Batch complete.".
           STOP RUN.

       CLOSE-ONE-STUDENT.
           MOVE STU-ID TO WS-SAVE-STU-ID
           MOVE "N" TO WS-ENROLLED-TERM
           MOVE 0 TO WS-TERM-POINTS
           MOVE 0 TO WS-TERM-CREDITS
           MOVE 0 TO WS-CUM-POINTS
           MOVE 0 TO WS-CUM-CREDITS

           MOVE WS-SAVE-STU-ID TO ENR-STU-ID
           MOVE LOW-VALUES TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY MOVE "10" TO WS-FS-ENROLLMENT
               NOT INVALID KEY MOVE "00" TO WS-FS-ENROLLMENT
           END-START
           PERFORM UNTIL WS-FS-ENROLLMENT = "10"
               READ ENROLLMENT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-ENROLLMENT
                   NOT AT END
                       IF ENR-STU-ID NOT = WS-SAVE-STU-ID
                           MOVE "10" TO WS-FS-ENROLLMENT
                       ELSE
                           IF ENR-SEMESTER NOT > WS-INPUT-SEMESTER
                               PERFORM TALLY-ONE-ENROLLMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-ENROLLMENT

           IF WS-ENROLLED-TERM = "Y"
               PERFORM WRITE-TERM-HISTORY
           END-IF.

       TALLY-ONE-ENROLLMENT.
           IF ENR-SEMESTER = WS-INPUT-SEMESTER
               MOVE "Y" TO WS-ENROLLED-TERM
               IF ENR-GRADE = SPACES
                   ADD 1 TO WS-UNGRADED
               END-IF
           END-IF
           PERFORM GRADE-TO-POINTS
           IF WS-GRADE-VALID = "Y"
               MOVE ENR-COURSE-ID TO COURSE-ID
               READ COURSE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-CUM-POINTS = WS-CUM-POINTS +
                           (WS-GRADE-POINTS * COURSE-CREDITS)
                       ADD COURSE-CREDITS TO WS-CUM-CREDITS
                       IF ENR-SEMESTER = WS-INPUT-SEMESTER
                           COMPUTE WS-TERM-POINTS = WS-TERM-POINTS +
                               (WS-GRADE-POINTS * COURSE-CREDITS)
                           ADD COURSE-CREDITS TO WS-TERM-CREDITS
                       END-IF
               END-READ
           END-IF.

       WRITE-TERM-HISTORY.
           MOVE WS-SAVE-STU-ID TO TH-STU-ID
           MOVE WS-INPUT-SEMESTER TO TH-SEMESTER
           MOVE "Y" TO WS-TH-FOUND
           READ TERMHIST-FILE
               INVALID KEY
                   MOVE "N" TO WS-TH-FOUND
                   MOVE WS-SAVE-STU-ID TO TH-STU-ID
                   MOVE WS-INPUT-SEMESTER TO TH-SEMESTER
           END-READ
           IF WS-TERM-CREDITS > 0
               COMPUTE TH-TERM-GPA ROUNDED =
                   WS-TERM-POINTS / WS-TERM-CREDITS
           ELSE
               MOVE 0 TO TH-TERM-GPA
           END-IF
           IF WS-CUM-CREDITS > 0
               COMPUTE TH-CUM-GPA ROUNDED =
                   WS-CUM-POINTS / WS-CUM-CREDITS
           ELSE
               MOVE 0 TO TH-CUM-GPA
           END-IF
           MOVE WS-TERM-CREDITS TO TH-CREDITS
           MOVE STU-STATUS TO TH-STANDING
           MOVE WS-RUN-DATE TO TH-CLOSE-DATE
           MOVE "N" TO TH-DEANS-LIST
           IF TH-TERM-GPA NOT < WS-DEANS-GPA AND
              WS-TERM-CREDITS NOT < WS-DEANS-CREDITS AND
              STU-STATUS NOT = "DISMISSED"
               MOVE "Y" TO TH-DEANS-LIST
               PERFORM WRITE-DEANS-LINE
           END-IF
           IF WS-TH-FOUND = "Y"
               REWRITE TERMHIST-RECORD
           ELSE
               WRITE TERMHIST-RECORD
           END-IF
           ADD 1 TO WS-CLOSED-COUNT
           DISPLAY WS-SAVE-STU-ID " " WS-INPUT-SEMESTER
               " TERM GPA " TH-TERM-GPA " CUM GPA " TH-CUM-GPA
               " CREDITS " TH-CREDITS " " TH-STANDING.

       WRITE-DEANS-LINE.
           ADD 1 TO WS-DEANS-COUNT
           MOVE SPACES TO DEANS-LINE
           STRING
               WS-SAVE-STU-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               STU-NAME DELIMITED BY SIZE
               " | TERM GPA: " DELIMITED BY SIZE
               TH-TERM-GPA DELIMITED BY SIZE
               " | CREDITS: " DELIMITED BY SIZE
               WS-TERM-CREDITS DELIMITED BY SIZE
               " | CUM GPA: " DELIMITED BY SIZE
               TH-CUM-GPA DELIMITED BY SIZE
               INTO DEANS-LINE
           END-STRING
           WRITE DEANS-LINE.

       GRADE-TO-POINTS.
           MOVE "Y" TO WS-GRADE-VALID
           EVALUATE ENR-GRADE
               WHEN "A"  MOVE 4.00 TO WS-GRADE-POINTS
               WHEN "B+" MOVE 3.50 TO WS-GRADE-POINTS
               WHEN "B"  MOVE 3.00 TO WS-GRADE-POINTS
               WHEN "C+" MOVE 2.50 TO WS-GRADE-POINTS
               WHEN "C"  MOVE 2.00 TO WS-GRADE-POINTS
               WHEN "D+" MOVE 1.50 TO WS-GRADE-POINTS
               WHEN "D"  MOVE 1.00 TO WS-GRADE-POINTS
               WHEN "F"  MOVE 0.00 TO WS-GRADE-POINTS
               WHEN OTHER
                   MOVE "N" TO WS-GRADE-VALID
                   MOVE 0 TO WS-GRADE-POINTS
           END-EVALUATE.

       END PROGRAM SEMESTER-CLOSE-BATCH.
