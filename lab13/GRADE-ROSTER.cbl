      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: End-of-semester grade roster per course section.
      *          Lists every student enrolled in a course for a
      *          semester so the instructor can key all grades in one
      *          pass (validated against the grade scale), then
      *          submits the roster, which locks it on ROSTERS.DAT -
      *          later changes must go through the grade-change
      *          workflow in ENROLLMENT-MANAGEMENT. The registrar sets
      *          each roster's submission deadline and prints the
      *          sections still missing grades after their deadline
      *          to MISSING_GRADES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-ROSTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO 'enrollment.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-FS-ENROLLMENT.

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

           SELECT ROSTER-FILE ASSIGN TO "ROSTERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-KEY
               FILE STATUS IS WS-FS-ROSTER.

           SELECT MISSING-FILE ASSIGN TO "MISSING_GRADES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MISSING.

       DATA DIVISION.
       FILE SECTION.

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           05 ENR-KEY.
               10 ENR-STU-ID    PIC X(4).
               10 ENR-COURSE-ID PIC X(6).
               10 ENR-SEMESTER  PIC X(6).
           05 ENR-GRADE     PIC X(2).

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

       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           05 RO-KEY.
               10 RO-COURSE-ID  PIC X(6).
               10 RO-SEMESTER   PIC X(6).
           05 RO-INSTRUCTOR PIC X(12).
           05 RO-DEADLINE   PIC 9(8).
           05 RO-STATUS     PIC X(9).
           05 RO-SUBMIT-DATE PIC 9(8).
           05 RO-SUBMIT-BY  PIC X(12).

       FD MISSING-FILE.
       01 MISSING-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-ENROLLMENT  PIC XX.
       01 WS-FS-STUDENT     PIC XX.
       01 WS-FS-COURSE      PIC XX.
       01 WS-FS-ROSTER      PIC XX.
       01 WS-FS-MISSING     PIC XX.
       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-INPUT-COURSE   PIC X(6).
       01 WS-INPUT-SEMESTER PIC X(6).
       01 WS-INPUT-GRADE    PIC X(2).
       01 WS-GRADE-VALID    PIC X VALUE "N".
       01 WS-ROSTER-FOUND   PIC X VALUE "N".
       01 WS-CONFIRM        PIC X.
       01 WS-ROSTER-COUNT   PIC 9(3).
       01 WS-GRADED-COUNT   PIC 9(3).
       01 WS-MISSING-COUNT  PIC 9(3).
       01 WS-SECTION-COUNT  PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SECTION GRADE ROSTER ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN I-O ENROLLMENT-FILE
           IF WS-FS-ENROLLMENT NOT = "00"
               DISPLAY "enrollment.dat not found."
               STOP RUN
           END-IF
           OPEN I-O ROSTER-FILE
           IF WS-FS-ROSTER NOT = "00"
               OPEN OUTPUT ROSTER-FILE
               CLOSE ROSTER-FILE
               OPEN I-O ROSTER-FILE
           END-IF
           OPEN INPUT STUDENT-FILE
           OPEN INPUT COURSE-FILE

           PERFORM UNTIL WS-CHOICE = 9
               MOVE 0 TO WS-CHOICE
               DISPLAY " "
               DISPLAY "1. SET SUBMISSION DEADLINE (REGISTRAR)"
               DISPLAY "2. ENTER ROSTER GRADES"
               DISPLAY "3. SUBMIT ROSTER"
               DISPLAY "4. MISSING GRADES REPORT (REGISTRAR)"
               DISPLAY "5. EXIT"
               DISPLAY "CHOOSE OPTION (1-5): "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM SET-DEADLINE
                   WHEN 2 PERFORM ENTER-ROSTER-GRADES
                   WHEN 3 PERFORM SUBMIT-ROSTER
                   WHEN 4 PERFORM MISSING-GRADES-REPORT
                   WHEN 5 MOVE 9 TO WS-CHOICE
                   WHEN OTHER DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           CLOSE ENROLLMENT-FILE ROSTER-FILE STUDENT-FILE COURSE-FILE
           STOP RUN.

       ACCEPT-SECTION.
           DISPLAY "ENTER COURSE ID: "
           ACCEPT WS-INPUT-COURSE
           DISPLAY "ENTER SEMESTER: "
           ACCEPT WS-INPUT-SEMESTER
           MOVE WS-INPUT-COURSE TO COURSE-ID
           READ COURSE-FILE
               INVALID KEY MOVE "(not on file)" TO COURSE-TITLE
           END-READ
           MOVE "N" TO WS-ROSTER-FOUND
           MOVE WS-INPUT-COURSE TO RO-COURSE-ID
           MOVE WS-INPUT-SEMESTER TO RO-SEMESTER
           READ ROSTER-FILE
               INVALID KEY
                   MOVE SPACES TO RO-INSTRUCTOR RO-SUBMIT-BY
                   MOVE 0 TO RO-DEADLINE RO-SUBMIT-DATE
                   MOVE "OPEN" TO RO-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-ROSTER-FOUND
           END-READ.

       SAVE-ROSTER.
           IF WS-ROSTER-FOUND = "Y"
               REWRITE ROSTER-RECORD
           ELSE
               WRITE ROSTER-RECORD
               MOVE "Y" TO WS-ROSTER-FOUND
           END-IF.

       SET-DEADLINE.
           PERFORM ACCEPT-SECTION
           IF RO-DEADLINE NOT = 0
               DISPLAY "CURRENT DEADLINE: " RO-DEADLINE
           END-IF
           DISPLAY "SUBMISSION DEADLINE (YYYYMMDD): "
           ACCEPT RO-DEADLINE
           PERFORM SAVE-ROSTER
           DISPLAY "DEADLINE FOR " RO-COURSE-ID " " RO-SEMESTER
               " SET TO " RO-DEADLINE ".".

       ENTER-ROSTER-GRADES.
           PERFORM ACCEPT-SECTION
           IF RO-STATUS = "SUBMITTED"
               DISPLAY "ROSTER WAS SUBMITTED ON " RO-SUBMIT-DATE
                   ". USE A GRADE CHANGE REQUEST."
           ELSE
               IF RO-DEADLINE NOT = 0 AND WS-RUN-DATE > RO-DEADLINE
                   DISPLAY "NOTE: THE SUBMISSION DEADLINE "
                       RO-DEADLINE " HAS PASSED."
               END-IF
               DISPLAY "INSTRUCTOR: "
               ACCEPT RO-INSTRUCTOR
               PERFORM SAVE-ROSTER
               DISPLAY WS-INPUT-COURSE " " COURSE-TITLE " "
                   WS-INPUT-SEMESTER
               DISPLAY "ENTER GRADE A/B+/B/C+/C/D+/D/F/W "
                   "(BLANK = LEAVE AS IS)"
               MOVE 0 TO WS-ROSTER-COUNT
               MOVE 0 TO WS-GRADED-COUNT
               MOVE LOW-VALUES TO ENR-KEY
               START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
                   INVALID KEY MOVE "10" TO WS-FS-ENROLLMENT
                   NOT INVALID KEY MOVE "00" TO WS-FS-ENROLLMENT
               END-START
               PERFORM UNTIL WS-FS-ENROLLMENT = "10"
                   READ ENROLLMENT-FILE NEXT
                       AT END MOVE "10" TO WS-FS-ENROLLMENT
                       NOT AT END
                           IF ENR-COURSE-ID = WS-INPUT-COURSE AND
                              ENR-SEMESTER = WS-INPUT-SEMESTER
                               PERFORM GRADE-ONE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               COMPUTE WS-MISSING-COUNT =
                   WS-ROSTER-COUNT - WS-GRADED-COUNT
               DISPLAY "ROSTER SIZE: " WS-ROSTER-COUNT
                   " GRADED: " WS-GRADED-COUNT
                   " MISSING: " WS-MISSING-COUNT
           END-IF.

       GRADE-ONE-STUDENT.
           ADD 1 TO WS-ROSTER-COUNT
           MOVE ENR-STU-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY MOVE "(not on roster)" TO STU-NAME
           END-READ
           MOVE "N" TO WS-GRADE-VALID
           PERFORM ACCEPT-ROSTER-GRADE UNTIL WS-GRADE-VALID = "Y"
           IF WS-INPUT-GRADE NOT = SPACES
               MOVE WS-INPUT-GRADE TO ENR-GRADE
               REWRITE ENROLLMENT-RECORD
           END-IF
           IF ENR-GRADE NOT = SPACES
               ADD 1 TO WS-GRADED-COUNT
           END-IF.

       ACCEPT-ROSTER-GRADE.
           DISPLAY ENR-STU-ID " " STU-NAME " [" ENR-GRADE "]: "
           MOVE SPACES TO WS-INPUT-GRADE
           ACCEPT WS-INPUT-GRADE
           IF WS-INPUT-GRADE = SPACES OR
              WS-INPUT-GRADE = "A" OR WS-INPUT-GRADE = "B+" OR
              WS-INPUT-GRADE = "B" OR WS-INPUT-GRADE = "C+" OR
              WS-INPUT-GRADE = "C" OR WS-INPUT-GRADE = "D+" OR
              WS-INPUT-GRADE = "D" OR WS-INPUT-GRADE = "F" OR
              WS-INPUT-GRADE = "W"
               MOVE "Y" TO WS-GRADE-VALID
           ELSE
               DISPLAY "INVALID GRADE. TRY AGAIN."
           END-IF.

       COUNT-SECTION-GRADES.
           MOVE 0 TO WS-ROSTER-COUNT
           MOVE 0 TO WS-GRADED-COUNT
           MOVE LOW-VALUES TO ENR-KEY
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY MOVE "10" TO WS-FS-ENROLLMENT
               NOT INVALID KEY MOVE "00" TO WS-FS-ENROLLMENT
           END-START
           PERFORM UNTIL WS-FS-ENROLLMENT = "10"
               READ ENROLLMENT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-ENROLLMENT
                   NOT AT END
                       IF ENR-COURSE-ID = RO-COURSE-ID AND
                          ENR-SEMESTER = RO-SEMESTER
                           ADD 1 TO WS-ROSTER-COUNT
                           IF ENR-GRADE NOT = SPACES
                               ADD 1 TO WS-GRADED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-MISSING-COUNT =
               WS-ROSTER-COUNT - WS-GRADED-COUNT.

       SUBMIT-ROSTER.
           PERFORM ACCEPT-SECTION
           IF WS-ROSTER-FOUND = "N"
               DISPLAY "ERROR: NO GRADES HAVE BEEN ENTERED FOR THIS "
                   "SECTION."
           ELSE
           IF RO-STATUS = "SUBMITTED"
               DISPLAY "ROSTER WAS ALREADY SUBMITTED ON "
                   RO-SUBMIT-DATE "."
           ELSE
               PERFORM COUNT-SECTION-GRADES
               IF WS-MISSING-COUNT > 0
                   DISPLAY "ERROR: " WS-MISSING-COUNT " OF "
                       WS-ROSTER-COUNT " STUDENT(S) HAVE NO GRADE. "
                       "ROSTER NOT SUBMITTED."
               ELSE
                   DISPLAY WS-ROSTER-COUNT " GRADE(S) ON THE ROSTER. "
                       "SUBMIT AND LOCK? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       DISPLAY "SUBMITTED BY: "
                       ACCEPT RO-SUBMIT-BY
                       MOVE WS-RUN-DATE TO RO-SUBMIT-DATE
                       MOVE "SUBMITTED" TO RO-STATUS
                       REWRITE ROSTER-RECORD
                       DISPLAY "ROSTER SUBMITTED. FURTHER CHANGES "
                           "NEED REGISTRAR APPROVAL."
                   END-IF
               END-IF
           END-IF
           END-IF.

       MISSING-GRADES-REPORT.
           DISPLAY "ENTER SEMESTER: "
           ACCEPT WS-INPUT-SEMESTER
           MOVE 0 TO WS-SECTION-COUNT
           OPEN OUTPUT MISSING-FILE
           MOVE SPACES TO MISSING-LINE
           STRING
               "=== SECTIONS MISSING GRADES PAST DEADLINE " DELIMITED
                   BY SIZE
               WS-INPUT-SEMESTER DELIMITED BY SIZE
               " AS AT " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO MISSING-LINE
           END-STRING
           WRITE MISSING-LINE
           MOVE LOW-VALUES TO RO-KEY
           START ROSTER-FILE KEY IS NOT LESS THAN RO-KEY
               INVALID KEY MOVE "10" TO WS-FS-ROSTER
               NOT INVALID KEY MOVE "00" TO WS-FS-ROSTER
           END-START
           PERFORM UNTIL WS-FS-ROSTER = "10"
               READ ROSTER-FILE NEXT
                   AT END MOVE "10" TO WS-FS-ROSTER
                   NOT AT END
                       IF RO-SEMESTER = WS-INPUT-SEMESTER AND
                          RO-STATUS NOT = "SUBMITTED" AND
                          RO-DEADLINE NOT = 0 AND
                          WS-RUN-DATE > RO-DEADLINE
                           PERFORM REPORT-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE "NO OVERDUE ROSTERS." TO MISSING-LINE
               WRITE MISSING-LINE
           END-IF
           CLOSE MISSING-FILE
           DISPLAY "OVERDUE SECTIONS: " WS-SECTION-COUNT
           DISPLAY "REPORT WRITTEN TO MISSING_GRADES.TXT.".

       REPORT-ONE-SECTION.
           PERFORM COUNT-SECTION-GRADES
           ADD 1 TO WS-SECTION-COUNT
           MOVE SPACES TO MISSING-LINE
           STRING
               RO-COURSE-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               RO-SEMESTER DELIMITED BY SIZE
               " | DEADLINE: " DELIMITED BY SIZE
               RO-DEADLINE DELIMITED BY SIZE
               " | MISSING: " DELIMITED BY SIZE
               WS-MISSING-COUNT DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-ROSTER-COUNT DELIMITED BY SIZE
               " | NOT SUBMITTED | " DELIMITED BY SIZE
               RO-INSTRUCTOR DELIMITED BY SIZE
               INTO MISSING-LINE
           END-STRING
           WRITE MISSING-LINE
           DISPLAY MISSING-LINE.

       END PROGRAM GRADE-ROSTER.
