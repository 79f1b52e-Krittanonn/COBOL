      *          credit-weighted GPA from enrollment.dat and
      *          courses.dat and updates STU-GPA on students.dat, so
      *          the roster GPA is derived from the academic records
      *          instead of being hand-keyed. Runs only once every
      *          section roster for the semester being closed has
      *          been submitted on ROSTERS.DAT. Scholarship awards for
      *          that semester or later whose GPA condition is no
      *          longer met are flagged REVIEW on AWARDS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS ENR-KEY
               FILE STATUS IS WS-FS-ENROLLMENT.

           SELECT ROSTER-FILE ASSIGN TO "ROSTERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-KEY
               FILE STATUS IS WS-FS-ROSTER.

           SELECT SCHOLARSHIP-FILE ASSIGN TO "SCHOLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-CODE
               FILE STATUS IS WS-FS-SCHOLAR.

           SELECT AWARD-FILE ASSIGN TO "AWARDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AW-KEY
               FILE STATUS IS WS-FS-AWARD.

       DATA DIVISION.

       FILE SECTION.
               10 ENR-SEMESTER  PIC X(6).
           05 ENR-GRADE     PIC X(2).

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

       FD SCHOLARSHIP-FILE.
       01 SCHOLARSHIP-RECORD.
           05 SCH-CODE        PIC X(6).
           05 SCH-NAME        PIC X(30).
           05 SCH-TYPE        PIC X.
           05 SCH-PERCENT     PIC 9(3)V99.
           05 SCH-AMOUNT      PIC 9(7)V99.
           05 SCH-MIN-GPA     PIC 9V99.
           05 SCH-MAX-CREDITS PIC 9(3).

       FD AWARD-FILE.
       01 AWARD-RECORD.
           05 AW-KEY.
               10 AW-STU-ID     PIC X(4).
               10 AW-SEMESTER   PIC X(6).
               10 AW-SCH-CODE   PIC X(6).
           05 AW-AMOUNT       PIC 9(7)V99.
           05 AW-STATUS       PIC X(10).
           05 AW-AWARD-DATE   PIC 9(8).
           05 AW-REVIEW-DATE  PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-FS-STUDENT     PIC XX.
       01 WS-NEW-GPA        PIC 9V99.
       01 WS-STUDENTS-DONE  PIC 9(5) VALUE 0.
       01 WS-STUDENTS-SKIP  PIC 9(5) VALUE 0.
       01 WS-FS-ROSTER      PIC XX.
       01 WS-ROSTERS-OPEN   PIC X VALUE "N".
       01 WS-INPUT-SEMESTER PIC X(6).
       01 WS-OPEN-COUNT     PIC 9(3) VALUE 0.
       01 WS-OPEN-IDX       PIC 9(3).
       01 WS-OPEN-FOUND     PIC X VALUE "N".
       01 WS-FS-SCHOLAR     PIC XX.
       01 WS-FS-AWARD       PIC XX.
       01 WS-AWARDS-OPEN    PIC X VALUE "N".
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-AWARDS-FLAGGED PIC 9(5) VALUE 0.
       01 OPEN-SECTION-TABLE.
           05 OS-COURSE-ID  PIC X(6) OCCURS 200 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CREDIT-WEIGHTED GPA RECALCULATION ===".
           DISPLAY "ENTER SEMESTER BEING CLOSED (E.G. 2025-1): "
           ACCEPT WS-INPUT-SEMESTER

           OPEN I-O STUDENT-FILE
           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "students.dat not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-FS-COURSE NOT = "00"
               DISPLAY "courses.dat not found."
               CLOSE STUDENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-FS-ENROLLMENT NOT = "00"
               DISPLAY "enrollment.dat not found."
               CLOSE STUDENT-FILE COURSE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ROSTER-FILE
           IF WS-FS-ROSTER = "00"
               MOVE "Y" TO WS-ROSTERS-OPEN
           END-IF
           PERFORM CHECK-ROSTERS-SUBMITTED
           IF WS-ROSTERS-OPEN = "Y"
               CLOSE ROSTER-FILE
           END-IF
           IF WS-OPEN-COUNT > 0
               DISPLAY WS-OPEN-COUNT " SECTION ROSTER(S) FOR "
                   WS-INPUT-SEMESTER " NOT YET SUBMITTED."
               DISPLAY "GPA RECALCULATION NOT RUN."
               CLOSE STUDENT-FILE COURSE-FILE ENROLLMENT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN I-O AWARD-FILE
           IF WS-FS-AWARD = "00"
               MOVE "Y" TO WS-AWARDS-OPEN
               OPEN INPUT SCHOLARSHIP-FILE
           END-IF

           MOVE "00" TO WS-FS-STUDENT
           PERFORM UNTIL WS-FS-STUDENT = "10"
               READ STUDENT-FILE NEXT
           END-PERFORM

           CLOSE STUDENT-FILE COURSE-FILE ENROLLMENT-FILE
           IF WS-AWARDS-OPEN = "Y"
               CLOSE AWARD-FILE SCHOLARSHIP-FILE
           END-IF
           DISPLAY "Students updated: " WS-STUDENTS-DONE.
           DISPLAY "Students with no graded credits: "
               WS-STUDENTS-SKIP.
           DISPLAY "Scholarship awards flagged for review: "
               WS-AWARDS-FLAGGED.
           DISPLAY "Batch complete.".
           STOP RUN.

               ADD 1 TO WS-STUDENTS-DONE
               DISPLAY WS-SAVE-STU-ID " GPA SET TO " STU-GPA
                   " (" WS-CREDIT-TOTAL " CREDIT(S))"
               IF WS-AWARDS-OPEN = "Y"
                   PERFORM FLAG-AWARDS-FOR-REVIEW
               END-IF
           ELSE
               ADD 1 TO WS-STUDENTS-SKIP
           END-IF.

       FLAG-AWARDS-FOR-REVIEW.
           MOVE WS-SAVE-STU-ID TO AW-STU-ID
           MOVE WS-INPUT-SEMESTER TO AW-SEMESTER
           MOVE LOW-VALUES TO AW-SCH-CODE
           START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY MOVE "10" TO WS-FS-AWARD
               NOT INVALID KEY MOVE "00" TO WS-FS-AWARD
           END-START
           PERFORM UNTIL WS-FS-AWARD = "10"
               READ AWARD-FILE NEXT
                   AT END MOVE "10" TO WS-FS-AWARD
                   NOT AT END
                       IF AW-STU-ID NOT = WS-SAVE-STU-ID
                           MOVE "10" TO WS-FS-AWARD
                       ELSE
                           IF AW-STATUS = "AWARDED" OR
                              AW-STATUS = "APPLIED"
                               PERFORM CHECK-AWARD-CONDITION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-AWARD-CONDITION.
           MOVE AW-SCH-CODE TO SCH-CODE
           READ SCHOLARSHIP-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WS-NEW-GPA < SCH-MIN-GPA
                       MOVE "REVIEW" TO AW-STATUS
                       MOVE WS-RUN-DATE TO AW-REVIEW-DATE
                       REWRITE AWARD-RECORD
                       ADD 1 TO WS-AWARDS-FLAGGED
                       DISPLAY "    AWARD " AW-SCH-CODE " "
                           AW-SEMESTER " FLAGGED FOR REVIEW - GPA "
                           WS-NEW-GPA " BELOW " SCH-MIN-GPA
                   END-IF
           END-READ.

       CHECK-ROSTERS-SUBMITTED.
           MOVE LOW-VALUES TO ENR-KEY
           START ENROLLMENT-FILE KEY IS NOT LESS THAN ENR-KEY
               INVALID KEY MOVE "10" TO WS-FS-ENROLLMENT
               NOT INVALID KEY MOVE "00" TO WS-FS-ENROLLMENT
           END-START
           PERFORM UNTIL WS-FS-ENROLLMENT = "10"
               READ ENROLLMENT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-ENROLLMENT
                   NOT AT END
                       IF ENR-SEMESTER = WS-INPUT-SEMESTER
                           PERFORM CHECK-ONE-ROSTER
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-ENROLLMENT.

       CHECK-ONE-ROSTER.
           MOVE "N" TO WS-OPEN-FOUND
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1 UNTIL
               WS-OPEN-IDX > WS-OPEN-COUNT
               IF OS-COURSE-ID(WS-OPEN-IDX) = ENR-COURSE-ID
                   MOVE "Y" TO WS-OPEN-FOUND
               END-IF
           END-PERFORM
           IF WS-OPEN-FOUND = "N"
               MOVE SPACES TO RO-STATUS
               IF WS-ROSTERS-OPEN = "Y"
                   MOVE ENR-COURSE-ID TO RO-COURSE-ID
                   MOVE ENR-SEMESTER TO RO-SEMESTER
                   READ ROSTER-FILE
                       INVALID KEY MOVE SPACES TO RO-STATUS
                   END-READ
               END-IF
               IF RO-STATUS NOT = "SUBMITTED" AND
                  WS-OPEN-COUNT < 200
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE ENR-COURSE-ID TO OS-COURSE-ID(WS-OPEN-COUNT)
                   DISPLAY "ROSTER NOT SUBMITTED: " ENR-COURSE-ID
                       " " ENR-SEMESTER
               END-IF
           END-IF.

       TALLY-ONE-ENROLLMENT.
           PERFORM GRADE-TO-POINTS
           IF WS-GRADE-VALID = "Y"
