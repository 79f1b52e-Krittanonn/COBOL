      *          roster - add courses to courses.dat, enroll students
      *          in a course for a semester, and enter grades on
      *          enrollment.dat so the roster GPA can be derived from
      *          real academic records. An enrollment is refused
      *          when the section meets at a time that clashes with
      *          the student's existing timetable for the semester
      *          (meeting patterns on MEETINGS.DAT). Once a section
      *          roster is submitted on ROSTERS.DAT every grade entry
      *          for it goes through the grade-change workflow.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTER.

           SELECT MEETING-FILE ASSIGN TO "MEETINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-KEY
               FILE STATUS IS WS-FS-MEETING.

           SELECT ROSTER-FILE ASSIGN TO "ROSTERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-KEY
               FILE STATUS IS WS-FS-ROSTER.

       DATA DIVISION.

       FILE SECTION.
       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(132).

       FD MEETING-FILE.
       01 MEETING-RECORD.
           05 MT-KEY.
               10 MT-COURSE-ID PIC X(6).
               10 MT-SEMESTER  PIC X(6).
               10 MT-SEQ       PIC 9(2).
           05 MT-DAY        PIC 9.
           05 MT-START      PIC 9(2).
           05 MT-END        PIC 9(2).
           05 MT-ROOM-ID    PIC X(6).
           05 MT-INSTRUCTOR PIC X(12).

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

       WORKING-STORAGE SECTION.

       01 WS-FS-STUDENT     PIC XX.
       01 WS-GPA-CREDITS    PIC 9(4).
       01 WS-NEW-GPA        PIC 9V99.
       01 WS-REG-COUNT      PIC 9(4).
       01 WS-FS-MEETING     PIC XX.
       01 WS-MEETINGS-OPEN  PIC X VALUE "N".
       01 WS-TT-CLASH       PIC X VALUE "N".
       01 WS-FS-ROSTER      PIC XX.
       01 WS-ROSTERS-OPEN   PIC X VALUE "N".
       01 WS-ROSTER-LOCKED  PIC X VALUE "N".
       01 WS-NM-USED        PIC 9(2).
       01 WS-NM-IDX         PIC 9(2).
       01 NEW-MEETING-TABLE.
           05 NM-ENTRY OCCURS 20 TIMES.
               10 NM-DAY    PIC 9.
               10 NM-START  PIC 9(2).
               10 NM-END    PIC 9(2).
       01 WS-DAY-NAMES      PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME   PIC X(3) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE STUDENT-FILE COURSE-FILE ENROLLMENT-FILE
                 SECTION-FILE WAITLIST-FILE PREREQ-FILE
                 GRADECHG-FILE.
           IF WS-MEETINGS-OPEN = "Y"
               CLOSE MEETING-FILE
           END-IF.
           IF WS-ROSTERS-OPEN = "Y"
               CLOSE ROSTER-FILE
           END-IF.
           DISPLAY "Goodbye.".
           STOP RUN.

               CLOSE GRADECHG-FILE
               OPEN I-O GRADECHG-FILE
           END-IF
           OPEN INPUT MEETING-FILE
           IF WS-FS-MEETING = "00"
               MOVE "Y" TO WS-MEETINGS-OPEN
           END-IF
           OPEN INPUT ROSTER-FILE
           IF WS-FS-ROSTER = "00"
               MOVE "Y" TO WS-ROSTERS-OPEN
           END-IF
           PERFORM INIT-GC-SEQ.

       INIT-GC-SEQ.
               INVALID KEY
                   DISPLAY "ERROR: STUDENT NOT ON ROSTER."
               NOT INVALID KEY
                   IF STU-STATUS = "GRADUATED"
                       DISPLAY "ERROR: STUDENT HAS GRADUATED."
                   ELSE
                       PERFORM ENROLL-KNOWN-STUDENT
                   END-IF
           END-READ.

       ENROLL-KNOWN-STUDENT.
                           END-IF
                       END-IF
                   END-IF
                   MOVE "N" TO WS-TT-CLASH
                   IF WS-PREREQ-OK = "Y"
                       PERFORM CHECK-TIMETABLE-CLASH
                   END-IF
                   IF WS-PREREQ-OK = "N" OR WS-TT-CLASH = "Y"
                       DISPLAY "ENROLLMENT REFUSED."
                   ELSE
                   PERFORM CHECK-SECTION-CAPACITY
                      OR WS-INPUT-GRADE = "C" OR WS-INPUT-GRADE = "D+"
                      OR WS-INPUT-GRADE = "D" OR WS-INPUT-GRADE = "F"
                      OR WS-INPUT-GRADE = "W"
                       PERFORM CHECK-ROSTER-LOCKED
                       IF ENR-GRADE = SPACES AND WS-ROSTER-LOCKED = "N"
                           MOVE WS-INPUT-GRADE TO ENR-GRADE
                           REWRITE ENROLLMENT-RECORD
                           DISPLAY "GRADE RECORDED."
                   END-IF
           END-READ.

       CHECK-ROSTER-LOCKED.
           MOVE "N" TO WS-ROSTER-LOCKED
           IF WS-ROSTERS-OPEN = "Y"
               MOVE ENR-COURSE-ID TO RO-COURSE-ID
               MOVE ENR-SEMESTER TO RO-SEMESTER
               READ ROSTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RO-STATUS = "SUBMITTED"
                           MOVE "Y" TO WS-ROSTER-LOCKED
                       END-IF
               END-READ
           END-IF.

       RAISE-GRADE-CHANGE.
           IF WS-ROSTER-LOCKED = "Y"
               DISPLAY "THE ROSTER FOR THIS SECTION WAS SUBMITTED ON "
                   RO-SUBMIT-DATE "."
           END-IF
           IF ENR-GRADE NOT = SPACES
               DISPLAY "A GRADE OF " ENR-GRADE " IS ALREADY ON FILE."
           END-IF
           DISPLAY "CHANGES AFTER ENTRY NEED REGISTRAR APPROVAL."
           ADD 1 TO WS-GC-SEQ
           MOVE SPACES TO GC-ID
                   DISPLAY "PREREQUISITE UPDATED."
           END-READ.

       CHECK-TIMETABLE-CLASH.
           MOVE "N" TO WS-TT-CLASH
           MOVE 0 TO WS-NM-USED
           IF WS-MEETINGS-OPEN = "Y"
               MOVE WS-INPUT-COURSE TO MT-COURSE-ID
               MOVE WS-INPUT-SEMESTER TO MT-SEMESTER
               MOVE 0 TO MT-SEQ
               START MEETING-FILE KEY IS NOT LESS THAN MT-KEY
                   INVALID KEY MOVE "10" TO WS-FS-MEETING
                   NOT INVALID KEY MOVE "00" TO WS-FS-MEETING
               END-START
               PERFORM UNTIL WS-FS-MEETING = "10"
                   READ MEETING-FILE NEXT
                       AT END MOVE "10" TO WS-FS-MEETING
                       NOT AT END
                           IF MT-COURSE-ID NOT = WS-INPUT-COURSE OR
                              MT-SEMESTER NOT = WS-INPUT-SEMESTER OR
                              WS-NM-USED >= 20
                               MOVE "10" TO WS-FS-MEETING
                           ELSE
                               ADD 1 TO WS-NM-USED
                               MOVE MT-DAY TO NM-DAY(WS-NM-USED)
                               MOVE MT-START TO NM-START(WS-NM-USED)
                               MOVE MT-END TO NM-END(WS-NM-USED)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-NM-USED > 0
               MOVE WS-INPUT-STU-ID TO ENR-STU-ID
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
                           IF ENR-STU-ID NOT = WS-INPUT-STU-ID
                               MOVE "10" TO WS-FS-ENROLLMENT
                           ELSE
                               IF ENR-SEMESTER = WS-INPUT-SEMESTER AND
                                  ENR-COURSE-ID NOT = WS-INPUT-COURSE
                                   PERFORM CHECK-COURSE-CLASH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-COURSE-CLASH.
           MOVE ENR-COURSE-ID TO MT-COURSE-ID
           MOVE ENR-SEMESTER TO MT-SEMESTER
           MOVE 0 TO MT-SEQ
           START MEETING-FILE KEY IS NOT LESS THAN MT-KEY
               INVALID KEY MOVE "10" TO WS-FS-MEETING
               NOT INVALID KEY MOVE "00" TO WS-FS-MEETING
           END-START
           PERFORM UNTIL WS-FS-MEETING = "10"
               READ MEETING-FILE NEXT
                   AT END MOVE "10" TO WS-FS-MEETING
                   NOT AT END
                       IF MT-COURSE-ID NOT = ENR-COURSE-ID OR
                          MT-SEMESTER NOT = ENR-SEMESTER
                           MOVE "10" TO WS-FS-MEETING
                       ELSE
                           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
                               UNTIL WS-NM-IDX > WS-NM-USED
                               IF NM-DAY(WS-NM-IDX) = MT-DAY AND
                                  NM-START(WS-NM-IDX) NOT > MT-END AND
                                  NM-END(WS-NM-IDX) NOT < MT-START
                                   MOVE "Y" TO WS-TT-CLASH
                                   DISPLAY "TIMETABLE CLASH WITH "
                                       MT-COURSE-ID " ON "
                                       WS-DAY-NAME(MT-DAY)
                                       " PERIODS " MT-START "-"
                                       MT-END "."
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-SECTION-CAPACITY.
           MOVE "N" TO WS-SECTION-FOUND
           MOVE WS-INPUT-COURSE TO SEC-COURSE-ID
