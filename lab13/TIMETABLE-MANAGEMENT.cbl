      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Class timetable maintenance. Keeps teaching rooms
      *          with their seating capacity on ROOMS.DAT and the
      *          weekly meeting pattern of each course section (day,
      *          start and end period, room, instructor) on
      *          MEETINGS.DAT. A meeting is refused when the room or
      *          the instructor is already booked for an overlapping
      *          period in the same semester, or when the room seats
      *          fewer than the section capacity on sections.dat.
      *          Prints a weekly timetable per student (from
      *          enrollment.dat) or per room to TIMETABLE.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-MANAGEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE ASSIGN TO "ROOMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-ID
               FILE STATUS IS WS-FS-ROOM.

           SELECT MEETING-FILE ASSIGN TO "MEETINGS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-KEY
               FILE STATUS IS WS-FS-MEETING.

           SELECT SECTION-FILE ASSIGN TO 'sections.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-FS-SECTION.

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

           SELECT TIMETABLE-FILE ASSIGN TO "TIMETABLE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TIMETABLE.

       DATA DIVISION.
       FILE SECTION.

       FD ROOM-FILE.
       01 ROOM-RECORD.
           05 RM-ID         PIC X(6).
           05 RM-NAME       PIC X(20).
           05 RM-CAPACITY   PIC 9(3).

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

       FD SECTION-FILE.
       01 SECTION-RECORD.
           05 SEC-KEY.
               10 SEC-COURSE-ID PIC X(6).
               10 SEC-SEMESTER  PIC X(6).
           05 SEC-CAPACITY  PIC 9(3).
           05 SEC-ENROLLED  PIC 9(3).

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

       FD TIMETABLE-FILE.
       01 TIMETABLE-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-ROOM        PIC XX.
       01 WS-FS-MEETING     PIC XX.
       01 WS-FS-SECTION     PIC XX.
       01 WS-FS-ENROLLMENT  PIC XX.
       01 WS-FS-STUDENT     PIC XX.
       01 WS-FS-TIMETABLE   PIC XX.
       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-INPUT-COURSE   PIC X(6).
       01 WS-INPUT-SEMESTER PIC X(6).
       01 WS-INPUT-STU-ID   PIC X(4).
       01 WS-INPUT-ROOM     PIC X(6).
       01 WS-INPUT-SEQ      PIC 9(2).
       01 WS-MAX-PERIOD     PIC 9(2) VALUE 12.
       01 WS-LAST-SEQ       PIC 9(2).
       01 WS-CLASH          PIC X VALUE "N".
       01 WS-CLASH-TYPE     PIC X(10).
       01 WS-LIST-COUNT     PIC 9(3).

       01 WS-NEW-MEETING.
           05 WS-NEW-DAY        PIC 9.
           05 WS-NEW-START      PIC 9(2).
           05 WS-NEW-END        PIC 9(2).
           05 WS-NEW-ROOM       PIC X(6).
           05 WS-NEW-INSTRUCTOR PIC X(12).

       01 WS-DAY-NAMES      PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME   PIC X(3) OCCURS 7 TIMES.

       01 WS-TT-TITLE       PIC X(60).
       01 WS-TT-USED        PIC 9(3) VALUE 0.
       01 WS-TT-IDX         PIC 9(3).
       01 WS-TT-DAY-IDX     PIC 9.
       01 WS-TT-PERIOD-IDX  PIC 9(2).
       01 TT-TABLE.
           05 TT-ENTRY OCCURS 100 TIMES.
               10 TT-DAY        PIC 9.
               10 TT-START      PIC 9(2).
               10 TT-END        PIC 9(2).
               10 TT-COURSE-ID  PIC X(6).
               10 TT-ROOM-ID    PIC X(6).
               10 TT-INSTRUCTOR PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CLASS TIMETABLE ===".
           OPEN I-O ROOM-FILE
           IF WS-FS-ROOM NOT = "00"
               OPEN OUTPUT ROOM-FILE
               CLOSE ROOM-FILE
               OPEN I-O ROOM-FILE
           END-IF
           OPEN I-O MEETING-FILE
           IF WS-FS-MEETING NOT = "00"
               OPEN OUTPUT MEETING-FILE
               CLOSE MEETING-FILE
               OPEN I-O MEETING-FILE
           END-IF
           OPEN INPUT SECTION-FILE
           IF WS-FS-SECTION NOT = "00"
               DISPLAY "sections.dat not found."
               STOP RUN
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-ENROLLMENT NOT = "00"
               DISPLAY "enrollment.dat not found."
               STOP RUN
           END-IF
           OPEN INPUT STUDENT-FILE

           PERFORM UNTIL WS-CHOICE = 9
               MOVE 0 TO WS-CHOICE
               DISPLAY " "
               DISPLAY "1. DEFINE ROOM"
               DISPLAY "2. ADD SECTION MEETING"
               DISPLAY "3. REMOVE SECTION MEETING"
               DISPLAY "4. LIST SECTION MEETINGS"
               DISPLAY "5. STUDENT WEEKLY TIMETABLE"
               DISPLAY "6. ROOM WEEKLY TIMETABLE"
               DISPLAY "7. EXIT"
               DISPLAY "CHOOSE OPTION (1-7): "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM DEFINE-ROOM
                   WHEN 2 PERFORM ADD-MEETING
                   WHEN 3 PERFORM REMOVE-MEETING
                   WHEN 4 PERFORM LIST-SECTION-MEETINGS
                   WHEN 5 PERFORM STUDENT-TIMETABLE
                   WHEN 6 PERFORM ROOM-TIMETABLE
                   WHEN 7 MOVE 9 TO WS-CHOICE
                   WHEN OTHER DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           CLOSE ROOM-FILE MEETING-FILE SECTION-FILE ENROLLMENT-FILE
                 STUDENT-FILE
           STOP RUN.

       DEFINE-ROOM.
           DISPLAY "ENTER ROOM ID (6 CHAR): "
           ACCEPT RM-ID
           READ ROOM-FILE
               INVALID KEY
                   DISPLAY "ROOM NAME: "
                   ACCEPT RM-NAME
                   DISPLAY "SEATING CAPACITY: "
                   ACCEPT RM-CAPACITY
                   WRITE ROOM-RECORD
                   DISPLAY "ROOM ADDED."
               NOT INVALID KEY
                   DISPLAY RM-ID " | " RM-NAME " | SEATS: "
                       RM-CAPACITY
                   DISPLAY "NEW SEATING CAPACITY: "
                   ACCEPT RM-CAPACITY
                   REWRITE ROOM-RECORD
                   DISPLAY "ROOM UPDATED."
           END-READ.

       ADD-MEETING.
           DISPLAY "ENTER COURSE ID: "
           ACCEPT WS-INPUT-COURSE
           DISPLAY "ENTER SEMESTER: "
           ACCEPT WS-INPUT-SEMESTER
           MOVE WS-INPUT-COURSE TO SEC-COURSE-ID
           MOVE WS-INPUT-SEMESTER TO SEC-SEMESTER
           READ SECTION-FILE
               INVALID KEY
                   DISPLAY "ERROR: SECTION NOT DEFINED. SET ITS "
                       "CAPACITY IN ENROLLMENT MANAGEMENT FIRST."
               NOT INVALID KEY
                   PERFORM CAPTURE-MEETING
           END-READ.

       CAPTURE-MEETING.
           DISPLAY "DAY (1=MON 2=TUE 3=WED 4=THU 5=FRI 6=SAT 7=SUN): "
           ACCEPT WS-NEW-DAY
           DISPLAY "START PERIOD (1-12): "
           ACCEPT WS-NEW-START
           DISPLAY "END PERIOD (1-12): "
           ACCEPT WS-NEW-END
           DISPLAY "ROOM ID: "
           ACCEPT WS-NEW-ROOM
           DISPLAY "INSTRUCTOR: "
           ACCEPT WS-NEW-INSTRUCTOR
           IF WS-NEW-DAY < 1 OR WS-NEW-DAY > 7 OR
              WS-NEW-START < 1 OR WS-NEW-END > WS-MAX-PERIOD OR
              WS-NEW-START > WS-NEW-END
               DISPLAY "ERROR: INVALID DAY OR PERIOD RANGE."
           ELSE
               MOVE WS-NEW-ROOM TO RM-ID
               READ ROOM-FILE
                   INVALID KEY
                       DISPLAY "ERROR: ROOM NOT ON FILE."
                   NOT INVALID KEY
                       IF RM-CAPACITY < SEC-CAPACITY
                           DISPLAY "ERROR: ROOM " RM-ID " SEATS "
                               RM-CAPACITY ". SECTION CAPACITY IS "
                               SEC-CAPACITY "."
                       ELSE
                           PERFORM CHECK-MEETING-CLASH
                           IF WS-CLASH = "N"
                               PERFORM WRITE-MEETING
                           END-IF
                       END-IF
               END-READ
           END-IF.

       CHECK-MEETING-CLASH.
           MOVE "N" TO WS-CLASH
           MOVE LOW-VALUES TO MT-KEY
           START MEETING-FILE KEY IS NOT LESS THAN MT-KEY
               INVALID KEY MOVE "10" TO WS-FS-MEETING
               NOT INVALID KEY MOVE "00" TO WS-FS-MEETING
           END-START
           PERFORM UNTIL WS-FS-MEETING = "10"
               READ MEETING-FILE NEXT
                   AT END MOVE "10" TO WS-FS-MEETING
                   NOT AT END
                       IF MT-SEMESTER = WS-INPUT-SEMESTER AND
                          MT-DAY = WS-NEW-DAY AND
                          MT-START NOT > WS-NEW-END AND
                          MT-END NOT < WS-NEW-START
                           PERFORM CHECK-ONE-CLASH
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-CLASH.
           MOVE SPACES TO WS-CLASH-TYPE
           IF MT-ROOM-ID = WS-NEW-ROOM
               MOVE "ROOM" TO WS-CLASH-TYPE
           ELSE
               IF MT-INSTRUCTOR = WS-NEW-INSTRUCTOR AND
                  WS-NEW-INSTRUCTOR NOT = SPACES
                   MOVE "INSTRUCTOR" TO WS-CLASH-TYPE
               END-IF
           END-IF
           IF WS-CLASH-TYPE NOT = SPACES
               MOVE "Y" TO WS-CLASH
               DISPLAY "CLASH: " WS-CLASH-TYPE " ALREADY BOOKED BY "
                   MT-COURSE-ID " " WS-DAY-NAME(MT-DAY)
                   " PERIODS " MT-START "-" MT-END
                   " | ROOM " MT-ROOM-ID " | " MT-INSTRUCTOR
           END-IF.

       WRITE-MEETING.
           PERFORM FIND-LAST-MEETING-SEQ
           IF WS-LAST-SEQ >= 99
               DISPLAY "ERROR: SECTION HAS TOO MANY MEETINGS."
           ELSE
               MOVE WS-INPUT-COURSE TO MT-COURSE-ID
               MOVE WS-INPUT-SEMESTER TO MT-SEMESTER
               COMPUTE MT-SEQ = WS-LAST-SEQ + 1
               MOVE WS-NEW-DAY TO MT-DAY
               MOVE WS-NEW-START TO MT-START
               MOVE WS-NEW-END TO MT-END
               MOVE WS-NEW-ROOM TO MT-ROOM-ID
               MOVE WS-NEW-INSTRUCTOR TO MT-INSTRUCTOR
               WRITE MEETING-RECORD
               DISPLAY "MEETING " MT-SEQ " ADDED: "
                   WS-DAY-NAME(MT-DAY) " PERIODS " MT-START "-"
                   MT-END " IN " MT-ROOM-ID
           END-IF.

       FIND-LAST-MEETING-SEQ.
           MOVE 0 TO WS-LAST-SEQ
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
                          MT-SEMESTER NOT = WS-INPUT-SEMESTER
                           MOVE "10" TO WS-FS-MEETING
                       ELSE
                           MOVE MT-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       REMOVE-MEETING.
           DISPLAY "ENTER COURSE ID: "
           ACCEPT WS-INPUT-COURSE
           DISPLAY "ENTER SEMESTER: "
           ACCEPT WS-INPUT-SEMESTER
           PERFORM SHOW-SECTION-MEETINGS
           IF WS-LIST-COUNT > 0
               DISPLAY "MEETING NUMBER TO REMOVE (0 = NONE): "
               ACCEPT WS-INPUT-SEQ
               IF WS-INPUT-SEQ NOT = 0
                   MOVE WS-INPUT-COURSE TO MT-COURSE-ID
                   MOVE WS-INPUT-SEMESTER TO MT-SEMESTER
                   MOVE WS-INPUT-SEQ TO MT-SEQ
                   DELETE MEETING-FILE RECORD
                       INVALID KEY
                           DISPLAY "ERROR: MEETING NOT FOUND."
                       NOT INVALID KEY
                           DISPLAY "MEETING REMOVED."
                   END-DELETE
               END-IF
           END-IF.

       LIST-SECTION-MEETINGS.
           DISPLAY "ENTER COURSE ID: "
           ACCEPT WS-INPUT-COURSE
           DISPLAY "ENTER SEMESTER: "
           ACCEPT WS-INPUT-SEMESTER
           PERFORM SHOW-SECTION-MEETINGS.

       SHOW-SECTION-MEETINGS.
           MOVE 0 TO WS-LIST-COUNT
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
                          MT-SEMESTER NOT = WS-INPUT-SEMESTER
                           MOVE "10" TO WS-FS-MEETING
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY MT-SEQ " | " WS-DAY-NAME(MT-DAY)
                               " | PERIODS " MT-START "-" MT-END
                               " | ROOM " MT-ROOM-ID " | "
                               MT-INSTRUCTOR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "NO MEETINGS ON FILE FOR THIS SECTION."
           END-IF.

       STUDENT-TIMETABLE.
           DISPLAY "ENTER STUDENT ID (4 DIGIT): "
           ACCEPT WS-INPUT-STU-ID
           DISPLAY "ENTER SEMESTER: "
           ACCEPT WS-INPUT-SEMESTER
           MOVE WS-INPUT-STU-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY MOVE "(not on roster)" TO STU-NAME
           END-READ
           MOVE 0 TO WS-TT-USED
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
                           IF ENR-SEMESTER = WS-INPUT-SEMESTER
                               PERFORM LOAD-COURSE-MEETINGS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-TT-TITLE
           STRING
               "STUDENT " DELIMITED BY SIZE
               WS-INPUT-STU-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               STU-NAME DELIMITED BY SIZE
               " SEMESTER " DELIMITED BY SIZE
               WS-INPUT-SEMESTER DELIMITED BY SIZE
               INTO WS-TT-TITLE
           END-STRING
           PERFORM PRINT-WEEKLY-TIMETABLE.

       LOAD-COURSE-MEETINGS.
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
                           PERFORM ADD-TIMETABLE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ROOM-TIMETABLE.
           DISPLAY "ENTER ROOM ID: "
           ACCEPT WS-INPUT-ROOM
           DISPLAY "ENTER SEMESTER: "
           ACCEPT WS-INPUT-SEMESTER
           MOVE WS-INPUT-ROOM TO RM-ID
           READ ROOM-FILE
               INVALID KEY
                   DISPLAY "ERROR: ROOM NOT ON FILE."
               NOT INVALID KEY
                   MOVE 0 TO WS-TT-USED
                   MOVE LOW-VALUES TO MT-KEY
                   START MEETING-FILE KEY IS NOT LESS THAN MT-KEY
                       INVALID KEY MOVE "10" TO WS-FS-MEETING
                       NOT INVALID KEY MOVE "00" TO WS-FS-MEETING
                   END-START
                   PERFORM UNTIL WS-FS-MEETING = "10"
                       READ MEETING-FILE NEXT
                           AT END MOVE "10" TO WS-FS-MEETING
                           NOT AT END
                               IF MT-ROOM-ID = WS-INPUT-ROOM AND
                                  MT-SEMESTER = WS-INPUT-SEMESTER
                                   PERFORM ADD-TIMETABLE-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE SPACES TO WS-TT-TITLE
                   STRING
                       "ROOM " DELIMITED BY SIZE
                       RM-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RM-NAME DELIMITED BY SIZE
                       " SEMESTER " DELIMITED BY SIZE
                       WS-INPUT-SEMESTER DELIMITED BY SIZE
                       INTO WS-TT-TITLE
                   END-STRING
                   PERFORM PRINT-WEEKLY-TIMETABLE
           END-READ.

       ADD-TIMETABLE-ENTRY.
           IF WS-TT-USED >= 100
               DISPLAY "TIMETABLE TABLE FULL. " MT-COURSE-ID
                   " SKIPPED."
           ELSE
               ADD 1 TO WS-TT-USED
               MOVE MT-DAY TO TT-DAY(WS-TT-USED)
               MOVE MT-START TO TT-START(WS-TT-USED)
               MOVE MT-END TO TT-END(WS-TT-USED)
               MOVE MT-COURSE-ID TO TT-COURSE-ID(WS-TT-USED)
               MOVE MT-ROOM-ID TO TT-ROOM-ID(WS-TT-USED)
               MOVE MT-INSTRUCTOR TO TT-INSTRUCTOR(WS-TT-USED)
           END-IF.

       PRINT-WEEKLY-TIMETABLE.
           OPEN OUTPUT TIMETABLE-FILE
           MOVE "=== WEEKLY TIMETABLE ===" TO TIMETABLE-LINE
           WRITE TIMETABLE-LINE
           MOVE WS-TT-TITLE TO TIMETABLE-LINE
           WRITE TIMETABLE-LINE
           DISPLAY WS-TT-TITLE
           PERFORM VARYING WS-TT-DAY-IDX FROM 1 BY 1 UNTIL
               WS-TT-DAY-IDX > 7
               PERFORM VARYING WS-TT-PERIOD-IDX FROM 1 BY 1 UNTIL
                   WS-TT-PERIOD-IDX > WS-MAX-PERIOD
                   PERFORM VARYING WS-TT-IDX FROM 1 BY 1 UNTIL
                       WS-TT-IDX > WS-TT-USED
                       IF TT-DAY(WS-TT-IDX) = WS-TT-DAY-IDX AND
                          TT-START(WS-TT-IDX) = WS-TT-PERIOD-IDX
                           PERFORM WRITE-TIMETABLE-ENTRY
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           IF WS-TT-USED = 0
               MOVE "NO CLASSES SCHEDULED." TO TIMETABLE-LINE
               WRITE TIMETABLE-LINE
               DISPLAY TIMETABLE-LINE
           END-IF
           CLOSE TIMETABLE-FILE
           DISPLAY "TIMETABLE WRITTEN TO TIMETABLE.TXT.".

       WRITE-TIMETABLE-ENTRY.
           MOVE SPACES TO TIMETABLE-LINE
           STRING
               WS-DAY-NAME(WS-TT-DAY-IDX) DELIMITED BY SIZE
               " | PERIODS " DELIMITED BY SIZE
               TT-START(WS-TT-IDX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TT-END(WS-TT-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               TT-COURSE-ID(WS-TT-IDX) DELIMITED BY SIZE
               " | ROOM " DELIMITED BY SIZE
               TT-ROOM-ID(WS-TT-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               TT-INSTRUCTOR(WS-TT-IDX) DELIMITED BY SIZE
               INTO TIMETABLE-LINE
           END-STRING
           WRITE TIMETABLE-LINE
           DISPLAY TIMETABLE-LINE.

       END PROGRAM TIMETABLE-MANAGEMENT.
