      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Scholarship and financial aid maintenance. Keeps the
      *          scholarship master SCHOLAR.DAT (a percentage of
      *          tuition or a fixed amount, the minimum GPA the holder
      *          must keep and the maximum credits it covers) and the
      *          per-student, per-semester award file AWARDS.DAT. The
      *          amounts are applied by TUITION-ASSESS-BATCH; awards
      *          flagged by GPA-RECALC-BATCH are kept or revoked here.
      *          Prints total aid by scholarship for a semester to
      *          AID_BY_SCHOLARSHIP.TXT for the funding office.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLARSHIP-MANAGEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT STUDENT-FILE ASSIGN TO 'students.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-STUDENT.

           SELECT AID-REPORT-FILE ASSIGN TO "AID_BY_SCHOLARSHIP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.

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

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ID    PIC X(4).
           05 STU-NAME  PIC X(20).
           05 STU-GPA   PIC 9V99.
           05 STU-STATUS PIC X(10).
           05 STU-BELOW-CT PIC 9.

       FD AID-REPORT-FILE.
       01 AID-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-SCHOLAR     PIC XX.
       01 WS-FS-AWARD       PIC XX.
       01 WS-FS-STUDENT     PIC XX.
       01 WS-FS-REPORT      PIC XX.
       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-RUN-DATE       PIC 9(8).
       01 WS-INPUT-STU-ID   PIC X(4).
       01 WS-INPUT-SEMESTER PIC X(6).
       01 WS-SCH-FOUND      PIC X VALUE "N".
       01 WS-CONFIRM        PIC X.
       01 WS-AWARD-COUNT    PIC 9(4).
       01 WS-SCH-COUNT      PIC 9(4).
       01 WS-SCH-TOTAL      PIC 9(9)V99.
       01 WS-GRAND-COUNT    PIC 9(5).
       01 WS-GRAND-TOTAL    PIC 9(9)V99.
       01 WS-SAVE-SCH-CODE  PIC X(6).
       01 WS-SAVE-SCH-NAME  PIC X(30).
       01 DISPLAY-AMOUNT    PIC Z,ZZZ,ZZ9.99.
       01 DISPLAY-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SCHOLARSHIPS AND FINANCIAL AID ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN I-O SCHOLARSHIP-FILE
           IF WS-FS-SCHOLAR NOT = "00"
               OPEN OUTPUT SCHOLARSHIP-FILE
               CLOSE SCHOLARSHIP-FILE
               OPEN I-O SCHOLARSHIP-FILE
           END-IF
           OPEN I-O AWARD-FILE
           IF WS-FS-AWARD NOT = "00"
               OPEN OUTPUT AWARD-FILE
               CLOSE AWARD-FILE
               OPEN I-O AWARD-FILE
           END-IF
           OPEN INPUT STUDENT-FILE

           PERFORM UNTIL WS-CHOICE = 9
               MOVE 0 TO WS-CHOICE
               DISPLAY " "
               DISPLAY "1. DEFINE SCHOLARSHIP"
               DISPLAY "2. AWARD SCHOLARSHIP TO STUDENT"
               DISPLAY "3. LIST STUDENT AWARDS"
               DISPLAY "4. REVIEW FLAGGED AWARDS"
               DISPLAY "5. AID BY SCHOLARSHIP REPORT (FUNDING OFFICE)"
               DISPLAY "6. EXIT"
               DISPLAY "CHOOSE OPTION (1-6): "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM DEFINE-SCHOLARSHIP
                   WHEN 2 PERFORM AWARD-SCHOLARSHIP
                   WHEN 3 PERFORM LIST-STUDENT-AWARDS
                   WHEN 4 PERFORM REVIEW-FLAGGED-AWARDS
                   WHEN 5 PERFORM AID-BY-SCHOLARSHIP-REPORT
                   WHEN 6 MOVE 9 TO WS-CHOICE
                   WHEN OTHER DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           CLOSE SCHOLARSHIP-FILE AWARD-FILE STUDENT-FILE
           STOP RUN.

       DEFINE-SCHOLARSHIP.
           DISPLAY "SCHOLARSHIP CODE (6 CHARS): "
           ACCEPT SCH-CODE
           MOVE "Y" TO WS-SCH-FOUND
           READ SCHOLARSHIP-FILE
               INVALID KEY MOVE "N" TO WS-SCH-FOUND
           END-READ
           IF WS-SCH-FOUND = "Y"
               DISPLAY "UPDATING " SCH-CODE " " SCH-NAME
           END-IF
           DISPLAY "SCHOLARSHIP NAME: "
           ACCEPT SCH-NAME
           MOVE SPACE TO SCH-TYPE
           PERFORM UNTIL SCH-TYPE = "P" OR SCH-TYPE = "F"
               DISPLAY "TYPE (P = PERCENTAGE, F = FIXED AMOUNT): "
               ACCEPT SCH-TYPE
           END-PERFORM
           MOVE 0 TO SCH-PERCENT SCH-AMOUNT
           IF SCH-TYPE = "P"
               DISPLAY "PERCENTAGE OF TUITION (E.G. 50.00): "
               ACCEPT SCH-PERCENT
               IF SCH-PERCENT > 100
                   MOVE 100 TO SCH-PERCENT
               END-IF
           ELSE
               DISPLAY "FIXED AMOUNT PER SEMESTER: "
               ACCEPT SCH-AMOUNT
           END-IF
           DISPLAY "MINIMUM GPA TO KEEP THE AWARD (0.00 = NONE): "
           ACCEPT SCH-MIN-GPA
           DISPLAY "MAXIMUM CREDITS COVERED (0 = NO LIMIT): "
           ACCEPT SCH-MAX-CREDITS
           IF WS-SCH-FOUND = "Y"
               REWRITE SCHOLARSHIP-RECORD
               DISPLAY "SCHOLARSHIP UPDATED."
           ELSE
               WRITE SCHOLARSHIP-RECORD
               DISPLAY "SCHOLARSHIP ADDED."
           END-IF.

       AWARD-SCHOLARSHIP.
           DISPLAY "ENTER STUDENT ID (4 DIGIT): "
           ACCEPT WS-INPUT-STU-ID
           MOVE WS-INPUT-STU-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY MOVE SPACES TO STU-STATUS
           END-READ
           IF STU-STATUS = SPACES
               DISPLAY "ERROR: STUDENT NOT FOUND."
           ELSE
           IF STU-STATUS = "GRADUATED" OR STU-STATUS = "DISMISSED"
               DISPLAY "ERROR: STUDENT IS " STU-STATUS
                   ". NO AWARD MADE."
           ELSE
               DISPLAY "ENTER SEMESTER (E.G. 2025-1): "
               ACCEPT WS-INPUT-SEMESTER
               DISPLAY "SCHOLARSHIP CODE: "
               ACCEPT SCH-CODE
               MOVE "Y" TO WS-SCH-FOUND
               READ SCHOLARSHIP-FILE
                   INVALID KEY MOVE "N" TO WS-SCH-FOUND
               END-READ
               IF WS-SCH-FOUND = "N"
                   DISPLAY "ERROR: SCHOLARSHIP NOT FOUND."
               ELSE
                   IF STU-GPA < SCH-MIN-GPA
                       DISPLAY "NOTE: CURRENT GPA " STU-GPA
                           " IS BELOW THE MINIMUM " SCH-MIN-GPA
                           ". NO AID WILL APPLY UNTIL IT IS MET."
                   END-IF
                   MOVE WS-INPUT-STU-ID TO AW-STU-ID
                   MOVE WS-INPUT-SEMESTER TO AW-SEMESTER
                   MOVE SCH-CODE TO AW-SCH-CODE
                   MOVE 0 TO AW-AMOUNT
                   MOVE "AWARDED" TO AW-STATUS
                   MOVE WS-RUN-DATE TO AW-AWARD-DATE
                   MOVE 0 TO AW-REVIEW-DATE
                   WRITE AWARD-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: STUDENT ALREADY HOLDS "
                               "THAT AWARD FOR THE SEMESTER."
                       NOT INVALID KEY
                           DISPLAY SCH-NAME " AWARDED TO "
                               STU-NAME " FOR " WS-INPUT-SEMESTER "."
                           DISPLAY "RUN TUITION-ASSESS-BATCH TO "
                               "APPLY IT TO THE ACCOUNT."
                   END-WRITE
               END-IF
           END-IF
           END-IF.

       LIST-STUDENT-AWARDS.
           DISPLAY "ENTER STUDENT ID (4 DIGIT): "
           ACCEPT WS-INPUT-STU-ID
           MOVE 0 TO WS-AWARD-COUNT
           MOVE WS-INPUT-STU-ID TO AW-STU-ID
           MOVE LOW-VALUES TO AW-SEMESTER AW-SCH-CODE
           START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY MOVE "10" TO WS-FS-AWARD
               NOT INVALID KEY MOVE "00" TO WS-FS-AWARD
           END-START
           PERFORM UNTIL WS-FS-AWARD = "10"
               READ AWARD-FILE NEXT
                   AT END MOVE "10" TO WS-FS-AWARD
                   NOT AT END
                       IF AW-STU-ID NOT = WS-INPUT-STU-ID
                           MOVE "10" TO WS-FS-AWARD
                       ELSE
                           ADD 1 TO WS-AWARD-COUNT
                           MOVE AW-AMOUNT TO DISPLAY-AMOUNT
                           DISPLAY AW-SEMESTER " | " AW-SCH-CODE
                               " | APPLIED: " DISPLAY-AMOUNT
                               " | " AW-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AWARD-COUNT = 0
               DISPLAY "NO AWARDS ON FILE FOR THAT STUDENT."
           END-IF.

       REVIEW-FLAGGED-AWARDS.
           MOVE 0 TO WS-AWARD-COUNT
           MOVE LOW-VALUES TO AW-KEY
           START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY MOVE "10" TO WS-FS-AWARD
               NOT INVALID KEY MOVE "00" TO WS-FS-AWARD
           END-START
           PERFORM UNTIL WS-FS-AWARD = "10"
               READ AWARD-FILE NEXT
                   AT END MOVE "10" TO WS-FS-AWARD
                   NOT AT END
                       IF AW-STATUS = "REVIEW"
                           PERFORM REVIEW-ONE-AWARD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AWARD-COUNT = 0
               DISPLAY "NO AWARDS ARE FLAGGED FOR REVIEW."
           END-IF.

       REVIEW-ONE-AWARD.
           ADD 1 TO WS-AWARD-COUNT
           MOVE AW-STU-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(not on roster)" TO STU-NAME
                   MOVE 0 TO STU-GPA
           END-READ
           MOVE AW-SCH-CODE TO SCH-CODE
           READ SCHOLARSHIP-FILE
               INVALID KEY
                   MOVE "(not on file)" TO SCH-NAME
                   MOVE 0 TO SCH-MIN-GPA
           END-READ
           DISPLAY AW-STU-ID " " STU-NAME " | " AW-SEMESTER " | "
               AW-SCH-CODE " " SCH-NAME
           DISPLAY "   GPA " STU-GPA " | REQUIRED " SCH-MIN-GPA
               " | FLAGGED " AW-REVIEW-DATE
           DISPLAY "   K = KEEP AWARD, R = REVOKE, BLANK = LEAVE: "
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           EVALUATE WS-CONFIRM
               WHEN "K"
               WHEN "k"
                   MOVE "KEPT" TO AW-STATUS
                   MOVE WS-RUN-DATE TO AW-REVIEW-DATE
                   REWRITE AWARD-RECORD
                   DISPLAY "   AWARD KEPT."
               WHEN "R"
               WHEN "r"
                   MOVE "REVOKED" TO AW-STATUS
                   MOVE WS-RUN-DATE TO AW-REVIEW-DATE
                   REWRITE AWARD-RECORD
                   DISPLAY "   AWARD REVOKED. RE-RUN THE ASSESSMENT "
                       "TO REMOVE THE AID."
               WHEN OTHER
                   DISPLAY "   LEFT FOR REVIEW."
           END-EVALUATE.

       AID-BY-SCHOLARSHIP-REPORT.
           DISPLAY "ENTER SEMESTER: "
           ACCEPT WS-INPUT-SEMESTER
           MOVE 0 TO WS-GRAND-COUNT
           MOVE 0 TO WS-GRAND-TOTAL
           OPEN OUTPUT AID-REPORT-FILE
           MOVE SPACES TO AID-REPORT-LINE
           STRING
               "=== TOTAL AID BY SCHOLARSHIP " DELIMITED BY SIZE
               WS-INPUT-SEMESTER DELIMITED BY SIZE
               " AS AT " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO AID-REPORT-LINE
           END-STRING
           WRITE AID-REPORT-LINE
           MOVE LOW-VALUES TO SCH-CODE
           START SCHOLARSHIP-FILE KEY IS NOT LESS THAN SCH-CODE
               INVALID KEY MOVE "10" TO WS-FS-SCHOLAR
               NOT INVALID KEY MOVE "00" TO WS-FS-SCHOLAR
           END-START
           PERFORM UNTIL WS-FS-SCHOLAR = "10"
               READ SCHOLARSHIP-FILE NEXT
                   AT END MOVE "10" TO WS-FS-SCHOLAR
                   NOT AT END
                       PERFORM REPORT-ONE-SCHOLARSHIP
               END-READ
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO DISPLAY-TOTAL
           MOVE SPACES TO AID-REPORT-LINE
           STRING
               "TOTAL AWARDS: " DELIMITED BY SIZE
               WS-GRAND-COUNT DELIMITED BY SIZE
               " | TOTAL AID: " DELIMITED BY SIZE
               DISPLAY-TOTAL DELIMITED BY SIZE
               INTO AID-REPORT-LINE
           END-STRING
           WRITE AID-REPORT-LINE
           CLOSE AID-REPORT-FILE
           DISPLAY AID-REPORT-LINE
           DISPLAY "REPORT WRITTEN TO AID_BY_SCHOLARSHIP.TXT.".

       REPORT-ONE-SCHOLARSHIP.
           MOVE SCH-CODE TO WS-SAVE-SCH-CODE
           MOVE SCH-NAME TO WS-SAVE-SCH-NAME
           MOVE 0 TO WS-SCH-COUNT
           MOVE 0 TO WS-SCH-TOTAL
           MOVE LOW-VALUES TO AW-KEY
           START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
               INVALID KEY MOVE "10" TO WS-FS-AWARD
               NOT INVALID KEY MOVE "00" TO WS-FS-AWARD
           END-START
           PERFORM UNTIL WS-FS-AWARD = "10"
               READ AWARD-FILE NEXT
                   AT END MOVE "10" TO WS-FS-AWARD
                   NOT AT END
                       IF AW-SCH-CODE = WS-SAVE-SCH-CODE AND
                          AW-SEMESTER = WS-INPUT-SEMESTER AND
                          AW-AMOUNT > 0
                           ADD 1 TO WS-SCH-COUNT
                           ADD AW-AMOUNT TO WS-SCH-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SCH-COUNT > 0
               ADD WS-SCH-COUNT TO WS-GRAND-COUNT
               ADD WS-SCH-TOTAL TO WS-GRAND-TOTAL
               MOVE WS-SCH-TOTAL TO DISPLAY-TOTAL
               MOVE SPACES TO AID-REPORT-LINE
               STRING
                   WS-SAVE-SCH-CODE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-SAVE-SCH-NAME DELIMITED BY SIZE
                   " | AWARDS: " DELIMITED BY SIZE
                   WS-SCH-COUNT DELIMITED BY SIZE
                   " | AID: " DELIMITED BY SIZE
                   DISPLAY-TOTAL DELIMITED BY SIZE
                   INTO AID-REPORT-LINE
               END-STRING
               WRITE AID-REPORT-LINE
               DISPLAY AID-REPORT-LINE
           END-IF.

       END PROGRAM SCHOLARSHIP-MANAGEMENT.
