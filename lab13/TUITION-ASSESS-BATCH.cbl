      *          (one record per semester), using COURSE-CREDITS from
      *          courses.dat, and writes or refreshes the student
      *          account rows on STUFEES.DAT. Payments already posted
      *          are preserved on a re-assessment. Scholarship awards
      *          for the semester on AWARDS.DAT are applied against the
      *          assessment - subject to the scholarship's GPA
      *          condition and maximum credits on SCHOLAR.DAT - and
      *          recorded in SF-AID, separately from SF-PAID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEESCHED.

           SELECT STUDENT-FILE ASSIGN TO 'students.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-STUDENT.

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

           05 SF-ASSESSED   PIC 9(7)V99.
           05 SF-PAID       PIC 9(7)V99.
           05 SF-STATUS     PIC X(8).
           05 SF-AID        PIC 9(7)V99.

       FD FEESCHED-FILE.
       01 FEESCHED-RECORD.
           05 FEE-SEMESTER   PIC X(6).
           05 FEE-PER-CREDIT PIC 9(5)V99.

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ID    PIC X(4).
           05 STU-NAME  PIC X(20).
           05 STU-GPA   PIC 9V99.
           05 STU-STATUS PIC X(10).
           05 STU-BELOW-CT PIC 9.

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
       01 WS-FS-ENROLLMENT  PIC XX.
       01 WS-FS-COURSE      PIC XX.
       01 WS-STU-USED       PIC 9(3) VALUE 0.
       01 WS-STU-FOUND      PIC X VALUE "N".
       01 DISPLAY-AMOUNT    PIC Z,ZZZ,ZZ9.99.
       01 WS-FS-STUDENT     PIC XX.
       01 WS-FS-SCHOLAR     PIC XX.
       01 WS-FS-AWARD       PIC XX.
       01 WS-AWARDS-OPEN    PIC X VALUE "N".
       01 WS-SF-FOUND       PIC X VALUE "N".
       01 WS-STU-GPA        PIC 9V99.
       01 WS-AID-CREDITS    PIC 9(3).
       01 WS-AID-CAP        PIC 9(7)V99.
       01 WS-AID-TOTAL      PIC 9(9)V99 VALUE 0.

       01 STUDENT-CREDIT-TABLE.
           05 SC-ENTRY OCCURS 300 TIMES.
           IF WS-RATE-FOUND = "N"
               DISPLAY "No fee schedule row for " WS-INPUT-SEMESTER
                   " on FEESCHED.TXT. Nothing billed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ENROLLMENT-FILE
           IF WS-FS-ENROLLMENT NOT = "00"
               DISPLAY "enrollment.dat not found."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT COURSE-FILE
               CLOSE STUFEES-FILE
               OPEN I-O STUFEES-FILE
           END-IF
           OPEN I-O AWARD-FILE
           IF WS-FS-AWARD = "00"
               MOVE "Y" TO WS-AWARDS-OPEN
               OPEN INPUT SCHOLARSHIP-FILE
               OPEN INPUT STUDENT-FILE
           END-IF

           PERFORM VARYING WS-STU-IDX FROM 1 BY 1 UNTIL
               WS-STU-IDX > WS-STU-USED
           END-PERFORM

           CLOSE STUFEES-FILE
           IF WS-AWARDS-OPEN = "Y"
               CLOSE AWARD-FILE SCHOLARSHIP-FILE STUDENT-FILE
           END-IF
           DISPLAY "Students billed: " WS-STUDENTS-BILLED.
           MOVE WS-AID-TOTAL TO DISPLAY-AMOUNT
           DISPLAY "Scholarship aid applied: " DISPLAY-AMOUNT.
           DISPLAY "Batch complete.".
           STOP RUN.

       BILL-ONE-STUDENT.
           MOVE SC-STU-ID(WS-STU-IDX) TO SF-STU-ID
           MOVE WS-INPUT-SEMESTER TO SF-SEMESTER
           MOVE "Y" TO WS-SF-FOUND
           READ STUFEES-FILE
               INVALID KEY
                   MOVE "N" TO WS-SF-FOUND
                   MOVE 0 TO SF-PAID
           END-READ
           MOVE SC-CREDITS(WS-STU-IDX) TO SF-CREDITS
           COMPUTE SF-ASSESSED =
               SC-CREDITS(WS-STU-IDX) * WS-PER-CREDIT
           PERFORM APPLY-STUDENT-AWARDS
           IF WS-SF-FOUND = "N"
               MOVE "BILLED" TO SF-STATUS
               WRITE STUFEES-RECORD
               MOVE SF-ASSESSED TO DISPLAY-AMOUNT
               DISPLAY "Billed " SF-STU-ID " for "
                   SF-CREDITS " credit(s): " DISPLAY-AMOUNT
           ELSE
               IF SF-AID + SF-PAID NOT < SF-ASSESSED
                   MOVE "PAID" TO SF-STATUS
               ELSE
                   MOVE "BILLED" TO SF-STATUS
               END-IF
               REWRITE STUFEES-RECORD
               MOVE SF-ASSESSED TO DISPLAY-AMOUNT
               DISPLAY "Re-assessed " SF-STU-ID ": "
                   DISPLAY-AMOUNT
           END-IF
           ADD 1 TO WS-STUDENTS-BILLED
           IF SF-AID > 0
               ADD SF-AID TO WS-AID-TOTAL
               MOVE SF-AID TO DISPLAY-AMOUNT
               DISPLAY "    less scholarship aid: " DISPLAY-AMOUNT
           END-IF.

       APPLY-STUDENT-AWARDS.
           MOVE 0 TO SF-AID
           IF WS-AWARDS-OPEN = "Y"
               MOVE SF-STU-ID TO STU-ID
               READ STUDENT-FILE
                   INVALID KEY MOVE 0 TO STU-GPA
               END-READ
               MOVE STU-GPA TO WS-STU-GPA
               MOVE SF-STU-ID TO AW-STU-ID
               MOVE SF-SEMESTER TO AW-SEMESTER
               MOVE LOW-VALUES TO AW-SCH-CODE
               START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
                   INVALID KEY MOVE "10" TO WS-FS-AWARD
                   NOT INVALID KEY MOVE "00" TO WS-FS-AWARD
               END-START
               PERFORM UNTIL WS-FS-AWARD = "10"
                   READ AWARD-FILE NEXT
                       AT END MOVE "10" TO WS-FS-AWARD
                       NOT AT END
                           IF AW-STU-ID NOT = SF-STU-ID OR
                              AW-SEMESTER NOT = SF-SEMESTER
                               MOVE "10" TO WS-FS-AWARD
                           ELSE
                               PERFORM APPLY-ONE-AWARD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       APPLY-ONE-AWARD.
           MOVE 0 TO AW-AMOUNT
           IF AW-STATUS NOT = "REVOKED" AND AW-STATUS NOT = "REVIEW"
               MOVE AW-SCH-CODE TO SCH-CODE
               READ SCHOLARSHIP-FILE
                   INVALID KEY
                       MOVE "INELIGIBLE" TO AW-STATUS
                       DISPLAY "    " AW-SCH-CODE " not applied - "
                           "scholarship not on SCHOLAR.DAT"
                   NOT INVALID KEY
                       IF AW-STATUS NOT = "KEPT" AND
                          WS-STU-GPA < SCH-MIN-GPA
                           MOVE "INELIGIBLE" TO AW-STATUS
                           DISPLAY "    " AW-SCH-CODE " not applied"
                               " - GPA " WS-STU-GPA " below "
                               SCH-MIN-GPA
                       ELSE
                           PERFORM COMPUTE-AWARD-AMOUNT
                       END-IF
               END-READ
           END-IF
           REWRITE AWARD-RECORD.

       COMPUTE-AWARD-AMOUNT.
           MOVE SF-CREDITS TO WS-AID-CREDITS
           IF SCH-MAX-CREDITS > 0 AND SF-CREDITS > SCH-MAX-CREDITS
               MOVE SCH-MAX-CREDITS TO WS-AID-CREDITS
           END-IF
           COMPUTE WS-AID-CAP = WS-AID-CREDITS * WS-PER-CREDIT
           IF SCH-TYPE = "P"
               COMPUTE AW-AMOUNT ROUNDED =
                   WS-AID-CAP * SCH-PERCENT / 100
           ELSE
               MOVE SCH-AMOUNT TO AW-AMOUNT
               IF AW-AMOUNT > WS-AID-CAP
                   MOVE WS-AID-CAP TO AW-AMOUNT
               END-IF
           END-IF
           IF SF-AID + AW-AMOUNT > SF-ASSESSED
               COMPUTE AW-AMOUNT = SF-ASSESSED - SF-AID
           END-IF
           ADD AW-AMOUNT TO SF-AID
           IF AW-STATUS NOT = "KEPT"
               MOVE "APPLIED" TO AW-STATUS
           END-IF.

       END PROGRAM TUITION-ASSESS-BATCH.
