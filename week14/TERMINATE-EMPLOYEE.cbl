      * Author:
      * Date:
      * Purpose: Delete an employee from the indexed employees.dat
      *          and archive the record to EMPLOYEES_ARCHIVE.DAT, where
      *          FINAL-SETTLEMENT picks it up for the leaver's final
      *          pay. The position the employee held on POSITIONS.DAT
      *          goes back to VACANT; a replacement requisition in
      *          POSITION-MAINT opens it for hiring again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-KEY
           FILE STATUS IS WS-FS-ARCHIVE.

           SELECT POSITION-FILE ASSIGN TO "POSITIONS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-ID
           ALTERNATE RECORD KEY IS POS-EMP-ID WITH DUPLICATES
           FILE STATUS IS WS-FS-POSITION.
       DATA DIVISION.
       FILE SECTION.
       fd employee-file.
           05 ARC-SALARY    PIC 9(8)V99.
           05 ARC-HIRE-DATE PIC 9(8).
           05 ARC-REASON    PIC X(2).
           05 ARC-BANK-ACCT PIC X(10).
           05 ARC-SETTLE-DATE PIC 9(8).

       FD POSITION-FILE.
       01 POSITION-RECORD.
           05 POS-ID            PIC X(6).
           05 POS-DEPT          PIC X(10).
           05 POS-TITLE         PIC X(10).
           05 POS-BUDGET-SALARY PIC 9(8)V99.
           05 POS-STATUS        PIC X(6).
           05 POS-APPROVED      PIC X.
           05 POS-REQ-ID        PIC X(6).
           05 POS-EMP-ID        PIC X(4).
           05 POS-VACANT-SINCE  PIC 9(8).
           05 POS-FILLED-DATE   PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE pic xx.
       01 WS-FS-ARCHIVE pic xx.
       01 WS-FS-POSITION pic xx.
       01 ws-input-id pic x(4).
       01 ws-confirm pic x.
       01 ws-reason pic x(2).
                       MOVE emp-salary TO ARC-SALARY
                       MOVE emp-hire-date TO ARC-HIRE-DATE
                       MOVE ws-reason TO ARC-REASON
                       MOVE emp-bank-acct TO ARC-BANK-ACCT
                       MOVE 0 TO ARC-SETTLE-DATE
                       WRITE ARCHIVE-RECORD
                           INVALID KEY
                               DISPLAY "ARCHIVE WRITE ERROR!!"
                           invalid key display "DELETE ERROR!!"
                       end-delete
                       display "Employee terminated and archived."
                       PERFORM RELEASE-POSITION
                       display "Run FINAL-SETTLEMENT for the final "
                           "pay."
                   ELSE
                       display "Termination cancelled."
                   END-IF
           close employee-file.
           close archive-file.
           STOP RUN.

       RELEASE-POSITION.
           OPEN I-O POSITION-FILE
           IF WS-FS-POSITION NOT = "00"
               display "POSITIONS.DAT not found. No position released."
           ELSE
               MOVE ws-input-id TO POS-EMP-ID
               START POSITION-FILE KEY IS EQUAL TO POS-EMP-ID
                   INVALID KEY
                       display "No position on POSITIONS.DAT for this "
                           "employee."
                   NOT INVALID KEY
                       READ POSITION-FILE NEXT
                           AT END CONTINUE
                           NOT AT END
                               IF POS-EMP-ID = ws-input-id
                                   MOVE "VACANT" TO POS-STATUS
                                   MOVE "N" TO POS-APPROVED
                                   MOVE SPACES TO POS-REQ-ID
                                   MOVE SPACES TO POS-EMP-ID
                                   MOVE ARC-TERM-DATE
                                       TO POS-VACANT-SINCE
                                   REWRITE POSITION-RECORD
                                   display "Position " POS-ID
                                       " is vacant. Raise a "
                                       "replacement requisition in "
                                       "POSITION-MAINT to refill it."
                               END-IF
                       END-READ
               END-START
               CLOSE POSITION-FILE
           END-IF.
       END PROGRAM TERMINATE-EMPLOYEE.
