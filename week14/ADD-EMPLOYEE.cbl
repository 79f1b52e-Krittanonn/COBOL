      * Author:
      * Date:
      * Purpose: Add a new employee record to the indexed employees.dat
      *          into a vacant position on POSITIONS.DAT that has an
      *          approved requisition (see POSITION-MAINT). The
      *          department and title come from the position, which is
      *          marked FILLED by the new emp-id, and the requisition is
      *          closed as FILLED.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-DEPT
           FILE STATUS IS WS-FS-DEPT-BUDGET.

           SELECT POSITION-FILE ASSIGN TO "POSITIONS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-ID
           ALTERNATE RECORD KEY IS POS-EMP-ID WITH DUPLICATES
           FILE STATUS IS WS-FS-POSITION.

           SELECT REQUISITION-FILE ASSIGN TO "REQUISITIONS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQ-ID
           FILE STATUS IS WS-FS-REQUISITION.
       DATA DIVISION.
       FILE SECTION.
       fd employee-file.
           05 ARC-SALARY    PIC 9(8)V99.
           05 ARC-HIRE-DATE PIC 9(8).
           05 ARC-REASON    PIC X(2).
           05 ARC-BANK-ACCT PIC X(10).
           05 ARC-SETTLE-DATE PIC 9(8).

       FD DEPT-BUDGET-FILE.
       01 DEPT-BUDGET-RECORD.
           05 DB-DEPT          PIC X(10).
           05 DB-MAX-HEADS     PIC 9(4).
           05 DB-SALARY-BUDGET PIC 9(10)V99.

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

       FD REQUISITION-FILE.
       01 REQUISITION-RECORD.
           05 REQ-ID            PIC X(6).
           05 REQ-TYPE          PIC X.
           05 REQ-POS-ID        PIC X(6).
           05 REQ-DEPT          PIC X(10).
           05 REQ-TITLE         PIC X(10).
           05 REQ-BUDGET-SALARY PIC 9(8)V99.
           05 REQ-REQUESTED-BY  PIC X(4).
           05 REQ-REQUEST-DATE  PIC 9(8).
           05 REQ-STATUS        PIC X(8).
           05 REQ-DECISION-DATE PIC 9(8).
           05 REQ-CANDIDATE     PIC X(30).
           05 REQ-FILLED-EMP    PIC X(4).
           05 REQ-FILLED-DATE   PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE pic xx.
       01 WS-FS-ARCHIVE pic xx.
       01 WS-FS-DEPT-BUDGET pic xx.
       01 WS-FS-POSITION pic xx.
       01 WS-FS-REQUISITION pic xx.
       01 ws-position-ok pic x value 'N'.
       01 ws-position-open pic x value 'N'.
       01 ws-input-pos pic x(6).
       01 ws-display-salary pic zz,zzz,zz9.99.
       01 ws-dup-flag pic x value 'N'.
       01 ws-rehire-flag pic x value 'N'.
       01 ws-budget-ok pic x value 'Y'.
                   display "NOTE: this ID has prior service on the "
                       "archive. Rehire history will link up."
               END-IF
               PERFORM CHECK-POSITION
               IF ws-position-ok = 'N'
                   display "HIRE BLOCKED: AN APPROVED VACANT POSITION "
                       "IS REQUIRED."
               ELSE
                   PERFORM CAPTURE-NEW-HIRE
               END-IF
           END-IF

           IF ws-position-open = 'Y'
               close position-file
           END-IF

           close employee-file.
           STOP RUN.

       CAPTURE-NEW-HIRE.
           move POS-TITLE to ws-input-title
           move POS-DEPT to ws-input-dept
           move POS-BUDGET-SALARY to ws-display-salary
           display "Position " POS-ID ": " POS-TITLE " in " POS-DEPT
               ", budgeted salary " ws-display-salary

           display "Enter First Name (25 characters): "
           accept ws-input-fname

           display "Enter Last Name (25 characters): "
           accept ws-input-lname

           display "Enter Employee Salary (8 digits, 2 decimals): "
           accept ws-input-salary
           IF ws-input-salary > POS-BUDGET-SALARY
               display "NOTE: salary is above the position's "
                   "budgeted salary."
           END-IF

           display "Enter Hire Date (YYYYMMDD): "
           accept ws-input-hire-date

           display "Enter Manager Employee ID (4 characters): "
           accept ws-input-manager

           display "Enter Bank Account Number (10 characters, "
               "blank = cash envelope): "
           accept ws-input-bank-acct

           PERFORM CHECK-DEPT-BUDGET
           IF ws-budget-ok = 'N'
               display "HIRE BLOCKED BY DEPARTMENT LIMITS."
           ELSE
               move ws-input-id to emp-id
               move ws-input-title to emp-title
               move ws-input-fname to emp-fname
               move ws-input-lname to emp-lname
               move ws-input-dept to emp-dept
               move ws-input-salary to emp-salary
               move ws-input-hire-date to emp-hire-date
               move ws-input-manager to emp-manager
               move ws-input-bank-acct to emp-bank-acct
               write employee-record
                   invalid key display "WRITE ERROR!!"
                   not invalid key
                       display "Employee added successfully."
                       PERFORM FILL-POSITION
               end-write
           END-IF.

       CHECK-POSITION.
           MOVE 'N' TO ws-position-ok
           OPEN I-O POSITION-FILE
           IF WS-FS-POSITION NOT = "00"
               display "POSITIONS.DAT not found. Set up positions in "
                   "POSITION-MAINT first."
           ELSE
               MOVE 'Y' TO ws-position-open
               display "Enter Position ID being filled: "
               accept ws-input-pos
               MOVE ws-input-pos TO POS-ID
               READ POSITION-FILE KEY IS POS-ID
                   INVALID KEY
                       display "ERROR: POSITION NOT FOUND."
                   NOT INVALID KEY
                       IF POS-STATUS NOT = "VACANT"
                           display "ERROR: POSITION IS FILLED BY "
                               POS-EMP-ID
                       ELSE
                           IF POS-APPROVED NOT = 'Y'
                               display "ERROR: NO APPROVED "
                                   "REQUISITION TO FILL THIS POSITION."
                           ELSE
                               MOVE 'Y' TO ws-position-ok
                           END-IF
                       END-IF
               END-READ
           END-IF.

       FILL-POSITION.
           MOVE "FILLED" TO POS-STATUS
           MOVE 'N' TO POS-APPROVED
           MOVE ws-input-id TO POS-EMP-ID
           MOVE ws-input-hire-date TO POS-FILLED-DATE
           REWRITE POSITION-RECORD
               INVALID KEY display "POSITION UPDATE ERROR!!"
           END-REWRITE
           OPEN I-O REQUISITION-FILE
           IF WS-FS-REQUISITION = "00"
               MOVE POS-REQ-ID TO REQ-ID
               READ REQUISITION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "FILLED" TO REQ-STATUS
                       MOVE ws-input-id TO REQ-FILLED-EMP
                       MOVE ws-input-hire-date TO REQ-FILLED-DATE
                       REWRITE REQUISITION-RECORD
               END-READ
               CLOSE REQUISITION-FILE
           END-IF
           display "Position " POS-ID " filled.".

       CHECK-DEPT-BUDGET.
           MOVE 'Y' TO ws-budget-ok
