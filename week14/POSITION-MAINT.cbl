      ******************************************************************
      * Author:
      * Date:
      * Purpose: Position control and vacancy requisitions. Keeps the
      *          approved positions on POSITIONS.DAT (department,
      *          title, budgeted salary, VACANT or FILLED, the emp-id
      *          holding it) and the requisitions on REQUISITIONS.DAT.
      *          A manager raises a requisition for a new position or
      *          to replace the holder of a vacant one; HR approves or
      *          rejects it. Approval creates the new position, or
      *          opens the vacant one, for recruitment - ADD-EMPLOYEE
      *          only hires into a vacant position with an approved
      *          requisition, and TERMINATE-EMPLOYEE hands the
      *          position back as vacant. The candidate being recruited
      *          is recorded on the requisition. Positions already held
      *          by current staff are registered with option 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITION-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           record key is EMP-ID
           FILE STATUS IS WS-FS-EMPLOYEE.

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
       01 employee-record.
           05 emp-id pic x(4).
           05 emp-title pic x(10).
           05 emp-fname pic x(25).
           05 emp-lname pic x(25).
           05 emp-dept pic x(10).
           05 emp-salary pic 9(8)v99.
           05 emp-hire-date pic 9(8).
           05 emp-manager pic x(4).
           05 emp-bank-acct pic x(10).

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
       01 WS-FS-EMPLOYEE PIC XX.
       01 WS-FS-POSITION PIC XX.
       01 WS-FS-REQUISITION PIC XX.
       01 WS-CHOICE PIC 9 VALUE 0.
       01 WS-TODAY PIC 9(8).
       01 WS-DECISION PIC X.
       01 WS-REQ-TYPE PIC X.
       01 WS-QUIT-REVIEW PIC X.
       01 WS-REVIEWED-CT PIC 9(5).
       01 WS-NEXT-NUM PIC 9(5).
       01 WS-ID-NUM PIC 9(5).
       01 WS-NEW-ID PIC X(6).
       01 WS-ID-OK PIC X.
       01 WS-HELD-FLAG PIC X.
       01 WS-LIST-DEPT PIC X(10).
       01 WS-DISPLAY-SALARY PIC ZZ,ZZZ,ZZ9.99.
       01 ws-input-id pic x(4).
       01 ws-input-pos pic x(6).
       01 ws-input-req pic x(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== POSITION CONTROL ====="
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE NOT = "00"
               DISPLAY "employees.dat not found."
               STOP RUN
           END-IF

           OPEN I-O POSITION-FILE
           IF WS-FS-POSITION NOT = "00"
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF

           OPEN I-O REQUISITION-FILE
           IF WS-FS-REQUISITION NOT = "00"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE
           END-IF

           PERFORM UNTIL WS-CHOICE = 9
               MOVE 0 TO WS-CHOICE
               DISPLAY " "
               DISPLAY "1. RAISE REQUISITION (MANAGER)"
               DISPLAY "2. APPROVE OR REJECT REQUISITIONS (HR)"
               DISPLAY "3. RECORD CANDIDATE ON REQUISITION"
               DISPLAY "4. REGISTER POSITION HELD BY CURRENT EMPLOYEE"
               DISPLAY "5. LIST POSITIONS"
               DISPLAY "6. EXIT"
               DISPLAY "CHOOSE OPTION (1-6): "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM RAISE-REQUISITION
                   WHEN 2 PERFORM REVIEW-REQUISITIONS
                   WHEN 3 PERFORM RECORD-CANDIDATE
                   WHEN 4 PERFORM REGISTER-HELD-POSITION
                   WHEN 5 PERFORM LIST-POSITIONS
                   WHEN 6 MOVE 9 TO WS-CHOICE
                   WHEN OTHER DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           CLOSE EMPLOYEE-FILE POSITION-FILE REQUISITION-FILE
           STOP RUN.

       RAISE-REQUISITION.
           DISPLAY "REQUESTING MANAGER EMPLOYEE ID: "
           ACCEPT ws-input-id
           MOVE ws-input-id TO emp-id
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "ERROR: EMPLOYEE NOT FOUND."
               NOT INVALID KEY
                   PERFORM CAPTURE-REQUISITION
           END-READ.

       CAPTURE-REQUISITION.
           MOVE SPACES TO WS-REQ-TYPE
           PERFORM UNTIL WS-REQ-TYPE = "N" OR WS-REQ-TYPE = "R"
               DISPLAY "N = NEW POSITION, R = REPLACE INTO A VACANT "
                   "POSITION: "
               ACCEPT WS-REQ-TYPE
           END-PERFORM
           MOVE "Y" TO WS-ID-OK
           IF WS-REQ-TYPE = "R"
               DISPLAY "VACANT POSITION ID: "
               ACCEPT ws-input-pos
               MOVE ws-input-pos TO POS-ID
               READ POSITION-FILE KEY IS POS-ID
                   INVALID KEY
                       DISPLAY "ERROR: POSITION NOT FOUND."
                       MOVE "N" TO WS-ID-OK
                   NOT INVALID KEY
                       IF POS-STATUS NOT = "VACANT"
                           DISPLAY "ERROR: POSITION IS NOT VACANT."
                           MOVE "N" TO WS-ID-OK
                       END-IF
                       IF WS-ID-OK = "Y" AND POS-REQ-ID NOT = SPACES
                           DISPLAY "ERROR: REQUISITION " POS-REQ-ID
                               " IS ALREADY RAISED FOR IT."
                           MOVE "N" TO WS-ID-OK
                       END-IF
               END-READ
           END-IF
           IF WS-ID-OK = "Y"
               PERFORM GET-NEXT-REQ-ID
               MOVE WS-NEW-ID TO REQ-ID
               MOVE WS-REQ-TYPE TO REQ-TYPE
               MOVE ws-input-id TO REQ-REQUESTED-BY
               MOVE WS-TODAY TO REQ-REQUEST-DATE
               MOVE "PENDING" TO REQ-STATUS
               MOVE 0 TO REQ-DECISION-DATE
               MOVE SPACES TO REQ-CANDIDATE
               MOVE SPACES TO REQ-FILLED-EMP
               MOVE 0 TO REQ-FILLED-DATE
               IF REQ-TYPE = "R"
                   MOVE POS-ID TO REQ-POS-ID
                   MOVE POS-DEPT TO REQ-DEPT
                   MOVE POS-TITLE TO REQ-TITLE
                   MOVE POS-BUDGET-SALARY TO REQ-BUDGET-SALARY
                   MOVE REQ-ID TO POS-REQ-ID
                   REWRITE POSITION-RECORD
               ELSE
                   MOVE SPACES TO REQ-POS-ID
                   DISPLAY "DEPARTMENT (10 CHAR, BLANK = "
                       emp-dept "): "
                   ACCEPT REQ-DEPT
                   IF REQ-DEPT = SPACES
                       MOVE emp-dept TO REQ-DEPT
                   END-IF
                   DISPLAY "TITLE (10 CHAR): "
                   ACCEPT REQ-TITLE
                   DISPLAY "BUDGETED SALARY (8 DIGITS, 2 DECIMALS): "
                   ACCEPT REQ-BUDGET-SALARY
               END-IF
               WRITE REQUISITION-RECORD
                   INVALID KEY DISPLAY "WRITE ERROR!!"
               END-WRITE
               DISPLAY "REQUISITION " REQ-ID " RAISED, AWAITING HR "
                   "APPROVAL."
           END-IF.

       GET-NEXT-REQ-ID.
           MOVE 0 TO WS-NEXT-NUM
           MOVE LOW-VALUES TO REQ-ID
           START REQUISITION-FILE KEY IS NOT LESS THAN REQ-ID
               INVALID KEY MOVE "10" TO WS-FS-REQUISITION
               NOT INVALID KEY MOVE "00" TO WS-FS-REQUISITION
           END-START
           PERFORM UNTIL WS-FS-REQUISITION = "10"
               READ REQUISITION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-REQUISITION
                   NOT AT END
                       IF REQ-ID(2:5) IS NUMERIC
                           MOVE REQ-ID(2:5) TO WS-ID-NUM
                           IF WS-ID-NUM > WS-NEXT-NUM
                               MOVE WS-ID-NUM TO WS-NEXT-NUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-NUM
           MOVE SPACES TO WS-NEW-ID
           STRING "R" DELIMITED BY SIZE
               WS-NEXT-NUM DELIMITED BY SIZE
               INTO WS-NEW-ID
           END-STRING.

       GET-NEXT-POS-ID.
           MOVE 0 TO WS-NEXT-NUM
           MOVE LOW-VALUES TO POS-ID
           START POSITION-FILE KEY IS NOT LESS THAN POS-ID
               INVALID KEY MOVE "10" TO WS-FS-POSITION
               NOT INVALID KEY MOVE "00" TO WS-FS-POSITION
           END-START
           PERFORM UNTIL WS-FS-POSITION = "10"
               READ POSITION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-POSITION
                   NOT AT END
                       IF POS-ID(2:5) IS NUMERIC
                           MOVE POS-ID(2:5) TO WS-ID-NUM
                           IF WS-ID-NUM > WS-NEXT-NUM
                               MOVE WS-ID-NUM TO WS-NEXT-NUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-NUM
           MOVE SPACES TO WS-NEW-ID
           STRING "P" DELIMITED BY SIZE
               WS-NEXT-NUM DELIMITED BY SIZE
               INTO WS-NEW-ID
           END-STRING.

       REVIEW-REQUISITIONS.
           MOVE 0 TO WS-REVIEWED-CT
           MOVE "N" TO WS-QUIT-REVIEW
           MOVE LOW-VALUES TO REQ-ID
           START REQUISITION-FILE KEY IS NOT LESS THAN REQ-ID
               INVALID KEY MOVE "10" TO WS-FS-REQUISITION
               NOT INVALID KEY MOVE "00" TO WS-FS-REQUISITION
           END-START
           PERFORM UNTIL WS-FS-REQUISITION = "10"
               OR WS-QUIT-REVIEW = "Y"
               READ REQUISITION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-REQUISITION
                   NOT AT END
                       IF REQ-STATUS = "PENDING"
                           PERFORM REVIEW-ONE-REQUISITION
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "REQUISITIONS DECIDED: " WS-REVIEWED-CT.

       REVIEW-ONE-REQUISITION.
           MOVE REQ-BUDGET-SALARY TO WS-DISPLAY-SALARY
           DISPLAY " "
           IF REQ-TYPE = "R"
               DISPLAY REQ-ID " REPLACEMENT FOR POSITION " REQ-POS-ID
           ELSE
               DISPLAY REQ-ID " NEW POSITION"
           END-IF
           DISPLAY "  DEPT: " REQ-DEPT " TITLE: " REQ-TITLE
               " BUDGETED SALARY: " WS-DISPLAY-SALARY
           DISPLAY "  REQUESTED BY " REQ-REQUESTED-BY " ON "
               REQ-REQUEST-DATE
           DISPLAY "A = APPROVE, R = REJECT, S = SKIP, Q = QUIT: "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM APPROVE-REQUISITION
               WHEN "R"
               WHEN "r"
                   PERFORM REJECT-REQUISITION
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-QUIT-REVIEW
               WHEN OTHER
                   DISPLAY "SKIPPED."
           END-EVALUATE.

       APPROVE-REQUISITION.
           IF REQ-TYPE = "R"
               MOVE REQ-POS-ID TO POS-ID
               READ POSITION-FILE KEY IS POS-ID
                   INVALID KEY
                       DISPLAY "ERROR: POSITION " REQ-POS-ID
                           " NO LONGER ON FILE."
                   NOT INVALID KEY
                       MOVE "Y" TO POS-APPROVED
                       MOVE REQ-ID TO POS-REQ-ID
                       REWRITE POSITION-RECORD
               END-READ
           ELSE
               PERFORM GET-NEXT-POS-ID
               MOVE WS-NEW-ID TO POS-ID
               MOVE REQ-DEPT TO POS-DEPT
               MOVE REQ-TITLE TO POS-TITLE
               MOVE REQ-BUDGET-SALARY TO POS-BUDGET-SALARY
               MOVE "VACANT" TO POS-STATUS
               MOVE "Y" TO POS-APPROVED
               MOVE REQ-ID TO POS-REQ-ID
               MOVE SPACES TO POS-EMP-ID
               MOVE WS-TODAY TO POS-VACANT-SINCE
               MOVE 0 TO POS-FILLED-DATE
               WRITE POSITION-RECORD
                   INVALID KEY DISPLAY "POSITION WRITE ERROR!!"
               END-WRITE
               MOVE POS-ID TO REQ-POS-ID
           END-IF
           MOVE "APPROVED" TO REQ-STATUS
           MOVE WS-TODAY TO REQ-DECISION-DATE
           REWRITE REQUISITION-RECORD
           ADD 1 TO WS-REVIEWED-CT
           DISPLAY "APPROVED. POSITION " REQ-POS-ID
               " IS OPEN FOR HIRING.".

       REJECT-REQUISITION.
           IF REQ-TYPE = "R"
               MOVE REQ-POS-ID TO POS-ID
               READ POSITION-FILE KEY IS POS-ID
                   NOT INVALID KEY
                       MOVE SPACES TO POS-REQ-ID
                       REWRITE POSITION-RECORD
               END-READ
           END-IF
           MOVE "REJECTED" TO REQ-STATUS
           MOVE WS-TODAY TO REQ-DECISION-DATE
           REWRITE REQUISITION-RECORD
           ADD 1 TO WS-REVIEWED-CT
           DISPLAY "REJECTED.".

       RECORD-CANDIDATE.
           DISPLAY "REQUISITION ID: "
           ACCEPT ws-input-req
           MOVE ws-input-req TO REQ-ID
           READ REQUISITION-FILE
               INVALID KEY
                   DISPLAY "ERROR: REQUISITION NOT FOUND."
               NOT INVALID KEY
                   IF REQ-STATUS NOT = "APPROVED"
                       DISPLAY "ERROR: REQUISITION IS " REQ-STATUS
                           " - ONLY APPROVED ONES ARE RECRUITING."
                   ELSE
                       DISPLAY "CURRENT CANDIDATE: " REQ-CANDIDATE
                       DISPLAY "CANDIDATE NAME (30 CHAR): "
                       ACCEPT REQ-CANDIDATE
                       REWRITE REQUISITION-RECORD
                       DISPLAY "CANDIDATE RECORDED."
                   END-IF
           END-READ.

       REGISTER-HELD-POSITION.
           DISPLAY "ENTER EMPLOYEE ID: "
           ACCEPT ws-input-id
           MOVE ws-input-id TO emp-id
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "ERROR: EMPLOYEE NOT FOUND."
               NOT INVALID KEY
                   PERFORM CHECK-ALREADY-HELD
                   IF WS-HELD-FLAG = "Y"
                       DISPLAY "ERROR: EMPLOYEE ALREADY HOLDS POSITION "
                           POS-ID
                   ELSE
                       PERFORM GET-NEXT-POS-ID
                       MOVE WS-NEW-ID TO POS-ID
                       MOVE emp-dept TO POS-DEPT
                       MOVE emp-title TO POS-TITLE
                       MOVE emp-salary TO POS-BUDGET-SALARY
                       MOVE "FILLED" TO POS-STATUS
                       MOVE "N" TO POS-APPROVED
                       MOVE SPACES TO POS-REQ-ID
                       MOVE emp-id TO POS-EMP-ID
                       MOVE 0 TO POS-VACANT-SINCE
                       MOVE emp-hire-date TO POS-FILLED-DATE
                       WRITE POSITION-RECORD
                           INVALID KEY DISPLAY "WRITE ERROR!!"
                       END-WRITE
                       DISPLAY "POSITION " POS-ID " REGISTERED FOR "
                           emp-fname " " emp-lname
                   END-IF
           END-READ.

       CHECK-ALREADY-HELD.
           MOVE "N" TO WS-HELD-FLAG
           MOVE ws-input-id TO POS-EMP-ID
           START POSITION-FILE KEY IS EQUAL TO POS-EMP-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ POSITION-FILE NEXT
                       AT END CONTINUE
                       NOT AT END
                           IF POS-EMP-ID = ws-input-id
                               MOVE "Y" TO WS-HELD-FLAG
                           END-IF
                   END-READ
           END-START.

       LIST-POSITIONS.
           DISPLAY "DEPARTMENT (BLANK = ALL): "
           ACCEPT WS-LIST-DEPT
           MOVE LOW-VALUES TO POS-ID
           START POSITION-FILE KEY IS NOT LESS THAN POS-ID
               INVALID KEY MOVE "10" TO WS-FS-POSITION
               NOT INVALID KEY MOVE "00" TO WS-FS-POSITION
           END-START
           PERFORM UNTIL WS-FS-POSITION = "10"
               READ POSITION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-POSITION
                   NOT AT END
                       IF WS-LIST-DEPT = SPACES
                           OR POS-DEPT = WS-LIST-DEPT
                           PERFORM SHOW-ONE-POSITION
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-ONE-POSITION.
           MOVE POS-BUDGET-SALARY TO WS-DISPLAY-SALARY
           IF POS-STATUS = "FILLED"
               DISPLAY POS-ID " | " POS-DEPT " | " POS-TITLE " | "
                   WS-DISPLAY-SALARY " | FILLED BY " POS-EMP-ID
                   " SINCE " POS-FILLED-DATE
           ELSE
               IF POS-APPROVED = "Y"
                   DISPLAY POS-ID " | " POS-DEPT " | " POS-TITLE " | "
                       WS-DISPLAY-SALARY " | VACANT SINCE "
                       POS-VACANT-SINCE ", RECRUITING ON " POS-REQ-ID
               ELSE
                   DISPLAY POS-ID " | " POS-DEPT " | " POS-TITLE " | "
                       WS-DISPLAY-SALARY " | VACANT SINCE "
                       POS-VACANT-SINCE ", NOT APPROVED TO REFILL"
               END-IF
           END-IF.

       END PROGRAM POSITION-MAINT.
