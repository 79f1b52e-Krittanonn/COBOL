      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employee expense claims - claims keyed by emp-id and
      *          claim number on EXPENSE.DAT with the expense date,
      *          category, amount and receipt reference, routed to the
      *          EMP-MANAGER for approval with the same department-
      *          head escalation as leave. Approved claims are paid by
      *          PAYROLL-BATCH as a non-taxable reimbursement and then
      *          marked PAID. The monthly expense report by department
      *          and category for budget holders goes to
      *          EXPENSE_REPORT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-CLAIMS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           record key is EMP-ID
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT EXPENSE-FILE ASSIGN TO "EXPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EX-KEY
           FILE STATUS IS WS-FS-EXPENSE.

           SELECT PAYCONFIG-FILE ASSIGN TO "PAYCONFIG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYCONFIG.

           SELECT REPORT-FILE ASSIGN TO "EXPENSE_REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REPORT.

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

       FD EXPENSE-FILE.
       01 EXPENSE-RECORD.
           05 EX-KEY.
               10 EX-EMP-ID     PIC X(4).
               10 EX-CLAIM-NO   PIC 9(4).
           05 EX-DATE        PIC 9(8).
           05 EX-CATEGORY    PIC X(2).
           05 EX-AMOUNT      PIC 9(7)V99.
           05 EX-RECEIPT     PIC X(12).
           05 EX-STATUS      PIC X(9).
           05 EX-SUBMIT-DATE PIC 9(8).
           05 EX-APPROVER    PIC X(4).
           05 EX-DECIDE-DATE PIC 9(8).
           05 EX-PAID-MONTH  PIC X(6).

       FD PAYCONFIG-FILE.
       01 PAYCONFIG-RECORD.
           05 PC-BAND1-LIMIT PIC 9(7).
           05 PC-BAND1-RATE  PIC 99V99.
           05 PC-BAND2-LIMIT PIC 9(7).
           05 PC-BAND2-RATE  PIC 99V99.
           05 PC-BAND3-RATE  PIC 99V99.
           05 PC-SOCIAL-RATE PIC 99V99.
           05 PC-SOCIAL-CAP  PIC 9(5).
           05 PC-STD-HOURS   PIC 9(3).
           05 PC-OT-RATE     PIC 9V99.
           05 PC-ESCALATE-DAYS PIC 9(2).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE pic xx.
       01 WS-FS-EXPENSE pic xx.
       01 WS-FS-PAYCONFIG PIC XX.
       01 WS-FS-REPORT PIC XX.
       01 WS-CHOICE PIC 9 VALUE 0.
       01 ws-input-id pic x(4).
       01 WS-INPUT-MONTH PIC X(6).
       01 WS-DECISION PIC X.
       01 WS-CATEGORY-OK PIC X VALUE "N".
       01 WS-NEXT-CLAIM PIC 9(4).
       01 WS-ESCALATE-DAYS PIC 9(2) VALUE 5.
       01 WS-APPROVER-ID PIC X(4).
       01 WS-EMP-MANAGER PIC X(4).
       01 WS-DEPT-HEAD PIC X(4).
       01 WS-TODAY PIC 9(8).
       01 WS-PENDING-AGE PIC S9(5).
       01 WS-APPROVER-OK PIC X VALUE "N".
       01 WS-MGR-FILTER PIC X(4).
       01 WS-PENDING-CT PIC 9(3).
       01 WS-CLAIM-CT PIC 9(4).
       01 WS-DISPLAY-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-IDX PIC 9(3).
       01 WS-RPT-JDX PIC 9(3).
       01 WS-RPT-USED PIC 9(3) VALUE 0.
       01 WS-RPT-FOUND PIC X VALUE "N".
       01 WS-RPT-DEPT PIC X(10).
       01 WS-SWAP-ROW PIC X(31).
       01 WS-DEPT-TOTAL PIC 9(10)V99.
       01 WS-GRAND-TOTAL PIC 9(10)V99.
       01 WS-LAST-DEPT PIC X(10).

       01 EXPENSE-REPORT-TABLE.
           05 ER-ROW OCCURS 200 TIMES.
               10 ER-DEPT     PIC X(10).
               10 ER-CATEGORY PIC X(2).
               10 ER-COUNT    PIC 9(5).
               10 ER-AMOUNT   PIC 9(12)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== EMPLOYEE EXPENSE CLAIMS ====="
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM OPEN-ALL-FILES
           PERFORM LOAD-PAYCONFIG
           PERFORM UNTIL WS-CHOICE = 9
               MOVE 0 TO WS-CHOICE
               DISPLAY " "
               DISPLAY "1. SUBMIT EXPENSE CLAIM"
               DISPLAY "2. APPROVE/REJECT CLAIM"
               DISPLAY "3. PENDING CLAIMS FOR A MANAGER"
               DISPLAY "4. LIST EMPLOYEE CLAIMS"
               DISPLAY "5. MONTHLY EXPENSE REPORT"
               DISPLAY "6. EXIT"
               DISPLAY "CHOOSE OPTION (1-6): "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM SUBMIT-CLAIM
                   WHEN 2 PERFORM APPROVE-CLAIM
                   WHEN 3 PERFORM PENDING-CLAIMS-LIST
                   WHEN 4 PERFORM LIST-EMPLOYEE-CLAIMS
                   WHEN 5 PERFORM MONTHLY-EXPENSE-REPORT
                   WHEN 6 MOVE 9 TO WS-CHOICE
                   WHEN OTHER DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM
           CLOSE EMPLOYEE-FILE EXPENSE-FILE
           STOP RUN.

       OPEN-ALL-FILES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE NOT = "00"
               DISPLAY "employees.dat not found."
               STOP RUN
           END-IF
           OPEN I-O EXPENSE-FILE
           IF WS-FS-EXPENSE NOT = "00"
               OPEN OUTPUT EXPENSE-FILE
               CLOSE EXPENSE-FILE
               OPEN I-O EXPENSE-FILE
           END-IF.

       LOAD-PAYCONFIG.
           OPEN INPUT PAYCONFIG-FILE
           IF WS-FS-PAYCONFIG = "00"
               READ PAYCONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PC-ESCALATE-DAYS IS NUMERIC AND
                          PC-ESCALATE-DAYS > 0
                           MOVE PC-ESCALATE-DAYS
                               TO WS-ESCALATE-DAYS
                       END-IF
               END-READ
               CLOSE PAYCONFIG-FILE
           END-IF.

       SUBMIT-CLAIM.
           DISPLAY "ENTER EMPLOYEE ID: "
           ACCEPT ws-input-id
           MOVE ws-input-id TO emp-id
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "ERROR: EMPLOYEE NOT FOUND."
               NOT INVALID KEY
                   PERFORM CAPTURE-CLAIM
           END-READ.

       CAPTURE-CLAIM.
           PERFORM FIND-NEXT-CLAIM-NO
           MOVE ws-input-id TO EX-EMP-ID
           MOVE WS-NEXT-CLAIM TO EX-CLAIM-NO
           DISPLAY "EXPENSE DATE (YYYYMMDD): "
           ACCEPT EX-DATE
           MOVE "N" TO WS-CATEGORY-OK
           PERFORM UNTIL WS-CATEGORY-OK = "Y"
               DISPLAY "CATEGORY (TR=TRAVEL, AC=ACCOMMODATION, "
                   "ME=MEALS, SU=SUPPLIES, OT=OTHER): "
               ACCEPT EX-CATEGORY
               IF EX-CATEGORY = "TR" OR EX-CATEGORY = "AC" OR
                  EX-CATEGORY = "ME" OR EX-CATEGORY = "SU" OR
                  EX-CATEGORY = "OT"
                   MOVE "Y" TO WS-CATEGORY-OK
               ELSE
                   DISPLAY "INVALID CATEGORY."
               END-IF
           END-PERFORM
           DISPLAY "AMOUNT: "
           ACCEPT EX-AMOUNT
           DISPLAY "RECEIPT REFERENCE: "
           ACCEPT EX-RECEIPT
           IF EX-AMOUNT = 0 OR EX-RECEIPT = SPACES OR
              EX-DATE > WS-TODAY
               DISPLAY "ERROR: AMOUNT, RECEIPT REFERENCE AND A "
                   "PAST EXPENSE DATE ARE REQUIRED. NOT RECORDED."
           ELSE
               MOVE "PENDING" TO EX-STATUS
               MOVE WS-TODAY TO EX-SUBMIT-DATE
               MOVE SPACES TO EX-APPROVER
               MOVE 0 TO EX-DECIDE-DATE
               MOVE SPACES TO EX-PAID-MONTH
               WRITE EXPENSE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: CLAIM WRITE FAILED."
                   NOT INVALID KEY
                       DISPLAY "CLAIM " EX-EMP-ID "-" EX-CLAIM-NO
                           " SUBMITTED, PENDING APPROVAL."
                       DISPLAY "ROUTED TO MANAGER " emp-manager
                           " FOR DECISION."
               END-WRITE
           END-IF.

       FIND-NEXT-CLAIM-NO.
           MOVE 1 TO WS-NEXT-CLAIM
           MOVE ws-input-id TO EX-EMP-ID
           MOVE 0 TO EX-CLAIM-NO
           START EXPENSE-FILE KEY IS NOT LESS THAN EX-KEY
               INVALID KEY MOVE "10" TO WS-FS-EXPENSE
               NOT INVALID KEY MOVE "00" TO WS-FS-EXPENSE
           END-START
           PERFORM UNTIL WS-FS-EXPENSE = "10"
               READ EXPENSE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-EXPENSE
                   NOT AT END
                       IF EX-EMP-ID NOT = ws-input-id
                           MOVE "10" TO WS-FS-EXPENSE
                       ELSE
                           COMPUTE WS-NEXT-CLAIM = EX-CLAIM-NO + 1
                       END-IF
               END-READ
           END-PERFORM.

       APPROVE-CLAIM.
           DISPLAY "ENTER EMPLOYEE ID: "
           ACCEPT EX-EMP-ID
           DISPLAY "ENTER CLAIM NUMBER: "
           ACCEPT EX-CLAIM-NO
           READ EXPENSE-FILE
               INVALID KEY
                   DISPLAY "ERROR: CLAIM NOT FOUND."
               NOT INVALID KEY
                   IF EX-STATUS NOT = "PENDING"
                       DISPLAY "CLAIM IS ALREADY " EX-STATUS "."
                   ELSE
                       PERFORM VERIFY-APPROVER
                       IF WS-APPROVER-OK = "N"
                           DISPLAY "NOT AUTHORIZED TO DECIDE THIS "
                               "CLAIM."
                       ELSE
                           PERFORM DECIDE-CLAIM
                       END-IF
                   END-IF
           END-READ.

       DECIDE-CLAIM.
           MOVE EX-AMOUNT TO WS-DISPLAY-AMT
           DISPLAY EX-CATEGORY " " EX-DATE " | RECEIPT " EX-RECEIPT
               " | " WS-DISPLAY-AMT ". APPROVE? (Y/N): "
           ACCEPT WS-DECISION
           MOVE WS-APPROVER-ID TO EX-APPROVER
           MOVE WS-TODAY TO EX-DECIDE-DATE
           IF WS-DECISION = "Y" OR WS-DECISION = "y"
               MOVE "APPROVED" TO EX-STATUS
               REWRITE EXPENSE-RECORD
               DISPLAY "CLAIM APPROVED BY " WS-APPROVER-ID
                   ". IT WILL BE REIMBURSED IN THE NEXT PAYROLL."
           ELSE
               MOVE "REJECTED" TO EX-STATUS
               REWRITE EXPENSE-RECORD
               DISPLAY "CLAIM REJECTED BY " WS-APPROVER-ID "."
           END-IF.

       VERIFY-APPROVER.
           MOVE "N" TO WS-APPROVER-OK
           DISPLAY "APPROVING MANAGER EMP-ID: "
           ACCEPT WS-APPROVER-ID
           MOVE EX-EMP-ID TO emp-id
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO emp-manager
           END-READ
           MOVE emp-manager TO WS-EMP-MANAGER
           MOVE SPACES TO WS-DEPT-HEAD
           IF WS-EMP-MANAGER NOT = SPACES
               MOVE WS-EMP-MANAGER TO emp-id
               READ EMPLOYEE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE emp-manager TO WS-DEPT-HEAD
               END-READ
           END-IF
           IF WS-APPROVER-ID = EX-EMP-ID
               DISPLAY "A CLAIM CANNOT BE APPROVED BY THE CLAIMANT."
           ELSE
           IF WS-EMP-MANAGER = SPACES
               MOVE "Y" TO WS-APPROVER-OK
               DISPLAY "NO MANAGER ON FILE. ANY APPROVER ACCEPTED."
           ELSE
               IF WS-APPROVER-ID = WS-EMP-MANAGER
                   MOVE "Y" TO WS-APPROVER-OK
               ELSE
                   COMPUTE WS-PENDING-AGE = FUNCTION
                       INTEGER-OF-DATE(WS-TODAY) - FUNCTION
                       INTEGER-OF-DATE(EX-SUBMIT-DATE)
                   IF WS-APPROVER-ID = WS-DEPT-HEAD AND
                      WS-DEPT-HEAD NOT = SPACES AND
                      WS-PENDING-AGE > WS-ESCALATE-DAYS
                       MOVE "Y" TO WS-APPROVER-OK
                       DISPLAY "ESCALATED DECISION BY DEPARTMENT "
                           "HEAD " WS-DEPT-HEAD "."
                   ELSE
                       DISPLAY "THIS CLAIM ROUTES TO "
                           WS-EMP-MANAGER ". AFTER "
                           WS-ESCALATE-DAYS " DAYS THE "
                           "DEPARTMENT HEAD " WS-DEPT-HEAD
                           " MAY DECIDE."
                   END-IF
               END-IF
           END-IF
           END-IF.

       PENDING-CLAIMS-LIST.
           DISPLAY "ENTER MANAGER EMP-ID: "
           ACCEPT WS-MGR-FILTER
           MOVE 0 TO WS-PENDING-CT
           MOVE LOW-VALUES TO EX-KEY
           START EXPENSE-FILE KEY IS NOT LESS THAN EX-KEY
               INVALID KEY MOVE "10" TO WS-FS-EXPENSE
               NOT INVALID KEY MOVE "00" TO WS-FS-EXPENSE
           END-START
           PERFORM UNTIL WS-FS-EXPENSE = "10"
               READ EXPENSE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-EXPENSE
                   NOT AT END
                       IF EX-STATUS = "PENDING"
                           PERFORM CHECK-PENDING-FOR-MANAGER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PENDING-CT = 0
               DISPLAY "NO PENDING CLAIMS FOR THIS MANAGER."
           END-IF.

       CHECK-PENDING-FOR-MANAGER.
           MOVE EX-EMP-ID TO emp-id
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO emp-manager
           END-READ
           IF emp-manager = WS-MGR-FILTER
               ADD 1 TO WS-PENDING-CT
               COMPUTE WS-PENDING-AGE = FUNCTION
                   INTEGER-OF-DATE(WS-TODAY) - FUNCTION
                   INTEGER-OF-DATE(EX-SUBMIT-DATE)
               MOVE EX-AMOUNT TO WS-DISPLAY-AMT
               DISPLAY EX-EMP-ID "-" EX-CLAIM-NO " | " EX-CATEGORY
                   " | " EX-DATE " | " WS-DISPLAY-AMT
               IF WS-PENDING-AGE > WS-ESCALATE-DAYS
                   DISPLAY "  *** UNTOUCHED " WS-PENDING-AGE
                       " DAYS. ESCALATED TO THE DEPARTMENT HEAD."
               END-IF
           END-IF.

       LIST-EMPLOYEE-CLAIMS.
           DISPLAY "ENTER EMPLOYEE ID: "
           ACCEPT ws-input-id
           MOVE 0 TO WS-CLAIM-CT
           MOVE ws-input-id TO EX-EMP-ID
           MOVE 0 TO EX-CLAIM-NO
           START EXPENSE-FILE KEY IS NOT LESS THAN EX-KEY
               INVALID KEY MOVE "10" TO WS-FS-EXPENSE
               NOT INVALID KEY MOVE "00" TO WS-FS-EXPENSE
           END-START
           PERFORM UNTIL WS-FS-EXPENSE = "10"
               READ EXPENSE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-EXPENSE
                   NOT AT END
                       IF EX-EMP-ID NOT = ws-input-id
                           MOVE "10" TO WS-FS-EXPENSE
                       ELSE
                           ADD 1 TO WS-CLAIM-CT
                           MOVE EX-AMOUNT TO WS-DISPLAY-AMT
                           DISPLAY EX-CLAIM-NO " | " EX-DATE " | "
                               EX-CATEGORY " | " WS-DISPLAY-AMT
                               " | " EX-RECEIPT " | " EX-STATUS
                               " " EX-PAID-MONTH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLAIM-CT = 0
               DISPLAY "NO CLAIMS ON FILE FOR THAT EMPLOYEE."
           END-IF.

       MONTHLY-EXPENSE-REPORT.
           DISPLAY "REPORT MONTH (YYYYMM): "
           ACCEPT WS-INPUT-MONTH
           MOVE 0 TO WS-RPT-USED
           MOVE LOW-VALUES TO EX-KEY
           START EXPENSE-FILE KEY IS NOT LESS THAN EX-KEY
               INVALID KEY MOVE "10" TO WS-FS-EXPENSE
               NOT INVALID KEY MOVE "00" TO WS-FS-EXPENSE
           END-START
           PERFORM UNTIL WS-FS-EXPENSE = "10"
               READ EXPENSE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-EXPENSE
                   NOT AT END
                       IF EX-DATE(1:6) = WS-INPUT-MONTH AND
                          (EX-STATUS = "APPROVED" OR
                           EX-STATUS = "PAID")
                           PERFORM TALLY-EXPENSE-ROW
                       END-IF
               END-READ
           END-PERFORM
           PERFORM SORT-EXPENSE-ROWS
           PERFORM WRITE-EXPENSE-REPORT.

       TALLY-EXPENSE-ROW.
           MOVE EX-EMP-ID TO emp-id
           READ EMPLOYEE-FILE
               INVALID KEY MOVE "(LEAVER)" TO emp-dept
           END-READ
           MOVE emp-dept TO WS-RPT-DEPT
           MOVE "N" TO WS-RPT-FOUND
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1 UNTIL
               WS-RPT-IDX > WS-RPT-USED OR WS-RPT-FOUND = "Y"
               IF ER-DEPT(WS-RPT-IDX) = WS-RPT-DEPT AND
                  ER-CATEGORY(WS-RPT-IDX) = EX-CATEGORY
                   ADD 1 TO ER-COUNT(WS-RPT-IDX)
                   ADD EX-AMOUNT TO ER-AMOUNT(WS-RPT-IDX)
                   MOVE "Y" TO WS-RPT-FOUND
               END-IF
           END-PERFORM
           IF WS-RPT-FOUND = "N" AND WS-RPT-USED < 200
               ADD 1 TO WS-RPT-USED
               MOVE WS-RPT-DEPT TO ER-DEPT(WS-RPT-USED)
               MOVE EX-CATEGORY TO ER-CATEGORY(WS-RPT-USED)
               MOVE 1 TO ER-COUNT(WS-RPT-USED)
               MOVE EX-AMOUNT TO ER-AMOUNT(WS-RPT-USED)
           END-IF.

       SORT-EXPENSE-ROWS.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1 UNTIL
               WS-RPT-IDX > WS-RPT-USED
               PERFORM VARYING WS-RPT-JDX FROM 1 BY 1 UNTIL
                   WS-RPT-JDX > WS-RPT-USED - WS-RPT-IDX
                   IF ER-ROW(WS-RPT-JDX)(1:12) >
                      ER-ROW(WS-RPT-JDX + 1)(1:12)
                       MOVE ER-ROW(WS-RPT-JDX) TO WS-SWAP-ROW
                       MOVE ER-ROW(WS-RPT-JDX + 1)
                           TO ER-ROW(WS-RPT-JDX)
                       MOVE WS-SWAP-ROW TO ER-ROW(WS-RPT-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-EXPENSE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== EXPENSE CLAIMS BY DEPARTMENT AND CATEGORY "
                   DELIMITED BY SIZE
               WS-INPUT-MONTH DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE 0 TO WS-DEPT-TOTAL
           MOVE 0 TO WS-GRAND-TOTAL
           MOVE SPACES TO WS-LAST-DEPT
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1 UNTIL
               WS-RPT-IDX > WS-RPT-USED
               IF ER-DEPT(WS-RPT-IDX) NOT = WS-LAST-DEPT
                   IF WS-RPT-IDX > 1
                       PERFORM WRITE-DEPT-SUBTOTAL
                   END-IF
                   MOVE ER-DEPT(WS-RPT-IDX) TO WS-LAST-DEPT
                   MOVE 0 TO WS-DEPT-TOTAL
               END-IF
               ADD ER-AMOUNT(WS-RPT-IDX) TO WS-DEPT-TOTAL
               ADD ER-AMOUNT(WS-RPT-IDX) TO WS-GRAND-TOTAL
               MOVE ER-AMOUNT(WS-RPT-IDX) TO WS-DISPLAY-AMT
               MOVE SPACES TO REPORT-LINE
               STRING
                   ER-DEPT(WS-RPT-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   ER-CATEGORY(WS-RPT-IDX) DELIMITED BY SIZE
                   " | CLAIMS: " DELIMITED BY SIZE
                   ER-COUNT(WS-RPT-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-DISPLAY-AMT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-PERFORM
           IF WS-RPT-USED > 0
               PERFORM WRITE-DEPT-SUBTOTAL
           END-IF
           MOVE WS-GRAND-TOTAL TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-LINE
           STRING
               "COMPANY TOTAL: " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "REPORT WRITTEN TO EXPENSE_REPORT.TXT.".

       WRITE-DEPT-SUBTOTAL.
           MOVE WS-DEPT-TOTAL TO WS-DISPLAY-AMT
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-LAST-DEPT DELIMITED BY SIZE
               " | TOTAL | " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM EXPENSE-CLAIMS.
