      ******************************************************************
      * Author:
      * Date:
      * Purpose: Post-payroll cost allocation. Summarises the month's
      *          PAYROLL_YTD.TXT rows and the bonus rows in
      *          BONUS_RUN.TXT by department and cost type (salary,
      *          overtime, bonus, employer social fund), writes a
      *          balanced journal interface PAYROLL_JOURNAL_<yyyymm>.TXT
      *          - expense debits by department against credits to net
      *          pay, tax, social fund and deductions payable - and
      *          prints PAYROLL_COST_REPORT.TXT comparing each
      *          department's payroll cost with its DEPT_BUDGET.DAT
      *          budget for the month and the year to date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-ALLOCATION-BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE ASSIGN TO "PAYROLL_YTD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-YTD.

           SELECT BONUSRUN-FILE ASSIGN TO "BONUS_RUN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BONUSRUN.

           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           record key is EMP-ID
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT DEPT-BUDGET-FILE ASSIGN TO "DEPT_BUDGET.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DB-DEPT
           FILE STATUS IS WS-FS-DEPT-BUDGET.

           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JOURNAL.

           SELECT REPORT-FILE ASSIGN TO "PAYROLL_COST_REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.

       FD YTD-FILE.
       01 YTD-RECORD.
           05 YTD-MONTH  PIC X(6).
           05 YTD-EMP-ID PIC X(4).
           05 YTD-GROSS  PIC 9(8)V99.
           05 YTD-TAX    PIC 9(8)V99.
           05 YTD-SOCIAL PIC 9(8)V99.
           05 YTD-NET    PIC 9(8)V99.
           05 YTD-BASE   PIC 9(8)V99.
           05 YTD-OT-PAY PIC 9(8)V99.
           05 YTD-DEPT   PIC X(10).

       FD BONUSRUN-FILE.
       01 BONUSRUN-RECORD.
           05 BR-YEAR   PIC X(4).
           05 BR-MONTH  PIC X(6).
           05 BR-EMP-ID PIC X(4).
           05 BR-DEPT   PIC X(10).
           05 BR-GROSS  PIC 9(8)V99.
           05 BR-TAX    PIC 9(8)V99.
           05 BR-NET    PIC 9(8)V99.

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

       FD DEPT-BUDGET-FILE.
       01 DEPT-BUDGET-RECORD.
           05 DB-DEPT          PIC X(10).
           05 DB-MAX-HEADS     PIC 9(4).
           05 DB-SALARY-BUDGET PIC 9(10)V99.

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JL-MONTH   PIC X(6).
           05 JL-ACCOUNT PIC X(20).
           05 JL-DEPT    PIC X(10).
           05 JL-DC      PIC X.
           05 JL-AMOUNT  PIC 9(10)V99.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-YTD PIC XX.
       01 WS-FS-BONUSRUN PIC XX.
       01 WS-FS-EMPLOYEE PIC XX.
       01 WS-FS-DEPT-BUDGET PIC XX.
       01 WS-FS-JOURNAL PIC XX.
       01 WS-FS-REPORT PIC XX.
       01 WS-EMPLOYEE-OPEN PIC X VALUE "N".
       01 WS-BUDGET-OPEN PIC X VALUE "N".
       01 WS-JOURNAL-NAME PIC X(30).
       01 WS-MONTH PIC X(6).
       01 WS-MONTH-NUM PIC 9(2).
       01 ws-eof-flag pic x value 'N'.
       01 WS-ROW-DEPT PIC X(10).
       01 WS-ROW-EMP PIC X(4).
       01 WS-ROW-OT PIC 9(8)V99.
       01 WS-ROW-DEDUCT PIC 9(8)V99.
       01 WS-MONTH-ROWS PIC 9(5) VALUE 0.
       01 WS-DEPT-IDX PIC 9(3).
       01 WS-DEPT-USED PIC 9(3) VALUE 0.
       01 WS-DEPT-FOUND PIC X VALUE "N".
       01 WS-DEPT-COST PIC 9(10)V99.
       01 WS-BUDGET-MONTH PIC 9(10)V99.
       01 WS-BUDGET-YTD PIC 9(10)V99.
       01 WS-VARIANCE PIC S9(10)V99.
       01 WS-CR-NET PIC 9(10)V99 VALUE 0.
       01 WS-CR-TAX PIC 9(10)V99 VALUE 0.
       01 WS-CR-SOCIAL PIC 9(10)V99 VALUE 0.
       01 WS-CR-DEDUCT PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-DEBIT PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-CREDIT PIC 9(10)V99 VALUE 0.
       01 WS-TOT-MONTH-COST PIC 9(10)V99 VALUE 0.
       01 WS-TOT-YTD-COST PIC 9(10)V99 VALUE 0.
       01 WS-TOT-BUDGET-MONTH PIC 9(10)V99 VALUE 0.
       01 WS-TOT-BUDGET-YTD PIC 9(10)V99 VALUE 0.
       01 WS-DISPLAY-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-AMT2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-AMT3 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-VAR PIC -,---,---,--9.99.

       01 DEPT-COST-TABLE.
           05 DC-ENTRY OCCURS 30 TIMES.
               10 DC-DEPT      PIC X(10).
               10 DC-SALARY    PIC 9(10)V99.
               10 DC-OVERTIME  PIC 9(10)V99.
               10 DC-BONUS     PIC 9(10)V99.
               10 DC-ER-SOCIAL PIC 9(10)V99.
               10 DC-YTD-COST  PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== PAYROLL COST ALLOCATION ====="
           DISPLAY "ENTER PAYROLL MONTH (YYYYMM): "
           ACCEPT WS-MONTH
           MOVE WS-MONTH(5:2) TO WS-MONTH-NUM

           OPEN INPUT YTD-FILE
           IF WS-FS-YTD NOT = "00"
               DISPLAY "PAYROLL_YTD.TXT not found. Run the payroll "
                   "first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE = "00"
               MOVE "Y" TO WS-EMPLOYEE-OPEN
           END-IF

           PERFORM UNTIL ws-eof-flag = 'Y'
               READ YTD-FILE
                   AT END MOVE 'Y' TO ws-eof-flag
                   NOT AT END
                       IF YTD-MONTH(1:4) = WS-MONTH(1:4) AND
                          YTD-MONTH <= WS-MONTH
                           PERFORM ALLOCATE-PAYROLL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE

           IF WS-MONTH-ROWS = 0
               DISPLAY "NO PAYROLL RUN ON FILE FOR " WS-MONTH "."
               IF WS-EMPLOYEE-OPEN = "Y"
                   CLOSE EMPLOYEE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO ws-eof-flag
           OPEN INPUT BONUSRUN-FILE
           IF WS-FS-BONUSRUN = "00"
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ BONUSRUN-FILE
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF BR-EMP-ID NOT = SPACES AND
                              BR-MONTH(1:4) = WS-MONTH(1:4) AND
                              BR-MONTH <= WS-MONTH
                               PERFORM ALLOCATE-BONUS-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BONUSRUN-FILE
           END-IF
           IF WS-EMPLOYEE-OPEN = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF

           PERFORM WRITE-JOURNAL
           PERFORM WRITE-COST-REPORT
           STOP RUN.

      * Rows written before the department was carried on the YTD
      * record fall back to the employee's current department.
       RESOLVE-ROW-DEPT.
           IF WS-ROW-DEPT = SPACES AND WS-EMPLOYEE-OPEN = "Y"
               MOVE WS-ROW-EMP TO emp-id
               READ EMPLOYEE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE emp-dept TO WS-ROW-DEPT
               END-READ
           END-IF
           IF WS-ROW-DEPT = SPACES
               MOVE "UNASSIGNED" TO WS-ROW-DEPT
           END-IF
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1 UNTIL
               WS-DEPT-IDX > WS-DEPT-USED OR WS-DEPT-FOUND = "Y"
               IF DC-DEPT(WS-DEPT-IDX) = WS-ROW-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND
                   SUBTRACT 1 FROM WS-DEPT-IDX
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = "N"
               IF WS-DEPT-USED >= 30
                   DISPLAY "DEPARTMENT TABLE FULL. " WS-ROW-DEPT
                       " SKIPPED."
               ELSE
                   ADD 1 TO WS-DEPT-USED
                   MOVE WS-DEPT-USED TO WS-DEPT-IDX
                   MOVE WS-ROW-DEPT TO DC-DEPT(WS-DEPT-IDX)
                   MOVE 0 TO DC-SALARY(WS-DEPT-IDX)
                   MOVE 0 TO DC-OVERTIME(WS-DEPT-IDX)
                   MOVE 0 TO DC-BONUS(WS-DEPT-IDX)
                   MOVE 0 TO DC-ER-SOCIAL(WS-DEPT-IDX)
                   MOVE 0 TO DC-YTD-COST(WS-DEPT-IDX)
                   MOVE "Y" TO WS-DEPT-FOUND
               END-IF
           END-IF.

      * The employer's social fund share matches the employee's, so
      * the cost and the payable both carry the row's social amount.
       ALLOCATE-PAYROLL-ROW.
           MOVE YTD-DEPT TO WS-ROW-DEPT
           MOVE YTD-EMP-ID TO WS-ROW-EMP
           IF YTD-OT-PAY IS NUMERIC
               MOVE YTD-OT-PAY TO WS-ROW-OT
           ELSE
               MOVE 0 TO WS-ROW-OT
           END-IF
           PERFORM RESOLVE-ROW-DEPT
           IF WS-DEPT-FOUND = "Y"
               ADD YTD-GROSS TO DC-YTD-COST(WS-DEPT-IDX)
               ADD YTD-SOCIAL TO DC-YTD-COST(WS-DEPT-IDX)
               IF YTD-MONTH = WS-MONTH
                   ADD 1 TO WS-MONTH-ROWS
                   COMPUTE DC-SALARY(WS-DEPT-IDX) =
                       DC-SALARY(WS-DEPT-IDX) + YTD-GROSS - WS-ROW-OT
                   ADD WS-ROW-OT TO DC-OVERTIME(WS-DEPT-IDX)
                   ADD YTD-SOCIAL TO DC-ER-SOCIAL(WS-DEPT-IDX)
                   COMPUTE WS-ROW-DEDUCT =
                       YTD-GROSS - YTD-TAX - YTD-SOCIAL - YTD-NET
                   ADD YTD-NET TO WS-CR-NET
                   ADD YTD-TAX TO WS-CR-TAX
                   COMPUTE WS-CR-SOCIAL = WS-CR-SOCIAL +
                       YTD-SOCIAL * 2
                   ADD WS-ROW-DEDUCT TO WS-CR-DEDUCT
               END-IF
           END-IF.

       ALLOCATE-BONUS-ROW.
           MOVE BR-DEPT TO WS-ROW-DEPT
           MOVE BR-EMP-ID TO WS-ROW-EMP
           PERFORM RESOLVE-ROW-DEPT
           IF WS-DEPT-FOUND = "Y"
               ADD BR-GROSS TO DC-YTD-COST(WS-DEPT-IDX)
               IF BR-MONTH = WS-MONTH
                   ADD BR-GROSS TO DC-BONUS(WS-DEPT-IDX)
                   ADD BR-NET TO WS-CR-NET
                   ADD BR-TAX TO WS-CR-TAX
               END-IF
           END-IF.

       WRITE-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-NAME
           STRING
               "PAYROLL_JOURNAL_" DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-JOURNAL-NAME
           END-STRING
           OPEN OUTPUT JOURNAL-FILE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1 UNTIL
               WS-DEPT-IDX > WS-DEPT-USED
               MOVE DC-DEPT(WS-DEPT-IDX) TO JL-DEPT
               MOVE "D" TO JL-DC
               MOVE "SALARY EXPENSE" TO JL-ACCOUNT
               MOVE DC-SALARY(WS-DEPT-IDX) TO JL-AMOUNT
               PERFORM WRITE-JOURNAL-LINE
               MOVE "OVERTIME EXPENSE" TO JL-ACCOUNT
               MOVE DC-OVERTIME(WS-DEPT-IDX) TO JL-AMOUNT
               PERFORM WRITE-JOURNAL-LINE
               MOVE "BONUS EXPENSE" TO JL-ACCOUNT
               MOVE DC-BONUS(WS-DEPT-IDX) TO JL-AMOUNT
               PERFORM WRITE-JOURNAL-LINE
               MOVE "EMPLOYER SOCIAL EXP" TO JL-ACCOUNT
               MOVE DC-ER-SOCIAL(WS-DEPT-IDX) TO JL-AMOUNT
               PERFORM WRITE-JOURNAL-LINE
           END-PERFORM
           MOVE SPACES TO JL-DEPT
           MOVE "C" TO JL-DC
           MOVE "NET PAY PAYABLE" TO JL-ACCOUNT
           MOVE WS-CR-NET TO JL-AMOUNT
           PERFORM WRITE-JOURNAL-LINE
           MOVE "TAX PAYABLE" TO JL-ACCOUNT
           MOVE WS-CR-TAX TO JL-AMOUNT
           PERFORM WRITE-JOURNAL-LINE
           MOVE "SOCIAL PAYABLE" TO JL-ACCOUNT
           MOVE WS-CR-SOCIAL TO JL-AMOUNT
           PERFORM WRITE-JOURNAL-LINE
           MOVE "DEDUCTIONS PAYABLE" TO JL-ACCOUNT
           MOVE WS-CR-DEDUCT TO JL-AMOUNT
           PERFORM WRITE-JOURNAL-LINE
           CLOSE JOURNAL-FILE

           MOVE WS-TOTAL-DEBIT TO WS-DISPLAY-AMT
           MOVE WS-TOTAL-CREDIT TO WS-DISPLAY-AMT2
           DISPLAY "JOURNAL DEBITS:  " WS-DISPLAY-AMT
           DISPLAY "JOURNAL CREDITS: " WS-DISPLAY-AMT2
           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               DISPLAY "WARNING: JOURNAL DOES NOT BALANCE."
           END-IF
           DISPLAY "JOURNAL WRITTEN TO " WS-JOURNAL-NAME.

       WRITE-JOURNAL-LINE.
           IF JL-AMOUNT > 0
               MOVE WS-MONTH TO JL-MONTH
               WRITE JOURNAL-RECORD
               IF JL-DC = "D"
                   ADD JL-AMOUNT TO WS-TOTAL-DEBIT
               ELSE
                   ADD JL-AMOUNT TO WS-TOTAL-CREDIT
               END-IF
           END-IF.

       WRITE-COST-REPORT.
           OPEN INPUT DEPT-BUDGET-FILE
           IF WS-FS-DEPT-BUDGET = "00"
               MOVE "Y" TO WS-BUDGET-OPEN
           ELSE
               DISPLAY "DEPT_BUDGET.DAT not found. Budgets shown "
                   "as zero."
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== PAYROLL COST BY DEPARTMENT " DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "DEPT       | SALARY / OVERTIME / BONUS / EMPLOYER "
                   DELIMITED BY SIZE
               "SOCIAL | MONTH COST v BUDGET | YTD COST v BUDGET"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1 UNTIL
               WS-DEPT-IDX > WS-DEPT-USED
               PERFORM REPORT-ONE-DEPT
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-MONTH-COST TO WS-DISPLAY-AMT
           MOVE WS-TOT-BUDGET-MONTH TO WS-DISPLAY-AMT2
           COMPUTE WS-VARIANCE = WS-TOT-BUDGET-MONTH -
               WS-TOT-MONTH-COST
           MOVE WS-VARIANCE TO WS-DISPLAY-VAR
           MOVE SPACES TO REPORT-LINE
           STRING
               "COMPANY MONTH: COST " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               " BUDGET " DELIMITED BY SIZE
               WS-DISPLAY-AMT2 DELIMITED BY SIZE
               " VARIANCE " DELIMITED BY SIZE
               WS-DISPLAY-VAR DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE WS-TOT-YTD-COST TO WS-DISPLAY-AMT
           MOVE WS-TOT-BUDGET-YTD TO WS-DISPLAY-AMT2
           COMPUTE WS-VARIANCE = WS-TOT-BUDGET-YTD - WS-TOT-YTD-COST
           MOVE WS-VARIANCE TO WS-DISPLAY-VAR
           MOVE SPACES TO REPORT-LINE
           STRING
               "COMPANY YTD:   COST " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               " BUDGET " DELIMITED BY SIZE
               WS-DISPLAY-AMT2 DELIMITED BY SIZE
               " VARIANCE " DELIMITED BY SIZE
               WS-DISPLAY-VAR DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           CLOSE REPORT-FILE
           IF WS-BUDGET-OPEN = "Y"
               CLOSE DEPT-BUDGET-FILE
           END-IF
           DISPLAY "REPORT WRITTEN TO PAYROLL_COST_REPORT.TXT.".

      * DEPT_BUDGET.DAT holds a monthly salary budget, so the year to
      * date budget is the monthly figure times the month number.
       REPORT-ONE-DEPT.
           MOVE 0 TO WS-BUDGET-MONTH
           IF WS-BUDGET-OPEN = "Y"
               MOVE DC-DEPT(WS-DEPT-IDX) TO DB-DEPT
               READ DEPT-BUDGET-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DB-SALARY-BUDGET TO WS-BUDGET-MONTH
               END-READ
           END-IF
           COMPUTE WS-BUDGET-YTD = WS-BUDGET-MONTH * WS-MONTH-NUM
           COMPUTE WS-DEPT-COST = DC-SALARY(WS-DEPT-IDX) +
               DC-OVERTIME(WS-DEPT-IDX) + DC-BONUS(WS-DEPT-IDX) +
               DC-ER-SOCIAL(WS-DEPT-IDX)
           ADD WS-DEPT-COST TO WS-TOT-MONTH-COST
           ADD DC-YTD-COST(WS-DEPT-IDX) TO WS-TOT-YTD-COST
           ADD WS-BUDGET-MONTH TO WS-TOT-BUDGET-MONTH
           ADD WS-BUDGET-YTD TO WS-TOT-BUDGET-YTD

           MOVE DC-SALARY(WS-DEPT-IDX) TO WS-DISPLAY-AMT
           MOVE DC-OVERTIME(WS-DEPT-IDX) TO WS-DISPLAY-AMT2
           MOVE DC-BONUS(WS-DEPT-IDX) TO WS-DISPLAY-AMT3
           MOVE SPACES TO REPORT-LINE
           STRING
               DC-DEPT(WS-DEPT-IDX) DELIMITED BY SIZE
               " | SALARY " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               " | OVERTIME " DELIMITED BY SIZE
               WS-DISPLAY-AMT2 DELIMITED BY SIZE
               " | BONUS " DELIMITED BY SIZE
               WS-DISPLAY-AMT3 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE DC-ER-SOCIAL(WS-DEPT-IDX) TO WS-DISPLAY-AMT
           MOVE WS-DEPT-COST TO WS-DISPLAY-AMT2
           MOVE WS-BUDGET-MONTH TO WS-DISPLAY-AMT3
           COMPUTE WS-VARIANCE = WS-BUDGET-MONTH - WS-DEPT-COST
           MOVE WS-VARIANCE TO WS-DISPLAY-VAR
           MOVE SPACES TO REPORT-LINE
           STRING
               "           | EMPLOYER SOCIAL " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               " | MONTH COST " DELIMITED BY SIZE
               WS-DISPLAY-AMT2 DELIMITED BY SIZE
               " BUDGET " DELIMITED BY SIZE
               WS-DISPLAY-AMT3 DELIMITED BY SIZE
               " VARIANCE " DELIMITED BY SIZE
               WS-DISPLAY-VAR DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE DC-YTD-COST(WS-DEPT-IDX) TO WS-DISPLAY-AMT2
           MOVE WS-BUDGET-YTD TO WS-DISPLAY-AMT3
           COMPUTE WS-VARIANCE = WS-BUDGET-YTD -
               DC-YTD-COST(WS-DEPT-IDX)
           MOVE WS-VARIANCE TO WS-DISPLAY-VAR
           MOVE SPACES TO REPORT-LINE
           STRING
               "           | YTD COST " DELIMITED BY SIZE
               WS-DISPLAY-AMT2 DELIMITED BY SIZE
               " BUDGET " DELIMITED BY SIZE
               WS-DISPLAY-AMT3 DELIMITED BY SIZE
               " VARIANCE " DELIMITED BY SIZE
               WS-DISPLAY-VAR DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       END PROGRAM COST-ALLOCATION-BATCH.
