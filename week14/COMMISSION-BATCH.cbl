      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly branch sales commission run. For every plan
      *          on COMMPLAN.DAT it takes the branch's actual from
      *          SALES.DAT (whole thousands, positional year slots 1-5
      *          as the target report reads it) and its TARGETS.DAT
      *          target, finds the tier for the percent of target
      *          achieved and works out the commission due. What is
      *          due, less what was already posted for that employee,
      *          branch and month, goes to COMMISSION.DAT as PENDING -
      *          COMM when more is due, CLAW when a month's sales were
      *          corrected down through SALES-CAPTURE after it was
      *          posted - for PAYROLL-BATCH to pay as taxable earnings.
      *          The run month is calculated new; the eleven months
      *          before it are rechecked where commission was already
      *          posted. The detail goes to COMMISSION_REGISTER.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           record key is EMP-ID
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT COMMPLAN-FILE ASSIGN TO "COMMPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-KEY
           FILE STATUS IS WS-FS-COMMPLAN.

           SELECT COMMISSION-FILE ASSIGN TO "COMMISSION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           FILE STATUS IS WS-FS-COMMISSION.

           SELECT SALES-FILE ASSIGN TO "SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SALES.

           SELECT TARGETS-FILE ASSIGN TO "TARGETS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TARGETS.

           SELECT REGISTER-FILE ASSIGN TO "COMMISSION_REGISTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REGISTER.

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

       FD COMMPLAN-FILE.
       01 COMMPLAN-RECORD.
           05 CP-KEY.
               10 CP-EMP-ID PIC X(4).
               10 CP-BRANCH PIC X(3).
           05 CP-PLAN-TYPE   PIC X.
           05 CP-TIER OCCURS 4 TIMES.
               10 CP-TIER-FROM-PCT PIC 9(3).
               10 CP-TIER-RATE     PIC 99V99.
           05 CP-START-MONTH PIC X(6).
           05 CP-END-MONTH   PIC X(6).

       FD COMMISSION-FILE.
       01 COMMISSION-RECORD.
           05 CM-KEY.
               10 CM-EMP-ID    PIC X(4).
               10 CM-MONTH     PIC X(6).
               10 CM-BRANCH    PIC X(3).
               10 CM-SEQ       PIC 9(2).
           05 CM-TYPE        PIC X(4).
           05 CM-ACTUAL      PIC 9(5).
           05 CM-TARGET      PIC 9(5).
           05 CM-ACHIEVE-PCT PIC 9(3)V99.
           05 CM-RATE        PIC 99V99.
           05 CM-DUE         PIC 9(8)V99.
           05 CM-AMOUNT      PIC 9(8)V99.
           05 CM-STATUS      PIC X(7).
           05 CM-PAID-MONTH  PIC X(6).
           05 CM-CALC-DATE   PIC 9(8).

       FD SALES-FILE.
       01 SALES-FILE-REC.
           05 SF-BRANCH PIC X(3).
           05 SF-AMOUNT PIC 9(5).

       FD TARGETS-FILE.
       01 TARGETS-REC.
           05 TG-BRANCH PIC X(3).
           05 TG-YEAR   PIC 9.
           05 TG-MONTH-TARGET PIC 9(5) OCCURS 12 TIMES.

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE PIC XX.
       01 WS-FS-COMMPLAN PIC XX.
       01 WS-FS-COMMISSION PIC XX.
       01 WS-FS-SALES PIC XX.
       01 WS-FS-TARGETS PIC XX.
       01 WS-FS-REGISTER PIC XX.
       01 WS-SALES-EOF PIC X VALUE "N".
       01 WS-TODAY PIC 9(8).
       01 WS-RUN-MONTH PIC X(6).
       01 WS-RUN-YYYY PIC 9(4).
       01 WS-RUN-MM PIC 99.
       01 WS-LATEST-YEAR PIC 9(4).
       01 WS-CALC-MONTH PIC X(6).
       01 WS-CALC-YYYY PIC 9(4).
       01 WS-CALC-MM PIC 99.
       01 WS-YEAR-SLOT PIC S9(3).
       01 WS-BACK PIC 99.
       01 WS-TIER-IDX PIC 9.
       01 WS-NEXT-SEQ PIC 9(2).
       01 WS-PRIOR-CT PIC 9(3).
       01 WS-PRIOR-NET PIC S9(8)V99.
       01 WS-ACTUAL PIC 9(5).
       01 WS-TARGET PIC 9(5).
       01 WS-ACHIEVE-PCT PIC 9(5)V99.
       01 WS-RATE PIC 99V99.
       01 WS-BASE-SALES PIC S9(6).
       01 WS-DUE PIC 9(8)V99.
       01 WS-DIFF PIC S9(8)V99.
       01 WS-PLAN-CT PIC 9(4) VALUE 0.
       01 WS-POSTED-CT PIC 9(4) VALUE 0.
       01 WS-TOTAL-COMM PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-CLAW PIC 9(10)V99 VALUE 0.
       01 WS-DISPLAY-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-AMT2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-AMT3 PIC -,---,---,--9.99.
       01 WS-DISPLAY-PCT PIC ZZ9.99.
       01 WS-DISPLAY-RATE PIC Z9.99.

       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 3 TIMES.
               10 WS-BRANCH-CODE PIC X(3).
               10 WS-BR-LOAD-YEAR PIC 9.
               10 WS-BR-LOAD-MONTH PIC 99.
               10 WS-BRANCH-YEAR OCCURS 5 TIMES.
                   15 WS-BR-MONTH PIC 9(5) OCCURS 12 TIMES.

       01 WS-TARGET-TABLE.
           05 WS-TG-ENTRY OCCURS 3 TIMES.
               10 WS-TG-CODE PIC X(3).
               10 WS-TG-YEAR-TAB OCCURS 5 TIMES.
                   15 WS-TG-MONTH PIC 9(5) OCCURS 12 TIMES.

       01 WS-BRANCH-USED PIC 9 VALUE 0.
       01 WS-BRANCH-IDX PIC 9.
       01 WS-BRANCH-FOUND PIC X VALUE "N".
       01 WS-TG-USED PIC 9 VALUE 0.
       01 WS-TG-IDX PIC 9.
       01 WS-TG-FOUND PIC X VALUE "N".
       01 WS-MONTH-IDX PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== BRANCH SALES COMMISSION RUN ====="
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO WS-TODAY
           DISPLAY "COMMISSION MONTH (YYYYMM): "
           ACCEPT WS-RUN-MONTH
           IF WS-RUN-MONTH IS NOT NUMERIC
               DISPLAY "INVALID MONTH."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-MONTH(1:4) TO WS-RUN-YYYY
           MOVE WS-RUN-MONTH(5:2) TO WS-RUN-MM
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
               DISPLAY "INVALID MONTH."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "CALENDAR YEAR HELD IN YEAR SLOT 5 OF SALES.DAT "
               "(0 = " WS-RUN-YYYY "): "
           ACCEPT WS-LATEST-YEAR
           IF WS-LATEST-YEAR = 0
               MOVE WS-RUN-YYYY TO WS-LATEST-YEAR
           END-IF

           PERFORM LOAD-SALES-TABLE
           PERFORM LOAD-TARGETS

           OPEN INPUT COMMPLAN-FILE
           IF WS-FS-COMMPLAN NOT = "00"
               DISPLAY "COMMPLAN.DAT not found. No plans to pay."
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE NOT = "00"
               DISPLAY "employees.dat not found."
               CLOSE COMMPLAN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O COMMISSION-FILE
           IF WS-FS-COMMISSION NOT = "00"
               OPEN OUTPUT COMMISSION-FILE
               CLOSE COMMISSION-FILE
               OPEN I-O COMMISSION-FILE
           END-IF

           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO REGISTER-LINE
           STRING
               "=== SALES COMMISSION REGISTER FOR " DELIMITED BY SIZE
               WS-RUN-MONTH DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING
               "EMP  BRANCH MONTH  | ACTUAL | TARGET | ACHIEVED | "
                   DELIMITED BY SIZE
               "RATE  |     DUE | POSTED" DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE

           MOVE "00" TO WS-FS-COMMPLAN
           PERFORM UNTIL WS-FS-COMMPLAN = "10"
               READ COMMPLAN-FILE NEXT
                   AT END MOVE "10" TO WS-FS-COMMPLAN
                   NOT AT END
                       PERFORM CALC-ONE-PLAN
               END-READ
           END-PERFORM

           PERFORM WRITE-REGISTER-TOTALS
           CLOSE REGISTER-FILE
           CLOSE COMMPLAN-FILE EMPLOYEE-FILE COMMISSION-FILE
           DISPLAY "REGISTER IS IN COMMISSION_REGISTER.TXT."
           STOP RUN.

       LOAD-SALES-TABLE.
           OPEN INPUT SALES-FILE
           IF WS-FS-SALES NOT = "00"
               DISPLAY "SALES.DAT not found. Using zero sales."
           ELSE
               PERFORM UNTIL WS-SALES-EOF = "Y"
                   READ SALES-FILE
                       AT END MOVE "Y" TO WS-SALES-EOF
                       NOT AT END
                           PERFORM STORE-ONE-SALES-RECORD
                   END-READ
               END-PERFORM
               CLOSE SALES-FILE
           END-IF
           MOVE "N" TO WS-SALES-EOF.

       STORE-ONE-SALES-RECORD.
           MOVE "N" TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-USED
                     OR WS-BRANCH-FOUND = "Y"
               IF WS-BRANCH-CODE(WS-BRANCH-IDX) = SF-BRANCH
                   MOVE "Y" TO WS-BRANCH-FOUND
                   SUBTRACT 1 FROM WS-BRANCH-IDX
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = "N" AND WS-BRANCH-USED < 3
               ADD 1 TO WS-BRANCH-USED
               MOVE WS-BRANCH-USED TO WS-BRANCH-IDX
               MOVE SF-BRANCH TO WS-BRANCH-CODE(WS-BRANCH-IDX)
               MOVE 1 TO WS-BR-LOAD-YEAR(WS-BRANCH-IDX)
               MOVE 1 TO WS-BR-LOAD-MONTH(WS-BRANCH-IDX)
               MOVE "Y" TO WS-BRANCH-FOUND
           END-IF
           IF WS-BRANCH-FOUND = "Y" AND
              WS-BR-LOAD-YEAR(WS-BRANCH-IDX) <= 5
               MOVE SF-AMOUNT TO
                   WS-BR-MONTH(WS-BRANCH-IDX,
                       WS-BR-LOAD-YEAR(WS-BRANCH-IDX),
                       WS-BR-LOAD-MONTH(WS-BRANCH-IDX))
               ADD 1 TO WS-BR-LOAD-MONTH(WS-BRANCH-IDX)
               IF WS-BR-LOAD-MONTH(WS-BRANCH-IDX) > 12
                   MOVE 1 TO WS-BR-LOAD-MONTH(WS-BRANCH-IDX)
                   ADD 1 TO WS-BR-LOAD-YEAR(WS-BRANCH-IDX)
               END-IF
           END-IF.

       LOAD-TARGETS.
           OPEN INPUT TARGETS-FILE
           IF WS-FS-TARGETS NOT = "00"
               DISPLAY "TARGETS.DAT not found. No commission is due."
           ELSE
               PERFORM UNTIL WS-SALES-EOF = "Y"
                   READ TARGETS-FILE
                       AT END MOVE "Y" TO WS-SALES-EOF
                       NOT AT END
                           PERFORM STORE-ONE-TARGET
                   END-READ
               END-PERFORM
               CLOSE TARGETS-FILE
           END-IF
           MOVE "N" TO WS-SALES-EOF.

       STORE-ONE-TARGET.
           IF TG-YEAR >= 1 AND TG-YEAR <= 5
               MOVE "N" TO WS-TG-FOUND
               PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                   UNTIL WS-TG-IDX > WS-TG-USED
                         OR WS-TG-FOUND = "Y"
                   IF WS-TG-CODE(WS-TG-IDX) = TG-BRANCH
                       MOVE "Y" TO WS-TG-FOUND
                       SUBTRACT 1 FROM WS-TG-IDX
                   END-IF
               END-PERFORM
               IF WS-TG-FOUND = "N" AND WS-TG-USED < 3
                   ADD 1 TO WS-TG-USED
                   MOVE WS-TG-USED TO WS-TG-IDX
                   MOVE TG-BRANCH TO WS-TG-CODE(WS-TG-IDX)
                   MOVE "Y" TO WS-TG-FOUND
               END-IF
               IF WS-TG-FOUND = "Y"
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                       MOVE TG-MONTH-TARGET(WS-MONTH-IDX) TO
                           WS-TG-MONTH(WS-TG-IDX, TG-YEAR,
                               WS-MONTH-IDX)
                   END-PERFORM
               END-IF
           END-IF.

       CALC-ONE-PLAN.
           ADD 1 TO WS-PLAN-CT
           MOVE CP-EMP-ID TO emp-id
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE " CP-EMP-ID " NOT ON FILE. "
                       "PLAN FOR BRANCH " CP-BRANCH " SKIPPED."
               NOT INVALID KEY
                   MOVE WS-RUN-YYYY TO WS-CALC-YYYY
                   MOVE WS-RUN-MM TO WS-CALC-MM
                   PERFORM VARYING WS-BACK FROM 0 BY 1
                       UNTIL WS-BACK > 11
                       PERFORM CALC-PLAN-MONTH
                       SUBTRACT 1 FROM WS-CALC-MM
                       IF WS-CALC-MM = 0
                           MOVE 12 TO WS-CALC-MM
                           SUBTRACT 1 FROM WS-CALC-YYYY
                       END-IF
                   END-PERFORM
           END-READ.

       CALC-PLAN-MONTH.
           MOVE WS-CALC-YYYY TO WS-CALC-MONTH(1:4)
           MOVE WS-CALC-MM TO WS-CALC-MONTH(5:2)
           COMPUTE WS-YEAR-SLOT = 5 - (WS-LATEST-YEAR -
               WS-CALC-YYYY)
           IF WS-CALC-MONTH >= CP-START-MONTH AND
              (CP-END-MONTH = "000000" OR
               WS-CALC-MONTH <= CP-END-MONTH) AND
              WS-YEAR-SLOT >= 1 AND WS-YEAR-SLOT <= 5
               PERFORM ADD-PRIOR-COMMISSION
               IF WS-BACK = 0 OR WS-PRIOR-CT > 0
                   PERFORM CALC-COMMISSION-DUE
                   COMPUTE WS-DIFF = WS-DUE - WS-PRIOR-NET
                   IF WS-DIFF NOT = 0
                       PERFORM WRITE-COMMISSION-RECORD
                   ELSE
                       IF WS-BACK = 0
                           PERFORM WRITE-REGISTER-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Entries already posted for the month (paid or not) count as
      * paid, so a rerun only picks up a later change to the sales.
       ADD-PRIOR-COMMISSION.
           MOVE 0 TO WS-PRIOR-CT
           MOVE 0 TO WS-PRIOR-NET
           MOVE 1 TO WS-NEXT-SEQ
           MOVE CP-EMP-ID TO CM-EMP-ID
           MOVE WS-CALC-MONTH TO CM-MONTH
           MOVE CP-BRANCH TO CM-BRANCH
           MOVE 0 TO CM-SEQ
           START COMMISSION-FILE KEY IS NOT LESS THAN CM-KEY
               INVALID KEY MOVE "10" TO WS-FS-COMMISSION
               NOT INVALID KEY MOVE "00" TO WS-FS-COMMISSION
           END-START
           PERFORM UNTIL WS-FS-COMMISSION = "10"
               READ COMMISSION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-COMMISSION
                   NOT AT END
                       IF CM-EMP-ID NOT = CP-EMP-ID OR
                          CM-MONTH NOT = WS-CALC-MONTH OR
                          CM-BRANCH NOT = CP-BRANCH
                           MOVE "10" TO WS-FS-COMMISSION
                       ELSE
                           ADD 1 TO WS-PRIOR-CT
                           IF CM-TYPE = "CLAW"
                               SUBTRACT CM-AMOUNT FROM WS-PRIOR-NET
                           ELSE
                               ADD CM-AMOUNT TO WS-PRIOR-NET
                           END-IF
                           COMPUTE WS-NEXT-SEQ = CM-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.

      * SALES.DAT and TARGETS.DAT hold whole thousands. The highest
      * tier whose starting percent has been reached sets the rate.
       CALC-COMMISSION-DUE.
           MOVE 0 TO WS-ACTUAL
           MOVE 0 TO WS-TARGET
           MOVE 0 TO WS-ACHIEVE-PCT
           MOVE 0 TO WS-RATE
           MOVE 0 TO WS-DUE
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-USED
               IF WS-BRANCH-CODE(WS-BRANCH-IDX) = CP-BRANCH
                   MOVE WS-BR-MONTH(WS-BRANCH-IDX, WS-YEAR-SLOT,
                       WS-CALC-MM) TO WS-ACTUAL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TG-IDX FROM 1 BY 1
               UNTIL WS-TG-IDX > WS-TG-USED
               IF WS-TG-CODE(WS-TG-IDX) = CP-BRANCH
                   MOVE WS-TG-MONTH(WS-TG-IDX, WS-YEAR-SLOT,
                       WS-CALC-MM) TO WS-TARGET
               END-IF
           END-PERFORM
           IF WS-TARGET > 0
               COMPUTE WS-ACHIEVE-PCT ROUNDED =
                   WS-ACTUAL * 100 / WS-TARGET
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 4
                   IF CP-TIER-RATE(WS-TIER-IDX) > 0 AND
                      WS-ACHIEVE-PCT >= CP-TIER-FROM-PCT(WS-TIER-IDX)
                       MOVE CP-TIER-RATE(WS-TIER-IDX) TO WS-RATE
                   END-IF
               END-PERFORM
               IF CP-PLAN-TYPE = "O"
                   COMPUTE WS-BASE-SALES = WS-ACTUAL - WS-TARGET
               ELSE
                   MOVE WS-ACTUAL TO WS-BASE-SALES
               END-IF
               IF WS-BASE-SALES > 0
                   COMPUTE WS-DUE ROUNDED =
                       WS-BASE-SALES * 1000 * WS-RATE / 100
               END-IF
           END-IF
           IF WS-ACHIEVE-PCT > 999.99
               MOVE 999.99 TO WS-ACHIEVE-PCT
           END-IF.

       WRITE-COMMISSION-RECORD.
           MOVE CP-EMP-ID TO CM-EMP-ID
           MOVE WS-CALC-MONTH TO CM-MONTH
           MOVE CP-BRANCH TO CM-BRANCH
           MOVE WS-NEXT-SEQ TO CM-SEQ
           IF WS-DIFF < 0
               MOVE "CLAW" TO CM-TYPE
               COMPUTE CM-AMOUNT = 0 - WS-DIFF
           ELSE
               MOVE "COMM" TO CM-TYPE
               MOVE WS-DIFF TO CM-AMOUNT
           END-IF
           MOVE WS-ACTUAL TO CM-ACTUAL
           MOVE WS-TARGET TO CM-TARGET
           MOVE WS-ACHIEVE-PCT TO CM-ACHIEVE-PCT
           MOVE WS-RATE TO CM-RATE
           MOVE WS-DUE TO CM-DUE
           MOVE "PENDING" TO CM-STATUS
           MOVE SPACES TO CM-PAID-MONTH
           MOVE WS-TODAY TO CM-CALC-DATE
           WRITE COMMISSION-RECORD
               INVALID KEY
                   DISPLAY "COMMISSION WRITE ERROR FOR " CM-EMP-ID
                       " " CM-MONTH " " CM-BRANCH
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-CT
                   IF CM-TYPE = "CLAW"
                       ADD CM-AMOUNT TO WS-TOTAL-CLAW
                   ELSE
                       ADD CM-AMOUNT TO WS-TOTAL-COMM
                   END-IF
                   PERFORM WRITE-REGISTER-LINE
           END-WRITE.

       WRITE-REGISTER-LINE.
           MOVE WS-DUE TO WS-DISPLAY-AMT
           MOVE WS-DIFF TO WS-DISPLAY-AMT3
           MOVE WS-ACHIEVE-PCT TO WS-DISPLAY-PCT
           MOVE WS-RATE TO WS-DISPLAY-RATE
           MOVE SPACES TO REGISTER-LINE
           STRING
               CP-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CP-BRANCH DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-CALC-MONTH DELIMITED BY SIZE
               " |  " DELIMITED BY SIZE
               WS-ACTUAL DELIMITED BY SIZE
               " |  " DELIMITED BY SIZE
               WS-TARGET DELIMITED BY SIZE
               " |  " DELIMITED BY SIZE
               WS-DISPLAY-PCT DELIMITED BY SIZE
               "% | " DELIMITED BY SIZE
               WS-DISPLAY-RATE DELIMITED BY SIZE
               "% | " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-DISPLAY-AMT3 DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           IF WS-DIFF < 0
               MOVE " CLAWBACK" TO REGISTER-LINE(95:9)
           END-IF
           WRITE REGISTER-LINE
           DISPLAY REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-COMM TO WS-DISPLAY-AMT
           MOVE WS-TOTAL-CLAW TO WS-DISPLAY-AMT2
           MOVE SPACES TO REGISTER-LINE
           STRING
               "PLANS: " DELIMITED BY SIZE
               WS-PLAN-CT DELIMITED BY SIZE
               " | ENTRIES POSTED: " DELIMITED BY SIZE
               WS-POSTED-CT DELIMITED BY SIZE
               " | COMMISSION: " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               " | CLAWBACK: " DELIMITED BY SIZE
               WS-DISPLAY-AMT2 DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           DISPLAY REGISTER-LINE.

       END PROGRAM COMMISSION-BATCH.
