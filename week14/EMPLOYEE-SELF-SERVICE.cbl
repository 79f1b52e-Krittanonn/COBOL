      ******************************************************************
      * Author:
      * Date:
      * Purpose: Employee self-service inquiry. The employee logs in
      *          with a staff directory ID and password and sees only
      *          the emp-id linked to that STAFFDIR.DAT entry - payslip
      *          history and the year's tax certificate figures from
      *          PAYROLL_YTD.TXT, leave entitlement and taken from
      *          LEAVEBAL.DAT, leave requests from LEAVE.DAT, current
      *          deductions from DEDUCT.DAT and the latest RATINGS.DAT
      *          result. A past month's payslip can be reprinted to
      *          PAYSLIP_<id>_<yyyymm>.TXT. Every login and every view
      *          is logged to SELFSERVICE_LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-SELF-SERVICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAFFDIR-FILE ASSIGN TO "STAFFDIR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STF-ID-KEY
           FILE STATUS IS WS-FS-STAFFDIR.

           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           record key is EMP-ID
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT YTD-FILE ASSIGN TO "PAYROLL_YTD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-YTD.

           SELECT LEAVE-FILE ASSIGN TO "LEAVE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LV-KEY
           FILE STATUS IS WS-FS-LEAVE.

           SELECT LEAVEBAL-FILE ASSIGN TO "LEAVEBAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LB-EMP-ID
           FILE STATUS IS WS-FS-LEAVEBAL.

           SELECT DEDUCT-FILE ASSIGN TO "DEDUCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DED-KEY
           FILE STATUS IS WS-FS-DEDUCT.

           SELECT RATINGS-FILE ASSIGN TO "RATINGS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-KEY
           FILE STATUS IS WS-FS-RATINGS.

           SELECT REPRINT-FILE ASSIGN TO WS-REPRINT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REPRINT.

           SELECT SSLOG-FILE ASSIGN TO "SELFSERVICE_LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SSLOG.

       DATA DIVISION.
       FILE SECTION.
       FD STAFFDIR-FILE.
       01 STAFFDIR-RECORD.
           05 STF-ID-KEY         PIC X(12).
           05 STF-NAME           PIC X(30).
           05 STF-PASSWORD       PIC X(20).
           05 STF-LIB-ROLE       PIC X(10).
           05 STF-SHOP-ROLE      PIC X(10).
           05 STF-BANK-ROLE      PIC X(10).
           05 STF-STATUS         PIC X(8).
           05 STF-FAILED-LOGINS  PIC 9(2).
           05 STF-EMP-ID         PIC X(4).
           05 STF-LIB-SUSP       PIC X(10).
           05 STF-SHOP-SUSP      PIC X(10).
           05 STF-BANK-SUSP      PIC X(10).

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

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           05 LV-KEY.
               10 LV-EMP-ID     PIC X(4).
               10 LV-START-DATE PIC 9(8).
           05 LV-END-DATE   PIC 9(8).
           05 LV-TYPE       PIC X(2).
           05 LV-STATUS     PIC X(9).
           05 LV-DAYS       PIC 9(3).
           05 LV-APPROVER   PIC X(4).
           05 LV-DECIDE-DATE PIC 9(8).

       FD LEAVEBAL-FILE.
       01 LEAVEBAL-RECORD.
           05 LB-EMP-ID       PIC X(4).
           05 LB-ENTITLED     PIC 9(3)V99.
           05 LB-TAKEN        PIC 9(3)V99.
           05 LB-LAST-ACCRUAL PIC X(6).

       FD DEDUCT-FILE.
       01 DEDUCT-RECORD.
           05 DED-KEY.
               10 DED-EMP-ID PIC X(4).
               10 DED-CODE   PIC X(4).
           05 DED-AMOUNT   PIC 9(7)V99.
           05 DED-PCT      PIC 99V99.
           05 DED-PRIORITY PIC 9(2).
           05 DED-START    PIC 9(8).
           05 DED-END      PIC 9(8).

       FD RATINGS-FILE.
       01 RATINGS-RECORD.
           05 RT-KEY.
               10 RT-EMP-ID PIC X(4).
               10 RT-YEAR   PIC 9(4).
           05 RT-SCORE    PIC 9.
           05 RT-REVIEWER PIC X(4).
           05 RT-COMMENT  PIC X(40).
           05 RT-SIGNED   PIC X.

       FD REPRINT-FILE.
       01 REPRINT-LINE PIC X(100).

       FD SSLOG-FILE.
       01 SSLOG-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-STAFFDIR PIC XX.
       01 WS-FS-EMPLOYEE PIC XX.
       01 WS-FS-YTD PIC XX.
       01 WS-FS-LEAVE PIC XX.
       01 WS-FS-LEAVEBAL PIC XX.
       01 WS-FS-DEDUCT PIC XX.
       01 WS-FS-RATINGS PIC XX.
       01 WS-FS-REPRINT PIC XX.
       01 WS-FS-SSLOG PIC XX.
       01 WS-LEAVE-OPEN PIC X VALUE "N".
       01 WS-LEAVEBAL-OPEN PIC X VALUE "N".
       01 WS-DEDUCT-OPEN PIC X VALUE "N".
       01 WS-RATINGS-OPEN PIC X VALUE "N".
       01 WS-CHOICE PIC 9 VALUE 0.
       01 WS-STAFF-ID PIC X(12).
       01 WS-STAFF-PASS PIC X(20).
       01 WS-LOGIN-OK PIC X VALUE "N".
       01 WS-MY-EMP-ID PIC X(4).
       01 WS-MY-NAME PIC X(52).
       01 WS-HASH-INPUT PIC X(20).
       01 WS-HASH-OUTPUT PIC X(20).
       01 WS-HASH-VALUE PIC 9(18).
       01 WS-HASH-IDX PIC 9(3).
       01 WS-TODAY PIC 9(8).
       01 WS-LOG-TIMESTAMP PIC X(21).
       01 WS-LOG-VIEW PIC X(30).
       01 ws-eof-flag pic x value 'N'.
       01 WS-INPUT-YEAR PIC X(4).
       01 WS-INPUT-MONTH PIC X(6).
       01 WS-ROW-CT PIC 9(3).
       01 WS-MONTHS PIC 9(2).
       01 WS-SUM-GROSS PIC 9(10)V99.
       01 WS-SUM-TAX PIC 9(10)V99.
       01 WS-SUM-SOCIAL PIC 9(10)V99.
       01 WS-SUM-NET PIC 9(10)V99.
       01 WS-OTHER-DED PIC S9(8)V99.
       01 WS-BALANCE PIC S9(4)V99.
       01 WS-DISPLAY-BAL PIC -(3)9.99.
       01 WS-DISPLAY-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-AMT2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-SIGNED PIC -,---,---,--9.99.
       01 WS-DISPLAY-PCT PIC Z9.99.
       01 WS-REPRINT-NAME PIC X(30).
       01 WS-SLIP-FOUND PIC X VALUE "N".
       01 WS-SLIP-REG-FOUND PIC X VALUE "N".
       01 WS-ADJ-ROWS PIC 9(2).
       01 WS-ADJ-GROSS PIC 9(8)V99.
       01 WS-ADJ-TAX PIC 9(8)V99.
       01 WS-ADJ-SOCIAL PIC 9(8)V99.
       01 WS-ADJ-NET PIC 9(8)V99.
       01 WS-SLIP-RECORD.
           05 WS-SLIP-MONTH  PIC X(6).
           05 WS-SLIP-GROSS  PIC 9(8)V99.
           05 WS-SLIP-TAX    PIC 9(8)V99.
           05 WS-SLIP-SOCIAL PIC 9(8)V99.
           05 WS-SLIP-NET    PIC 9(8)V99.
           05 WS-SLIP-BASE   PIC 9(8)V99.
           05 WS-SLIP-OT-PAY PIC 9(8)V99.
           05 WS-SLIP-DEPT   PIC X(10).
       01 WS-RATING-FOUND PIC X VALUE "N".
       01 WS-LAST-RATING.
           05 WS-LR-YEAR     PIC 9(4).
           05 WS-LR-SCORE    PIC 9.
           05 WS-LR-REVIEWER PIC X(4).
           05 WS-LR-COMMENT  PIC X(40).
           05 WS-LR-SIGNED   PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== EMPLOYEE SELF-SERVICE ====="
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM STAFF-LOGIN
           IF WS-LOGIN-OK NOT = "Y"
               STOP RUN
           END-IF

           PERFORM OPEN-ALL-FILES
           MOVE "LOGIN" TO WS-LOG-VIEW
           PERFORM WRITE-VIEW-LOG
           DISPLAY "WELCOME " WS-MY-NAME
           DISPLAY "EMPLOYEE ID: " WS-MY-EMP-ID

           PERFORM UNTIL WS-CHOICE = 9
               MOVE 0 TO WS-CHOICE
               DISPLAY " "
               DISPLAY "1. PAYSLIP HISTORY"
               DISPLAY "2. TAX CERTIFICATE FIGURES FOR A YEAR"
               DISPLAY "3. LEAVE BALANCE"
               DISPLAY "4. LEAVE REQUESTS"
               DISPLAY "5. CURRENT DEDUCTIONS"
               DISPLAY "6. LATEST PERFORMANCE RATING"
               DISPLAY "7. REPRINT A PAST PAYSLIP TO FILE"
               DISPLAY "8. EXIT"
               DISPLAY "CHOOSE OPTION (1-8): "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM SHOW-PAYSLIP-HISTORY
                   WHEN 2 PERFORM SHOW-TAX-CERTIFICATE
                   WHEN 3 PERFORM SHOW-LEAVE-BALANCE
                   WHEN 4 PERFORM SHOW-LEAVE-REQUESTS
                   WHEN 5 PERFORM SHOW-DEDUCTIONS
                   WHEN 6 PERFORM SHOW-LATEST-RATING
                   WHEN 7 PERFORM REPRINT-PAYSLIP
                   WHEN 8 MOVE 9 TO WS-CHOICE
                   WHEN OTHER DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           MOVE "LOGOUT" TO WS-LOG-VIEW
           PERFORM WRITE-VIEW-LOG
           PERFORM CLOSE-ALL-FILES
           STOP RUN.

       STAFF-LOGIN.
           MOVE "N" TO WS-LOGIN-OK
           OPEN I-O STAFFDIR-FILE
           IF WS-FS-STAFFDIR NOT = "00"
               DISPLAY "STAFFDIR.DAT not found. Self-service is "
                   "not available."
           ELSE
               DISPLAY "ENTER STAFF ID: "
               ACCEPT WS-STAFF-ID
               DISPLAY "ENTER PASSWORD: "
               ACCEPT WS-STAFF-PASS
               MOVE WS-STAFF-ID TO STF-ID-KEY
               READ STAFFDIR-FILE
                   INVALID KEY
                       DISPLAY "ERROR: INVALID STAFF ID OR PASSWORD."
                       MOVE "LOGIN FAILED" TO WS-LOG-VIEW
                       PERFORM WRITE-VIEW-LOG
                   NOT INVALID KEY
                       PERFORM CHECK-STAFF-CREDS
               END-READ
               CLOSE STAFFDIR-FILE
           END-IF.

       CHECK-STAFF-CREDS.
           IF STF-STATUS NOT = "ACTIVE"
               DISPLAY "STAFF ACCOUNT IS " STF-STATUS "."
               MOVE "LOGIN REFUSED" TO WS-LOG-VIEW
               PERFORM WRITE-VIEW-LOG
           ELSE
               MOVE WS-STAFF-PASS TO WS-HASH-INPUT
               PERFORM HASH-PASSWORD
               IF STF-PASSWORD = WS-HASH-OUTPUT
                   MOVE 0 TO STF-FAILED-LOGINS
                   REWRITE STAFFDIR-RECORD
                   IF STF-EMP-ID = SPACES
                       DISPLAY "NO EMPLOYEE RECORD IS LINKED TO "
                           "THIS STAFF ID."
                       MOVE "LOGIN NO EMP-ID" TO WS-LOG-VIEW
                       PERFORM WRITE-VIEW-LOG
                   ELSE
                       MOVE STF-EMP-ID TO WS-MY-EMP-ID
                       MOVE STF-NAME TO WS-MY-NAME
                       MOVE "Y" TO WS-LOGIN-OK
                   END-IF
               ELSE
                   DISPLAY "ERROR: INVALID STAFF ID OR PASSWORD."
                   ADD 1 TO STF-FAILED-LOGINS
                   IF STF-FAILED-LOGINS >= 3
                       MOVE "LOCKED" TO STF-STATUS
                       DISPLAY "STAFF ACCOUNT NOW LOCKED."
                   END-IF
                   REWRITE STAFFDIR-RECORD
                   MOVE "LOGIN FAILED" TO WS-LOG-VIEW
                   PERFORM WRITE-VIEW-LOG
               END-IF
           END-IF.

       HASH-PASSWORD.
           MOVE 0 TO WS-HASH-VALUE
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1 UNTIL
               WS-HASH-IDX > 20
               COMPUTE WS-HASH-VALUE =
                   FUNCTION MOD((WS-HASH-VALUE * 31) +
                   FUNCTION ORD(WS-HASH-INPUT(WS-HASH-IDX:1)),
                   999999999999999937)
           END-PERFORM
           MOVE WS-HASH-VALUE TO WS-HASH-OUTPUT.

       OPEN-ALL-FILES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE = "00"
               MOVE WS-MY-EMP-ID TO emp-id
               READ EMPLOYEE-FILE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-MY-NAME
                       STRING
                           emp-fname DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           emp-lname DELIMITED BY SIZE
                           INTO WS-MY-NAME
                       END-STRING
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF
           OPEN INPUT LEAVE-FILE
           IF WS-FS-LEAVE = "00"
               MOVE "Y" TO WS-LEAVE-OPEN
           END-IF
           OPEN INPUT LEAVEBAL-FILE
           IF WS-FS-LEAVEBAL = "00"
               MOVE "Y" TO WS-LEAVEBAL-OPEN
           END-IF
           OPEN INPUT DEDUCT-FILE
           IF WS-FS-DEDUCT = "00"
               MOVE "Y" TO WS-DEDUCT-OPEN
           END-IF
           OPEN INPUT RATINGS-FILE
           IF WS-FS-RATINGS = "00"
               MOVE "Y" TO WS-RATINGS-OPEN
           END-IF.

       CLOSE-ALL-FILES.
           IF WS-LEAVE-OPEN = "Y"
               CLOSE LEAVE-FILE
           END-IF
           IF WS-LEAVEBAL-OPEN = "Y"
               CLOSE LEAVEBAL-FILE
           END-IF
           IF WS-DEDUCT-OPEN = "Y"
               CLOSE DEDUCT-FILE
           END-IF
           IF WS-RATINGS-OPEN = "Y"
               CLOSE RATINGS-FILE
           END-IF.

       WRITE-VIEW-LOG.
           OPEN EXTEND SSLOG-FILE
           IF WS-FS-SSLOG NOT = "00"
               OPEN OUTPUT SSLOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP
           MOVE SPACES TO SSLOG-LINE
           STRING
               WS-LOG-TIMESTAMP(1:14) DELIMITED BY SIZE
               " | STAFF: " DELIMITED BY SIZE
               WS-STAFF-ID DELIMITED BY SIZE
               " | EMP: " DELIMITED BY SIZE
               WS-MY-EMP-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-LOG-VIEW DELIMITED BY SIZE
               INTO SSLOG-LINE
           END-STRING
           WRITE SSLOG-LINE
           CLOSE SSLOG-FILE.

       SHOW-PAYSLIP-HISTORY.
           MOVE "VIEW PAYSLIP HISTORY" TO WS-LOG-VIEW
           PERFORM WRITE-VIEW-LOG
           OPEN INPUT YTD-FILE
           IF WS-FS-YTD NOT = "00"
               DISPLAY "NO PAYROLL HISTORY ON FILE."
           ELSE
               MOVE 0 TO WS-ROW-CT
               MOVE 'N' TO ws-eof-flag
               DISPLAY "MONTH  |            GROSS |              TAX"
                   " |      SOCIAL FUND |          NET PAY"
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ YTD-FILE
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF YTD-EMP-ID = WS-MY-EMP-ID
                               PERFORM SHOW-ONE-PAYSLIP-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
               IF WS-ROW-CT = 0
                   DISPLAY "NO PAYSLIPS ON FILE FOR YOU."
               END-IF
           END-IF.

       SHOW-ONE-PAYSLIP-ROW.
           ADD 1 TO WS-ROW-CT
           MOVE YTD-GROSS TO WS-DISPLAY-AMT
           MOVE YTD-TAX TO WS-DISPLAY-AMT2
           DISPLAY YTD-MONTH " | " WS-DISPLAY-AMT " | "
               WS-DISPLAY-AMT2 " | " WITH NO ADVANCING
           MOVE YTD-SOCIAL TO WS-DISPLAY-AMT
           MOVE YTD-NET TO WS-DISPLAY-AMT2
           IF YTD-BASE IS NUMERIC AND YTD-BASE = 0
               DISPLAY WS-DISPLAY-AMT " | " WS-DISPLAY-AMT2
                   " ARREARS/SETTLEMENT"
           ELSE
               DISPLAY WS-DISPLAY-AMT " | " WS-DISPLAY-AMT2
           END-IF.

       SHOW-TAX-CERTIFICATE.
           DISPLAY "ENTER YEAR (YYYY): "
           ACCEPT WS-INPUT-YEAR
           MOVE SPACES TO WS-LOG-VIEW
           STRING
               "VIEW TAX FIGURES " DELIMITED BY SIZE
               WS-INPUT-YEAR DELIMITED BY SIZE
               INTO WS-LOG-VIEW
           END-STRING
           PERFORM WRITE-VIEW-LOG
           MOVE 0 TO WS-MONTHS
           MOVE 0 TO WS-SUM-GROSS
           MOVE 0 TO WS-SUM-TAX
           MOVE 0 TO WS-SUM-SOCIAL
           MOVE 0 TO WS-SUM-NET
           OPEN INPUT YTD-FILE
           IF WS-FS-YTD NOT = "00"
               DISPLAY "NO PAYROLL HISTORY ON FILE."
           ELSE
               MOVE 'N' TO ws-eof-flag
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ YTD-FILE
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF YTD-EMP-ID = WS-MY-EMP-ID AND
                              YTD-MONTH(1:4) = WS-INPUT-YEAR
                               ADD 1 TO WS-MONTHS
                               ADD YTD-GROSS TO WS-SUM-GROSS
                               ADD YTD-TAX TO WS-SUM-TAX
                               ADD YTD-SOCIAL TO WS-SUM-SOCIAL
                               ADD YTD-NET TO WS-SUM-NET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
               IF WS-MONTHS = 0
                   DISPLAY "NO PAYROLL RUNS ON FILE FOR YOU IN "
                       WS-INPUT-YEAR "."
               ELSE
                   DISPLAY "EARNINGS AND TAX " WS-INPUT-YEAR
                       " | " WS-MY-EMP-ID " " WS-MY-NAME
                   DISPLAY "MONTHS PAID:       " WS-MONTHS
                   MOVE WS-SUM-GROSS TO WS-DISPLAY-AMT
                   DISPLAY "TOTAL GROSS:       " WS-DISPLAY-AMT
                   MOVE WS-SUM-TAX TO WS-DISPLAY-AMT
                   DISPLAY "TAX WITHHELD:      " WS-DISPLAY-AMT
                   MOVE WS-SUM-SOCIAL TO WS-DISPLAY-AMT
                   DISPLAY "SOCIAL FUND:       " WS-DISPLAY-AMT
                   MOVE WS-SUM-NET TO WS-DISPLAY-AMT
                   DISPLAY "TOTAL NET PAID:    " WS-DISPLAY-AMT
                   IF WS-INPUT-YEAR = WS-TODAY(1:4)
                       DISPLAY "(YEAR TO DATE - THE CERTIFICATE IS "
                           "ISSUED AFTER YEAR END.)"
                   END-IF
               END-IF
           END-IF.

       SHOW-LEAVE-BALANCE.
           MOVE "VIEW LEAVE BALANCE" TO WS-LOG-VIEW
           PERFORM WRITE-VIEW-LOG
           IF WS-LEAVEBAL-OPEN NOT = "Y"
               DISPLAY "NO LEAVE BALANCES ON FILE."
           ELSE
               MOVE WS-MY-EMP-ID TO LB-EMP-ID
               READ LEAVEBAL-FILE
                   INVALID KEY
                       DISPLAY "NO LEAVE BALANCE ON FILE FOR YOU."
                   NOT INVALID KEY
                       MOVE LB-ENTITLED TO WS-DISPLAY-BAL
                       DISPLAY "ENTITLED:  " WS-DISPLAY-BAL
                       MOVE LB-TAKEN TO WS-DISPLAY-BAL
                       DISPLAY "TAKEN:     " WS-DISPLAY-BAL
                       COMPUTE WS-BALANCE = LB-ENTITLED - LB-TAKEN
                       MOVE WS-BALANCE TO WS-DISPLAY-BAL
                       DISPLAY "REMAINING: " WS-DISPLAY-BAL
                       IF LB-LAST-ACCRUAL NOT = SPACES
                           DISPLAY "LAST ACCRUAL: " LB-LAST-ACCRUAL
                       END-IF
               END-READ
           END-IF.

       SHOW-LEAVE-REQUESTS.
           MOVE "VIEW LEAVE REQUESTS" TO WS-LOG-VIEW
           PERFORM WRITE-VIEW-LOG
           IF WS-LEAVE-OPEN NOT = "Y"
               DISPLAY "NO LEAVE REQUESTS ON FILE."
           ELSE
               MOVE 0 TO WS-ROW-CT
               MOVE 'N' TO ws-eof-flag
               MOVE WS-MY-EMP-ID TO LV-EMP-ID
               MOVE 0 TO LV-START-DATE
               START LEAVE-FILE KEY IS >= LV-KEY
                   INVALID KEY MOVE 'Y' TO ws-eof-flag
               END-START
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ LEAVE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF LV-EMP-ID NOT = WS-MY-EMP-ID
                               MOVE 'Y' TO ws-eof-flag
                           ELSE
                               PERFORM SHOW-ONE-LEAVE-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ROW-CT = 0
                   DISPLAY "NO LEAVE REQUESTS ON FILE FOR YOU."
               END-IF
           END-IF.

       SHOW-ONE-LEAVE-REQUEST.
           ADD 1 TO WS-ROW-CT
           IF LV-STATUS = "PENDING"
               DISPLAY LV-START-DATE " TO " LV-END-DATE
                   " | TYPE: " LV-TYPE " | DAYS: " LV-DAYS
                   " | PENDING WITH: " LV-APPROVER
           ELSE
               DISPLAY LV-START-DATE " TO " LV-END-DATE
                   " | TYPE: " LV-TYPE " | DAYS: " LV-DAYS
                   " | " LV-STATUS " ON " LV-DECIDE-DATE
                   " BY " LV-APPROVER
           END-IF.

       SHOW-DEDUCTIONS.
           MOVE "VIEW DEDUCTIONS" TO WS-LOG-VIEW
           PERFORM WRITE-VIEW-LOG
           IF WS-DEDUCT-OPEN NOT = "Y"
               DISPLAY "NO DEDUCTIONS ON FILE."
           ELSE
               MOVE 0 TO WS-ROW-CT
               MOVE 'N' TO ws-eof-flag
               MOVE WS-MY-EMP-ID TO DED-EMP-ID
               MOVE LOW-VALUES TO DED-CODE
               START DEDUCT-FILE KEY IS >= DED-KEY
                   INVALID KEY MOVE 'Y' TO ws-eof-flag
               END-START
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ DEDUCT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF DED-EMP-ID NOT = WS-MY-EMP-ID
                               MOVE 'Y' TO ws-eof-flag
                           ELSE
                               IF DED-START <= WS-TODAY AND
                                  (DED-END = 0 OR
                                   DED-END >= WS-TODAY)
                                   PERFORM SHOW-ONE-DEDUCTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ROW-CT = 0
                   DISPLAY "NO DEDUCTIONS CURRENTLY IN FORCE FOR "
                       "YOU."
               END-IF
           END-IF.

       SHOW-ONE-DEDUCTION.
           ADD 1 TO WS-ROW-CT
           IF DED-PCT > 0
               MOVE DED-PCT TO WS-DISPLAY-PCT
               DISPLAY DED-CODE " | " WS-DISPLAY-PCT
                   "% OF GROSS | PRIORITY: " DED-PRIORITY
                   " | FROM: " DED-START " TO: " DED-END
           ELSE
               MOVE DED-AMOUNT TO WS-DISPLAY-AMT
               DISPLAY DED-CODE " | " WS-DISPLAY-AMT
                   " | PRIORITY: " DED-PRIORITY
                   " | FROM: " DED-START " TO: " DED-END
           END-IF.

       SHOW-LATEST-RATING.
           MOVE "VIEW LATEST RATING" TO WS-LOG-VIEW
           PERFORM WRITE-VIEW-LOG
           IF WS-RATINGS-OPEN NOT = "Y"
               DISPLAY "NO RATINGS ON FILE."
           ELSE
               MOVE "N" TO WS-RATING-FOUND
               MOVE 'N' TO ws-eof-flag
               MOVE WS-MY-EMP-ID TO RT-EMP-ID
               MOVE 0 TO RT-YEAR
               START RATINGS-FILE KEY IS >= RT-KEY
                   INVALID KEY MOVE 'Y' TO ws-eof-flag
               END-START
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ RATINGS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF RT-EMP-ID NOT = WS-MY-EMP-ID
                               MOVE 'Y' TO ws-eof-flag
                           ELSE
                               MOVE "Y" TO WS-RATING-FOUND
                               MOVE RT-YEAR TO WS-LR-YEAR
                               MOVE RT-SCORE TO WS-LR-SCORE
                               MOVE RT-REVIEWER TO WS-LR-REVIEWER
                               MOVE RT-COMMENT TO WS-LR-COMMENT
                               MOVE RT-SIGNED TO WS-LR-SIGNED
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RATING-FOUND = "N"
                   DISPLAY "NO RATING ON FILE FOR YOU."
               ELSE
                   DISPLAY "YEAR:     " WS-LR-YEAR
                   DISPLAY "SCORE:    " WS-LR-SCORE " (1-5)"
                   DISPLAY "REVIEWER: " WS-LR-REVIEWER
                   DISPLAY "COMMENT:  " WS-LR-COMMENT
                   IF WS-LR-SIGNED = "Y"
                       DISPLAY "SIGNED OFF"
                   ELSE
                       DISPLAY "NOT YET SIGNED OFF"
                   END-IF
               END-IF
           END-IF.

       REPRINT-PAYSLIP.
           DISPLAY "ENTER PAY MONTH TO REPRINT (YYYYMM): "
           ACCEPT WS-INPUT-MONTH
           MOVE SPACES TO WS-LOG-VIEW
           STRING
               "REPRINT PAYSLIP " DELIMITED BY SIZE
               WS-INPUT-MONTH DELIMITED BY SIZE
               INTO WS-LOG-VIEW
           END-STRING
           PERFORM WRITE-VIEW-LOG
           MOVE "N" TO WS-SLIP-FOUND
           MOVE "N" TO WS-SLIP-REG-FOUND
           MOVE WS-INPUT-MONTH TO WS-SLIP-MONTH
           MOVE 0 TO WS-SLIP-GROSS
           MOVE 0 TO WS-SLIP-TAX
           MOVE 0 TO WS-SLIP-SOCIAL
           MOVE 0 TO WS-SLIP-NET
           MOVE 0 TO WS-SLIP-BASE
           MOVE 0 TO WS-SLIP-OT-PAY
           MOVE SPACES TO WS-SLIP-DEPT
           MOVE 0 TO WS-ADJ-ROWS
           MOVE 0 TO WS-ADJ-GROSS
           MOVE 0 TO WS-ADJ-TAX
           MOVE 0 TO WS-ADJ-SOCIAL
           MOVE 0 TO WS-ADJ-NET
           OPEN INPUT YTD-FILE
           IF WS-FS-YTD NOT = "00"
               DISPLAY "NO PAYROLL HISTORY ON FILE."
           ELSE
               MOVE 'N' TO ws-eof-flag
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ YTD-FILE
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF YTD-EMP-ID = WS-MY-EMP-ID AND
                              YTD-MONTH = WS-INPUT-MONTH
                               PERFORM ADD-ONE-SLIP-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
               IF WS-SLIP-FOUND = "N"
                   DISPLAY "NO PAYSLIP ON FILE FOR YOU FOR "
                       WS-INPUT-MONTH "."
               ELSE
                   PERFORM WRITE-REPRINT-FILE
                   DISPLAY "PAYSLIP REPRINTED TO " WS-REPRINT-NAME
               END-IF
           END-IF.

      * A month can hold more than one PAYROLL_YTD.TXT row - the
      * regular run, plus retro arrears or a final settlement written
      * with base and OT of zero. Older rows carry no base at all and
      * are taken as the regular run.
       ADD-ONE-SLIP-ROW.
           MOVE "Y" TO WS-SLIP-FOUND
           ADD YTD-GROSS TO WS-SLIP-GROSS
           ADD YTD-TAX TO WS-SLIP-TAX
           ADD YTD-SOCIAL TO WS-SLIP-SOCIAL
           ADD YTD-NET TO WS-SLIP-NET
           IF WS-SLIP-DEPT = SPACES
               MOVE YTD-DEPT TO WS-SLIP-DEPT
           END-IF
           IF YTD-BASE IS NOT NUMERIC
               MOVE "Y" TO WS-SLIP-REG-FOUND
               MOVE YTD-DEPT TO WS-SLIP-DEPT
           ELSE
               IF YTD-BASE > 0
                   MOVE "Y" TO WS-SLIP-REG-FOUND
                   MOVE YTD-BASE TO WS-SLIP-BASE
                   MOVE YTD-OT-PAY TO WS-SLIP-OT-PAY
                   MOVE YTD-DEPT TO WS-SLIP-DEPT
               ELSE
                   ADD 1 TO WS-ADJ-ROWS
                   ADD YTD-GROSS TO WS-ADJ-GROSS
                   ADD YTD-TAX TO WS-ADJ-TAX
                   ADD YTD-SOCIAL TO WS-ADJ-SOCIAL
                   ADD YTD-NET TO WS-ADJ-NET
               END-IF
           END-IF.

       WRITE-REPRINT-FILE.
           MOVE SPACES TO WS-REPRINT-NAME
           STRING
               "PAYSLIP_" DELIMITED BY SIZE
               WS-MY-EMP-ID DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-SLIP-MONTH DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPRINT-NAME
           END-STRING
           OPEN OUTPUT REPRINT-FILE
           MOVE SPACES TO REPRINT-LINE
           STRING
               "PAYSLIP " DELIMITED BY SIZE
               WS-SLIP-MONTH DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-MY-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MY-NAME DELIMITED BY "  "
               " | DEPT: " DELIMITED BY SIZE
               WS-SLIP-DEPT DELIMITED BY SIZE
               INTO REPRINT-LINE
           END-STRING
           WRITE REPRINT-LINE
           MOVE SPACES TO REPRINT-LINE
           STRING
               "REPRINT FROM PAYROLL HISTORY ON " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPRINT-LINE
           END-STRING
           WRITE REPRINT-LINE
           IF WS-SLIP-REG-FOUND = "Y"
               MOVE WS-SLIP-BASE TO WS-DISPLAY-AMT
               MOVE WS-SLIP-OT-PAY TO WS-DISPLAY-AMT2
               MOVE SPACES TO REPRINT-LINE
               STRING
                   "BASE:   " DELIMITED BY SIZE
                   WS-DISPLAY-AMT DELIMITED BY SIZE
                   "  OT PAY: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT2 DELIMITED BY SIZE
                   INTO REPRINT-LINE
               END-STRING
               WRITE REPRINT-LINE
           END-IF
           IF WS-ADJ-ROWS > 0
               MOVE WS-ADJ-GROSS TO WS-DISPLAY-AMT
               MOVE WS-ADJ-NET TO WS-DISPLAY-AMT2
               MOVE SPACES TO REPRINT-LINE
               STRING
                   "ARREARS/SETTLEMENT (" DELIMITED BY SIZE
                   WS-ADJ-ROWS DELIMITED BY SIZE
                   " ROW(S)) GROSS: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT DELIMITED BY SIZE
                   "  NET: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT2 DELIMITED BY SIZE
                   INTO REPRINT-LINE
               END-STRING
               WRITE REPRINT-LINE
               MOVE WS-ADJ-TAX TO WS-DISPLAY-AMT
               MOVE WS-ADJ-SOCIAL TO WS-DISPLAY-AMT2
               MOVE SPACES TO REPRINT-LINE
               STRING
                   "ARREARS/SETTLEMENT TAX: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT DELIMITED BY SIZE
                   "  SOCIAL FUND: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT2 DELIMITED BY SIZE
                   INTO REPRINT-LINE
               END-STRING
               WRITE REPRINT-LINE
           END-IF
           MOVE WS-SLIP-GROSS TO WS-DISPLAY-AMT
           MOVE SPACES TO REPRINT-LINE
           STRING
               "GROSS:  " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               INTO REPRINT-LINE
           END-STRING
           WRITE REPRINT-LINE
           MOVE WS-SLIP-TAX TO WS-DISPLAY-AMT
           MOVE WS-SLIP-SOCIAL TO WS-DISPLAY-AMT2
           MOVE SPACES TO REPRINT-LINE
           STRING
               "TAX:    " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               "  SOCIAL FUND: " DELIMITED BY SIZE
               WS-DISPLAY-AMT2 DELIMITED BY SIZE
               INTO REPRINT-LINE
           END-STRING
           WRITE REPRINT-LINE
           COMPUTE WS-OTHER-DED = WS-SLIP-GROSS - WS-SLIP-TAX
               - WS-SLIP-SOCIAL - WS-SLIP-NET
           IF WS-OTHER-DED NOT = 0
               MOVE WS-OTHER-DED TO WS-DISPLAY-SIGNED
               MOVE SPACES TO REPRINT-LINE
               STRING
                   "OTHER DEDUCTIONS LESS REIMBURSEMENTS: "
                       DELIMITED BY SIZE
                   WS-DISPLAY-SIGNED DELIMITED BY SIZE
                   INTO REPRINT-LINE
               END-STRING
               WRITE REPRINT-LINE
           END-IF
           MOVE WS-SLIP-NET TO WS-DISPLAY-AMT
           MOVE SPACES TO REPRINT-LINE
           STRING
               "NET PAY: " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               INTO REPRINT-LINE
           END-STRING
           WRITE REPRINT-LINE
           CLOSE REPRINT-FILE.
