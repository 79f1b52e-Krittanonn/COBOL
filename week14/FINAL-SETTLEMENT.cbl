      ******************************************************************
      * Author:
      * Date:
      * Purpose: Final settlement pay for a terminated employee, from
      *          the unsettled row TERMINATE-EMPLOYEE left on
      *          EMPLOYEES_ARCHIVE.DAT. Pays pro-rata salary for the
      *          termination month (emp-salary / 30 per day, unless
      *          the monthly run already paid that month), encashes
      *          unused leave (LB-ENTITLED - LB-TAKEN) at the daily
      *          rate or recovers a negative balance, takes the last
      *          instalment of open DEDUCT.DAT deductions and closes
      *          them, then applies the PAYCONFIG.TXT tax bands and
      *          social fund. Approved EXPENSE.DAT claims are added
      *          as a non-taxable reimbursement and marked PAID.
      *          PENDING sales commission in COMMISSION.DAT is added
      *          to gross as taxable earnings (a clawback reduces it;
      *          one larger than the settlement gross is held and
      *          left PENDING), and PENDING arrears in RETRO.DAT are
      *          paid on their own line outside gross; both are
      *          marked PAID with pay period FS<id> so the monthly
      *          run cannot pay them again.
      *          Writes FINAL_PAYSLIP_<id>.TXT, a
      *          PAYROLL_YTD.TXT record for the year-end certificate
      *          and, for a bank-paid leaver, a PAYCREDIT.TXT file for
      *          pay period FS<id> for PAYROLL-DEPOSIT-POST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINAL-SETTLEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "EMPLOYEES_ARCHIVE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARC-KEY
           FILE STATUS IS WS-FS-ARCHIVE.

           SELECT PAYCONFIG-FILE ASSIGN TO "PAYCONFIG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYCONFIG.

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

           SELECT EXPENSE-FILE ASSIGN TO "EXPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EX-KEY
           FILE STATUS IS WS-FS-EXPENSE.

           SELECT RETRO-FILE ASSIGN TO "RETRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-KEY
           FILE STATUS IS WS-FS-RETRO.

           SELECT COMMISSION-FILE ASSIGN TO "COMMISSION.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-KEY
           FILE STATUS IS WS-FS-COMMISSION.

           SELECT YTD-FILE ASSIGN TO "PAYROLL_YTD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-YTD.

           SELECT PAYSLIP-FILE ASSIGN TO WS-PAYSLIP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYSLIP.

           SELECT PAYCREDIT-FILE ASSIGN TO "PAYCREDIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYCREDIT.

           SELECT PAYPOST-FILE ASSIGN TO "PAYPOST_RUN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYPOST.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-KEY.
               10 ARC-EMP-ID    PIC X(4).
               10 ARC-TERM-DATE PIC 9(8).
           05 ARC-TITLE     PIC X(10).
           05 ARC-FNAME     PIC X(25).
           05 ARC-LNAME     PIC X(25).
           05 ARC-DEPT      PIC X(10).
           05 ARC-SALARY    PIC 9(8)V99.
           05 ARC-HIRE-DATE PIC 9(8).
           05 ARC-REASON    PIC X(2).
           05 ARC-BANK-ACCT PIC X(10).
           05 ARC-SETTLE-DATE PIC 9(8).

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

       FD RETRO-FILE.
       01 RETRO-RECORD.
           05 RR-KEY.
               10 RR-EMP-ID    PIC X(4).
               10 RR-MONTH     PIC X(6).
               10 RR-SEQ       PIC 9(2).
           05 RR-PAID-BASE  PIC 9(8)V99.
           05 RR-DUE-BASE   PIC 9(8)V99.
           05 RR-GROSS      PIC 9(8)V99.
           05 RR-TAX        PIC 9(8)V99.
           05 RR-SOCIAL     PIC 9(8)V99.
           05 RR-STATUS     PIC X(7).
           05 RR-PAID-MONTH PIC X(6).
           05 RR-CALC-DATE  PIC 9(8).

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

       FD PAYSLIP-FILE.
       01 PAYSLIP-LINE PIC X(100).

       FD PAYCREDIT-FILE.
       01 PAYCREDIT-RECORD.
           05 PCR-TYPE   PIC X.
           05 PCR-MONTH  PIC X(6).
           05 PCR-EMP-ID PIC X(4).
           05 PCR-ACC-NO PIC X(10).
           05 PCR-AMOUNT PIC 9(10)V99.

       FD PAYPOST-FILE.
       01 PAYPOST-LINE PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-FS-ARCHIVE PIC XX.
       01 WS-FS-PAYCONFIG PIC XX.
       01 WS-FS-LEAVEBAL PIC XX.
       01 WS-FS-DEDUCT PIC XX.
       01 WS-FS-EXPENSE PIC XX.
       01 WS-REIMBURSE PIC 9(8)V99 VALUE 0.
       01 WS-REIMBURSE-CT PIC 9(3) VALUE 0.
       01 WS-FS-RETRO PIC XX.
       01 WS-RETRO-OPEN PIC X VALUE "N".
       01 WS-RETRO-GROSS PIC 9(8)V99 VALUE 0.
       01 WS-RETRO-TAX PIC 9(8)V99 VALUE 0.
       01 WS-RETRO-SOCIAL PIC 9(8)V99 VALUE 0.
       01 WS-RETRO-NET PIC 9(8)V99 VALUE 0.
       01 WS-RETRO-CT PIC 9(3) VALUE 0.
       01 WS-FS-COMMISSION PIC XX.
       01 WS-COMMISSION-OPEN PIC X VALUE "N".
       01 WS-COMM-MARK PIC X VALUE "N".
       01 WS-COMM-PAY PIC S9(8)V99 VALUE 0.
       01 WS-COMM-CT PIC 9(3) VALUE 0.
       01 WS-COMM-HELD PIC X VALUE "N".
       01 WS-FS-YTD PIC XX.
       01 WS-FS-PAYSLIP PIC XX.
       01 WS-FS-PAYCREDIT PIC XX.
       01 WS-FS-PAYPOST PIC XX.
       01 WS-PAYSLIP-NAME PIC X(24).
       01 ws-input-id pic x(4).
       01 ws-confirm pic x.
       01 ws-eof-flag pic x value 'N'.
       01 WS-ARC-FOUND PIC X VALUE "N".
       01 WS-LEAVEBAL-OPEN PIC X VALUE "N".
       01 WS-DEDUCT-OPEN PIC X VALUE "N".
       01 WS-MONTH-PAID PIC X VALUE "N".
       01 WS-PENDING-PERIOD PIC X(6).
       01 WS-PENDING-POSTED PIC X VALUE "N".
       01 WS-SETTLE-PERIOD PIC X(6).
       01 WS-TERM-MONTH PIC X(6).
       01 WS-TERM-DAY PIC 9(2).
       01 WS-RUN-DATE-NUM PIC 9(8).
       01 WS-BAND1-LIMIT PIC 9(7) VALUE 20000.
       01 WS-BAND1-RATE PIC 99V99 VALUE 0.
       01 WS-BAND2-LIMIT PIC 9(7) VALUE 50000.
       01 WS-BAND2-RATE PIC 99V99 VALUE 10.
       01 WS-BAND3-RATE PIC 99V99 VALUE 20.
       01 WS-SOCIAL-RATE PIC 99V99 VALUE 5.
       01 WS-SOCIAL-CAP PIC 9(5) VALUE 750.
       01 WS-DAILY-RATE PIC 9(7)V99.
       01 WS-PRORATA-DAYS PIC 9(2) VALUE 0.
       01 WS-PRORATA-PAY PIC 9(8)V99 VALUE 0.
       01 WS-LEAVE-BALANCE PIC S9(3)V99 VALUE 0.
       01 WS-LEAVE-DAYS PIC 9(3)V99 VALUE 0.
       01 WS-ENCASH-PAY PIC 9(8)V99 VALUE 0.
       01 WS-LEAVE-RECOVERY PIC 9(8)V99 VALUE 0.
       01 WS-GROSS PIC 9(8)V99.
       01 WS-TAX PIC 9(8)V99.
       01 WS-SOCIAL PIC 9(8)V99.
       01 WS-NET PIC 9(8)V99.
       01 WS-BAND-PORTION PIC 9(8)V99.
       01 WS-DD-COUNT PIC 9(2) VALUE 0.
       01 WS-DD-IDX PIC 9(2).
       01 WS-DD-JDX PIC 9(2).
       01 WS-DED-THIS PIC 9(7)V99.
       01 WS-DED-TOTAL PIC 9(8)V99 VALUE 0.
       01 WS-DED-CLOSED PIC 9(2) VALUE 0.
       01 WS-PROTECTED-FLOOR PIC 9(8)V99.
       01 WS-NET-ROOM PIC S9(8)V99.
       01 WS-SWAP-DED PIC X(30).
       01 WS-DISPLAY-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-AMT2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-SIGNED PIC -,---,---,--9.99.

       01 EMP-DEDUCT-TABLE.
           05 DD-ENTRY OCCURS 10 TIMES.
               10 DD-REST.
                   15 DD-CODE     PIC X(4).
                   15 DD-AMOUNT   PIC 9(7)V99.
                   15 DD-PCT      PIC 99V99.
                   15 DD-PRIORITY PIC 9(2).
               10 DD-APPLIED  PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== FINAL SETTLEMENT PAY ====="
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO WS-RUN-DATE-NUM

           OPEN I-O ARCHIVE-FILE
           IF WS-FS-ARCHIVE NOT = "00"
               DISPLAY "EMPLOYEES_ARCHIVE.DAT not found."
               STOP RUN
           END-IF

           display "Enter terminated Employee ID: ".
           accept ws-input-id.
           PERFORM FIND-UNSETTLED-ARCHIVE
           IF WS-ARC-FOUND = "N"
               DISPLAY "NO UNSETTLED TERMINATION ON FILE FOR "
                   ws-input-id "."
               CLOSE ARCHIVE-FILE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-SETTLE-PERIOD
           STRING
               "FS" DELIMITED BY SIZE
               ARC-EMP-ID DELIMITED BY SIZE
               INTO WS-SETTLE-PERIOD
           END-STRING
           IF ARC-BANK-ACCT NOT = SPACES
               PERFORM CHECK-PENDING-PAYCREDIT
               IF WS-PENDING-POSTED = "N"
                   DISPLAY "PAYCREDIT.TXT FOR PAY PERIOD "
                       WS-PENDING-PERIOD " HAS NOT BEEN POSTED BY "
                       "THE BANK YET."
                   DISPLAY "POST IT FIRST. SETTLEMENT NOT RUN."
                   CLOSE ARCHIVE-FILE
                   STOP RUN
               END-IF
           END-IF

           DISPLAY "Employee: " ARC-FNAME " " ARC-LNAME
               " , DEPT: " ARC-DEPT
           DISPLAY "Terminated: " ARC-TERM-DATE " REASON: "
               ARC-REASON
           DISPLAY "Confirm final settlement (Y/N): "
           ACCEPT ws-confirm
           IF ws-confirm NOT = 'Y' AND ws-confirm NOT = 'y'
               DISPLAY "Settlement cancelled."
               CLOSE ARCHIVE-FILE
               STOP RUN
           END-IF

           PERFORM LOAD-PAYCONFIG
           MOVE ARC-TERM-DATE(1:6) TO WS-TERM-MONTH
           MOVE ARC-TERM-DATE(7:2) TO WS-TERM-DAY
           COMPUTE WS-DAILY-RATE ROUNDED = ARC-SALARY / 30

           PERFORM CHECK-MONTH-PAID
           PERFORM COMPUTE-PRORATA-PAY
           PERFORM SETTLE-LEAVE-BALANCE

           COMPUTE WS-GROSS = WS-PRORATA-PAY + WS-ENCASH-PAY
           IF WS-LEAVE-RECOVERY > WS-GROSS
               MOVE WS-GROSS TO WS-LEAVE-RECOVERY
           END-IF
           SUBTRACT WS-LEAVE-RECOVERY FROM WS-GROSS

           OPEN I-O RETRO-FILE
           IF WS-FS-RETRO = "00"
               MOVE "Y" TO WS-RETRO-OPEN
           END-IF
           OPEN I-O COMMISSION-FILE
           IF WS-FS-COMMISSION = "00"
               MOVE "Y" TO WS-COMMISSION-OPEN
           END-IF
           PERFORM PAY-COMMISSION

           PERFORM COMPUTE-TAX
           COMPUTE WS-SOCIAL ROUNDED =
               WS-GROSS * WS-SOCIAL-RATE / 100
           IF WS-SOCIAL > WS-SOCIAL-CAP
               MOVE WS-SOCIAL-CAP TO WS-SOCIAL
           END-IF
           COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-SOCIAL
           PERFORM SETTLE-DEDUCTIONS
           PERFORM REIMBURSE-EXPENSES
           ADD WS-REIMBURSE TO WS-NET
           PERFORM PAY-RETRO-ARREARS
           ADD WS-RETRO-NET TO WS-NET
           IF WS-RETRO-OPEN = "Y"
               CLOSE RETRO-FILE
           END-IF
           IF WS-COMMISSION-OPEN = "Y"
               CLOSE COMMISSION-FILE
           END-IF

           PERFORM WRITE-FINAL-PAYSLIP
           PERFORM WRITE-YTD-RECORD
           IF ARC-BANK-ACCT NOT = SPACES AND WS-NET > 0
               PERFORM WRITE-PAYCREDIT-FILE
           ELSE
               DISPLAY "NO BANK ACCOUNT ON FILE OR NOTHING TO PAY. "
                   "PAY BY CASH ENVELOPE."
           END-IF

           MOVE WS-RUN-DATE-NUM TO ARC-SETTLE-DATE
           REWRITE ARCHIVE-RECORD
               INVALID KEY DISPLAY "ARCHIVE REWRITE ERROR!!"
           END-REWRITE
           CLOSE ARCHIVE-FILE

           MOVE WS-GROSS TO WS-DISPLAY-AMT
           MOVE WS-NET TO WS-DISPLAY-AMT2
           DISPLAY "FINAL GROSS: " WS-DISPLAY-AMT
               "  NET: " WS-DISPLAY-AMT2
           DISPLAY "PAYSLIP IS IN " WS-PAYSLIP-NAME "."
           STOP RUN.

       FIND-UNSETTLED-ARCHIVE.
           MOVE "N" TO WS-ARC-FOUND
           MOVE ws-input-id TO ARC-EMP-ID
           MOVE 0 TO ARC-TERM-DATE
           START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY
               INVALID KEY MOVE "10" TO WS-FS-ARCHIVE
               NOT INVALID KEY MOVE "00" TO WS-FS-ARCHIVE
           END-START
           PERFORM UNTIL WS-FS-ARCHIVE = "10" OR WS-ARC-FOUND = "Y"
               READ ARCHIVE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-ARCHIVE
                   NOT AT END
                       IF ARC-EMP-ID NOT = ws-input-id
                           MOVE "10" TO WS-FS-ARCHIVE
                       ELSE
                           IF ARC-SETTLE-DATE IS NOT NUMERIC
                               MOVE 0 TO ARC-SETTLE-DATE
                           END-IF
                           IF ARC-SETTLE-DATE = 0
                               MOVE "Y" TO WS-ARC-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-PENDING-PAYCREDIT.
           MOVE "Y" TO WS-PENDING-POSTED
           MOVE SPACES TO WS-PENDING-PERIOD
           MOVE "N" TO ws-eof-flag
           OPEN INPUT PAYCREDIT-FILE
           IF WS-FS-PAYCREDIT = "00"
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ PAYCREDIT-FILE
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF PCR-TYPE = "H"
                               MOVE PCR-MONTH TO WS-PENDING-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYCREDIT-FILE
           END-IF
           IF WS-PENDING-PERIOD NOT = SPACES
               MOVE "N" TO WS-PENDING-POSTED
               MOVE "N" TO ws-eof-flag
               OPEN INPUT PAYPOST-FILE
               IF WS-FS-PAYPOST = "00"
                   PERFORM UNTIL ws-eof-flag = 'Y'
                       READ PAYPOST-FILE
                           AT END MOVE 'Y' TO ws-eof-flag
                           NOT AT END
                               IF PAYPOST-LINE = WS-PENDING-PERIOD
                                   MOVE "Y" TO WS-PENDING-POSTED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAYPOST-FILE
               END-IF
           END-IF
           MOVE "N" TO ws-eof-flag.

       LOAD-PAYCONFIG.
           OPEN INPUT PAYCONFIG-FILE
           IF WS-FS-PAYCONFIG = "00"
               READ PAYCONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PC-BAND1-LIMIT TO WS-BAND1-LIMIT
                       MOVE PC-BAND1-RATE TO WS-BAND1-RATE
                       MOVE PC-BAND2-LIMIT TO WS-BAND2-LIMIT
                       MOVE PC-BAND2-RATE TO WS-BAND2-RATE
                       MOVE PC-BAND3-RATE TO WS-BAND3-RATE
                       MOVE PC-SOCIAL-RATE TO WS-SOCIAL-RATE
                       MOVE PC-SOCIAL-CAP TO WS-SOCIAL-CAP
               END-READ
               CLOSE PAYCONFIG-FILE
           ELSE
               DISPLAY "PAYCONFIG.TXT not found. Using default "
                   "deduction table."
           END-IF.

       CHECK-MONTH-PAID.
           MOVE "N" TO WS-MONTH-PAID
           MOVE "N" TO ws-eof-flag
           OPEN INPUT YTD-FILE
           IF WS-FS-YTD = "00"
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ YTD-FILE
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF YTD-EMP-ID = ARC-EMP-ID AND
                              YTD-MONTH = WS-TERM-MONTH
                               MOVE "Y" TO WS-MONTH-PAID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE YTD-FILE
           END-IF
           MOVE "N" TO ws-eof-flag.

       COMPUTE-PRORATA-PAY.
           MOVE 0 TO WS-PRORATA-DAYS
           MOVE 0 TO WS-PRORATA-PAY
           IF WS-MONTH-PAID = "Y"
               DISPLAY "MONTH " WS-TERM-MONTH " WAS ALREADY PAID BY "
                   "THE MONTHLY RUN. NO PRO-RATA SALARY."
           ELSE
               MOVE WS-TERM-DAY TO WS-PRORATA-DAYS
               IF WS-PRORATA-DAYS > 30
                   MOVE 30 TO WS-PRORATA-DAYS
               END-IF
               COMPUTE WS-PRORATA-PAY ROUNDED =
                   WS-DAILY-RATE * WS-PRORATA-DAYS
               IF WS-PRORATA-PAY > ARC-SALARY
                   MOVE ARC-SALARY TO WS-PRORATA-PAY
               END-IF
           END-IF.

       SETTLE-LEAVE-BALANCE.
           MOVE 0 TO WS-LEAVE-BALANCE
           MOVE 0 TO WS-ENCASH-PAY
           MOVE 0 TO WS-LEAVE-RECOVERY
           OPEN I-O LEAVEBAL-FILE
           IF WS-FS-LEAVEBAL = "00"
               MOVE ARC-EMP-ID TO LB-EMP-ID
               READ LEAVEBAL-FILE
                   INVALID KEY
                       DISPLAY "NO LEAVE BALANCE ON FILE."
                   NOT INVALID KEY
                       COMPUTE WS-LEAVE-BALANCE =
                           LB-ENTITLED - LB-TAKEN
                       IF WS-LEAVE-BALANCE > 0
                           MOVE WS-LEAVE-BALANCE TO WS-LEAVE-DAYS
                           COMPUTE WS-ENCASH-PAY ROUNDED =
                               WS-DAILY-RATE * WS-LEAVE-DAYS
                       END-IF
                       IF WS-LEAVE-BALANCE < 0
                           COMPUTE WS-LEAVE-DAYS =
                               0 - WS-LEAVE-BALANCE
                           COMPUTE WS-LEAVE-RECOVERY ROUNDED =
                               WS-DAILY-RATE * WS-LEAVE-DAYS
                       END-IF
                       MOVE 0 TO LB-ENTITLED
                       MOVE 0 TO LB-TAKEN
                       REWRITE LEAVEBAL-RECORD
               END-READ
               CLOSE LEAVEBAL-FILE
           ELSE
               DISPLAY "LEAVEBAL.DAT not found. No leave "
                   "encashment."
           END-IF.

       COMPUTE-TAX.
           MOVE 0 TO WS-TAX
           IF WS-GROSS > WS-BAND1-LIMIT
               IF WS-GROSS > WS-BAND2-LIMIT
                   MOVE WS-BAND2-LIMIT TO WS-BAND-PORTION
                   SUBTRACT WS-BAND1-LIMIT FROM WS-BAND-PORTION
                   COMPUTE WS-TAX ROUNDED =
                       (WS-BAND-PORTION * WS-BAND2-RATE / 100) +
                       ((WS-GROSS - WS-BAND2-LIMIT) *
                        WS-BAND3-RATE / 100)
               ELSE
                   COMPUTE WS-TAX ROUNDED =
                       (WS-GROSS - WS-BAND1-LIMIT) *
                       WS-BAND2-RATE / 100
               END-IF
           END-IF
           IF WS-BAND1-RATE > 0
               COMPUTE WS-TAX ROUNDED = WS-TAX +
                   (FUNCTION MIN(WS-GROSS, WS-BAND1-LIMIT) *
                    WS-BAND1-RATE / 100)
           END-IF.

       SETTLE-DEDUCTIONS.
           MOVE 0 TO WS-DED-TOTAL
           MOVE 0 TO WS-DD-COUNT
           OPEN I-O DEDUCT-FILE
           IF WS-FS-DEDUCT = "00"
               MOVE "Y" TO WS-DEDUCT-OPEN
               PERFORM LOAD-OPEN-DEDUCTIONS
               IF WS-MONTH-PAID = "N"
                   PERFORM SORT-DEDUCTIONS-BY-PRIORITY
                   COMPUTE WS-PROTECTED-FLOOR ROUNDED =
                       WS-GROSS * 30 / 100
                   PERFORM VARYING WS-DD-IDX FROM 1 BY 1 UNTIL
                       WS-DD-IDX > WS-DD-COUNT
                       PERFORM APPLY-ONE-DEDUCTION
                   END-PERFORM
               END-IF
               CLOSE DEDUCT-FILE
               DISPLAY "DEDUCTIONS CLOSED: " WS-DED-CLOSED
           END-IF.

       LOAD-OPEN-DEDUCTIONS.
           MOVE ARC-EMP-ID TO DED-EMP-ID
           MOVE LOW-VALUES TO DED-CODE
           START DEDUCT-FILE KEY IS NOT LESS THAN DED-KEY
               INVALID KEY MOVE "10" TO WS-FS-DEDUCT
               NOT INVALID KEY MOVE "00" TO WS-FS-DEDUCT
           END-START
           PERFORM UNTIL WS-FS-DEDUCT = "10"
               READ DEDUCT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-DEDUCT
                   NOT AT END
                       IF DED-EMP-ID NOT = ARC-EMP-ID
                           MOVE "10" TO WS-FS-DEDUCT
                       ELSE
                           IF DED-END = 0 OR
                              DED-END > ARC-TERM-DATE
                               PERFORM CLOSE-ONE-DEDUCTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CLOSE-ONE-DEDUCTION.
           IF DED-START <= ARC-TERM-DATE AND WS-DD-COUNT < 10
               ADD 1 TO WS-DD-COUNT
               MOVE DED-CODE TO DD-CODE(WS-DD-COUNT)
               MOVE DED-AMOUNT TO DD-AMOUNT(WS-DD-COUNT)
               MOVE DED-PCT TO DD-PCT(WS-DD-COUNT)
               MOVE DED-PRIORITY TO DD-PRIORITY(WS-DD-COUNT)
               MOVE 0 TO DD-APPLIED(WS-DD-COUNT)
           END-IF
           MOVE ARC-TERM-DATE TO DED-END
           REWRITE DEDUCT-RECORD
           ADD 1 TO WS-DED-CLOSED.

       SORT-DEDUCTIONS-BY-PRIORITY.
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1 UNTIL
               WS-DD-IDX > WS-DD-COUNT
               PERFORM VARYING WS-DD-JDX FROM 1 BY 1 UNTIL
                   WS-DD-JDX > WS-DD-COUNT - WS-DD-IDX
                   IF DD-PRIORITY(WS-DD-JDX) >
                      DD-PRIORITY(WS-DD-JDX + 1)
                       MOVE DD-REST(WS-DD-JDX) TO WS-SWAP-DED
                       MOVE DD-REST(WS-DD-JDX + 1)
                           TO DD-REST(WS-DD-JDX)
                       MOVE WS-SWAP-DED TO DD-REST(WS-DD-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPLY-ONE-DEDUCTION.
           IF DD-AMOUNT(WS-DD-IDX) > 0
               MOVE DD-AMOUNT(WS-DD-IDX) TO WS-DED-THIS
           ELSE
               COMPUTE WS-DED-THIS ROUNDED =
                   WS-GROSS * DD-PCT(WS-DD-IDX) / 100
           END-IF
           COMPUTE WS-NET-ROOM = WS-NET - WS-PROTECTED-FLOOR
           IF WS-NET-ROOM <= 0
               MOVE 0 TO WS-DED-THIS
           ELSE
               IF WS-DED-THIS > WS-NET-ROOM
                   MOVE WS-NET-ROOM TO WS-DED-THIS
               END-IF
           END-IF
           MOVE WS-DED-THIS TO DD-APPLIED(WS-DD-IDX)
           IF WS-DED-THIS > 0
               SUBTRACT WS-DED-THIS FROM WS-NET
               ADD WS-DED-THIS TO WS-DED-TOTAL
           END-IF.

       REIMBURSE-EXPENSES.
           OPEN I-O EXPENSE-FILE
           IF WS-FS-EXPENSE = "00"
               MOVE ARC-EMP-ID TO EX-EMP-ID
               MOVE 0 TO EX-CLAIM-NO
               START EXPENSE-FILE KEY IS NOT LESS THAN EX-KEY
                   INVALID KEY MOVE "10" TO WS-FS-EXPENSE
                   NOT INVALID KEY MOVE "00" TO WS-FS-EXPENSE
               END-START
               PERFORM UNTIL WS-FS-EXPENSE = "10"
                   READ EXPENSE-FILE NEXT
                       AT END MOVE "10" TO WS-FS-EXPENSE
                       NOT AT END
                           IF EX-EMP-ID NOT = ARC-EMP-ID
                               MOVE "10" TO WS-FS-EXPENSE
                           ELSE
                               IF EX-STATUS = "APPROVED"
                                   ADD EX-AMOUNT TO WS-REIMBURSE
                                   ADD 1 TO WS-REIMBURSE-CT
                                   MOVE "PAID" TO EX-STATUS
                                   MOVE WS-SETTLE-PERIOD
                                       TO EX-PAID-MONTH
                                   REWRITE EXPENSE-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-FILE
           END-IF.

      * Arrears were taxed month by month by RETRO-PAY-BATCH, so
      * they are paid on their own line outside the settlement gross.
       PAY-RETRO-ARREARS.
           MOVE 0 TO WS-RETRO-GROSS
           MOVE 0 TO WS-RETRO-TAX
           MOVE 0 TO WS-RETRO-SOCIAL
           MOVE 0 TO WS-RETRO-NET
           MOVE 0 TO WS-RETRO-CT
           IF WS-RETRO-OPEN = "Y"
               MOVE ARC-EMP-ID TO RR-EMP-ID
               MOVE LOW-VALUES TO RR-MONTH
               MOVE 0 TO RR-SEQ
               START RETRO-FILE KEY IS NOT LESS THAN RR-KEY
                   INVALID KEY MOVE "10" TO WS-FS-RETRO
                   NOT INVALID KEY MOVE "00" TO WS-FS-RETRO
               END-START
               PERFORM UNTIL WS-FS-RETRO = "10"
                   READ RETRO-FILE NEXT
                       AT END MOVE "10" TO WS-FS-RETRO
                       NOT AT END
                           IF RR-EMP-ID NOT = ARC-EMP-ID
                               MOVE "10" TO WS-FS-RETRO
                           ELSE
                               IF RR-STATUS = "PENDING"
                                   ADD RR-GROSS TO WS-RETRO-GROSS
                                   ADD RR-TAX TO WS-RETRO-TAX
                                   ADD RR-SOCIAL TO WS-RETRO-SOCIAL
                                   ADD 1 TO WS-RETRO-CT
                                   MOVE "PAID" TO RR-STATUS
                                   MOVE WS-SETTLE-PERIOD
                                       TO RR-PAID-MONTH
                                   REWRITE RETRO-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-RETRO-GROSS > WS-RETRO-TAX + WS-RETRO-SOCIAL
               COMPUTE WS-RETRO-NET = WS-RETRO-GROSS
                   - WS-RETRO-TAX - WS-RETRO-SOCIAL
           END-IF.

      * Commission is totalled first and only marked PAID once it is
      * known the settlement gross can carry it; a net clawback bigger
      * than gross stays PENDING for the payroll office to recover.
       PAY-COMMISSION.
           MOVE 0 TO WS-COMM-PAY
           MOVE 0 TO WS-COMM-CT
           MOVE "N" TO WS-COMM-HELD
           IF WS-COMMISSION-OPEN = "Y"
               MOVE "N" TO WS-COMM-MARK
               PERFORM SCAN-PENDING-COMMISSION
               IF WS-COMM-CT > 0
                   IF WS-COMM-PAY < 0 AND
                      (0 - WS-COMM-PAY) > WS-GROSS
                       MOVE "Y" TO WS-COMM-HELD
                       DISPLAY "COMMISSION CLAWBACK FOR " ARC-EMP-ID
                           " EXCEEDS SETTLEMENT GROSS. HELD OVER."
                   ELSE
                       MOVE "Y" TO WS-COMM-MARK
                       PERFORM SCAN-PENDING-COMMISSION
                       ADD WS-COMM-PAY TO WS-GROSS
                   END-IF
               END-IF
           END-IF.

       SCAN-PENDING-COMMISSION.
           MOVE 0 TO WS-COMM-PAY
           MOVE 0 TO WS-COMM-CT
           MOVE ARC-EMP-ID TO CM-EMP-ID
           MOVE LOW-VALUES TO CM-MONTH
           MOVE LOW-VALUES TO CM-BRANCH
           MOVE 0 TO CM-SEQ
           START COMMISSION-FILE KEY IS NOT LESS THAN CM-KEY
               INVALID KEY MOVE "10" TO WS-FS-COMMISSION
               NOT INVALID KEY MOVE "00" TO WS-FS-COMMISSION
           END-START
           PERFORM UNTIL WS-FS-COMMISSION = "10"
               READ COMMISSION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-COMMISSION
                   NOT AT END
                       IF CM-EMP-ID NOT = ARC-EMP-ID
                           MOVE "10" TO WS-FS-COMMISSION
                       ELSE
                           IF CM-STATUS = "PENDING"
                               IF CM-TYPE = "CLAW"
                                   SUBTRACT CM-AMOUNT FROM WS-COMM-PAY
                               ELSE
                                   ADD CM-AMOUNT TO WS-COMM-PAY
                               END-IF
                               ADD 1 TO WS-COMM-CT
                               IF WS-COMM-MARK = "Y"
                                   MOVE "PAID" TO CM-STATUS
                                   MOVE WS-SETTLE-PERIOD
                                       TO CM-PAID-MONTH
                                   REWRITE COMMISSION-RECORD
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-FINAL-PAYSLIP.
           MOVE SPACES TO WS-PAYSLIP-NAME
           STRING
               "FINAL_PAYSLIP_" DELIMITED BY SIZE
               ARC-EMP-ID DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-PAYSLIP-NAME
           END-STRING
           OPEN OUTPUT PAYSLIP-FILE
           MOVE SPACES TO PAYSLIP-LINE
           STRING
               "FINAL PAYSLIP " DELIMITED BY SIZE
               WS-TERM-MONTH DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               ARC-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ARC-FNAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               ARC-LNAME DELIMITED BY SIZE
               " | DEPT: " DELIMITED BY SIZE
               ARC-DEPT DELIMITED BY SIZE
               INTO PAYSLIP-LINE
           END-STRING
           WRITE PAYSLIP-LINE
           MOVE SPACES TO PAYSLIP-LINE
           STRING
               "TERMINATED: " DELIMITED BY SIZE
               ARC-TERM-DATE DELIMITED BY SIZE
               "  REASON: " DELIMITED BY SIZE
               ARC-REASON DELIMITED BY SIZE
               INTO PAYSLIP-LINE
           END-STRING
           WRITE PAYSLIP-LINE
           MOVE WS-PRORATA-PAY TO WS-DISPLAY-AMT
           MOVE SPACES TO PAYSLIP-LINE
           STRING
               "PRO-RATA SALARY: " DELIMITED BY SIZE
               WS-PRORATA-DAYS DELIMITED BY SIZE
               " DAY(S): " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               INTO PAYSLIP-LINE
           END-STRING
           WRITE PAYSLIP-LINE
           IF WS-ENCASH-PAY > 0
               MOVE WS-ENCASH-PAY TO WS-DISPLAY-AMT
               MOVE SPACES TO PAYSLIP-LINE
               STRING
                   "LEAVE ENCASHED: " DELIMITED BY SIZE
                   WS-LEAVE-DAYS DELIMITED BY SIZE
                   " DAY(S): " DELIMITED BY SIZE
                   WS-DISPLAY-AMT DELIMITED BY SIZE
                   INTO PAYSLIP-LINE
               END-STRING
               WRITE PAYSLIP-LINE
           END-IF
           IF WS-LEAVE-RECOVERY > 0
               MOVE WS-LEAVE-RECOVERY TO WS-DISPLAY-AMT
               MOVE SPACES TO PAYSLIP-LINE
               STRING
                   "LEAVE OVERDRAWN: " DELIMITED BY SIZE
                   WS-LEAVE-DAYS DELIMITED BY SIZE
                   " DAY(S) RECOVERED: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT DELIMITED BY SIZE
                   INTO PAYSLIP-LINE
               END-STRING
               WRITE PAYSLIP-LINE
           END-IF
           IF WS-COMM-CT > 0
               MOVE WS-COMM-PAY TO WS-DISPLAY-SIGNED
               MOVE SPACES TO PAYSLIP-LINE
               IF WS-COMM-HELD = "Y"
                   STRING
                       "COMMISSION CLAWBACK HELD OVER: "
                           DELIMITED BY SIZE
                       WS-DISPLAY-SIGNED DELIMITED BY SIZE
                       INTO PAYSLIP-LINE
                   END-STRING
               ELSE
                   STRING
                       "SALES COMMISSION IN GROSS (TAXABLE): "
                           DELIMITED BY SIZE
                       WS-DISPLAY-SIGNED DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-COMM-CT DELIMITED BY SIZE
                       " ENTRY(S))" DELIMITED BY SIZE
                       INTO PAYSLIP-LINE
                   END-STRING
               END-IF
               WRITE PAYSLIP-LINE
           END-IF
           MOVE WS-GROSS TO WS-DISPLAY-AMT
           MOVE SPACES TO PAYSLIP-LINE
           STRING
               "GROSS:  " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               INTO PAYSLIP-LINE
           END-STRING
           WRITE PAYSLIP-LINE
           MOVE WS-TAX TO WS-DISPLAY-AMT
           MOVE WS-SOCIAL TO WS-DISPLAY-AMT2
           MOVE SPACES TO PAYSLIP-LINE
           STRING
               "TAX:    " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               "  SOCIAL FUND: " DELIMITED BY SIZE
               WS-DISPLAY-AMT2 DELIMITED BY SIZE
               INTO PAYSLIP-LINE
           END-STRING
           WRITE PAYSLIP-LINE
           PERFORM VARYING WS-DD-IDX FROM 1 BY 1 UNTIL
               WS-DD-IDX > WS-DD-COUNT
               IF DD-APPLIED(WS-DD-IDX) > 0
                   MOVE DD-APPLIED(WS-DD-IDX) TO WS-DISPLAY-AMT
                   MOVE SPACES TO PAYSLIP-LINE
                   STRING
                       "DEDUCTION " DELIMITED BY SIZE
                       DD-CODE(WS-DD-IDX) DELIMITED BY SIZE
                       " (FINAL): " DELIMITED BY SIZE
                       WS-DISPLAY-AMT DELIMITED BY SIZE
                       INTO PAYSLIP-LINE
                   END-STRING
                   WRITE PAYSLIP-LINE
               END-IF
           END-PERFORM
           IF WS-REIMBURSE > 0
               MOVE WS-REIMBURSE TO WS-DISPLAY-AMT
               MOVE SPACES TO PAYSLIP-LINE
               STRING
                   "EXPENSE REIMBURSEMENT (NON-TAXABLE): "
                       DELIMITED BY SIZE
                   WS-DISPLAY-AMT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-REIMBURSE-CT DELIMITED BY SIZE
                   " CLAIM(S))" DELIMITED BY SIZE
                   INTO PAYSLIP-LINE
               END-STRING
               WRITE PAYSLIP-LINE
           END-IF
           IF WS-RETRO-CT > 0
               MOVE WS-RETRO-GROSS TO WS-DISPLAY-AMT
               MOVE WS-RETRO-NET TO WS-DISPLAY-AMT2
               MOVE SPACES TO PAYSLIP-LINE
               STRING
                   "RETRO ARREARS (" DELIMITED BY SIZE
                   WS-RETRO-CT DELIMITED BY SIZE
                   " MONTH(S)) GROSS: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT DELIMITED BY SIZE
                   "  NET: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT2 DELIMITED BY SIZE
                   INTO PAYSLIP-LINE
               END-STRING
               WRITE PAYSLIP-LINE
               MOVE WS-RETRO-TAX TO WS-DISPLAY-AMT
               MOVE WS-RETRO-SOCIAL TO WS-DISPLAY-AMT2
               MOVE SPACES TO PAYSLIP-LINE
               STRING
                   "RETRO TAX: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT DELIMITED BY SIZE
                   "  RETRO SOCIAL FUND: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT2 DELIMITED BY SIZE
                   INTO PAYSLIP-LINE
               END-STRING
               WRITE PAYSLIP-LINE
           END-IF
           MOVE WS-NET TO WS-DISPLAY-AMT
           MOVE SPACES TO PAYSLIP-LINE
           STRING
               "NET PAY: " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               INTO PAYSLIP-LINE
           END-STRING
           WRITE PAYSLIP-LINE
           CLOSE PAYSLIP-FILE.

       WRITE-YTD-RECORD.
           OPEN EXTEND YTD-FILE
           IF WS-FS-YTD NOT = "00"
               OPEN OUTPUT YTD-FILE
           END-IF
           MOVE WS-TERM-MONTH TO YTD-MONTH
           MOVE ARC-EMP-ID TO YTD-EMP-ID
           MOVE WS-GROSS TO YTD-GROSS
           MOVE WS-TAX TO YTD-TAX
           MOVE WS-SOCIAL TO YTD-SOCIAL
           COMPUTE YTD-NET = WS-NET - WS-REIMBURSE - WS-RETRO-NET
           MOVE 0 TO YTD-BASE
           MOVE 0 TO YTD-OT-PAY
           MOVE ARC-DEPT TO YTD-DEPT
           WRITE YTD-RECORD
           IF WS-RETRO-CT > 0
               MOVE WS-RETRO-GROSS TO YTD-GROSS
               MOVE WS-RETRO-TAX TO YTD-TAX
               MOVE WS-RETRO-SOCIAL TO YTD-SOCIAL
               MOVE WS-RETRO-NET TO YTD-NET
               WRITE YTD-RECORD
           END-IF
           CLOSE YTD-FILE.

       WRITE-PAYCREDIT-FILE.
           OPEN OUTPUT PAYCREDIT-FILE
           MOVE "H" TO PCR-TYPE
           MOVE WS-SETTLE-PERIOD TO PCR-MONTH
           MOVE "0001" TO PCR-EMP-ID
           MOVE SPACES TO PCR-ACC-NO
           MOVE WS-NET TO PCR-AMOUNT
           WRITE PAYCREDIT-RECORD
           MOVE "D" TO PCR-TYPE
           MOVE WS-SETTLE-PERIOD TO PCR-MONTH
           MOVE ARC-EMP-ID TO PCR-EMP-ID
           MOVE ARC-BANK-ACCT TO PCR-ACC-NO
           MOVE WS-NET TO PCR-AMOUNT
           WRITE PAYCREDIT-RECORD
           CLOSE PAYCREDIT-FILE
           DISPLAY "DIRECT-DEPOSIT INTERFACE WRITTEN TO "
               "PAYCREDIT.TXT FOR PAY PERIOD " WS-SETTLE-PERIOD ".".

       END PROGRAM FINAL-SETTLEMENT.
