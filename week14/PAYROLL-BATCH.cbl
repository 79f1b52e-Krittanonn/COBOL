      *          a payslip file per employee and a payroll register
      *          with totals by department and a company total, and
      *          records the run month in PAYROLL_RUN.TXT so the same
      *          month cannot be paid twice. Approved expense claims
      *          from EXPENSE.DAT are added to net pay as a non-taxable
      *          reimbursement and marked PAID with the run month.
      *          PENDING arrears from RETRO-PAY-BATCH in RETRO.DAT are
      *          paid as a separate retro line and marked PAID.
      *          PENDING sales commission from COMMISSION-BATCH in
      *          COMMISSION.DAT is added to gross as taxable earnings
      *          (a clawback reduces it) and marked PAID; a clawback
      *          larger than the month's gross is held over. The
      *          YTD record carries the base salary paid for the month,
      *          the overtime within gross and the paying department.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

           SELECT REMIT-FILE ASSIGN TO "REMITTANCE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REMIT.
           05 LV-APPROVER   PIC X(4).
           05 LV-DECIDE-DATE PIC 9(8).

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

       FD DEDUCT-FILE.
       01 DEDUCT-RECORD.
           05 DED-KEY.
           05 YTD-TAX    PIC 9(8)V99.
           05 YTD-SOCIAL PIC 9(8)V99.
           05 YTD-NET    PIC 9(8)V99.
           05 YTD-BASE   PIC 9(8)V99.
           05 YTD-OT-PAY PIC 9(8)V99.
           05 YTD-DEPT   PIC X(10).

       FD PAYCREDIT-FILE.
       01 PAYCREDIT-RECORD.
               10 CR-ACC-NO PIC X(10).
               10 CR-AMOUNT PIC 9(10)V99.
       01 WS-DEDUCT-OPEN PIC X VALUE "N".
       01 WS-FS-EXPENSE PIC XX.
       01 WS-EXPENSE-OPEN PIC X VALUE "N".
       01 WS-REIMBURSE PIC 9(8)V99.
       01 WS-REIMBURSE-CT PIC 9(3).
       01 WS-COMPANY-REIMBURSE PIC 9(10)V99 VALUE 0.
       01 WS-FS-RETRO PIC XX.
       01 WS-RETRO-OPEN PIC X VALUE "N".
       01 WS-RETRO-GROSS PIC 9(8)V99.
       01 WS-RETRO-TAX PIC 9(8)V99.
       01 WS-RETRO-SOCIAL PIC 9(8)V99.
       01 WS-RETRO-NET PIC 9(8)V99.
       01 WS-RETRO-CT PIC 9(3).
       01 WS-COMPANY-RETRO PIC 9(10)V99 VALUE 0.
       01 WS-FS-COMMISSION PIC XX.
       01 WS-COMMISSION-OPEN PIC X VALUE "N".
       01 WS-COMM-MARK PIC X VALUE "N".
       01 WS-COMM-PAY PIC S9(8)V99.
       01 WS-COMM-CT PIC 9(3).
       01 WS-COMM-HELD PIC X VALUE "N".
       01 WS-COMPANY-COMMISSION PIC S9(10)V99 VALUE 0.
       01 WS-DISPLAY-SIGNED PIC -,---,---,--9.99.
       01 WS-RUN-DATE-NUM PIC 9(8).
       01 WS-DD-COUNT PIC 9(2).
       01 WS-DD-IDX PIC 9(2).
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE NOT = "00"
               DISPLAY "employees.dat not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

                   "deductions this run."
           END-IF

           OPEN I-O EXPENSE-FILE
           IF WS-FS-EXPENSE = "00"
               MOVE "Y" TO WS-EXPENSE-OPEN
           ELSE
               DISPLAY "EXPENSE.DAT not found. No expense "
                   "reimbursements this run."
           END-IF

           OPEN I-O RETRO-FILE
           IF WS-FS-RETRO = "00"
               MOVE "Y" TO WS-RETRO-OPEN
           END-IF

           OPEN I-O COMMISSION-FILE
           IF WS-FS-COMMISSION = "00"
               MOVE "Y" TO WS-COMMISSION-OPEN
           END-IF

           OPEN OUTPUT REGISTER-FILE
           STRING
               "=== PAYROLL REGISTER FOR " DELIMITED BY SIZE
           IF WS-DEDUCT-OPEN = "Y"
               CLOSE DEDUCT-FILE
           END-IF
           IF WS-EXPENSE-OPEN = "Y"
               CLOSE EXPENSE-FILE
           END-IF
           IF WS-RETRO-OPEN = "Y"
               CLOSE RETRO-FILE
           END-IF
           IF WS-COMMISSION-OPEN = "Y"
               CLOSE COMMISSION-FILE
           END-IF
           PERFORM WRITE-REMITTANCE-FILE

           PERFORM WRITE-DEPT-TOTALS
           MOVE emp-salary TO WS-GROSS
           PERFORM ADD-OVERTIME-PAY
           PERFORM DOCK-UNPAID-LEAVE
           PERFORM PAY-COMMISSION
           PERFORM COMPUTE-TAX
           COMPUTE WS-SOCIAL ROUNDED =
               WS-GROSS * WS-SOCIAL-RATE / 100
           END-IF
           COMPUTE WS-NET = WS-GROSS - WS-TAX - WS-SOCIAL
           PERFORM APPLY-VOLUNTARY-DEDUCTIONS
           PERFORM REIMBURSE-EXPENSES
           ADD WS-REIMBURSE TO WS-NET
           PERFORM PAY-RETRO-ARREARS
           ADD WS-RETRO-NET TO WS-NET

           ADD 1 TO WS-EMP-COUNT
           ADD WS-GROSS TO WS-COMPANY-GROSS
           PERFORM WRITE-YTD-RECORD
           PERFORM NOTE-DIRECT-DEPOSIT.

       REIMBURSE-EXPENSES.
           MOVE 0 TO WS-REIMBURSE
           MOVE 0 TO WS-REIMBURSE-CT
           IF WS-EXPENSE-OPEN = "Y"
               MOVE emp-id TO EX-EMP-ID
               MOVE 0 TO EX-CLAIM-NO
               START EXPENSE-FILE KEY IS NOT LESS THAN EX-KEY
                   INVALID KEY MOVE "10" TO WS-FS-EXPENSE
                   NOT INVALID KEY MOVE "00" TO WS-FS-EXPENSE
               END-START
               PERFORM UNTIL WS-FS-EXPENSE = "10"
                   READ EXPENSE-FILE NEXT
                       AT END MOVE "10" TO WS-FS-EXPENSE
                       NOT AT END
                           IF EX-EMP-ID NOT = emp-id
                               MOVE "10" TO WS-FS-EXPENSE
                           ELSE
                               IF EX-STATUS = "APPROVED"
                                   ADD EX-AMOUNT TO WS-REIMBURSE
                                   ADD 1 TO WS-REIMBURSE-CT
                                   MOVE "PAID" TO EX-STATUS
                                   MOVE WS-RUN-MONTH
                                       TO EX-PAID-MONTH
                                   REWRITE EXPENSE-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           ADD WS-REIMBURSE TO WS-COMPANY-REIMBURSE.

      * Arrears were taxed month by month by RETRO-PAY-BATCH, so
      * they are paid on their own line outside this month's gross.
       PAY-RETRO-ARREARS.
           MOVE 0 TO WS-RETRO-GROSS
           MOVE 0 TO WS-RETRO-TAX
           MOVE 0 TO WS-RETRO-SOCIAL
           MOVE 0 TO WS-RETRO-NET
           MOVE 0 TO WS-RETRO-CT
           IF WS-RETRO-OPEN = "Y"
               MOVE emp-id TO RR-EMP-ID
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
                           IF RR-EMP-ID NOT = emp-id
                               MOVE "10" TO WS-FS-RETRO
                           ELSE
                               IF RR-STATUS = "PENDING"
                                   ADD RR-GROSS TO WS-RETRO-GROSS
                                   ADD RR-TAX TO WS-RETRO-TAX
                                   ADD RR-SOCIAL TO WS-RETRO-SOCIAL
                                   ADD 1 TO WS-RETRO-CT
                                   MOVE "PAID" TO RR-STATUS
                                   MOVE WS-RUN-MONTH
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
           END-IF
           ADD WS-RETRO-NET TO WS-COMPANY-RETRO.

      * Commission is totalled first and only marked PAID once it is
      * known the month's gross can carry it; a net clawback bigger
      * than gross stays PENDING for a later run.
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
                       DISPLAY "COMMISSION CLAWBACK FOR " emp-id
                           " EXCEEDS GROSS. HELD OVER."
                   ELSE
                       MOVE "Y" TO WS-COMM-MARK
                       PERFORM SCAN-PENDING-COMMISSION
                       ADD WS-COMM-PAY TO WS-GROSS
                       ADD WS-COMM-PAY TO WS-COMPANY-COMMISSION
                   END-IF
               END-IF
           END-IF.

       SCAN-PENDING-COMMISSION.
           MOVE 0 TO WS-COMM-PAY
           MOVE 0 TO WS-COMM-CT
           MOVE emp-id TO CM-EMP-ID
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
                       IF CM-EMP-ID NOT = emp-id
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
                                   MOVE WS-RUN-MONTH
                                       TO CM-PAID-MONTH
                                   REWRITE COMMISSION-RECORD
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-DIRECT-DEPOSIT.
           IF emp-bank-acct NOT = SPACES AND WS-CREDIT-COUNT < 300
               ADD 1 TO WS-CREDIT-COUNT
           MOVE WS-GROSS TO YTD-GROSS
           MOVE WS-TAX TO YTD-TAX
           MOVE WS-SOCIAL TO YTD-SOCIAL
           COMPUTE YTD-NET = WS-NET - WS-REIMBURSE - WS-RETRO-NET
           MOVE emp-salary TO YTD-BASE
           MOVE WS-OT-PAY TO YTD-OT-PAY
           MOVE emp-dept TO YTD-DEPT
           WRITE YTD-RECORD
           IF WS-RETRO-CT > 0
               MOVE WS-RETRO-GROSS TO YTD-GROSS
               MOVE WS-RETRO-TAX TO YTD-TAX
               MOVE WS-RETRO-SOCIAL TO YTD-SOCIAL
               MOVE WS-RETRO-NET TO YTD-NET
               MOVE 0 TO YTD-BASE
               MOVE 0 TO YTD-OT-PAY
               WRITE YTD-RECORD
           END-IF
           CLOSE YTD-FILE.

       ADD-OVERTIME-PAY.
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
               MOVE SPACES TO PAYSLIP-LINE
           END-IF
           IF WS-UNPAID-DAYS > 0
               MOVE WS-DOCK-AMOUNT TO WS-DISPLAY-AMT
               STRING
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
               MOVE SPACES TO PAYSLIP-LINE
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
               MOVE SPACES TO PAYSLIP-LINE
           END-IF
           MOVE WS-NET TO WS-DISPLAY-AMT
           STRING
               "NET PAY: " DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           DISPLAY REGISTER-LINE
           IF WS-COMPANY-REIMBURSE > 0
               MOVE WS-COMPANY-REIMBURSE TO WS-DISPLAY-AMT
               MOVE SPACES TO REGISTER-LINE
               STRING
                   "EXPENSE REIMBURSEMENTS IN NET: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
               DISPLAY REGISTER-LINE
           END-IF
           IF WS-COMPANY-COMMISSION NOT = 0
               MOVE WS-COMPANY-COMMISSION TO WS-DISPLAY-SIGNED
               MOVE SPACES TO REGISTER-LINE
               STRING
                   "SALES COMMISSION IN GROSS: " DELIMITED BY SIZE
                   WS-DISPLAY-SIGNED DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
               DISPLAY REGISTER-LINE
           END-IF
           IF WS-COMPANY-RETRO > 0
               MOVE WS-COMPANY-RETRO TO WS-DISPLAY-AMT
               MOVE SPACES TO REGISTER-LINE
               STRING
                   "RETRO ARREARS IN NET: " DELIMITED BY SIZE
                   WS-DISPLAY-AMT DELIMITED BY SIZE
                   INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
               DISPLAY REGISTER-LINE
           END-IF.

       END PROGRAM PAYROLL-BATCH.
