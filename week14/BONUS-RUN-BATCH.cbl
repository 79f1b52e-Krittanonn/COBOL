      *          monthly salary), applies the PAYCONFIG.TXT tax
      *          bands, and writes a payroll-style register to
      *          BONUS_REGISTER.TXT. BONUS_RUN.TXT blocks paying the
      *          same year twice, the PAYROLL_RUN.TXT pattern, and
      *          keeps one detail row per bonus paid (month paid,
      *          emp-id, department, gross, tax, net) for the payroll
      *          cost allocation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 REGISTER-LINE PIC X(100).

       FD BONUSRUN-FILE.
       01 BONUSRUN-RECORD.
           05 BR-YEAR   PIC X(4).
           05 BR-MONTH  PIC X(6).
           05 BR-EMP-ID PIC X(4).
           05 BR-DEPT   PIC X(10).
           05 BR-GROSS  PIC 9(8)V99.
           05 BR-TAX    PIC 9(8)V99.
           05 BR-NET    PIC 9(8)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE PIC XX.
       01 WS-FS-REGISTER PIC XX.
       01 WS-FS-BONUSRUN PIC XX.
       01 WS-RUN-YEAR PIC X(4).
       01 WS-PAY-MONTH PIC X(6).
       01 ws-eof-flag pic x value 'N'.
       01 WS-ALREADY-RUN PIC X VALUE "N".
       01 WS-BAND1-LIMIT PIC 9(7) VALUE 20000.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE NOT = "00"
               DISPLAY "employees.dat not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATINGS-FILE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PAY-MONTH
           OPEN EXTEND BONUSRUN-FILE
           IF WS-FS-BONUSRUN NOT = "00"
               OPEN OUTPUT BONUSRUN-FILE
           END-IF

           OPEN OUTPUT REGISTER-FILE
           STRING
               "=== BONUS REGISTER FOR " DELIMITED BY SIZE
                   READ BONUSRUN-FILE
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF BR-YEAR = WS-RUN-YEAR
                               MOVE "Y" TO WS-ALREADY-RUN
                           END-IF
                   END-READ
           MOVE "N" TO ws-eof-flag.

       RECORD-RUN-YEAR.
           MOVE SPACES TO BONUSRUN-RECORD
           MOVE WS-RUN-YEAR TO BR-YEAR
           MOVE WS-PAY-MONTH TO BR-MONTH
           MOVE 0 TO BR-GROSS
           MOVE 0 TO BR-TAX
           MOVE 0 TO BR-NET
           WRITE BONUSRUN-RECORD
           CLOSE BONUSRUN-FILE.

       RECORD-BONUS-PAID.
           MOVE WS-RUN-YEAR TO BR-YEAR
           MOVE WS-PAY-MONTH TO BR-MONTH
           MOVE emp-id TO BR-EMP-ID
           MOVE emp-dept TO BR-DEPT
           MOVE WS-GROSS TO BR-GROSS
           MOVE WS-TAX TO BR-TAX
           MOVE WS-NET TO BR-NET
           WRITE BONUSRUN-RECORD.

       LOAD-MATRIX.
           MOVE 0 TO MX-PCT(1)
           MOVE 25.00 TO MX-PCT(2)
                           ADD 1 TO WS-EMP-COUNT
                           ADD WS-GROSS TO WS-COMPANY-BONUS
                           PERFORM WRITE-BONUS-LINE
                           PERFORM RECORD-BONUS-PAID
                       END-IF
                   ELSE
                       DISPLAY "RATING FOR " emp-id " NOT SIGNED "
