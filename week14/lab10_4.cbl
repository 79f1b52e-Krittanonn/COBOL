       01 WS-UPDATE-SALARY    PIC X.
       01 WS-NEW-SALARY       PIC 9(8)V99.
       01 WS-OLD-SALARY       PIC 9(8)V99.
       01 WS-EFF-DATE         PIC 9(8) VALUE 0.
       01 WS-REWRITE-OK       PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       display "Current Salary is " emp-salary
                       display "Enter new Salary: "
                       accept ws-new-salary
                       display "Effective date of new Salary "
                           "(YYYYMMDD, 0 = today): "
                       accept ws-eff-date
                   end-if

                   perform CHECK-DEPT-BUDGET

       WRITE-HISTORY-LINES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HIST-DATE
           IF WS-EFF-DATE = 0 OR WS-EFF-DATE > WS-HIST-DATE
               MOVE WS-HIST-DATE TO WS-EFF-DATE
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF WS-FS-HISTORY NOT = "00"
                   WS-OLD-SALARY DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   EMP-SALARY DELIMITED BY SIZE
                   " | EFF: " DELIMITED BY SIZE
                   WS-EFF-DATE DELIMITED BY SIZE
                   INTO HISTORY-LINE
               END-STRING
               WRITE HISTORY-LINE
