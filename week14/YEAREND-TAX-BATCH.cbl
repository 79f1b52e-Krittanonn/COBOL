           05 YTD-TAX    PIC 9(8)V99.
           05 YTD-SOCIAL PIC 9(8)V99.
           05 YTD-NET    PIC 9(8)V99.
           05 YTD-BASE   PIC 9(8)V99.
           05 YTD-OT-PAY PIC 9(8)V99.
           05 YTD-DEPT   PIC X(10).

       fd employee-file.
       01 employee-record.
           IF WS-FS-YTD NOT = "00"
               DISPLAY "PAYROLL_YTD.TXT not found. Nothing to "
                   "certify."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof-flag = 'Y'

           IF WS-TAB-USED = 0
               DISPLAY "NO PAYROLL RUNS ON FILE FOR " WS-YEAR "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

