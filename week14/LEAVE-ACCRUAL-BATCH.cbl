           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE NOT = "00"
               DISPLAY "employees.dat not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

