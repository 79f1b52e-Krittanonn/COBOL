           OPEN I-O STUDENT-FILE
           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "students.dat not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

               MOVE 0 TO STU-BELOW-CT
           END-IF

           IF STU-STATUS = "DISMISSED" OR STU-STATUS = "GRADUATED"
               CONTINUE
           ELSE
               IF STU-GPA < WS-THRESHOLD
