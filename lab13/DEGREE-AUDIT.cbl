               READ STUDENT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-STUDENT
                   NOT AT END
                       IF STU-STATUS NOT = "DISMISSED" AND
                          STU-STATUS NOT = "GRADUATED"
                           MOVE STU-ID TO WS-INPUT-STU-ID
                           PERFORM AUDIT-ONE-STUDENT
                       END-IF
