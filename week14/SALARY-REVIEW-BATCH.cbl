      *          SALARY_REVIEW_PREVIEW.TXT for sign-off without
      *          touching the live file; commit mode applies the
      *          changes and writes the old-to-new salary line for
      *          every employee to EMPLOYEE_HISTORY.TXT with the
      *          effective date of the raise, which may be back-dated
      *          for RETRO-PAY-BATCH to pay the arrears.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 ws-eof-flag pic x value 'N'.
       01 WS-MODE PIC X.
       01 WS-HIST-DATE PIC 9(8).
       01 WS-EFF-DATE PIC 9(8) VALUE 0.
       01 WS-OLD-SALARY PIC 9(8)V99.
       01 WS-NEW-SALARY PIC 9(8)V99.
       01 WS-PCT PIC 99V99.

           DISPLAY "MODE (P = PREVIEW ONLY, C = COMMIT): "
           ACCEPT WS-MODE
           IF WS-MODE = "C" OR WS-MODE = "c"
               DISPLAY "EFFECTIVE DATE OF RAISES "
                   "(YYYYMMDD, 0 = TODAY): "
               ACCEPT WS-EFF-DATE
           END-IF
           IF WS-EFF-DATE = 0 OR WS-EFF-DATE > WS-HIST-DATE
               MOVE WS-HIST-DATE TO WS-EFF-DATE
           END-IF

           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
               TO WS-REVIEW-YEAR
           END-IF
           IF WS-FS-EMPLOYEE NOT = "00"
               DISPLAY "employees.dat not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

               WS-OLD-SALARY DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               EMP-SALARY DELIMITED BY SIZE
               " | EFF: " DELIMITED BY SIZE
               WS-EFF-DATE DELIMITED BY SIZE
               INTO HISTORY-LINE
           END-STRING
           WRITE HISTORY-LINE.
