      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retroactive pay for back-dated salary changes. Reads
      *          the SALARY lines of EMPLOYEE_HISTORY.TXT whose EFF
      *          date is earlier than the date the change was made
      *          and falls in or before the last PAYROLL_RUN.TXT
      *          month. For every month from the effective month to
      *          the last run month it compares the salary due with
      *          the base salary PAYROLL_YTD.TXT shows was paid,
      *          recomputes gross, tax and social fund for that month
      *          with the PAYCONFIG.TXT bands and writes the arrears
      *          to RETRO.DAT as PENDING for PAYROLL-BATCH to pay as a
      *          separate retro line in the next run. The month-by-
      *          month breakdown goes to RETRO_REGISTER.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETRO-PAY-BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "EMPLOYEE_HISTORY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HISTORY.

           SELECT PAYRUN-FILE ASSIGN TO "PAYROLL_RUN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYRUN.

           SELECT YTD-FILE ASSIGN TO "PAYROLL_YTD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-YTD.

           SELECT PAYCONFIG-FILE ASSIGN TO "PAYCONFIG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYCONFIG.

           SELECT RETRO-FILE ASSIGN TO "RETRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RR-KEY
           FILE STATUS IS WS-FS-RETRO.

           SELECT REGISTER-FILE ASSIGN TO "RETRO_REGISTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REGISTER.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HISTORY-LINE PIC X(100).

       FD PAYRUN-FILE.
       01 PAYRUN-LINE PIC X(6).

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

       FD PAYCONFIG-FILE.
       01 PAYCONFIG-RECORD.
           05 PC-BAND1-LIMIT PIC 9(7).
           05 PC-BAND1-RATE  PIC 99V99.
           05 PC-BAND2-LIMIT PIC 9(7).
           05 PC-BAND2-RATE  PIC 99V99.
           05 PC-BAND3-RATE  PIC 99V99.
           05 PC-SOCIAL-RATE PIC 99V99.
           05 PC-SOCIAL-CAP  PIC 9(5).

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

       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-HISTORY PIC XX.
       01 WS-FS-PAYRUN PIC XX.
       01 WS-FS-YTD PIC XX.
       01 WS-FS-PAYCONFIG PIC XX.
       01 WS-FS-RETRO PIC XX.
       01 WS-FS-REGISTER PIC XX.
       01 ws-eof-flag pic x value 'N'.
       01 WS-LAST-RUN PIC X(6) VALUE SPACES.
       01 WS-TODAY PIC 9(8).
       01 WS-BAND1-LIMIT PIC 9(7) VALUE 20000.
       01 WS-BAND1-RATE PIC 99V99 VALUE 0.
       01 WS-BAND2-LIMIT PIC 9(7) VALUE 50000.
       01 WS-BAND2-RATE PIC 99V99 VALUE 10.
       01 WS-BAND3-RATE PIC 99V99 VALUE 20.
       01 WS-SOCIAL-RATE PIC 99V99 VALUE 5.
       01 WS-SOCIAL-CAP PIC 9(5) VALUE 750.
       01 WS-GROSS PIC 9(8)V99.
       01 WS-TAX PIC 9(8)V99.
       01 WS-SOCIAL PIC 9(8)V99.
       01 WS-BAND-PORTION PIC 9(8)V99.

       01 WS-HIST-FIELDS.
           05 WS-HIST-DATE   PIC X(8).
           05 WS-HIST-EMP-ID PIC X(4).
           05 WS-HIST-OLD-X  PIC X(10).
           05 WS-HIST-OLD REDEFINES WS-HIST-OLD-X PIC 9(8)V99.
           05 WS-HIST-NEW-X  PIC X(10).
           05 WS-HIST-NEW REDEFINES WS-HIST-NEW-X PIC 9(8)V99.
           05 WS-HIST-EFF    PIC X(8).
       01 WS-MONTH PIC 9(6).
       01 WS-MONTH-X REDEFINES WS-MONTH PIC X(6).
       01 WS-MM PIC 9(2).
       01 WS-LAST-RUN-NUM PIC 9(6).

       01 WS-BASE-PAID PIC 9(8)V99.
       01 WS-BASE-DIFF PIC 9(8)V99.
       01 WS-PRIOR-GROSS PIC 9(8)V99.
       01 WS-PRIOR-TAX PIC 9(8)V99.
       01 WS-PRIOR-SOCIAL PIC 9(8)V99.
       01 WS-NEXT-SEQ PIC 9(2).
       01 WS-RETRO-GROSS PIC 9(8)V99.
       01 WS-RETRO-TAX PIC 9(8)V99.
       01 WS-RETRO-SOCIAL PIC 9(8)V99.
       01 WS-RETRO-NET PIC S9(8)V99.
       01 WS-EMP-TOTAL PIC S9(10)V99 VALUE 0.
       01 WS-COMPANY-TOTAL PIC S9(10)V99 VALUE 0.
       01 WS-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-LAST-EMP PIC X(4) VALUE SPACES.
       01 WS-DISPLAY-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-AMT2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DISPLAY-NET PIC -,---,---,--9.99.

       01 WS-RT-IDX PIC 9(3).
       01 WS-RT-JDX PIC 9(3).
       01 WS-RT-USED PIC 9(3) VALUE 0.
       01 WS-RT-FOUND PIC X VALUE "N".
       01 WS-SWAP-ROW PIC X(71).

      * One row per employee and paid month touched by a back-dated
      * change: the salary due and what PAYROLL_YTD.TXT shows paid.
       01 RETRO-MONTH-TABLE.
           05 RT-ROW OCCURS 500 TIMES.
               10 RT-EMP-ID     PIC X(4).
               10 RT-MONTH      PIC X(6).
               10 RT-DUE-BASE   PIC 9(8)V99.
               10 RT-OLD-BASE   PIC 9(8)V99.
               10 RT-YTD-FOUND  PIC X.
               10 RT-PAID-BASE  PIC 9(8)V99.
               10 RT-PAID-GROSS PIC 9(8)V99.
               10 RT-PAID-TAX   PIC 9(8)V99.
               10 RT-PAID-SOCIAL PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== RETROACTIVE PAY CALCULATION ====="
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM FIND-LAST-RUN-MONTH
           IF WS-LAST-RUN = SPACES
               DISPLAY "PAYROLL_RUN.TXT not found. No month has "
                   "been paid yet."
               STOP RUN
           END-IF
           MOVE WS-LAST-RUN TO WS-LAST-RUN-NUM

           PERFORM LOAD-PAYCONFIG
           PERFORM LOAD-BACKDATED-CHANGES
           IF WS-RT-USED = 0
               DISPLAY "NO BACK-DATED SALARY CHANGES UP TO "
                   WS-LAST-RUN ". NOTHING TO DO."
               STOP RUN
           END-IF
           PERFORM SORT-RETRO-MONTHS
           PERFORM MATCH-YTD-RECORDS

           OPEN I-O RETRO-FILE
           IF WS-FS-RETRO NOT = "00"
               OPEN OUTPUT RETRO-FILE
               CLOSE RETRO-FILE
               OPEN I-O RETRO-FILE
           END-IF

           OPEN OUTPUT REGISTER-FILE
           MOVE SPACES TO REGISTER-LINE
           STRING
               "=== RETRO PAY REGISTER UP TO " DELIMITED BY SIZE
               WS-LAST-RUN DELIMITED BY SIZE
               " | RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING
               "EMP  | MONTH  |  PAID BASE ->   DUE BASE | "
                   DELIMITED BY SIZE
               "GROSS / TAX / SOCIAL / NET" DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE

           PERFORM VARYING WS-RT-IDX FROM 1 BY 1 UNTIL
               WS-RT-IDX > WS-RT-USED
               PERFORM CALC-ONE-RETRO-MONTH
           END-PERFORM
           IF WS-LAST-EMP NOT = SPACES
               PERFORM WRITE-EMP-TOTAL
           END-IF

           MOVE WS-COMPANY-TOTAL TO WS-DISPLAY-NET
           MOVE SPACES TO REGISTER-LINE
           STRING
               "COMPANY | RETRO NET ARREARS: " DELIMITED BY SIZE
               WS-DISPLAY-NET DELIMITED BY SIZE
               " | MONTH LINES: " DELIMITED BY SIZE
               WS-LINE-COUNT DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           DISPLAY REGISTER-LINE
           CLOSE REGISTER-FILE RETRO-FILE
           DISPLAY "ARREARS ARE PENDING IN RETRO.DAT FOR THE NEXT "
               "PAYROLL RUN."
           DISPLAY "REGISTER IS IN RETRO_REGISTER.TXT.".
           STOP RUN.

       FIND-LAST-RUN-MONTH.
           MOVE "N" TO ws-eof-flag
           OPEN INPUT PAYRUN-FILE
           IF WS-FS-PAYRUN = "00"
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ PAYRUN-FILE
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF PAYRUN-LINE IS NUMERIC AND
                              (WS-LAST-RUN = SPACES OR
                               PAYRUN-LINE > WS-LAST-RUN)
                               MOVE PAYRUN-LINE TO WS-LAST-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYRUN-FILE
           END-IF.

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

      * History lines are "date | EMP: id | SALARY: old -> new |
      * EFF: date". Lines written before the EFF column existed are
      * treated as effective on the day they were made.
       LOAD-BACKDATED-CHANGES.
           MOVE "N" TO ws-eof-flag
           OPEN INPUT HISTORY-FILE
           IF WS-FS-HISTORY NOT = "00"
               DISPLAY "EMPLOYEE_HISTORY.TXT not found."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof-flag = 'Y'
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO ws-eof-flag
                   NOT AT END
                       IF HISTORY-LINE(21:11) = " | SALARY: " AND
                          HISTORY-LINE(56:8) = " | EFF: "
                           PERFORM NOTE-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       NOTE-ONE-CHANGE.
           MOVE HISTORY-LINE(1:8) TO WS-HIST-DATE
           MOVE HISTORY-LINE(17:4) TO WS-HIST-EMP-ID
           MOVE HISTORY-LINE(32:10) TO WS-HIST-OLD-X
           MOVE HISTORY-LINE(46:10) TO WS-HIST-NEW-X
           MOVE HISTORY-LINE(64:8) TO WS-HIST-EFF
           IF WS-HIST-EFF IS NUMERIC AND WS-HIST-NEW IS NUMERIC AND
              WS-HIST-EFF < WS-HIST-DATE AND
              WS-HIST-EFF(1:6) NOT > WS-LAST-RUN
               MOVE WS-HIST-EFF(1:6) TO WS-MONTH-X
               PERFORM UNTIL WS-MONTH > WS-LAST-RUN-NUM
                   PERFORM NOTE-ONE-MONTH
                   MOVE WS-MONTH-X(5:2) TO WS-MM
                   IF WS-MM = 12
                       ADD 89 TO WS-MONTH
                   ELSE
                       ADD 1 TO WS-MONTH
                   END-IF
               END-PERFORM
           END-IF.

       NOTE-ONE-MONTH.
           MOVE "N" TO WS-RT-FOUND
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1 UNTIL
               WS-RT-IDX > WS-RT-USED OR WS-RT-FOUND = "Y"
               IF RT-EMP-ID(WS-RT-IDX) = WS-HIST-EMP-ID AND
                  RT-MONTH(WS-RT-IDX) = WS-MONTH-X
                   MOVE WS-HIST-NEW TO RT-DUE-BASE(WS-RT-IDX)
                   MOVE "Y" TO WS-RT-FOUND
               END-IF
           END-PERFORM
           IF WS-RT-FOUND = "N"
               IF WS-RT-USED < 500
                   ADD 1 TO WS-RT-USED
                   MOVE WS-HIST-EMP-ID TO RT-EMP-ID(WS-RT-USED)
                   MOVE WS-MONTH-X TO RT-MONTH(WS-RT-USED)
                   MOVE WS-HIST-NEW TO RT-DUE-BASE(WS-RT-USED)
                   MOVE WS-HIST-OLD TO RT-OLD-BASE(WS-RT-USED)
                   MOVE "N" TO RT-YTD-FOUND(WS-RT-USED)
                   MOVE 0 TO RT-PAID-BASE(WS-RT-USED)
                   MOVE 0 TO RT-PAID-GROSS(WS-RT-USED)
                   MOVE 0 TO RT-PAID-TAX(WS-RT-USED)
                   MOVE 0 TO RT-PAID-SOCIAL(WS-RT-USED)
               ELSE
                   DISPLAY "RETRO TABLE FULL. " WS-HIST-EMP-ID " "
                       WS-MONTH-X " SKIPPED."
               END-IF
           END-IF.

       SORT-RETRO-MONTHS.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1 UNTIL
               WS-RT-IDX > WS-RT-USED
               PERFORM VARYING WS-RT-JDX FROM 1 BY 1 UNTIL
                   WS-RT-JDX > WS-RT-USED - WS-RT-IDX
                   IF RT-ROW(WS-RT-JDX)(1:10) >
                      RT-ROW(WS-RT-JDX + 1)(1:10)
                       MOVE RT-ROW(WS-RT-JDX) TO WS-SWAP-ROW
                       MOVE RT-ROW(WS-RT-JDX + 1)
                           TO RT-ROW(WS-RT-JDX)
                       MOVE WS-SWAP-ROW TO RT-ROW(WS-RT-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The monthly run's record carries the base salary it paid.
      * Retro and final-settlement records carry no base and are
      * skipped; older records without the column fall back to the
      * salary before the change.
       MATCH-YTD-RECORDS.
           MOVE "N" TO ws-eof-flag
           OPEN INPUT YTD-FILE
           IF WS-FS-YTD NOT = "00"
               DISPLAY "PAYROLL_YTD.TXT not found. Nothing was paid."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL ws-eof-flag = 'Y'
               READ YTD-FILE
                   AT END MOVE 'Y' TO ws-eof-flag
                   NOT AT END
                       PERFORM MATCH-ONE-YTD
               END-READ
           END-PERFORM
           CLOSE YTD-FILE.

       MATCH-ONE-YTD.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1 UNTIL
               WS-RT-IDX > WS-RT-USED
               IF RT-EMP-ID(WS-RT-IDX) = YTD-EMP-ID AND
                  RT-MONTH(WS-RT-IDX) = YTD-MONTH
                   IF YTD-BASE IS NOT NUMERIC
                       MOVE "Y" TO RT-YTD-FOUND(WS-RT-IDX)
                       MOVE RT-OLD-BASE(WS-RT-IDX)
                           TO RT-PAID-BASE(WS-RT-IDX)
                       MOVE YTD-GROSS TO RT-PAID-GROSS(WS-RT-IDX)
                       MOVE YTD-TAX TO RT-PAID-TAX(WS-RT-IDX)
                       MOVE YTD-SOCIAL TO RT-PAID-SOCIAL(WS-RT-IDX)
                   ELSE
                       IF YTD-BASE > 0
                           MOVE "Y" TO RT-YTD-FOUND(WS-RT-IDX)
                           MOVE YTD-BASE TO RT-PAID-BASE(WS-RT-IDX)
                           MOVE YTD-GROSS
                               TO RT-PAID-GROSS(WS-RT-IDX)
                           MOVE YTD-TAX TO RT-PAID-TAX(WS-RT-IDX)
                           MOVE YTD-SOCIAL
                               TO RT-PAID-SOCIAL(WS-RT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CALC-ONE-RETRO-MONTH.
           IF RT-YTD-FOUND(WS-RT-IDX) = "Y"
               PERFORM ADD-PRIOR-RETRO
               IF RT-DUE-BASE(WS-RT-IDX) > WS-BASE-PAID
                   IF RT-EMP-ID(WS-RT-IDX) NOT = WS-LAST-EMP
                       IF WS-LAST-EMP NOT = SPACES
                           PERFORM WRITE-EMP-TOTAL
                       END-IF
                       MOVE RT-EMP-ID(WS-RT-IDX) TO WS-LAST-EMP
                       MOVE 0 TO WS-EMP-TOTAL
                   END-IF
                   COMPUTE WS-BASE-DIFF =
                       RT-DUE-BASE(WS-RT-IDX) - WS-BASE-PAID
                   COMPUTE WS-GROSS = WS-PRIOR-GROSS + WS-BASE-DIFF
                   PERFORM COMPUTE-TAX
                   COMPUTE WS-SOCIAL ROUNDED =
                       WS-GROSS * WS-SOCIAL-RATE / 100
                   IF WS-SOCIAL > WS-SOCIAL-CAP
                       MOVE WS-SOCIAL-CAP TO WS-SOCIAL
                   END-IF
                   MOVE WS-BASE-DIFF TO WS-RETRO-GROSS
                   MOVE 0 TO WS-RETRO-TAX
                   IF WS-TAX > WS-PRIOR-TAX
                       COMPUTE WS-RETRO-TAX = WS-TAX - WS-PRIOR-TAX
                   END-IF
                   MOVE 0 TO WS-RETRO-SOCIAL
                   IF WS-SOCIAL > WS-PRIOR-SOCIAL
                       COMPUTE WS-RETRO-SOCIAL =
                           WS-SOCIAL - WS-PRIOR-SOCIAL
                   END-IF
                   PERFORM WRITE-RETRO-RECORD
               END-IF
           END-IF.

      * Arrears already calculated for the month (paid or not) count
      * as paid, so a rerun only picks up a later change.
       ADD-PRIOR-RETRO.
           MOVE RT-PAID-BASE(WS-RT-IDX) TO WS-BASE-PAID
           MOVE RT-PAID-GROSS(WS-RT-IDX) TO WS-PRIOR-GROSS
           MOVE RT-PAID-TAX(WS-RT-IDX) TO WS-PRIOR-TAX
           MOVE RT-PAID-SOCIAL(WS-RT-IDX) TO WS-PRIOR-SOCIAL
           MOVE 1 TO WS-NEXT-SEQ
           MOVE RT-EMP-ID(WS-RT-IDX) TO RR-EMP-ID
           MOVE RT-MONTH(WS-RT-IDX) TO RR-MONTH
           MOVE 0 TO RR-SEQ
           START RETRO-FILE KEY IS NOT LESS THAN RR-KEY
               INVALID KEY MOVE "10" TO WS-FS-RETRO
               NOT INVALID KEY MOVE "00" TO WS-FS-RETRO
           END-START
           PERFORM UNTIL WS-FS-RETRO = "10"
               READ RETRO-FILE NEXT
                   AT END MOVE "10" TO WS-FS-RETRO
                   NOT AT END
                       IF RR-EMP-ID NOT = RT-EMP-ID(WS-RT-IDX) OR
                          RR-MONTH NOT = RT-MONTH(WS-RT-IDX)
                           MOVE "10" TO WS-FS-RETRO
                       ELSE
                           MOVE RR-DUE-BASE TO WS-BASE-PAID
                           ADD RR-GROSS TO WS-PRIOR-GROSS
                           ADD RR-TAX TO WS-PRIOR-TAX
                           ADD RR-SOCIAL TO WS-PRIOR-SOCIAL
                           COMPUTE WS-NEXT-SEQ = RR-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-RETRO-RECORD.
           MOVE RT-EMP-ID(WS-RT-IDX) TO RR-EMP-ID
           MOVE RT-MONTH(WS-RT-IDX) TO RR-MONTH
           MOVE WS-NEXT-SEQ TO RR-SEQ
           MOVE WS-BASE-PAID TO RR-PAID-BASE
           MOVE RT-DUE-BASE(WS-RT-IDX) TO RR-DUE-BASE
           MOVE WS-RETRO-GROSS TO RR-GROSS
           MOVE WS-RETRO-TAX TO RR-TAX
           MOVE WS-RETRO-SOCIAL TO RR-SOCIAL
           MOVE "PENDING" TO RR-STATUS
           MOVE SPACES TO RR-PAID-MONTH
           MOVE WS-TODAY TO RR-CALC-DATE
           WRITE RETRO-RECORD
               INVALID KEY
                   DISPLAY "RETRO WRITE ERROR FOR " RR-EMP-ID " "
                       RR-MONTH
               NOT INVALID KEY
                   COMPUTE WS-RETRO-NET = WS-RETRO-GROSS
                       - WS-RETRO-TAX - WS-RETRO-SOCIAL
                   ADD WS-RETRO-NET TO WS-EMP-TOTAL
                   ADD WS-RETRO-NET TO WS-COMPANY-TOTAL
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM WRITE-MONTH-LINES
           END-WRITE.

       WRITE-MONTH-LINES.
           MOVE WS-BASE-PAID TO WS-DISPLAY-AMT
           MOVE RT-DUE-BASE(WS-RT-IDX) TO WS-DISPLAY-AMT2
           MOVE SPACES TO REGISTER-LINE
           STRING
               RR-EMP-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               RR-MONTH DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-DISPLAY-AMT2 DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE WS-RETRO-GROSS TO WS-DISPLAY-AMT
           MOVE WS-RETRO-TAX TO WS-DISPLAY-AMT2
           MOVE SPACES TO REGISTER-LINE
           STRING
               "       GROSS: " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               "  TAX: " DELIMITED BY SIZE
               WS-DISPLAY-AMT2 DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           MOVE WS-RETRO-SOCIAL TO WS-DISPLAY-AMT
           MOVE WS-RETRO-NET TO WS-DISPLAY-NET
           MOVE SPACES TO REGISTER-LINE
           STRING
               "       SOCIAL FUND: " DELIMITED BY SIZE
               WS-DISPLAY-AMT DELIMITED BY SIZE
               "  NET: " DELIMITED BY SIZE
               WS-DISPLAY-NET DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE.

       WRITE-EMP-TOTAL.
           MOVE WS-EMP-TOTAL TO WS-DISPLAY-NET
           MOVE SPACES TO REGISTER-LINE
           STRING
               WS-LAST-EMP DELIMITED BY SIZE
               " | TOTAL NET ARREARS: " DELIMITED BY SIZE
               WS-DISPLAY-NET DELIMITED BY SIZE
               INTO REGISTER-LINE
           END-STRING
           WRITE REGISTER-LINE
           DISPLAY REGISTER-LINE.

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

       END PROGRAM RETRO-PAY-BATCH.
