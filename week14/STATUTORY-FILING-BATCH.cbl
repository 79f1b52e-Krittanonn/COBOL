      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end statutory returns. Reads the month's rows
      *          from PAYROLL_YTD.TXT and writes the income tax
      *          return TAX_RETURN_<yyyymm>_<vv>.TXT and the social
      *          fund return SOCIAL_RETURN_<yyyymm>_<vv>.TXT in fixed
      *          layouts: an H employer header, one D detail record
      *          per employee and a T control-total trailer. The
      *          social return carries the employer's matching
      *          contribution beside the employee's. The employer
      *          tax and social fund numbers come from the end of
      *          PAYCONFIG.TXT. FILING_CONTROL.TXT records every
      *          return filed, blocks an original from being filed
      *          twice for a month and numbers amended returns
      *          (version 01, 02, ...) after the original (00).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATUTORY-FILING-BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE ASSIGN TO "PAYROLL_YTD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-YTD.

           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           record key is EMP-ID
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT PAYCONFIG-FILE ASSIGN TO "PAYCONFIG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYCONFIG.

           SELECT FILING-FILE ASSIGN TO "FILING_CONTROL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FILING.

           SELECT TAX-RETURN-FILE ASSIGN TO WS-TAX-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TAXRET.

           SELECT SOCIAL-RETURN-FILE ASSIGN TO WS-SOCIAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SOCRET.

       DATA DIVISION.
       FILE SECTION.

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

       fd employee-file.
       01 employee-record.
           05 emp-id pic x(4).
           05 emp-title pic x(10).
           05 emp-fname pic x(25).
           05 emp-lname pic x(25).
           05 emp-dept pic x(10).
           05 emp-salary pic 9(8)v99.
           05 emp-hire-date pic 9(8).
           05 emp-manager pic x(4).
           05 emp-bank-acct pic x(10).

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
           05 PC-ESCALATE-DAYS PIC 9(2).
           05 PC-MIN-REST    PIC 9(2).
           05 PC-EMPLOYER-TAXID PIC X(13).
           05 PC-EMPLOYER-SSID  PIC X(10).
           05 PC-EMPLOYER-NAME  PIC X(30).

       FD FILING-FILE.
       01 FILING-RECORD.
           05 FC-MONTH     PIC X(6).
           05 FC-VERSION   PIC 9(2).
           05 FC-DATE      PIC 9(8).
           05 FC-EMP-COUNT PIC 9(5).
           05 FC-GROSS     PIC 9(10)V99.
           05 FC-TAX       PIC 9(10)V99.
           05 FC-EE-SOCIAL PIC 9(10)V99.
           05 FC-ER-SOCIAL PIC 9(10)V99.

       FD TAX-RETURN-FILE.
       01 TAX-RETURN-LINE PIC X(100).

       FD SOCIAL-RETURN-FILE.
       01 SOCIAL-RETURN-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-YTD PIC XX.
       01 WS-FS-EMPLOYEE PIC XX.
       01 WS-FS-PAYCONFIG PIC XX.
       01 WS-FS-FILING PIC XX.
       01 WS-FS-TAXRET PIC XX.
       01 WS-FS-SOCRET PIC XX.
       01 WS-TAX-NAME PIC X(30).
       01 WS-SOCIAL-NAME PIC X(30).
       01 WS-MONTH PIC X(6).
       01 WS-FILING-TYPE PIC X VALUE SPACE.
       01 WS-TODAY PIC 9(8).
       01 ws-eof-flag pic x value 'N'.
       01 WS-FILED-BEFORE PIC X VALUE "N".
       01 WS-LAST-VERSION PIC 9(2) VALUE 0.
       01 WS-VERSION PIC 9(2) VALUE 0.
       01 WS-EMPLOYER-TAXID PIC X(13) VALUE "NOT SET".
       01 WS-EMPLOYER-SSID PIC X(10) VALUE "NOT SET".
       01 WS-EMPLOYER-NAME PIC X(30) VALUE "NOT SET".
       01 WS-SOCIAL-RATE PIC 99V99 VALUE 5.
       01 WS-TAB-IDX PIC 9(3).
       01 WS-TAB-USED PIC 9(3) VALUE 0.
       01 WS-TAB-FOUND PIC X VALUE "N".
       01 WS-CTL-GROSS PIC 9(10)V99 VALUE 0.
       01 WS-CTL-TAX PIC 9(10)V99 VALUE 0.
       01 WS-CTL-EE-SOCIAL PIC 9(10)V99 VALUE 0.
       01 WS-CTL-ER-SOCIAL PIC 9(10)V99 VALUE 0.
       01 WS-DISPLAY-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 MONTH-TOTALS-TABLE.
           05 MT-ENTRY OCCURS 500 TIMES.
               10 MT-EMP-ID    PIC X(4).
               10 MT-GROSS     PIC 9(8)V99.
               10 MT-TAX       PIC 9(8)V99.
               10 MT-EE-SOCIAL PIC 9(8)V99.

      * Income tax return layout.
       01 TAX-HEADER-REC.
           05 TH-REC-TYPE    PIC X VALUE "H".
           05 TH-TAXID       PIC X(13).
           05 TH-NAME        PIC X(30).
           05 TH-PERIOD      PIC X(6).
           05 TH-FILING-TYPE PIC X.
           05 TH-VERSION     PIC 9(2).
           05 TH-FILED-DATE  PIC 9(8).
       01 TAX-DETAIL-REC.
           05 TD-REC-TYPE PIC X VALUE "D".
           05 TD-SEQ      PIC 9(5).
           05 TD-EMP-ID   PIC X(4).
           05 TD-LNAME    PIC X(25).
           05 TD-FNAME    PIC X(25).
           05 TD-GROSS    PIC 9(8)V99.
           05 TD-TAX      PIC 9(8)V99.
       01 TAX-TRAILER-REC.
           05 TT-REC-TYPE PIC X VALUE "T".
           05 TT-COUNT    PIC 9(5).
           05 TT-GROSS    PIC 9(10)V99.
           05 TT-TAX      PIC 9(10)V99.

      * Social fund return layout.
       01 SOC-HEADER-REC.
           05 SH-REC-TYPE    PIC X VALUE "H".
           05 SH-SSID        PIC X(10).
           05 SH-NAME        PIC X(30).
           05 SH-PERIOD      PIC X(6).
           05 SH-FILING-TYPE PIC X.
           05 SH-VERSION     PIC 9(2).
           05 SH-FILED-DATE  PIC 9(8).
           05 SH-RATE        PIC 99V99.
       01 SOC-DETAIL-REC.
           05 SD-REC-TYPE PIC X VALUE "D".
           05 SD-SEQ      PIC 9(5).
           05 SD-EMP-ID   PIC X(4).
           05 SD-LNAME    PIC X(25).
           05 SD-FNAME    PIC X(25).
           05 SD-WAGES    PIC 9(8)V99.
           05 SD-EE-AMT   PIC 9(8)V99.
           05 SD-ER-AMT   PIC 9(8)V99.
           05 SD-TOTAL    PIC 9(8)V99.
       01 SOC-TRAILER-REC.
           05 ST-REC-TYPE PIC X VALUE "T".
           05 ST-COUNT    PIC 9(5).
           05 ST-WAGES    PIC 9(10)V99.
           05 ST-EE-AMT   PIC 9(10)V99.
           05 ST-ER-AMT   PIC 9(10)V99.
           05 ST-TOTAL    PIC 9(10)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== MONTHLY STATUTORY FILING ====="
           DISPLAY "ENTER PAYROLL MONTH (YYYYMM): "
           ACCEPT WS-MONTH
           DISPLAY "ORIGINAL OR AMENDED RETURN (O/A): "
           ACCEPT WS-FILING-TYPE
           IF WS-FILING-TYPE NOT = "O" AND WS-FILING-TYPE NOT = "A"
               DISPLAY "INVALID FILING TYPE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM CHECK-FILING-CONTROL
           IF WS-FILING-TYPE = "O" AND WS-FILED-BEFORE = "Y"
               DISPLAY "MONTH " WS-MONTH " ALREADY FILED. USE AN "
                   "AMENDED RETURN TO CORRECT IT."
               STOP RUN
           END-IF
           IF WS-FILING-TYPE = "A" AND WS-FILED-BEFORE = "N"
               DISPLAY "MONTH " WS-MONTH " HAS NO ORIGINAL RETURN "
                   "TO AMEND."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FILING-TYPE = "A"
               COMPUTE WS-VERSION = WS-LAST-VERSION + 1
           ELSE
               MOVE 0 TO WS-VERSION
           END-IF

           OPEN INPUT YTD-FILE
           IF WS-FS-YTD NOT = "00"
               DISPLAY "PAYROLL_YTD.TXT not found. Nothing to file."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO ws-eof-flag
           PERFORM UNTIL ws-eof-flag = 'Y'
               READ YTD-FILE
                   AT END MOVE 'Y' TO ws-eof-flag
                   NOT AT END
                       IF YTD-MONTH = WS-MONTH
                           PERFORM TALLY-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE YTD-FILE

           IF WS-TAB-USED = 0
               DISPLAY "NO PAYROLL RUN ON FILE FOR " WS-MONTH "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-EMPLOYER-DETAILS
           OPEN INPUT EMPLOYEE-FILE
           PERFORM WRITE-RETURNS
           CLOSE EMPLOYEE-FILE
           PERFORM RECORD-FILING

           DISPLAY "EMPLOYEES FILED: " WS-TAB-USED
           MOVE WS-CTL-TAX TO WS-DISPLAY-AMT
           DISPLAY "INCOME TAX:           " WS-DISPLAY-AMT
           MOVE WS-CTL-EE-SOCIAL TO WS-DISPLAY-AMT
           DISPLAY "SOCIAL FUND EMPLOYEE: " WS-DISPLAY-AMT
           MOVE WS-CTL-ER-SOCIAL TO WS-DISPLAY-AMT
           DISPLAY "SOCIAL FUND EMPLOYER: " WS-DISPLAY-AMT
           DISPLAY "RETURNS ARE IN " WS-TAX-NAME
           DISPLAY "           AND " WS-SOCIAL-NAME.
           STOP RUN.

       CHECK-FILING-CONTROL.
           MOVE "N" TO WS-FILED-BEFORE
           MOVE 0 TO WS-LAST-VERSION
           MOVE "N" TO ws-eof-flag
           OPEN INPUT FILING-FILE
           IF WS-FS-FILING = "00"
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ FILING-FILE
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF FC-MONTH = WS-MONTH
                               MOVE "Y" TO WS-FILED-BEFORE
                               IF FC-VERSION > WS-LAST-VERSION
                                   MOVE FC-VERSION
                                       TO WS-LAST-VERSION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILING-FILE
           END-IF
           MOVE "N" TO ws-eof-flag.

       TALLY-ONE-ROW.
           MOVE "N" TO WS-TAB-FOUND
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1 UNTIL
               WS-TAB-IDX > WS-TAB-USED OR WS-TAB-FOUND = "Y"
               IF MT-EMP-ID(WS-TAB-IDX) = YTD-EMP-ID
                   MOVE "Y" TO WS-TAB-FOUND
                   SUBTRACT 1 FROM WS-TAB-IDX
               END-IF
           END-PERFORM
           IF WS-TAB-FOUND = "N"
               IF WS-TAB-USED >= 500
                   DISPLAY "TOTALS TABLE FULL. " YTD-EMP-ID
                       " SKIPPED."
               ELSE
                   ADD 1 TO WS-TAB-USED
                   MOVE WS-TAB-USED TO WS-TAB-IDX
                   MOVE YTD-EMP-ID TO MT-EMP-ID(WS-TAB-IDX)
                   MOVE 0 TO MT-GROSS(WS-TAB-IDX)
                   MOVE 0 TO MT-TAX(WS-TAB-IDX)
                   MOVE 0 TO MT-EE-SOCIAL(WS-TAB-IDX)
                   MOVE "Y" TO WS-TAB-FOUND
               END-IF
           END-IF
           IF WS-TAB-FOUND = "Y"
               ADD YTD-GROSS TO MT-GROSS(WS-TAB-IDX)
               ADD YTD-TAX TO MT-TAX(WS-TAB-IDX)
               ADD YTD-SOCIAL TO MT-EE-SOCIAL(WS-TAB-IDX)
           END-IF.

       LOAD-EMPLOYER-DETAILS.
           OPEN INPUT PAYCONFIG-FILE
           IF WS-FS-PAYCONFIG = "00"
               READ PAYCONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PC-SOCIAL-RATE TO WS-SOCIAL-RATE
                       IF PC-EMPLOYER-TAXID NOT = SPACES
                           MOVE PC-EMPLOYER-TAXID TO WS-EMPLOYER-TAXID
                       END-IF
                       IF PC-EMPLOYER-SSID NOT = SPACES
                           MOVE PC-EMPLOYER-SSID TO WS-EMPLOYER-SSID
                       END-IF
                       IF PC-EMPLOYER-NAME NOT = SPACES
                           MOVE PC-EMPLOYER-NAME TO WS-EMPLOYER-NAME
                       END-IF
               END-READ
               CLOSE PAYCONFIG-FILE
           END-IF
           IF WS-EMPLOYER-TAXID = "NOT SET" OR
              WS-EMPLOYER-SSID = "NOT SET"
               DISPLAY "WARNING: EMPLOYER TAX / SOCIAL FUND NUMBER "
                   "MISSING FROM PAYCONFIG.TXT."
           END-IF.

       WRITE-RETURNS.
           MOVE SPACES TO WS-TAX-NAME
           STRING
               "TAX_RETURN_" DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-VERSION DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-TAX-NAME
           END-STRING
           MOVE SPACES TO WS-SOCIAL-NAME
           STRING
               "SOCIAL_RETURN_" DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-VERSION DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-SOCIAL-NAME
           END-STRING
           OPEN OUTPUT TAX-RETURN-FILE
           OPEN OUTPUT SOCIAL-RETURN-FILE

           MOVE WS-EMPLOYER-TAXID TO TH-TAXID
           MOVE WS-EMPLOYER-NAME TO TH-NAME
           MOVE WS-MONTH TO TH-PERIOD
           MOVE WS-FILING-TYPE TO TH-FILING-TYPE
           MOVE WS-VERSION TO TH-VERSION
           MOVE WS-TODAY TO TH-FILED-DATE
           WRITE TAX-RETURN-LINE FROM TAX-HEADER-REC

           MOVE WS-EMPLOYER-SSID TO SH-SSID
           MOVE WS-EMPLOYER-NAME TO SH-NAME
           MOVE WS-MONTH TO SH-PERIOD
           MOVE WS-FILING-TYPE TO SH-FILING-TYPE
           MOVE WS-VERSION TO SH-VERSION
           MOVE WS-TODAY TO SH-FILED-DATE
           MOVE WS-SOCIAL-RATE TO SH-RATE
           WRITE SOCIAL-RETURN-LINE FROM SOC-HEADER-REC

           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1 UNTIL
               WS-TAB-IDX > WS-TAB-USED
               PERFORM WRITE-ONE-EMPLOYEE
           END-PERFORM

           MOVE WS-TAB-USED TO TT-COUNT
           MOVE WS-CTL-GROSS TO TT-GROSS
           MOVE WS-CTL-TAX TO TT-TAX
           WRITE TAX-RETURN-LINE FROM TAX-TRAILER-REC

           MOVE WS-TAB-USED TO ST-COUNT
           MOVE WS-CTL-GROSS TO ST-WAGES
           MOVE WS-CTL-EE-SOCIAL TO ST-EE-AMT
           MOVE WS-CTL-ER-SOCIAL TO ST-ER-AMT
           COMPUTE ST-TOTAL = WS-CTL-EE-SOCIAL + WS-CTL-ER-SOCIAL
           WRITE SOCIAL-RETURN-LINE FROM SOC-TRAILER-REC

           CLOSE TAX-RETURN-FILE SOCIAL-RETURN-FILE.

      * The employer matches the employee's social fund contribution
      * at the same rate and cap, so the employer share for the month
      * equals the employee share deducted by the payroll runs.
       WRITE-ONE-EMPLOYEE.
           MOVE MT-EMP-ID(WS-TAB-IDX) TO emp-id
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "(not on file)" TO emp-lname
                   MOVE SPACES TO emp-fname
           END-READ
           ADD MT-GROSS(WS-TAB-IDX) TO WS-CTL-GROSS
           ADD MT-TAX(WS-TAB-IDX) TO WS-CTL-TAX
           ADD MT-EE-SOCIAL(WS-TAB-IDX) TO WS-CTL-EE-SOCIAL
           ADD MT-EE-SOCIAL(WS-TAB-IDX) TO WS-CTL-ER-SOCIAL

           MOVE WS-TAB-IDX TO TD-SEQ
           MOVE MT-EMP-ID(WS-TAB-IDX) TO TD-EMP-ID
           MOVE emp-lname TO TD-LNAME
           MOVE emp-fname TO TD-FNAME
           MOVE MT-GROSS(WS-TAB-IDX) TO TD-GROSS
           MOVE MT-TAX(WS-TAB-IDX) TO TD-TAX
           WRITE TAX-RETURN-LINE FROM TAX-DETAIL-REC

           MOVE WS-TAB-IDX TO SD-SEQ
           MOVE MT-EMP-ID(WS-TAB-IDX) TO SD-EMP-ID
           MOVE emp-lname TO SD-LNAME
           MOVE emp-fname TO SD-FNAME
           MOVE MT-GROSS(WS-TAB-IDX) TO SD-WAGES
           MOVE MT-EE-SOCIAL(WS-TAB-IDX) TO SD-EE-AMT
           MOVE MT-EE-SOCIAL(WS-TAB-IDX) TO SD-ER-AMT
           COMPUTE SD-TOTAL = MT-EE-SOCIAL(WS-TAB-IDX) * 2
           WRITE SOCIAL-RETURN-LINE FROM SOC-DETAIL-REC.

       RECORD-FILING.
           OPEN EXTEND FILING-FILE
           IF WS-FS-FILING NOT = "00"
               OPEN OUTPUT FILING-FILE
           END-IF
           MOVE WS-MONTH TO FC-MONTH
           MOVE WS-VERSION TO FC-VERSION
           MOVE WS-TODAY TO FC-DATE
           MOVE WS-TAB-USED TO FC-EMP-COUNT
           MOVE WS-CTL-GROSS TO FC-GROSS
           MOVE WS-CTL-TAX TO FC-TAX
           MOVE WS-CTL-EE-SOCIAL TO FC-EE-SOCIAL
           MOVE WS-CTL-ER-SOCIAL TO FC-ER-SOCIAL
           WRITE FILING-RECORD
           CLOSE FILING-FILE.

       END PROGRAM STATUTORY-FILING-BATCH.
