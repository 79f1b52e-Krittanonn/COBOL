      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: End-of-day general ledger trial balance. Totals every
      *          posting on GLPOST.TXT by GL account (today's debits
      *          and credits, and the closing balance to date), lists
      *          each account of GLCHART.DAT plus any code posted but
      *          not on the chart, and proves total debits equal total
      *          credits. Each control account is then proved against
      *          its sub-ledger: customer deposits against the sum of
      *          ACC-BALANCE on ACCOUNTS.DAT, term deposits against the
      *          principal of OPEN deposits on TDEPOSITS.DAT, and loans
      *          to customers against the unpaid schedule principal of
      *          the loans on BANKLOANS.DAT. The report is written to
      *          TRIAL_BALANCE_YYYYMMDD.TXT with a closing verdict.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-TRIAL-BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLCHART-FILE ASSIGN TO "GLCHART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLC-CODE
               FILE STATUS IS WS-FS-GLCHART.

           SELECT GL-POST-FILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-FS-ACCOUNTS.

           SELECT TDEPOSIT-FILE ASSIGN TO "TDEPOSITS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-ID
               FILE STATUS IS WS-FS-TDEPOSIT.

           SELECT BANKLOAN-FILE ASSIGN TO "BANKLOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-ID
               FILE STATUS IS WS-FS-BANKLOAN.

           SELECT LOANSCHED-FILE ASSIGN TO "LOANSCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-KEY
               FILE STATUS IS WS-FS-LOANSCHED.

           SELECT TB-REPORT-FILE ASSIGN TO WS-TB-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TB-REPORT.

       DATA DIVISION.
       FILE SECTION.

       FD GLCHART-FILE.
       01 GLCHART-REC.
           05 GLC-CODE         PIC X(6).
           05 GLC-NAME         PIC X(30).
           05 GLC-TYPE         PIC X.
           05 GLC-CONTROL      PIC X(3).

       FD GL-POST-FILE.
       01 GL-POST-REC.
           05 GLP-DATE         PIC 9(8).
           05 GLP-SOURCE       PIC X(8).
           05 GLP-TRAN-CODE    PIC X(11).
           05 GLP-REF          PIC X(16).
           05 GLP-GL-CODE      PIC X(6).
           05 GLP-DC           PIC X.
           05 GLP-AMOUNT       PIC 9(10)V99.

       FD ACCOUNTS.
       01 ACCOUNT-REC.
           05 ACC-NO       PIC X(10).
           05 ACC-PIN      PIC X(4).
           05 ACC-NAME     PIC X(20).
           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD TDEPOSIT-FILE.
       01 TDEPOSIT-REC.
           05 TD-ID        PIC X(8).
           05 TD-ACC-NO    PIC X(10).
           05 TD-PRINCIPAL PIC 9(8)V99.
           05 TD-RATE      PIC 9V9(4).
           05 TD-TERM-MONTHS PIC 9(3).
           05 TD-OPEN-DATE PIC 9(8).
           05 TD-MATURITY-DATE PIC 9(8).
           05 TD-ROLLOVER  PIC X.
           05 TD-STATUS    PIC X(8).

       FD BANKLOAN-FILE.
       01 BANKLOAN-REC.
           05 BL-ID        PIC X(8).
           05 BL-ACC-NO    PIC X(10).
           05 BL-PRINCIPAL PIC 9(8)V99.
           05 BL-ANNUAL-RATE PIC 9V9(4).
           05 BL-TERM-MONTHS PIC 9(3).
           05 BL-INSTALLMENT PIC 9(8)V99.
           05 BL-OPEN-DATE PIC 9(8).
           05 BL-NEXT-DUE  PIC 9(6).
           05 BL-PAID-COUNT PIC 9(3).
           05 BL-ARREARS   PIC 9(3).
           05 BL-STATUS    PIC X(9).

       FD LOANSCHED-FILE.
       01 LOANSCHED-REC.
           05 LS-KEY.
               10 LS-LOAN-ID PIC X(8).
               10 LS-SEQ     PIC 9(3).
           05 LS-DUE-MONTH PIC 9(6).
           05 LS-AMOUNT    PIC 9(8)V99.
           05 LS-PRIN-PART PIC 9(8)V99.
           05 LS-INT-PART  PIC 9(8)V99.
           05 LS-STATUS    PIC X(8).

       FD TB-REPORT-FILE.
       01 TB-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-GLCHART       PIC XX.
       01 WS-FS-GLPOST        PIC XX.
       01 WS-FS-ACCOUNTS      PIC XX.
       01 WS-FS-TDEPOSIT      PIC XX.
       01 WS-FS-BANKLOAN      PIC XX.
       01 WS-FS-LOANSCHED     PIC XX.
       01 WS-FS-TB-REPORT     PIC XX.
       01 WS-TB-REPORT-NAME   PIC X(40).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-POSTING-LINES    PIC 9(7) VALUE 0.
       01 WS-TOTAL-DR         PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CR         PIC 9(11)V99 VALUE 0.
       01 WS-TODAY-DR         PIC 9(11)V99 VALUE 0.
       01 WS-TODAY-CR         PIC 9(11)V99 VALUE 0.
       01 WS-SUB-LEDGER-TOTAL PIC 9(11)V99.
       01 WS-CONTROL-BALANCE  PIC S9(11)V99.
       01 WS-CONTROL-DIFF     PIC S9(11)V99.
       01 WS-CONTROL-BREAKS   PIC 9(3) VALUE 0.
       01 WS-CONTROLS-PROVED  PIC 9(3) VALUE 0.
       01 WS-SIDE             PIC XX.

       01 GL-ACCOUNT-TABLE.
           05 GLT-COUNT           PIC 9(3) VALUE 0.
           05 GLT-ENTRY OCCURS 100 TIMES.
               10 GLT-CODE        PIC X(6).
               10 GLT-NAME        PIC X(30).
               10 GLT-TYPE        PIC X.
               10 GLT-CONTROL     PIC X(3).
               10 GLT-DR          PIC 9(11)V99.
               10 GLT-CR          PIC 9(11)V99.
               10 GLT-TODAY-DR    PIC 9(11)V99.
               10 GLT-TODAY-CR    PIC 9(11)V99.
               10 GLT-BALANCE     PIC S9(11)V99.
       01 WS-GLT-IDX          PIC 9(3).
       01 WS-GLT-FOUND        PIC 9(3).

       01 DISPLAY-TODAY-DR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-TODAY-CR    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-BALANCE     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-SUB-LEDGER  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-DIFF        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 DISPLAY-CONTROL     PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== GENERAL LEDGER DAILY TRIAL BALANCE ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM LOAD-CHART
           PERFORM ACCUMULATE-POSTINGS
           IF WS-POSTING-LINES = 0
               DISPLAY "GLPOST.TXT is empty or missing. Nothing to "
                   "prove."
               STOP RUN
           END-IF

           MOVE SPACES TO WS-TB-REPORT-NAME
           STRING
               "TRIAL_BALANCE_" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-TB-REPORT-NAME
           END-STRING
           OPEN OUTPUT TB-REPORT-FILE

           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
               UNTIL WS-GLT-IDX > GLT-COUNT
               PERFORM WRITE-ACCOUNT-LINE
           END-PERFORM
           PERFORM WRITE-TOTALS-LINE

           MOVE SPACES TO TB-REPORT-LINE
           WRITE TB-REPORT-LINE
           MOVE "CONTROL ACCOUNT PROOF AGAINST SUB-LEDGERS"
               TO TB-REPORT-LINE
           WRITE TB-REPORT-LINE
           PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
               UNTIL WS-GLT-IDX > GLT-COUNT
               IF GLT-CONTROL(WS-GLT-IDX) NOT = SPACES
                   PERFORM PROVE-CONTROL-ACCOUNT
               END-IF
           END-PERFORM

           PERFORM WRITE-VERDICT
           CLOSE TB-REPORT-FILE
           DISPLAY "Report written to " WS-TB-REPORT-NAME.
           STOP RUN.

       LOAD-CHART.
           OPEN INPUT GLCHART-FILE
           IF WS-FS-GLCHART NOT = "00"
               DISPLAY "GLCHART.DAT not found. Accounts will be "
                   "listed by code only."
           ELSE
               PERFORM UNTIL WS-FS-GLCHART = "10"
                   READ GLCHART-FILE NEXT
                       AT END MOVE "10" TO WS-FS-GLCHART
                       NOT AT END
                           IF GLT-COUNT < 100
                               ADD 1 TO GLT-COUNT
                               MOVE GLT-COUNT TO WS-GLT-IDX
                               PERFORM CLEAR-TABLE-ENTRY
                               MOVE GLC-CODE TO GLT-CODE(WS-GLT-IDX)
                               MOVE GLC-NAME TO GLT-NAME(WS-GLT-IDX)
                               MOVE GLC-TYPE TO GLT-TYPE(WS-GLT-IDX)
                               MOVE GLC-CONTROL
                                   TO GLT-CONTROL(WS-GLT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLCHART-FILE
           END-IF.

       CLEAR-TABLE-ENTRY.
           MOVE SPACES TO GLT-CODE(WS-GLT-IDX)
           MOVE SPACES TO GLT-NAME(WS-GLT-IDX)
           MOVE SPACES TO GLT-TYPE(WS-GLT-IDX)
           MOVE SPACES TO GLT-CONTROL(WS-GLT-IDX)
           MOVE 0 TO GLT-DR(WS-GLT-IDX)
           MOVE 0 TO GLT-CR(WS-GLT-IDX)
           MOVE 0 TO GLT-TODAY-DR(WS-GLT-IDX)
           MOVE 0 TO GLT-TODAY-CR(WS-GLT-IDX)
           MOVE 0 TO GLT-BALANCE(WS-GLT-IDX).

       ACCUMULATE-POSTINGS.
           OPEN INPUT GL-POST-FILE
           IF WS-FS-GLPOST = "00"
               PERFORM UNTIL WS-FS-GLPOST = "10"
                   READ GL-POST-FILE
                       AT END MOVE "10" TO WS-FS-GLPOST
                       NOT AT END
                           IF GLP-DATE <= WS-RUN-DATE
                               PERFORM ADD-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-POST-FILE
           END-IF.

       ADD-ONE-POSTING.
           ADD 1 TO WS-POSTING-LINES
           PERFORM FIND-GL-ACCOUNT
           IF WS-GLT-FOUND = 0
               IF GLT-COUNT < 100
                   ADD 1 TO GLT-COUNT
                   MOVE GLT-COUNT TO WS-GLT-IDX
                   PERFORM CLEAR-TABLE-ENTRY
                   MOVE GLP-GL-CODE TO GLT-CODE(WS-GLT-IDX)
                   MOVE "** NOT ON CHART **" TO GLT-NAME(WS-GLT-IDX)
                   MOVE GLT-COUNT TO WS-GLT-FOUND
               END-IF
           END-IF
           IF GLP-DC = "D"
               ADD GLP-AMOUNT TO WS-TOTAL-DR
               IF GLP-DATE = WS-RUN-DATE
                   ADD GLP-AMOUNT TO WS-TODAY-DR
               END-IF
           ELSE
               ADD GLP-AMOUNT TO WS-TOTAL-CR
               IF GLP-DATE = WS-RUN-DATE
                   ADD GLP-AMOUNT TO WS-TODAY-CR
               END-IF
           END-IF
           IF WS-GLT-FOUND > 0
               IF GLP-DC = "D"
                   ADD GLP-AMOUNT TO GLT-DR(WS-GLT-FOUND)
                   IF GLP-DATE = WS-RUN-DATE
                       ADD GLP-AMOUNT TO GLT-TODAY-DR(WS-GLT-FOUND)
                   END-IF
               ELSE
                   ADD GLP-AMOUNT TO GLT-CR(WS-GLT-FOUND)
                   IF GLP-DATE = WS-RUN-DATE
                       ADD GLP-AMOUNT TO GLT-TODAY-CR(WS-GLT-FOUND)
                   END-IF
               END-IF
           END-IF.

       FIND-GL-ACCOUNT.
           MOVE 0 TO WS-GLT-FOUND
           PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
               UNTIL WS-GLT-IDX > GLT-COUNT OR WS-GLT-FOUND > 0
               IF GLT-CODE(WS-GLT-IDX) = GLP-GL-CODE
                   MOVE WS-GLT-IDX TO WS-GLT-FOUND
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO TB-REPORT-LINE
           STRING
               "GENERAL LEDGER TRIAL BALANCE AS AT " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO TB-REPORT-LINE
           END-STRING
           WRITE TB-REPORT-LINE
           MOVE SPACES TO TB-REPORT-LINE
           STRING
               "CODE   ACCOUNT NAME                   T "
                   DELIMITED BY SIZE
               "     TODAY DEBIT     TODAY CREDIT "
                   DELIMITED BY SIZE
               "   CLOSING BALANCE" DELIMITED BY SIZE
               INTO TB-REPORT-LINE
           END-STRING
           WRITE TB-REPORT-LINE.

       WRITE-ACCOUNT-LINE.
           IF GLT-TYPE(WS-GLT-IDX) = "A" OR
              GLT-TYPE(WS-GLT-IDX) = "E"
               COMPUTE GLT-BALANCE(WS-GLT-IDX) =
                   GLT-DR(WS-GLT-IDX) - GLT-CR(WS-GLT-IDX)
           ELSE
               COMPUTE GLT-BALANCE(WS-GLT-IDX) =
                   GLT-CR(WS-GLT-IDX) - GLT-DR(WS-GLT-IDX)
           END-IF
           IF GLT-DR(WS-GLT-IDX) >= GLT-CR(WS-GLT-IDX)
               MOVE "DR" TO WS-SIDE
               COMPUTE DISPLAY-BALANCE =
                   GLT-DR(WS-GLT-IDX) - GLT-CR(WS-GLT-IDX)
           ELSE
               MOVE "CR" TO WS-SIDE
               COMPUTE DISPLAY-BALANCE =
                   GLT-CR(WS-GLT-IDX) - GLT-DR(WS-GLT-IDX)
           END-IF
           MOVE GLT-TODAY-DR(WS-GLT-IDX) TO DISPLAY-TODAY-DR
           MOVE GLT-TODAY-CR(WS-GLT-IDX) TO DISPLAY-TODAY-CR
           MOVE SPACES TO TB-REPORT-LINE
           STRING
               GLT-CODE(WS-GLT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GLT-NAME(WS-GLT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GLT-TYPE(WS-GLT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-TODAY-DR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-TODAY-CR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-BALANCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SIDE DELIMITED BY SIZE
               INTO TB-REPORT-LINE
           END-STRING
           WRITE TB-REPORT-LINE.

       WRITE-TOTALS-LINE.
           MOVE WS-TODAY-DR TO DISPLAY-TODAY-DR
           MOVE WS-TODAY-CR TO DISPLAY-TODAY-CR
           MOVE SPACES TO TB-REPORT-LINE
           STRING
               "TODAY'S MOVEMENT" DELIMITED BY SIZE
               "                         " DELIMITED BY SIZE
               DISPLAY-TODAY-DR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-TODAY-CR DELIMITED BY SIZE
               INTO TB-REPORT-LINE
           END-STRING
           WRITE TB-REPORT-LINE
           MOVE WS-TOTAL-DR TO DISPLAY-TODAY-DR
           MOVE WS-TOTAL-CR TO DISPLAY-TODAY-CR
           MOVE SPACES TO TB-REPORT-LINE
           STRING
               "LEDGER TOTALS TO DATE" DELIMITED BY SIZE
               "                    " DELIMITED BY SIZE
               DISPLAY-TODAY-DR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DISPLAY-TODAY-CR DELIMITED BY SIZE
               INTO TB-REPORT-LINE
           END-STRING
           WRITE TB-REPORT-LINE.

       PROVE-CONTROL-ACCOUNT.
           MOVE 0 TO WS-SUB-LEDGER-TOTAL
           EVALUATE GLT-CONTROL(WS-GLT-IDX)
               WHEN "ACC"
                   PERFORM SUM-ACCOUNT-BALANCES
               WHEN "TDP"
                   PERFORM SUM-OPEN-TERM-DEPOSITS
               WHEN "LON"
                   PERFORM SUM-LOANS-OUTSTANDING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE GLT-BALANCE(WS-GLT-IDX) TO WS-CONTROL-BALANCE
           COMPUTE WS-CONTROL-DIFF =
               WS-CONTROL-BALANCE - WS-SUB-LEDGER-TOTAL
           ADD 1 TO WS-CONTROLS-PROVED
           MOVE WS-CONTROL-BALANCE TO DISPLAY-CONTROL
           MOVE WS-SUB-LEDGER-TOTAL TO DISPLAY-SUB-LEDGER
           MOVE WS-CONTROL-DIFF TO DISPLAY-DIFF
           MOVE SPACES TO TB-REPORT-LINE
           IF WS-CONTROL-DIFF = 0
               STRING
                   GLT-CODE(WS-GLT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GLT-NAME(WS-GLT-IDX) DELIMITED BY SIZE
                   " GL: " DELIMITED BY SIZE
                   DISPLAY-CONTROL DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   GLT-CONTROL(WS-GLT-IDX) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   DISPLAY-SUB-LEDGER DELIMITED BY SIZE
                   " | AGREES" DELIMITED BY SIZE
                   INTO TB-REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-CONTROL-BREAKS
               STRING
                   GLT-CODE(WS-GLT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GLT-NAME(WS-GLT-IDX) DELIMITED BY SIZE
                   " GL: " DELIMITED BY SIZE
                   DISPLAY-CONTROL DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   GLT-CONTROL(WS-GLT-IDX) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   DISPLAY-SUB-LEDGER DELIMITED BY SIZE
                   " | DIFFERENCE " DELIMITED BY SIZE
                   DISPLAY-DIFF DELIMITED BY SIZE
                   INTO TB-REPORT-LINE
               END-STRING
               DISPLAY "CONTROL BREAK ON " GLT-CODE(WS-GLT-IDX)
                   " " GLT-NAME(WS-GLT-IDX) ": " DISPLAY-DIFF
           END-IF
           WRITE TB-REPORT-LINE.

       SUM-ACCOUNT-BALANCES.
           OPEN INPUT ACCOUNTS
           IF WS-FS-ACCOUNTS = "00"
               PERFORM UNTIL WS-FS-ACCOUNTS = "10"
                   READ ACCOUNTS NEXT
                       AT END MOVE "10" TO WS-FS-ACCOUNTS
                       NOT AT END
                           ADD ACC-BALANCE TO WS-SUB-LEDGER-TOTAL
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTS
           END-IF.

       SUM-OPEN-TERM-DEPOSITS.
           OPEN INPUT TDEPOSIT-FILE
           IF WS-FS-TDEPOSIT = "00"
               PERFORM UNTIL WS-FS-TDEPOSIT = "10"
                   READ TDEPOSIT-FILE NEXT
                       AT END MOVE "10" TO WS-FS-TDEPOSIT
                       NOT AT END
                           IF TD-STATUS = "OPEN"
                               ADD TD-PRINCIPAL TO WS-SUB-LEDGER-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TDEPOSIT-FILE
           END-IF.

       SUM-LOANS-OUTSTANDING.
           OPEN INPUT BANKLOAN-FILE
           IF WS-FS-BANKLOAN = "00"
               OPEN INPUT LOANSCHED-FILE
               IF WS-FS-LOANSCHED = "00"
                   PERFORM UNTIL WS-FS-LOANSCHED = "10"
                       READ LOANSCHED-FILE NEXT
                           AT END MOVE "10" TO WS-FS-LOANSCHED
                           NOT AT END
                               IF LS-STATUS = "DUE"
                                   MOVE LS-LOAN-ID TO BL-ID
                                   READ BANKLOAN-FILE
                                       INVALID KEY CONTINUE
                                       NOT INVALID KEY
                                           ADD LS-PRIN-PART
                                               TO WS-SUB-LEDGER-TOTAL
                                   END-READ
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOANSCHED-FILE
               END-IF
               CLOSE BANKLOAN-FILE
           END-IF.

       WRITE-VERDICT.
           MOVE SPACES TO TB-REPORT-LINE
           WRITE TB-REPORT-LINE
           MOVE SPACES TO TB-REPORT-LINE
           IF WS-TOTAL-DR = WS-TOTAL-CR AND WS-CONTROL-BREAKS = 0
               STRING
                   "VERDICT: CLEAN. LEDGER BALANCED AND "
                       DELIMITED BY SIZE
                   WS-CONTROLS-PROVED DELIMITED BY SIZE
                   " CONTROL ACCOUNT(S) AGREE WITH THEIR SUB-LEDGERS."
                       DELIMITED BY SIZE
                   INTO TB-REPORT-LINE
               END-STRING
               DISPLAY "Ledger balanced. Control accounts proved: "
                   WS-CONTROLS-PROVED
           ELSE
               IF WS-TOTAL-DR NOT = WS-TOTAL-CR
                   STRING
                       "VERDICT: OUT OF BALANCE. TOTAL DEBITS DO NOT "
                           DELIMITED BY SIZE
                       "EQUAL TOTAL CREDITS. CONTROL BREAKS: "
                           DELIMITED BY SIZE
                       WS-CONTROL-BREAKS DELIMITED BY SIZE
                       INTO TB-REPORT-LINE
                   END-STRING
                   DISPLAY "LEDGER OUT OF BALANCE. INVESTIGATE "
                       "BEFORE THE NEXT BUSINESS DAY."
               ELSE
                   STRING
                       "VERDICT: CONTROL BREAK. LEDGER BALANCED BUT "
                           DELIMITED BY SIZE
                       WS-CONTROL-BREAKS DELIMITED BY SIZE
                       " CONTROL ACCOUNT(S) DISAGREE WITH THEIR "
                           DELIMITED BY SIZE
                       "SUB-LEDGERS." DELIMITED BY SIZE
                       INTO TB-REPORT-LINE
                   END-STRING
                   DISPLAY "Control breaks found: " WS-CONTROL-BREAKS
               END-IF
           END-IF
           WRITE TB-REPORT-LINE.

       END PROGRAM GL-TRIAL-BALANCE.
