      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sales commission plan maintenance. Keeps one record
      *          per emp-id and SALES.DAT branch on COMMPLAN.DAT - the
      *          plan type (T = rate on the branch's whole month of
      *          sales, O = rate on sales over target only), up to four
      *          rate tiers by percent of the TARGETS.DAT target
      *          achieved, and the first and last months the plan
      *          applies - for COMMISSION-BATCH to calculate from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-PLAN-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           record key is EMP-ID
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT COMMPLAN-FILE ASSIGN TO "COMMPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-KEY
           FILE STATUS IS WS-FS-COMMPLAN.

       DATA DIVISION.
       FILE SECTION.
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

       FD COMMPLAN-FILE.
       01 COMMPLAN-RECORD.
           05 CP-KEY.
               10 CP-EMP-ID PIC X(4).
               10 CP-BRANCH PIC X(3).
           05 CP-PLAN-TYPE   PIC X.
           05 CP-TIER OCCURS 4 TIMES.
               10 CP-TIER-FROM-PCT PIC 9(3).
               10 CP-TIER-RATE     PIC 99V99.
           05 CP-START-MONTH PIC X(6).
           05 CP-END-MONTH   PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE PIC XX.
       01 WS-FS-COMMPLAN PIC XX.
       01 WS-CHOICE PIC 9 VALUE 0.
       01 WS-TIER-IDX PIC 9.
       01 ws-input-id pic x(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== SALES COMMISSION PLANS ====="

           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE NOT = "00"
               DISPLAY "employees.dat not found."
               STOP RUN
           END-IF

           OPEN I-O COMMPLAN-FILE
           IF WS-FS-COMMPLAN NOT = "00"
               OPEN OUTPUT COMMPLAN-FILE
               CLOSE COMMPLAN-FILE
               OPEN I-O COMMPLAN-FILE
           END-IF

           PERFORM UNTIL WS-CHOICE = 9
               MOVE 0 TO WS-CHOICE
               DISPLAY " "
               DISPLAY "1. ADD OR UPDATE COMMISSION PLAN"
               DISPLAY "2. LIST PLANS FOR EMPLOYEE"
               DISPLAY "3. END A PLAN"
               DISPLAY "4. EXIT"
               DISPLAY "CHOOSE OPTION (1-4): "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM ADD-PLAN
                   WHEN 2 PERFORM LIST-PLANS
                   WHEN 3 PERFORM END-PLAN
                   WHEN 4 MOVE 9 TO WS-CHOICE
                   WHEN OTHER DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           CLOSE EMPLOYEE-FILE COMMPLAN-FILE
           STOP RUN.

       ADD-PLAN.
           DISPLAY "ENTER EMPLOYEE ID: "
           ACCEPT ws-input-id
           MOVE ws-input-id TO emp-id
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "ERROR: EMPLOYEE NOT FOUND."
               NOT INVALID KEY
                   PERFORM CAPTURE-PLAN
           END-READ.

       CAPTURE-PLAN.
           MOVE ws-input-id TO CP-EMP-ID
           DISPLAY "SALES.DAT BRANCH CODE: "
           ACCEPT CP-BRANCH
           READ COMMPLAN-FILE
               INVALID KEY
                   PERFORM CAPTURE-PLAN-DETAIL
                   WRITE COMMPLAN-RECORD
                   DISPLAY "PLAN ADDED."
               NOT INVALID KEY
                   PERFORM CAPTURE-PLAN-DETAIL
                   REWRITE COMMPLAN-RECORD
                   DISPLAY "PLAN UPDATED."
           END-READ.

       CAPTURE-PLAN-DETAIL.
           MOVE SPACES TO CP-PLAN-TYPE
           PERFORM UNTIL CP-PLAN-TYPE = "T" OR CP-PLAN-TYPE = "O"
               DISPLAY "PLAN TYPE (T = ON TOTAL SALES, "
                   "O = ON SALES OVER TARGET): "
               ACCEPT CP-PLAN-TYPE
           END-PERFORM
           DISPLAY "UP TO FOUR TIERS, LOWEST FIRST. A TIER PAYS FROM "
               "ITS PERCENT OF TARGET UPWARD (0 RATE = UNUSED)."
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
               UNTIL WS-TIER-IDX > 4
               DISPLAY "TIER " WS-TIER-IDX
                   " FROM PERCENT OF TARGET ACHIEVED: "
               ACCEPT CP-TIER-FROM-PCT(WS-TIER-IDX)
               DISPLAY "TIER " WS-TIER-IDX
                   " COMMISSION RATE (PERCENT): "
               ACCEPT CP-TIER-RATE(WS-TIER-IDX)
           END-PERFORM
           DISPLAY "FIRST MONTH OF PLAN (YYYYMM): "
           ACCEPT CP-START-MONTH
           DISPLAY "LAST MONTH OF PLAN (YYYYMM, 0 = OPEN): "
           ACCEPT CP-END-MONTH
           IF CP-END-MONTH = "0" OR CP-END-MONTH = SPACES
               MOVE "000000" TO CP-END-MONTH
           END-IF.

       LIST-PLANS.
           DISPLAY "ENTER EMPLOYEE ID: "
           ACCEPT ws-input-id
           MOVE ws-input-id TO CP-EMP-ID
           MOVE LOW-VALUES TO CP-BRANCH
           START COMMPLAN-FILE KEY IS NOT LESS THAN CP-KEY
               INVALID KEY MOVE "10" TO WS-FS-COMMPLAN
               NOT INVALID KEY MOVE "00" TO WS-FS-COMMPLAN
           END-START
           PERFORM UNTIL WS-FS-COMMPLAN = "10"
               READ COMMPLAN-FILE NEXT
                   AT END MOVE "10" TO WS-FS-COMMPLAN
                   NOT AT END
                       IF CP-EMP-ID NOT = ws-input-id
                           MOVE "10" TO WS-FS-COMMPLAN
                       ELSE
                           DISPLAY "BRANCH " CP-BRANCH
                               " | TYPE: " CP-PLAN-TYPE
                               " | " CP-START-MONTH " - "
                               CP-END-MONTH
                           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                               UNTIL WS-TIER-IDX > 4
                               IF CP-TIER-RATE(WS-TIER-IDX) > 0
                                   DISPLAY "   FROM "
                                       CP-TIER-FROM-PCT(WS-TIER-IDX)
                                       "% OF TARGET: "
                                       CP-TIER-RATE(WS-TIER-IDX) "%"
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       END-PLAN.
           DISPLAY "ENTER EMPLOYEE ID: "
           ACCEPT CP-EMP-ID
           DISPLAY "BRANCH CODE: "
           ACCEPT CP-BRANCH
           READ COMMPLAN-FILE
               INVALID KEY
                   DISPLAY "ERROR: PLAN NOT FOUND."
               NOT INVALID KEY
                   MOVE FUNCTION CURRENT-DATE(1:6) TO CP-END-MONTH
                   REWRITE COMMPLAN-RECORD
                   DISPLAY "PLAN ENDED THIS MONTH."
           END-READ.

       END PROGRAM COMMISSION-PLAN-MAINT.
