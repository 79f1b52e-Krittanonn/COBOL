      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily planned-versus-actual attendance check. For
      *          the day asked for, compares every ROSTER.DAT shift
      *          with the TIMECLOCK.DAT punches and lists no-shows,
      *          late starts, early finishes and missing clock-outs,
      *          then lists punches on a day the employee was not
      *          rostered, on ROSTER_EXCEPTIONS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-EXCEPTION-BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-FS-ROSTER.

           SELECT TIMECLOCK-FILE ASSIGN TO "TIMECLOCK.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TC-KEY
           FILE STATUS IS WS-FS-TIMECLOCK.

           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           record key is EMP-ID
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT EXCEPT-FILE ASSIGN TO "ROSTER_EXCEPTIONS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXCEPT.

       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           05 RS-KEY.
               10 RS-EMP-ID PIC X(4).
               10 RS-DATE   PIC 9(8).
           05 RS-SHIFT PIC X(2).
           05 RS-START PIC 9(4).
           05 RS-END   PIC 9(4).
           05 RS-DEPT  PIC X(10).

       FD TIMECLOCK-FILE.
       01 TIMECLOCK-RECORD.
           05 TC-KEY.
               10 TC-EMP-ID PIC X(4).
               10 TC-DATE   PIC 9(8).
           05 TC-IN-TIME  PIC 9(4).
           05 TC-OUT-TIME PIC 9(4).

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

       FD EXCEPT-FILE.
       01 EXCEPT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-ROSTER PIC XX.
       01 WS-FS-TIMECLOCK PIC XX.
       01 WS-FS-EMPLOYEE PIC XX.
       01 WS-FS-EXCEPT PIC XX.
       01 WS-TIMECLOCK-OPEN PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-EXCEPTION PIC X(22).
       01 WS-EMP-ID PIC X(4).
       01 WS-PUNCH-FOUND PIC X VALUE "N".
       01 WS-DEPT PIC X(10).
       01 WS-HHMM PIC 9(4).
       01 WS-MINUTES PIC 9(5).
       01 WS-PLAN-MINUTES PIC 9(5).
       01 WS-DIFF-MINUTES PIC 9(5).
       01 WS-SHIFTS-CT PIC 9(5) VALUE 0.
       01 WS-NOSHOW-CT PIC 9(5) VALUE 0.
       01 WS-LATE-CT PIC 9(5) VALUE 0.
       01 WS-EARLY-CT PIC 9(5) VALUE 0.
       01 WS-NOOUT-CT PIC 9(5) VALUE 0.
       01 WS-UNROSTERED-CT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== DAILY ROSTER EXCEPTIONS ====="
           DISPLAY "DATE TO CHECK (YYYYMMDD, 0 = TODAY): "
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF

           OPEN INPUT ROSTER-FILE
           IF WS-FS-ROSTER NOT = "00"
               DISPLAY "ROSTER.DAT not found. Nothing to check."
               STOP RUN
           END-IF
           OPEN INPUT TIMECLOCK-FILE
           IF WS-FS-TIMECLOCK = "00"
               MOVE "Y" TO WS-TIMECLOCK-OPEN
           ELSE
               DISPLAY "TIMECLOCK.DAT not found. Every rostered "
                   "shift is a no-show."
           END-IF
           OPEN INPUT EMPLOYEE-FILE

           OPEN OUTPUT EXCEPT-FILE
           MOVE SPACES TO EXCEPT-LINE
           STRING
               "=== ROSTER EXCEPTIONS FOR " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO EXCEPT-LINE
           END-STRING
           WRITE EXCEPT-LINE
           MOVE SPACES TO EXCEPT-LINE
           STRING
               "DEPT       | EMP  | EXCEPTION              | "
                   DELIMITED BY SIZE
               "PLANNED      | ACTUAL" DELIMITED BY SIZE
               INTO EXCEPT-LINE
           END-STRING
           WRITE EXCEPT-LINE

           MOVE "00" TO WS-FS-ROSTER
           PERFORM UNTIL WS-FS-ROSTER = "10"
               READ ROSTER-FILE NEXT
                   AT END MOVE "10" TO WS-FS-ROSTER
                   NOT AT END
                       IF RS-DATE = WS-RUN-DATE
                           ADD 1 TO WS-SHIFTS-CT
                           PERFORM CHECK-ONE-SHIFT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TIMECLOCK-OPEN = "Y"
               MOVE LOW-VALUES TO TC-KEY
               START TIMECLOCK-FILE KEY IS NOT LESS THAN TC-KEY
                   INVALID KEY MOVE "10" TO WS-FS-TIMECLOCK
                   NOT INVALID KEY MOVE "00" TO WS-FS-TIMECLOCK
               END-START
               PERFORM UNTIL WS-FS-TIMECLOCK = "10"
                   READ TIMECLOCK-FILE NEXT
                       AT END MOVE "10" TO WS-FS-TIMECLOCK
                       NOT AT END
                           IF TC-DATE = WS-RUN-DATE
                               PERFORM CHECK-ONE-PUNCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMECLOCK-FILE
           END-IF

           MOVE SPACES TO EXCEPT-LINE
           STRING
               "SHIFTS: " DELIMITED BY SIZE
               WS-SHIFTS-CT DELIMITED BY SIZE
               " | NO-SHOW: " DELIMITED BY SIZE
               WS-NOSHOW-CT DELIMITED BY SIZE
               " | LATE: " DELIMITED BY SIZE
               WS-LATE-CT DELIMITED BY SIZE
               " | EARLY: " DELIMITED BY SIZE
               WS-EARLY-CT DELIMITED BY SIZE
               " | NO OUT: " DELIMITED BY SIZE
               WS-NOOUT-CT DELIMITED BY SIZE
               " | UNROSTERED: " DELIMITED BY SIZE
               WS-UNROSTERED-CT DELIMITED BY SIZE
               INTO EXCEPT-LINE
           END-STRING
           WRITE EXCEPT-LINE
           DISPLAY EXCEPT-LINE
           CLOSE ROSTER-FILE EMPLOYEE-FILE EXCEPT-FILE
           DISPLAY "EXCEPTIONS ARE IN ROSTER_EXCEPTIONS.TXT.".
           STOP RUN.

       CHECK-ONE-SHIFT.
           MOVE RS-DEPT TO WS-DEPT
           MOVE RS-EMP-ID TO WS-EMP-ID
           MOVE "N" TO WS-PUNCH-FOUND
           IF WS-TIMECLOCK-OPEN = "Y"
               MOVE RS-EMP-ID TO TC-EMP-ID
               MOVE RS-DATE TO TC-DATE
               READ TIMECLOCK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-PUNCH-FOUND
               END-READ
           END-IF
           IF WS-PUNCH-FOUND = "N"
               MOVE 0 TO TC-IN-TIME
               MOVE 0 TO TC-OUT-TIME
               MOVE "NO-SHOW" TO WS-EXCEPTION
               ADD 1 TO WS-NOSHOW-CT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF TC-IN-TIME > RS-START
                   MOVE RS-START TO WS-HHMM
                   PERFORM HHMM-TO-MINUTES
                   MOVE WS-MINUTES TO WS-PLAN-MINUTES
                   MOVE TC-IN-TIME TO WS-HHMM
                   PERFORM HHMM-TO-MINUTES
                   COMPUTE WS-DIFF-MINUTES =
                       WS-MINUTES - WS-PLAN-MINUTES
                   MOVE SPACES TO WS-EXCEPTION
                   STRING
                       "LATE START " DELIMITED BY SIZE
                       WS-DIFF-MINUTES DELIMITED BY SIZE
                       " MIN" DELIMITED BY SIZE
                       INTO WS-EXCEPTION
                   END-STRING
                   ADD 1 TO WS-LATE-CT
                   PERFORM WRITE-EXCEPTION
               END-IF
               IF TC-OUT-TIME = 0
                   MOVE "NO CLOCK-OUT" TO WS-EXCEPTION
                   ADD 1 TO WS-NOOUT-CT
                   PERFORM WRITE-EXCEPTION
               ELSE
                   IF RS-END > RS-START AND TC-OUT-TIME < RS-END
                       MOVE RS-END TO WS-HHMM
                       PERFORM HHMM-TO-MINUTES
                       MOVE WS-MINUTES TO WS-PLAN-MINUTES
                       MOVE TC-OUT-TIME TO WS-HHMM
                       PERFORM HHMM-TO-MINUTES
                       COMPUTE WS-DIFF-MINUTES =
                           WS-PLAN-MINUTES - WS-MINUTES
                       MOVE SPACES TO WS-EXCEPTION
                       STRING
                           "EARLY FINISH " DELIMITED BY SIZE
                           WS-DIFF-MINUTES DELIMITED BY SIZE
                           " MIN" DELIMITED BY SIZE
                           INTO WS-EXCEPTION
                       END-STRING
                       ADD 1 TO WS-EARLY-CT
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-PUNCH.
           MOVE TC-EMP-ID TO RS-EMP-ID
           MOVE TC-DATE TO RS-DATE
           READ ROSTER-FILE
               INVALID KEY
                   MOVE TC-EMP-ID TO emp-id
                   READ EMPLOYEE-FILE
                       INVALID KEY MOVE SPACES TO emp-dept
                   END-READ
                   MOVE emp-dept TO WS-DEPT
                   MOVE TC-EMP-ID TO WS-EMP-ID
                   MOVE SPACES TO RS-SHIFT
                   MOVE 0 TO RS-START
                   MOVE 0 TO RS-END
                   MOVE "UNROSTERED ATTENDANCE" TO WS-EXCEPTION
                   ADD 1 TO WS-UNROSTERED-CT
                   PERFORM WRITE-EXCEPTION
           END-READ.

       HHMM-TO-MINUTES.
           COMPUTE WS-MINUTES =
               FUNCTION INTEGER(WS-HHMM / 100) * 60 +
               FUNCTION MOD(WS-HHMM, 100).

       WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPT-LINE
           STRING
               WS-DEPT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-EMP-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-EXCEPTION DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               RS-SHIFT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RS-START DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RS-END DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               TC-IN-TIME DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               TC-OUT-TIME DELIMITED BY SIZE
               INTO EXCEPT-LINE
           END-STRING
           WRITE EXCEPT-LINE.

       END PROGRAM ROSTER-EXCEPTION-BATCH.
