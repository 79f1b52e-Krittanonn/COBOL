      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly shift roster maintenance per department.
      *          Keeps ROSTER.DAT, one record per emp-id and date with
      *          the shift code and its planned start and end (an end
      *          at or before the start runs past midnight). Shift
      *          codes D, E, L and N carry standard times, X takes
      *          times keyed in and OF clears the day. Every shift is
      *          checked against the neighbouring days so the rest
      *          between shifts is at least PC-MIN-REST hours from
      *          PAYCONFIG.TXT (default 11).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-MAINTENANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           record key is EMP-ID
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-FS-ROSTER.

           SELECT PAYCONFIG-FILE ASSIGN TO "PAYCONFIG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYCONFIG.

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

       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           05 RS-KEY.
               10 RS-EMP-ID PIC X(4).
               10 RS-DATE   PIC 9(8).
           05 RS-SHIFT PIC X(2).
           05 RS-START PIC 9(4).
           05 RS-END   PIC 9(4).
           05 RS-DEPT  PIC X(10).

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

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE PIC XX.
       01 WS-FS-ROSTER PIC XX.
       01 WS-FS-PAYCONFIG PIC XX.
       01 WS-CHOICE PIC 9 VALUE 0.
       01 ws-eof-flag pic x value 'N'.
       01 WS-DEPT PIC X(10).
       01 WS-WEEK-START PIC 9(8).
       01 WS-WEEK-INT PIC 9(7).
       01 WS-DAY-IDX PIC 9.
       01 WS-DAY-INT PIC 9(7).
       01 WS-DAY-DATE PIC 9(8).
       01 WS-EMP-COUNT PIC 9(4).
       01 WS-MIN-REST PIC 9(2) VALUE 11.
       01 WS-SHIFT-IN PIC X(2).
       01 WS-SHIFT-OK PIC X VALUE "N".
       01 WS-REST-OK PIC X VALUE "Y".
       01 WS-NEW-START PIC 9(4).
       01 WS-NEW-END PIC 9(4).
       01 WS-HHMM PIC 9(4).
       01 WS-MINUTES PIC 9(5).
       01 WS-NEW-FROM PIC 9(11).
       01 WS-NEW-TO PIC 9(11).
       01 WS-OTHER-FROM PIC 9(11).
       01 WS-OTHER-TO PIC 9(11).
       01 WS-REST-MINUTES PIC S9(11).
       01 WS-REST-HOURS PIC Z9.99.
       01 WS-WEEK-LINE PIC X(80).
       01 WS-LINE-PTR PIC 9(3).

      * Standard shift codes with planned start and end (HHMM).
       01 SHIFT-CODE-VALUES.
           05 FILLER PIC X(10) VALUE "D 09001700".
           05 FILLER PIC X(10) VALUE "E 06001400".
           05 FILLER PIC X(10) VALUE "L 14002200".
           05 FILLER PIC X(10) VALUE "N 22000600".
       01 SHIFT-CODE-TABLE REDEFINES SHIFT-CODE-VALUES.
           05 SC-ENTRY OCCURS 4 TIMES.
               10 SC-CODE  PIC X(2).
               10 SC-START PIC 9(4).
               10 SC-END   PIC 9(4).
       01 WS-SC-IDX PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== SHIFT ROSTER MAINTENANCE ====="
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE NOT = "00"
               DISPLAY "employees.dat not found."
               STOP RUN
           END-IF
           OPEN I-O ROSTER-FILE
           IF WS-FS-ROSTER NOT = "00"
               OPEN OUTPUT ROSTER-FILE
               CLOSE ROSTER-FILE
               OPEN I-O ROSTER-FILE
           END-IF
           PERFORM LOAD-PAYCONFIG

           PERFORM UNTIL WS-CHOICE = 9
               MOVE 0 TO WS-CHOICE
               DISPLAY " "
               DISPLAY "1. ENTER/CHANGE WEEK ROSTER FOR A DEPARTMENT"
               DISPLAY "2. SHOW WEEK ROSTER FOR A DEPARTMENT"
               DISPLAY "3. EXIT"
               DISPLAY "CHOOSE OPTION (1-3): "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM ENTER-WEEK-ROSTER
                   WHEN 2 PERFORM SHOW-WEEK-ROSTER
                   WHEN 3 MOVE 9 TO WS-CHOICE
                   WHEN OTHER DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           CLOSE EMPLOYEE-FILE ROSTER-FILE
           STOP RUN.

       LOAD-PAYCONFIG.
           OPEN INPUT PAYCONFIG-FILE
           IF WS-FS-PAYCONFIG = "00"
               READ PAYCONFIG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PC-MIN-REST IS NUMERIC AND PC-MIN-REST > 0
                           MOVE PC-MIN-REST TO WS-MIN-REST
                       END-IF
               END-READ
               CLOSE PAYCONFIG-FILE
           END-IF.

       ASK-DEPT-AND-WEEK.
           DISPLAY "DEPARTMENT: "
           ACCEPT WS-DEPT
           DISPLAY "WEEK STARTING (YYYYMMDD): "
           ACCEPT WS-WEEK-START
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-WEEK-START) NOT = 0
               DISPLAY "INVALID DATE."
               MOVE 0 TO WS-WEEK-INT
           ELSE
               COMPUTE WS-WEEK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WEEK-START)
           END-IF.

       ENTER-WEEK-ROSTER.
           PERFORM ASK-DEPT-AND-WEEK
           IF WS-WEEK-INT > 0
               MOVE 0 TO WS-EMP-COUNT
               MOVE LOW-VALUES TO emp-id
               START EMPLOYEE-FILE KEY IS NOT LESS THAN emp-id
                   INVALID KEY MOVE 'Y' TO ws-eof-flag
                   NOT INVALID KEY MOVE 'N' TO ws-eof-flag
               END-START
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ EMPLOYEE-FILE NEXT
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF emp-dept = WS-DEPT
                               ADD 1 TO WS-EMP-COUNT
                               PERFORM ROSTER-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-EMP-COUNT = 0
                   DISPLAY "NO EMPLOYEES IN DEPARTMENT " WS-DEPT "."
               END-IF
           END-IF.

       ROSTER-ONE-EMPLOYEE.
           DISPLAY " "
           DISPLAY "--- " emp-id " " emp-fname " " emp-lname " ---"
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
               COMPUTE WS-DAY-INT = WS-WEEK-INT + WS-DAY-IDX - 1
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               PERFORM ROSTER-ONE-DAY
           END-PERFORM.

       ROSTER-ONE-DAY.
           MOVE emp-id TO RS-EMP-ID
           MOVE WS-DAY-DATE TO RS-DATE
           READ ROSTER-FILE
               INVALID KEY
                   DISPLAY WS-DAY-DATE " CURRENTLY: OFF"
               NOT INVALID KEY
                   DISPLAY WS-DAY-DATE " CURRENTLY: " RS-SHIFT " "
                       RS-START "-" RS-END
           END-READ
           MOVE "N" TO WS-SHIFT-OK
           PERFORM UNTIL WS-SHIFT-OK = "Y"
               DISPLAY "SHIFT (D/E/L/N, X=OTHER TIMES, OF=OFF, "
                   "BLANK=KEEP): "
               MOVE SPACES TO WS-SHIFT-IN
               ACCEPT WS-SHIFT-IN
               PERFORM CHECK-SHIFT-CODE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SHIFT-IN = SPACES
                   CONTINUE
               WHEN WS-SHIFT-IN = "OF"
                   MOVE emp-id TO RS-EMP-ID
                   MOVE WS-DAY-DATE TO RS-DATE
                   DELETE ROSTER-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
               WHEN OTHER
                   PERFORM CHECK-MIN-REST
                   IF WS-REST-OK = "Y"
                       PERFORM SAVE-ROSTER-DAY
                   END-IF
           END-EVALUATE.

       CHECK-SHIFT-CODE.
           IF WS-SHIFT-IN = SPACES OR WS-SHIFT-IN = "OF"
               MOVE "Y" TO WS-SHIFT-OK
           ELSE
               IF WS-SHIFT-IN = "X"
                   DISPLAY "PLANNED START (HHMM): "
                   ACCEPT WS-NEW-START
                   DISPLAY "PLANNED END (HHMM): "
                   ACCEPT WS-NEW-END
                   IF WS-NEW-START(1:2) < "24" AND
                      WS-NEW-START(3:2) < "60" AND
                      WS-NEW-END(1:2) < "24" AND
                      WS-NEW-END(3:2) < "60" AND
                      WS-NEW-START NOT = WS-NEW-END
                       MOVE "Y" TO WS-SHIFT-OK
                   ELSE
                       DISPLAY "INVALID SHIFT TIMES."
                   END-IF
               ELSE
                   PERFORM VARYING WS-SC-IDX FROM 1 BY 1 UNTIL
                       WS-SC-IDX > 4 OR WS-SHIFT-OK = "Y"
                       IF SC-CODE(WS-SC-IDX) = WS-SHIFT-IN
                           MOVE SC-START(WS-SC-IDX) TO WS-NEW-START
                           MOVE SC-END(WS-SC-IDX) TO WS-NEW-END
                           MOVE "Y" TO WS-SHIFT-OK
                       END-IF
                   END-PERFORM
                   IF WS-SHIFT-OK = "N"
                       DISPLAY "INVALID SHIFT CODE."
                   END-IF
               END-IF
           END-IF.

      * Shift times are turned into minutes since day zero so rest
      * across midnight and month ends is a plain subtraction.
       CHECK-MIN-REST.
           MOVE "Y" TO WS-REST-OK
           MOVE WS-NEW-START TO WS-HHMM
           PERFORM HHMM-TO-MINUTES
           COMPUTE WS-NEW-FROM = WS-DAY-INT * 1440 + WS-MINUTES
           MOVE WS-NEW-END TO WS-HHMM
           PERFORM HHMM-TO-MINUTES
           COMPUTE WS-NEW-TO = WS-DAY-INT * 1440 + WS-MINUTES
           IF WS-NEW-END <= WS-NEW-START
               ADD 1440 TO WS-NEW-TO
           END-IF

           MOVE emp-id TO RS-EMP-ID
           COMPUTE RS-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT - 1)
           READ ROSTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM OTHER-SHIFT-MINUTES
                   SUBTRACT 1440 FROM WS-OTHER-FROM
                   SUBTRACT 1440 FROM WS-OTHER-TO
                   COMPUTE WS-REST-MINUTES = WS-NEW-FROM - WS-OTHER-TO
                   PERFORM REPORT-SHORT-REST
           END-READ

           MOVE emp-id TO RS-EMP-ID
           COMPUTE RS-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1)
           READ ROSTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM OTHER-SHIFT-MINUTES
                   ADD 1440 TO WS-OTHER-FROM
                   ADD 1440 TO WS-OTHER-TO
                   COMPUTE WS-REST-MINUTES = WS-OTHER-FROM - WS-NEW-TO
                   PERFORM REPORT-SHORT-REST
           END-READ.

       OTHER-SHIFT-MINUTES.
           MOVE RS-START TO WS-HHMM
           PERFORM HHMM-TO-MINUTES
           COMPUTE WS-OTHER-FROM = WS-DAY-INT * 1440 + WS-MINUTES
           MOVE RS-END TO WS-HHMM
           PERFORM HHMM-TO-MINUTES
           COMPUTE WS-OTHER-TO = WS-DAY-INT * 1440 + WS-MINUTES
           IF RS-END <= RS-START
               ADD 1440 TO WS-OTHER-TO
           END-IF.

       REPORT-SHORT-REST.
           IF WS-REST-MINUTES < WS-MIN-REST * 60
               MOVE "N" TO WS-REST-OK
               IF WS-REST-MINUTES < 0
                   DISPLAY "OVERLAPS THE " RS-SHIFT " SHIFT ON "
                       RS-DATE ". NOT SAVED."
               ELSE
                   COMPUTE WS-REST-HOURS ROUNDED =
                       WS-REST-MINUTES / 60
                   DISPLAY "ONLY " WS-REST-HOURS " HOURS REST "
                       "AROUND THE " RS-SHIFT " SHIFT ON " RS-DATE
                       " (MINIMUM " WS-MIN-REST "). NOT SAVED."
               END-IF
           END-IF.

       HHMM-TO-MINUTES.
           COMPUTE WS-MINUTES =
               FUNCTION INTEGER(WS-HHMM / 100) * 60 +
               FUNCTION MOD(WS-HHMM, 100).

       SAVE-ROSTER-DAY.
           MOVE emp-id TO RS-EMP-ID
           MOVE WS-DAY-DATE TO RS-DATE
           MOVE WS-SHIFT-IN TO RS-SHIFT
           MOVE WS-NEW-START TO RS-START
           MOVE WS-NEW-END TO RS-END
           MOVE emp-dept TO RS-DEPT
           WRITE ROSTER-RECORD
               INVALID KEY
                   REWRITE ROSTER-RECORD
           END-WRITE.

       SHOW-WEEK-ROSTER.
           PERFORM ASK-DEPT-AND-WEEK
           IF WS-WEEK-INT > 0
               MOVE 0 TO WS-EMP-COUNT
               DISPLAY "ROSTER " WS-DEPT " WEEK OF " WS-WEEK-START
               DISPLAY "EMP  | DAY1 | DAY2 | DAY3 | DAY4 | DAY5 | "
                   "DAY6 | DAY7"
               MOVE LOW-VALUES TO emp-id
               START EMPLOYEE-FILE KEY IS NOT LESS THAN emp-id
                   INVALID KEY MOVE 'Y' TO ws-eof-flag
                   NOT INVALID KEY MOVE 'N' TO ws-eof-flag
               END-START
               PERFORM UNTIL ws-eof-flag = 'Y'
                   READ EMPLOYEE-FILE NEXT
                       AT END MOVE 'Y' TO ws-eof-flag
                       NOT AT END
                           IF emp-dept = WS-DEPT
                               ADD 1 TO WS-EMP-COUNT
                               PERFORM SHOW-ONE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-EMP-COUNT = 0
                   DISPLAY "NO EMPLOYEES IN DEPARTMENT " WS-DEPT "."
               END-IF
           END-IF.

       SHOW-ONE-EMPLOYEE.
           MOVE SPACES TO WS-WEEK-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING emp-id DELIMITED BY SIZE
               INTO WS-WEEK-LINE WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
               COMPUTE WS-DAY-INT = WS-WEEK-INT + WS-DAY-IDX - 1
               MOVE emp-id TO RS-EMP-ID
               COMPUTE RS-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               READ ROSTER-FILE
                   INVALID KEY
                       STRING " | OFF " DELIMITED BY SIZE
                           INTO WS-WEEK-LINE WITH POINTER WS-LINE-PTR
                       END-STRING
                   NOT INVALID KEY
                       STRING " | " DELIMITED BY SIZE
                           RS-SHIFT DELIMITED BY SIZE
                           RS-START(1:2) DELIMITED BY SIZE
                           INTO WS-WEEK-LINE WITH POINTER WS-LINE-PTR
                       END-STRING
               END-READ
           END-PERFORM
           DISPLAY WS-WEEK-LINE.

       END PROGRAM ROSTER-MAINTENANCE.
