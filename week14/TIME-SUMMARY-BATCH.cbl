      *          the summary to TIMESUM.DAT for the payroll run to
      *          pay overtime from, and lists late arrivals (clock-in
      *          after 09:00) per department on TIME_EXCEPTIONS.TXT.
      *          Once ROSTER.DAT exists, overtime is only the time
      *          worked beyond the planned length of a rostered shift
      *          (unrostered days add hours but no overtime) and late
      *          means a clock-in after the rostered start.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS TS-KEY
           FILE STATUS IS WS-FS-TIMESUM.

           SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RS-KEY
           FILE STATUS IS WS-FS-ROSTER.

           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           05 TS-OT-HOURS PIC 9(3)V99.
           05 TS-LATE-CT  PIC 9(3).

       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           05 RS-KEY.
               10 RS-EMP-ID PIC X(4).
               10 RS-DATE   PIC 9(8).
           05 RS-SHIFT PIC X(2).
           05 RS-START PIC 9(4).
           05 RS-END   PIC 9(4).
           05 RS-DEPT  PIC X(10).

       fd employee-file.
       01 employee-record.
           05 emp-id pic x(4).
       01 WS-TAB-FOUND PIC X VALUE "N".
       01 WS-SUMMARIES PIC 9(3) VALUE 0.
       01 WS-OT-HOURS PIC S9(4)V99.
       01 WS-FS-ROSTER PIC XX.
       01 WS-ROSTER-OPEN PIC X VALUE "N".
       01 WS-ROSTERED PIC X VALUE "N".
       01 WS-PLAN-MINUTES PIC S9(5).
       01 WS-DAY-OT-MINUTES PIC S9(5).

       01 HOURS-TABLE.
           05 HT-ENTRY OCCURS 300 TIMES.
               10 HT-EMP-ID  PIC X(4).
               10 HT-MINUTES PIC 9(7).
               10 HT-LATE-CT PIC 9(3).
               10 HT-OT-MINUTES PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF

           OPEN INPUT ROSTER-FILE
           IF WS-FS-ROSTER = "00"
               MOVE "Y" TO WS-ROSTER-OPEN
               DISPLAY "ROSTER.DAT found. Overtime is time beyond "
                   "the rostered shift."
           END-IF

           MOVE "00" TO WS-FS-TIMECLOCK
           PERFORM UNTIL WS-FS-TIMECLOCK = "10"
               READ TIMECLOCK-FILE NEXT
               END-READ
           END-PERFORM
           CLOSE TIMECLOCK-FILE
           IF WS-ROSTER-OPEN = "Y"
               CLOSE ROSTER-FILE
           END-IF

           OPEN I-O TIMESUM-FILE
           IF WS-FS-TIMESUM NOT = "00"
           IF WS-DAY-MINUTES < 0
               MOVE 0 TO WS-DAY-MINUTES
           END-IF
           PERFORM CHECK-ROSTERED-SHIFT
           MOVE "N" TO WS-TAB-FOUND
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1 UNTIL
               WS-TAB-IDX > WS-TAB-USED OR WS-TAB-FOUND = "Y"
                   MOVE TC-EMP-ID TO HT-EMP-ID(WS-TAB-IDX)
                   MOVE 0 TO HT-MINUTES(WS-TAB-IDX)
                   MOVE 0 TO HT-LATE-CT(WS-TAB-IDX)
                   MOVE 0 TO HT-OT-MINUTES(WS-TAB-IDX)
                   MOVE "Y" TO WS-TAB-FOUND
               END-IF
           END-IF
           IF WS-TAB-FOUND = "Y"
               ADD WS-DAY-MINUTES TO HT-MINUTES(WS-TAB-IDX)
               IF WS-ROSTER-OPEN = "Y"
                   IF WS-ROSTERED = "Y"
                       IF TC-IN-TIME > RS-START
                           ADD 1 TO HT-LATE-CT(WS-TAB-IDX)
                       END-IF
                       IF WS-DAY-OT-MINUTES > 0
                           ADD WS-DAY-OT-MINUTES
                               TO HT-OT-MINUTES(WS-TAB-IDX)
                       END-IF
                   END-IF
               ELSE
                   IF TC-IN-TIME > WS-LATE-CUTOFF
                       ADD 1 TO HT-LATE-CT(WS-TAB-IDX)
                   END-IF
               END-IF
           END-IF.

       CHECK-ROSTERED-SHIFT.
           MOVE "N" TO WS-ROSTERED
           MOVE 0 TO WS-DAY-OT-MINUTES
           IF WS-ROSTER-OPEN = "Y"
               MOVE TC-EMP-ID TO RS-EMP-ID
               MOVE TC-DATE TO RS-DATE
               READ ROSTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ROSTERED
                       COMPUTE WS-PLAN-MINUTES =
                           (FUNCTION INTEGER(RS-END / 100) * 60 +
                            FUNCTION MOD(RS-END, 100)) -
                           (FUNCTION INTEGER(RS-START / 100) * 60 +
                            FUNCTION MOD(RS-START, 100))
                       IF WS-PLAN-MINUTES <= 0
                           ADD 1440 TO WS-PLAN-MINUTES
                       END-IF
                       COMPUTE WS-DAY-OT-MINUTES =
                           WS-DAY-MINUTES - WS-PLAN-MINUTES
               END-READ
           END-IF.

       WRITE-ONE-SUMMARY.
           ADD 1 TO WS-SUMMARIES
           MOVE HT-EMP-ID(WS-TAB-IDX) TO TS-EMP-ID
           MOVE WS-RUN-MONTH TO TS-MONTH
           COMPUTE TS-HOURS ROUNDED =
               HT-MINUTES(WS-TAB-IDX) / 60
           IF WS-ROSTER-OPEN = "Y"
               COMPUTE WS-OT-HOURS ROUNDED =
                   HT-OT-MINUTES(WS-TAB-IDX) / 60
           ELSE
               COMPUTE WS-OT-HOURS = TS-HOURS - WS-STD-HOURS
           END-IF
           IF WS-OT-HOURS > 0
               MOVE WS-OT-HOURS TO TS-OT-HOURS
           ELSE
