      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Overnight job scheduler for the library, shop, bank
      *          and payroll batches. Job definitions are read in run
      *          order from JOBDEFS.TXT, one per line: job name, the
      *          command that starts the program (with its answers
      *          redirected from a parameter file where it prompts),
      *          run calendar (D = daily, M = month-end, S = semester
      *          end), up to three predecessor jobs, whether a failure
      *          stops dependants (Y/N) and an optional lock file to
      *          honour. Semester-end dates are "S" lines (YYYYMMDD) on
      *          JOBCAL.TXT. A job whose lock file (RUNLOCK.TXT or any
      *          other file in the same LOCKED layout) is held is
      *          BLOCKED; a job whose stopping predecessor failed is
      *          SKIPPED. A job that ends with a non-zero return code
      *          is FAILED; the batches set 8 when a run fails and
      *          leave 0 when there is nothing to do or the work was
      *          already done. Start, end, status and return code of
      *          every job go to JOB_HISTORY.TXT, and
      *          SCHED_CHECKPOINT.TXT holds the state of the current
      *          run so an incomplete run can be restarted from the
      *          failed job - jobs that already ran OK for that
      *          business date are not rerun.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-SCHEDULER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBDEFS-FILE ASSIGN TO "JOBDEFS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOBDEFS.

           SELECT JOBCAL-FILE ASSIGN TO "JOBCAL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOBCAL.

           SELECT HISTORY-FILE ASSIGN TO "JOB_HISTORY.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-HISTORY.

           SELECT CHECKPOINT-FILE ASSIGN TO "SCHED_CHECKPOINT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CHECKPOINT.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LOCK.

       DATA DIVISION.
       FILE SECTION.

       FD JOBDEFS-FILE.
       01 JOBDEF-RECORD.
          05 JD-JOB-NAME        PIC X(12).
          05 JD-COMMAND         PIC X(60).
          05 JD-CALENDAR        PIC X.
          05 JD-PRED            PIC X(12) OCCURS 3 TIMES.
          05 JD-STOP-ON-FAIL    PIC X.
          05 JD-LOCK-FILE       PIC X(20).

       FD JOBCAL-FILE.
       01 JOBCAL-RECORD.
          05 JCAL-ENTRY-TYPE    PIC X.
          05 JCAL-ENTRY-DATA    PIC X(8).

       FD HISTORY-FILE.
       01 HISTORY-LINE          PIC X(120).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
          05 CKP-RUN-DATE       PIC 9(8).
          05 CKP-JOB-NAME       PIC X(12).
          05 CKP-STATUS         PIC X(8).

       FD LOCK-FILE.
       01 LOCK-RECORD.
          05 LOCK-FLAG          PIC X(6).
          05 LOCK-SESSION       PIC X(12).
          05 LOCK-TIME          PIC X(14).

       WORKING-STORAGE SECTION.
       77 WS-FS-JOBDEFS         PIC XX.
       77 WS-FS-JOBCAL          PIC XX.
       77 WS-FS-HISTORY         PIC XX.
       77 WS-FS-CHECKPOINT      PIC XX.
       77 WS-FS-LOCK            PIC XX.
       77 WS-LOCK-NAME          PIC X(20).
       77 WS-EOF-FLAG           PIC X VALUE "N".
       77 WS-RUN-DATE           PIC 9(8).
       77 WS-NEXT-DATE          PIC 9(8).
       77 WS-MONTH-END          PIC X VALUE "N".
       77 WS-SEMESTER-END       PIC X VALUE "N".
       77 WS-RESTART            PIC X VALUE "N".
       77 WS-RESTART-ANSWER     PIC X.
       77 WS-CKP-DATE           PIC 9(8) VALUE 0.
       77 WS-CKP-INCOMPLETE     PIC X VALUE "N".
       77 WS-TIMESTAMP          PIC X(26).
       77 WS-START-STAMP        PIC X(14).
       77 WS-END-STAMP          PIC X(14).
       77 WS-COMMAND            PIC X(61).
       77 WS-JOB-RC             PIC 9(4).
       77 WS-WAIT-STATUS        PIC S9(9).
       77 WS-JOB-NOTE           PIC X(40).
       77 WS-JOB-USED           PIC 9(3) VALUE 0.
       77 WS-JOB-IDX            PIC 9(3).
       77 WS-PRED-IDX           PIC 9(3).
       77 WS-PRED-SLOT          PIC 9.
       77 WS-PRED-FOUND         PIC X.
       77 WS-CKP-USED           PIC 9(3) VALUE 0.
       77 WS-CKP-IDX            PIC 9(3).
       77 WS-SEM-USED           PIC 9(3) VALUE 0.
       77 WS-SEM-IDX            PIC 9(3).
       77 WS-RAN-CT             PIC 9(3) VALUE 0.
       77 WS-OK-CT              PIC 9(3) VALUE 0.
       77 WS-FAILED-CT          PIC 9(3) VALUE 0.
       77 WS-SKIPPED-CT         PIC 9(3) VALUE 0.
       77 WS-NOTDUE-CT          PIC 9(3) VALUE 0.

       01 WS-JOB-TABLE.
           05 JT-ENTRY OCCURS 50 TIMES.
               10 JT-JOB-NAME     PIC X(12).
               10 JT-COMMAND      PIC X(60).
               10 JT-CALENDAR     PIC X.
               10 JT-PRED         PIC X(12) OCCURS 3 TIMES.
               10 JT-STOP-ON-FAIL PIC X.
               10 JT-LOCK-FILE    PIC X(20).
               10 JT-STATUS       PIC X(8).

       01 WS-CKP-TABLE.
           05 CT-ENTRY OCCURS 50 TIMES.
               10 CT-JOB-NAME     PIC X(12).
               10 CT-STATUS       PIC X(8).

       01 WS-SEMESTER-DATES.
           05 WS-SEM-DATE PIC 9(8) OCCURS 50 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== OVERNIGHT JOB SCHEDULER ===".

           PERFORM LOAD-JOB-DEFINITIONS
           IF WS-JOB-USED = 0
               DISPLAY "JOBDEFS.TXT not found or empty. Nothing to run."
               STOP RUN
           END-IF

           PERFORM LOAD-CHECKPOINT
           IF WS-CKP-INCOMPLETE = "Y"
               DISPLAY "The run for " WS-CKP-DATE " did not complete."
               DISPLAY "Restart it from the failed job? (Y/N): "
               ACCEPT WS-RESTART-ANSWER
               IF WS-RESTART-ANSWER = "Y" OR WS-RESTART-ANSWER = "y"
                   MOVE "Y" TO WS-RESTART
               END-IF
           END-IF

           IF WS-RESTART = "Y"
               MOVE WS-CKP-DATE TO WS-RUN-DATE
               PERFORM CARRY-FORWARD-COMPLETED
           ELSE
               DISPLAY "Business date to run for (YYYYMMDD, "
                   "0 = today): "
               ACCEPT WS-RUN-DATE
               IF WS-RUN-DATE = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
               END-IF
           END-IF

           PERFORM LOAD-JOB-CALENDAR
           PERFORM SET-CALENDAR-FLAGS

           OPEN EXTEND HISTORY-FILE
           IF WS-FS-HISTORY NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO HISTORY-LINE
           STRING
               WS-TIMESTAMP(1:14) DELIMITED BY SIZE
               " | SCHEDULE START FOR " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " | MONTH-END: " DELIMITED BY SIZE
               WS-MONTH-END DELIMITED BY SIZE
               " | SEMESTER-END: " DELIMITED BY SIZE
               WS-SEMESTER-END DELIMITED BY SIZE
               " | RESTART: " DELIMITED BY SIZE
               WS-RESTART DELIMITED BY SIZE
               INTO HISTORY-LINE
           END-STRING
           WRITE HISTORY-LINE
           PERFORM WRITE-CHECKPOINT

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-USED
               IF JT-STATUS(WS-JOB-IDX) = "OK"
                   DISPLAY JT-JOB-NAME(WS-JOB-IDX)
                       " already ran OK for " WS-RUN-DATE
               ELSE
                   PERFORM SCHEDULE-ONE-JOB
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO HISTORY-LINE
           STRING
               WS-TIMESTAMP(1:14) DELIMITED BY SIZE
               " | SCHEDULE END. RAN: " DELIMITED BY SIZE
               WS-RAN-CT DELIMITED BY SIZE
               " OK: " DELIMITED BY SIZE
               WS-OK-CT DELIMITED BY SIZE
               " FAILED/BLOCKED: " DELIMITED BY SIZE
               WS-FAILED-CT DELIMITED BY SIZE
               " SKIPPED: " DELIMITED BY SIZE
               WS-SKIPPED-CT DELIMITED BY SIZE
               " NOT DUE: " DELIMITED BY SIZE
               WS-NOTDUE-CT DELIMITED BY SIZE
               INTO HISTORY-LINE
           END-STRING
           WRITE HISTORY-LINE
           DISPLAY HISTORY-LINE
           CLOSE HISTORY-FILE

           IF WS-FAILED-CT > 0 OR WS-SKIPPED-CT > 0
               DISPLAY "Run incomplete. Start the scheduler again and "
                   "answer Y to restart from the failed job."
           END-IF
           DISPLAY "History is in JOB_HISTORY.TXT.".
           STOP RUN.

       LOAD-JOB-DEFINITIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT JOBDEFS-FILE
           IF WS-FS-JOBDEFS = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ JOBDEFS-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF JD-JOB-NAME NOT = SPACES
                               PERFORM STORE-ONE-JOB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBDEFS-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       STORE-ONE-JOB.
           IF WS-JOB-USED >= 50
               DISPLAY "Too many jobs. " JD-JOB-NAME " ignored."
           ELSE
               ADD 1 TO WS-JOB-USED
               MOVE JD-JOB-NAME TO JT-JOB-NAME(WS-JOB-USED)
               MOVE JD-COMMAND TO JT-COMMAND(WS-JOB-USED)
               MOVE JD-CALENDAR TO JT-CALENDAR(WS-JOB-USED)
               MOVE JD-PRED(1) TO JT-PRED(WS-JOB-USED, 1)
               MOVE JD-PRED(2) TO JT-PRED(WS-JOB-USED, 2)
               MOVE JD-PRED(3) TO JT-PRED(WS-JOB-USED, 3)
               MOVE JD-STOP-ON-FAIL TO JT-STOP-ON-FAIL(WS-JOB-USED)
               MOVE JD-LOCK-FILE TO JT-LOCK-FILE(WS-JOB-USED)
               MOVE "PENDING" TO JT-STATUS(WS-JOB-USED)
           END-IF.

       LOAD-CHECKPOINT.
           MOVE "N" TO WS-CKP-INCOMPLETE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CHECKPOINT-FILE
           IF WS-FS-CHECKPOINT = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CHECKPOINT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-ONE-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       STORE-ONE-CHECKPOINT.
           IF WS-CKP-USED < 50
               MOVE CKP-RUN-DATE TO WS-CKP-DATE
               ADD 1 TO WS-CKP-USED
               MOVE CKP-JOB-NAME TO CT-JOB-NAME(WS-CKP-USED)
               MOVE CKP-STATUS TO CT-STATUS(WS-CKP-USED)
               IF CKP-STATUS NOT = "OK" AND
                  CKP-STATUS NOT = "NOTDUE"
                   MOVE "Y" TO WS-CKP-INCOMPLETE
               END-IF
           END-IF.

      * On restart only jobs that finished OK for the business date
      * are kept; failed, blocked, skipped and unreached jobs rerun.
       CARRY-FORWARD-COMPLETED.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
               UNTIL WS-CKP-IDX > WS-CKP-USED
               IF CT-STATUS(WS-CKP-IDX) = "OK"
                   PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-USED
                       IF JT-JOB-NAME(WS-JOB-IDX) =
                          CT-JOB-NAME(WS-CKP-IDX)
                           MOVE "OK" TO JT-STATUS(WS-JOB-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
               UNTIL WS-CKP-IDX > WS-JOB-USED
               MOVE WS-RUN-DATE TO CKP-RUN-DATE
               MOVE JT-JOB-NAME(WS-CKP-IDX) TO CKP-JOB-NAME
               MOVE JT-STATUS(WS-CKP-IDX) TO CKP-STATUS
               WRITE CHECKPOINT-RECORD
           END-PERFORM
           CLOSE CHECKPOINT-FILE.

       LOAD-JOB-CALENDAR.
           MOVE 0 TO WS-SEM-USED
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT JOBCAL-FILE
           IF WS-FS-JOBCAL = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ JOBCAL-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF JCAL-ENTRY-TYPE = "S" AND
                              JCAL-ENTRY-DATA IS NUMERIC AND
                              WS-SEM-USED < 50
                               ADD 1 TO WS-SEM-USED
                               MOVE JCAL-ENTRY-DATA
                                   TO WS-SEM-DATE(WS-SEM-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBCAL-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       SET-CALENDAR-FLAGS.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
           IF FUNCTION MOD(WS-NEXT-DATE, 100) = 1
               MOVE "Y" TO WS-MONTH-END
           END-IF
           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
               UNTIL WS-SEM-IDX > WS-SEM-USED
               IF WS-SEM-DATE(WS-SEM-IDX) = WS-RUN-DATE
                   MOVE "Y" TO WS-SEMESTER-END
               END-IF
           END-PERFORM.

       SCHEDULE-ONE-JOB.
           MOVE SPACES TO WS-JOB-NOTE
           MOVE 0 TO WS-JOB-RC
           MOVE SPACES TO WS-START-STAMP
           MOVE SPACES TO WS-END-STAMP
           EVALUATE JT-CALENDAR(WS-JOB-IDX)
               WHEN "M"
                   IF WS-MONTH-END = "N"
                       MOVE "NOTDUE" TO JT-STATUS(WS-JOB-IDX)
                       MOVE "NOT MONTH-END" TO WS-JOB-NOTE
                   END-IF
               WHEN "S"
                   IF WS-SEMESTER-END = "N"
                       MOVE "NOTDUE" TO JT-STATUS(WS-JOB-IDX)
                       MOVE "NOT SEMESTER-END" TO WS-JOB-NOTE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF JT-STATUS(WS-JOB-IDX) = "NOTDUE"
               ADD 1 TO WS-NOTDUE-CT
           ELSE
               PERFORM CHECK-PREDECESSORS
               IF JT-STATUS(WS-JOB-IDX) = "SKIPPED"
                   ADD 1 TO WS-SKIPPED-CT
               ELSE
                   PERFORM CHECK-JOB-LOCK
                   IF JT-STATUS(WS-JOB-IDX) = "BLOCKED"
                       ADD 1 TO WS-FAILED-CT
                   ELSE
                       PERFORM RUN-ONE-JOB
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-HISTORY-LINE.

      * A predecessor that did not run (skipped, or not defined ahead
      * of this job) always holds the job back; one that failed or was
      * blocked holds it back only when its stop flag is Y.
       CHECK-PREDECESSORS.
           PERFORM VARYING WS-PRED-SLOT FROM 1 BY 1
               UNTIL WS-PRED-SLOT > 3
               IF JT-PRED(WS-JOB-IDX, WS-PRED-SLOT) NOT = SPACES AND
                  JT-STATUS(WS-JOB-IDX) NOT = "SKIPPED"
                   MOVE "N" TO WS-PRED-FOUND
                   PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                       UNTIL WS-PRED-IDX >= WS-JOB-IDX
                       IF JT-JOB-NAME(WS-PRED-IDX) =
                          JT-PRED(WS-JOB-IDX, WS-PRED-SLOT)
                           MOVE "Y" TO WS-PRED-FOUND
                           PERFORM CHECK-ONE-PREDECESSOR
                       END-IF
                   END-PERFORM
                   IF WS-PRED-FOUND = "N"
                       MOVE "SKIPPED" TO JT-STATUS(WS-JOB-IDX)
                       STRING
                           "PREDECESSOR NOT DEFINED: "
                               DELIMITED BY SIZE
                           JT-PRED(WS-JOB-IDX, WS-PRED-SLOT)
                               DELIMITED BY SIZE
                           INTO WS-JOB-NOTE
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ONE-PREDECESSOR.
           IF JT-STATUS(WS-PRED-IDX) = "SKIPPED" OR
              ((JT-STATUS(WS-PRED-IDX) = "FAILED" OR
                JT-STATUS(WS-PRED-IDX) = "BLOCKED") AND
               JT-STOP-ON-FAIL(WS-PRED-IDX) = "Y")
               MOVE "SKIPPED" TO JT-STATUS(WS-JOB-IDX)
               MOVE SPACES TO WS-JOB-NOTE
               STRING
                   "PREDECESSOR " DELIMITED BY SIZE
                   JT-JOB-NAME(WS-PRED-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   JT-STATUS(WS-PRED-IDX) DELIMITED BY SPACE
                   INTO WS-JOB-NOTE
               END-STRING
           END-IF.

       CHECK-JOB-LOCK.
           IF JT-LOCK-FILE(WS-JOB-IDX) NOT = SPACES
               MOVE JT-LOCK-FILE(WS-JOB-IDX) TO WS-LOCK-NAME
               OPEN INPUT LOCK-FILE
               IF WS-FS-LOCK = "00"
                   READ LOCK-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF LOCK-FLAG = "LOCKED"
                               MOVE "BLOCKED" TO JT-STATUS(WS-JOB-IDX)
                               STRING
                                   "LOCK HELD BY " DELIMITED BY SIZE
                                   LOCK-SESSION DELIMITED BY SIZE
                                   " SINCE " DELIMITED BY SIZE
                                   LOCK-TIME DELIMITED BY SIZE
                                   INTO WS-JOB-NOTE
                               END-STRING
                           END-IF
                   END-READ
                   CLOSE LOCK-FILE
               END-IF
           END-IF.

       RUN-ONE-JOB.
           ADD 1 TO WS-RAN-CT
           DISPLAY "Starting " JT-JOB-NAME(WS-JOB-IDX) ": "
               JT-COMMAND(WS-JOB-IDX)
           MOVE SPACES TO WS-COMMAND
           STRING
               JT-COMMAND(WS-JOB-IDX) DELIMITED BY SIZE
               LOW-VALUE DELIMITED BY SIZE
               INTO WS-COMMAND
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-WAIT-STATUS
           MOVE 0 TO RETURN-CODE
      *    The shell hands back the exit status in the high byte.
           IF WS-WAIT-STATUS > 255
               DIVIDE 256 INTO WS-WAIT-STATUS
           END-IF
           IF WS-WAIT-STATUS < 0
               MOVE 9999 TO WS-JOB-RC
           ELSE
               MOVE WS-WAIT-STATUS TO WS-JOB-RC
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-STAMP
           IF WS-JOB-RC = 0
               MOVE "OK" TO JT-STATUS(WS-JOB-IDX)
               ADD 1 TO WS-OK-CT
           ELSE
               MOVE "FAILED" TO JT-STATUS(WS-JOB-IDX)
               ADD 1 TO WS-FAILED-CT
               IF JT-STOP-ON-FAIL(WS-JOB-IDX) = "Y"
                   MOVE "DEPENDANTS WILL BE SKIPPED" TO WS-JOB-NOTE
               END-IF
           END-IF.

       WRITE-HISTORY-LINE.
           MOVE SPACES TO HISTORY-LINE
           STRING
               WS-RUN-DATE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               JT-JOB-NAME(WS-JOB-IDX) DELIMITED BY SIZE
               " | START " DELIMITED BY SIZE
               WS-START-STAMP DELIMITED BY SIZE
               " | END " DELIMITED BY SIZE
               WS-END-STAMP DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               JT-STATUS(WS-JOB-IDX) DELIMITED BY SIZE
               " RC " DELIMITED BY SIZE
               WS-JOB-RC DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-JOB-NOTE DELIMITED BY SIZE
               INTO HISTORY-LINE
           END-STRING
           WRITE HISTORY-LINE
           DISPLAY HISTORY-LINE.

       END PROGRAM JOB-SCHEDULER.
