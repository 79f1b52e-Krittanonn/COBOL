      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly vacancy and time-to-fill report by
      *          department. For the month given, counts each
      *          department's positions on POSITIONS.DAT as they stand
      *          (filled, vacant, vacant and approved for recruiting,
      *          average days vacant to the month end or today if
      *          sooner), and the requisitions on REQUISITIONS.DAT
      *          raised, approved, rejected and filled in the month,
      *          with the average days from request to hire for those
      *          filled. Open vacancies are listed after the summary
      *          with their requisition and candidate. Written to
      *          VACANCY_REPORT_<yyyymm>.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACANCY-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE ASSIGN TO "POSITIONS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-ID
           ALTERNATE RECORD KEY IS POS-EMP-ID WITH DUPLICATES
           FILE STATUS IS WS-FS-POSITION.

           SELECT REQUISITION-FILE ASSIGN TO "REQUISITIONS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REQ-ID
           FILE STATUS IS WS-FS-REQUISITION.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.
       FD POSITION-FILE.
       01 POSITION-RECORD.
           05 POS-ID            PIC X(6).
           05 POS-DEPT          PIC X(10).
           05 POS-TITLE         PIC X(10).
           05 POS-BUDGET-SALARY PIC 9(8)V99.
           05 POS-STATUS        PIC X(6).
           05 POS-APPROVED      PIC X.
           05 POS-REQ-ID        PIC X(6).
           05 POS-EMP-ID        PIC X(4).
           05 POS-VACANT-SINCE  PIC 9(8).
           05 POS-FILLED-DATE   PIC 9(8).

       FD REQUISITION-FILE.
       01 REQUISITION-RECORD.
           05 REQ-ID            PIC X(6).
           05 REQ-TYPE          PIC X.
           05 REQ-POS-ID        PIC X(6).
           05 REQ-DEPT          PIC X(10).
           05 REQ-TITLE         PIC X(10).
           05 REQ-BUDGET-SALARY PIC 9(8)V99.
           05 REQ-REQUESTED-BY  PIC X(4).
           05 REQ-REQUEST-DATE  PIC 9(8).
           05 REQ-STATUS        PIC X(8).
           05 REQ-DECISION-DATE PIC 9(8).
           05 REQ-CANDIDATE     PIC X(30).
           05 REQ-FILLED-EMP    PIC X(4).
           05 REQ-FILLED-DATE   PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-POSITION PIC XX.
       01 WS-FS-REQUISITION PIC XX.
       01 WS-FS-REPORT PIC XX.
       01 WS-REQ-OPEN PIC X VALUE "N".
       01 WS-REPORT-NAME PIC X(30).
       01 WS-MONTH PIC X(6).
       01 WS-MONTH-NUM PIC 9(6).
       01 WS-NEXT-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-TODAY PIC 9(8).
       01 WS-AS-AT PIC 9(8).
       01 WS-YEAR PIC 9(4).
       01 WS-MON PIC 9(2).
       01 WS-DAYS PIC 9(5).
       01 WS-AVG-DAYS PIC 9(5).
       01 WS-DEPT-IDX PIC 9(3).
       01 WS-DEPT-USED PIC 9(3) VALUE 0.
       01 WS-DEPT-FOUND PIC X.
       01 WS-LOOK-DEPT PIC X(10).
       01 WS-VACANCY-CT PIC 9(5) VALUE 0.
       01 WS-SHOW-AVG-VACANT PIC ZZZZ9.
       01 WS-SHOW-AVG-FILL PIC ZZZZ9.
       01 WS-SHOW-DAYS PIC ZZZZ9.

       01 WS-DEPT-TABLE.
           05 VD-ENTRY OCCURS 30 TIMES.
               10 VD-DEPT         PIC X(10).
               10 VD-POSITIONS    PIC 9(4).
               10 VD-FILLED       PIC 9(4).
               10 VD-VACANT       PIC 9(4).
               10 VD-RECRUITING   PIC 9(4).
               10 VD-VACANT-DAYS  PIC 9(7).
               10 VD-RAISED       PIC 9(4).
               10 VD-APPROVED     PIC 9(4).
               10 VD-REJECTED     PIC 9(4).
               10 VD-HIRED        PIC 9(4).
               10 VD-FILL-DAYS    PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== VACANCY AND TIME-TO-FILL REPORT ====="
           DISPLAY "REPORT MONTH (YYYYMM): "
           ACCEPT WS-MONTH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           MOVE WS-MONTH TO WS-MONTH-NUM
           DIVIDE WS-MONTH-NUM BY 100 GIVING WS-YEAR REMAINDER WS-MON
           IF WS-MON = 12
               ADD 1 TO WS-YEAR
               MOVE 1 TO WS-MON
           ELSE
               ADD 1 TO WS-MON
           END-IF
           COMPUTE WS-NEXT-MONTH-START = WS-YEAR * 10000
               + WS-MON * 100 + 1
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           IF WS-TODAY < WS-MONTH-END
               MOVE WS-TODAY TO WS-AS-AT
           ELSE
               MOVE WS-MONTH-END TO WS-AS-AT
           END-IF

           OPEN INPUT POSITION-FILE
           IF WS-FS-POSITION NOT = "00"
               DISPLAY "POSITIONS.DAT not found. Nothing to report."
               STOP RUN
           END-IF
           OPEN INPUT REQUISITION-FILE
           IF WS-FS-REQUISITION = "00"
               MOVE "Y" TO WS-REQ-OPEN
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING "VACANCY_REPORT_" DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE

           PERFORM TALLY-POSITIONS
           IF WS-REQ-OPEN = "Y"
               PERFORM TALLY-REQUISITIONS
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "VACANCY AND TIME-TO-FILL REPORT FOR " DELIMITED BY
               SIZE
               WS-MONTH DELIMITED BY SIZE
               "   POSITIONS AS AT " DELIMITED BY SIZE
               WS-AS-AT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPT       POSNS FILLD VACNT RECRT AVG-VAC "
               DELIMITED BY SIZE
               "RAISD APPRV REJCT HIRED AVG-FILL" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-USED
               PERFORM REPORT-ONE-DEPT
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPEN VACANCIES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "POSN   DEPT       TITLE      SINCE     DAYS "
               DELIMITED BY SIZE
               "REQN   CANDIDATE" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           PERFORM LIST-OPEN-VACANCIES

           CLOSE POSITION-FILE REPORT-FILE
           IF WS-REQ-OPEN = "Y"
               CLOSE REQUISITION-FILE
           END-IF
           DISPLAY "Departments: " WS-DEPT-USED
               "   Open vacancies: " WS-VACANCY-CT
           DISPLAY "Report is in " WS-REPORT-NAME
           STOP RUN.

       TALLY-POSITIONS.
           MOVE LOW-VALUES TO POS-ID
           START POSITION-FILE KEY IS NOT LESS THAN POS-ID
               INVALID KEY MOVE "10" TO WS-FS-POSITION
               NOT INVALID KEY MOVE "00" TO WS-FS-POSITION
           END-START
           PERFORM UNTIL WS-FS-POSITION = "10"
               READ POSITION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-POSITION
                   NOT AT END
                       MOVE POS-DEPT TO WS-LOOK-DEPT
                       PERFORM FIND-DEPT
                       IF WS-DEPT-FOUND = "Y"
                           PERFORM TALLY-ONE-POSITION
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-POSITION.
           ADD 1 TO VD-POSITIONS(WS-DEPT-IDX)
           IF POS-STATUS = "FILLED"
               ADD 1 TO VD-FILLED(WS-DEPT-IDX)
           ELSE
               ADD 1 TO VD-VACANT(WS-DEPT-IDX)
               IF POS-APPROVED = "Y"
                   ADD 1 TO VD-RECRUITING(WS-DEPT-IDX)
               END-IF
               PERFORM DAYS-VACANT
               ADD WS-DAYS TO VD-VACANT-DAYS(WS-DEPT-IDX)
           END-IF.

       DAYS-VACANT.
           MOVE 0 TO WS-DAYS
           IF POS-VACANT-SINCE > 0 AND POS-VACANT-SINCE <= WS-AS-AT
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-AS-AT) -
                   FUNCTION INTEGER-OF-DATE(POS-VACANT-SINCE)
           END-IF.

       TALLY-REQUISITIONS.
           MOVE LOW-VALUES TO REQ-ID
           START REQUISITION-FILE KEY IS NOT LESS THAN REQ-ID
               INVALID KEY MOVE "10" TO WS-FS-REQUISITION
               NOT INVALID KEY MOVE "00" TO WS-FS-REQUISITION
           END-START
           PERFORM UNTIL WS-FS-REQUISITION = "10"
               READ REQUISITION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-REQUISITION
                   NOT AT END
                       MOVE REQ-DEPT TO WS-LOOK-DEPT
                       PERFORM FIND-DEPT
                       IF WS-DEPT-FOUND = "Y"
                           PERFORM TALLY-ONE-REQUISITION
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-ONE-REQUISITION.
           IF REQ-REQUEST-DATE(1:6) = WS-MONTH
               ADD 1 TO VD-RAISED(WS-DEPT-IDX)
           END-IF
           IF REQ-DECISION-DATE(1:6) = WS-MONTH
               IF REQ-STATUS = "REJECTED"
                   ADD 1 TO VD-REJECTED(WS-DEPT-IDX)
               ELSE
                   ADD 1 TO VD-APPROVED(WS-DEPT-IDX)
               END-IF
           END-IF
           IF REQ-STATUS = "FILLED" AND REQ-FILLED-DATE(1:6) = WS-MONTH
               ADD 1 TO VD-HIRED(WS-DEPT-IDX)
               IF REQ-REQUEST-DATE > 0
                   AND REQ-FILLED-DATE >= REQ-REQUEST-DATE
                   COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE(REQ-FILLED-DATE) -
                       FUNCTION INTEGER-OF-DATE(REQ-REQUEST-DATE)
                   ADD WS-DAYS TO VD-FILL-DAYS(WS-DEPT-IDX)
               END-IF
           END-IF.

       FIND-DEPT.
           MOVE "N" TO WS-DEPT-FOUND
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-USED OR WS-DEPT-FOUND = "Y"
               IF VD-DEPT(WS-DEPT-IDX) = WS-LOOK-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND = "Y"
               SUBTRACT 1 FROM WS-DEPT-IDX
           ELSE
               IF WS-DEPT-USED < 30
                   ADD 1 TO WS-DEPT-USED
                   MOVE WS-DEPT-USED TO WS-DEPT-IDX
                   INITIALIZE VD-ENTRY(WS-DEPT-IDX)
                   MOVE WS-LOOK-DEPT TO VD-DEPT(WS-DEPT-IDX)
                   MOVE "Y" TO WS-DEPT-FOUND
               END-IF
           END-IF.

       REPORT-ONE-DEPT.
           MOVE 0 TO WS-AVG-DAYS
           IF VD-VACANT(WS-DEPT-IDX) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   VD-VACANT-DAYS(WS-DEPT-IDX) / VD-VACANT(WS-DEPT-IDX)
           END-IF
           MOVE WS-AVG-DAYS TO WS-SHOW-AVG-VACANT
           MOVE 0 TO WS-AVG-DAYS
           IF VD-HIRED(WS-DEPT-IDX) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   VD-FILL-DAYS(WS-DEPT-IDX) / VD-HIRED(WS-DEPT-IDX)
           END-IF
           MOVE WS-AVG-DAYS TO WS-SHOW-AVG-FILL
           MOVE SPACES TO REPORT-LINE
           STRING VD-DEPT(WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VD-POSITIONS(WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VD-FILLED(WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VD-VACANT(WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VD-RECRUITING(WS-DEPT-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SHOW-AVG-VACANT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VD-RAISED(WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VD-APPROVED(WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VD-REJECTED(WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VD-HIRED(WS-DEPT-IDX) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-SHOW-AVG-FILL DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE(1:80).

       LIST-OPEN-VACANCIES.
           MOVE LOW-VALUES TO POS-ID
           START POSITION-FILE KEY IS NOT LESS THAN POS-ID
               INVALID KEY MOVE "10" TO WS-FS-POSITION
               NOT INVALID KEY MOVE "00" TO WS-FS-POSITION
           END-START
           PERFORM UNTIL WS-FS-POSITION = "10"
               READ POSITION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-POSITION
                   NOT AT END
                       IF POS-STATUS = "VACANT"
                           PERFORM LIST-ONE-VACANCY
                       END-IF
               END-READ
           END-PERFORM.

       LIST-ONE-VACANCY.
           ADD 1 TO WS-VACANCY-CT
           PERFORM DAYS-VACANT
           MOVE WS-DAYS TO WS-SHOW-DAYS
           MOVE SPACES TO REQ-CANDIDATE
           IF WS-REQ-OPEN = "Y" AND POS-REQ-ID NOT = SPACES
               MOVE POS-REQ-ID TO REQ-ID
               READ REQUISITION-FILE
                   INVALID KEY MOVE SPACES TO REQ-CANDIDATE
               END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF POS-REQ-ID = SPACES
               STRING POS-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   POS-DEPT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   POS-TITLE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   POS-VACANT-SINCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SHOW-DAYS DELIMITED BY SIZE
                   " (NO REQUISITION RAISED)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               IF POS-APPROVED = "Y"
                   STRING POS-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       POS-DEPT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       POS-TITLE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       POS-VACANT-SINCE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SHOW-DAYS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       POS-REQ-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       REQ-CANDIDATE DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING POS-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       POS-DEPT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       POS-TITLE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       POS-VACANT-SINCE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SHOW-DAYS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       POS-REQ-ID DELIMITED BY SIZE
                       " (AWAITING APPROVAL)" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE REPORT-LINE.

       END PROGRAM VACANCY-REPORT.
