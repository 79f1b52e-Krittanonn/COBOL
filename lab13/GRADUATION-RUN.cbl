      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Graduation clearance and degree conferral. Takes the
      *          audited candidates on EXPECTED_GRADS.TXT (written by
      *          DEGREE-AUDIT) and clears each one against STUFEES.DAT
      *          (no assessed tuition left unpaid) and the library
      *          through the STU-<id> member link (no loans still OUT
      *          on LOANS.TXT, no unpaid balance on FINES.TXT).
      *          Cleared students get their class of honours from
      *          STU-GPA, STU-STATUS GRADUATED and a conferral record
      *          on GRADUATES.DAT, and are printed on the official
      *          GRADUATION_LIST.TXT. Students held back are listed
      *          with the reasons on GRAD_EXCEPTIONS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADUATION-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANDIDATE-FILE ASSIGN TO "EXPECTED_GRADS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CANDIDATE.

           SELECT STUDENT-FILE ASSIGN TO 'students.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-STUDENT.

           SELECT STUFEES-FILE ASSIGN TO "STUFEES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-KEY
               FILE STATUS IS WS-FS-STUFEES.

           SELECT LOAN-FILE ASSIGN TO "LOANS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID-KEY
               ALTERNATE RECORD KEY IS LOAN-MEMBER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOAN-ISBN WITH DUPLICATES
               FILE STATUS IS WS-FS-LOAN.

           SELECT FINE-FILE ASSIGN TO "FINES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-ID-KEY
               ALTERNATE RECORD KEY IS FINE-LOAN-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS FINE-MEMBER-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-FINE.

           SELECT GRADUATE-FILE ASSIGN TO "GRADUATES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GR-STU-ID
               FILE STATUS IS WS-FS-GRADUATE.

           SELECT GRADLIST-FILE ASSIGN TO "GRADUATION_LIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GRADLIST.

           SELECT EXCEPTION-FILE ASSIGN TO "GRAD_EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPTION.

       DATA DIVISION.
       FILE SECTION.

       FD CANDIDATE-FILE.
       01 CANDIDATE-LINE.
           05 CAND-STU-ID   PIC X(4).
           05 FILLER        PIC X(96).

       FD STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STU-ID    PIC X(4).
           05 STU-NAME  PIC X(20).
           05 STU-GPA   PIC 9V99.
           05 STU-STATUS PIC X(10).
           05 STU-BELOW-CT PIC 9.

       FD STUFEES-FILE.
       01 STUFEES-RECORD.
           05 SF-KEY.
               10 SF-STU-ID   PIC X(4).
               10 SF-SEMESTER PIC X(6).
           05 SF-CREDITS    PIC 9(3).
           05 SF-ASSESSED   PIC 9(7)V99.
           05 SF-PAID       PIC 9(7)V99.
           05 SF-STATUS     PIC X(8).
           05 SF-AID        PIC 9(7)V99.

       FD LOAN-FILE.
       01 LOAN-RECORD.
          05 LOAN-ID-KEY        PIC X(12).
          05 LOAN-MEMBER-ID     PIC X(12).
          05 LOAN-ISBN          PIC X(13).
          05 LOAN-DATE          PIC 9(8).
          05 LOAN-DUE-DATE      PIC 9(8).
          05 LOAN-RETURN-DATE   PIC 9(8).
          05 LOAN-STATUS        PIC X(10).
          05 LOAN-RENEW-COUNT   PIC 9(2).
          05 LOAN-ACCESSION     PIC X(12).

       FD FINE-FILE.
       01 FINE-RECORD.
          05 FINE-ID-KEY        PIC X(12).
          05 FINE-LOAN-ID       PIC X(12).
          05 FINE-MEMBER-ID     PIC X(12).
          05 FINE-AMOUNT        PIC 9(6)V99.
          05 FINE-PAID-FLAG     PIC X(3).
          05 FINE-DATE          PIC 9(8).
          05 FINE-BALANCE       PIC 9(6)V99.
          05 FINE-ORIG-AMOUNT   PIC 9(6)V99.
          05 FINE-ADJ-FLAG      PIC X.

       FD GRADUATE-FILE.
       01 GRADUATE-RECORD.
           05 GR-STU-ID       PIC X(4).
           05 GR-NAME         PIC X(20).
           05 GR-GPA          PIC 9V99.
           05 GR-HONOURS      PIC X(24).
           05 GR-CONFER-DATE  PIC 9(8).

       FD GRADLIST-FILE.
       01 GRADLIST-LINE PIC X(100).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-CANDIDATE   PIC XX.
       01 WS-FS-STUDENT     PIC XX.
       01 WS-FS-STUFEES     PIC XX.
       01 WS-FS-LOAN        PIC XX.
       01 WS-FS-FINE        PIC XX.
       01 WS-FS-GRADUATE    PIC XX.
       01 WS-FS-GRADLIST    PIC XX.
       01 WS-FS-EXCEPTION   PIC XX.
       01 WS-STUFEES-OPEN   PIC X VALUE "N".
       01 WS-LOANS-OPEN     PIC X VALUE "N".
       01 WS-FINES-OPEN     PIC X VALUE "N".
       01 WS-CONFER-DATE    PIC 9(8).
       01 WS-MEMBER-ID      PIC X(12).
       01 WS-FEES-DUE       PIC 9(7)V99.
       01 WS-OPEN-LOANS     PIC 9(3).
       01 WS-FINES-DUE      PIC 9(7)V99.
       01 WS-HONOURS        PIC X(24).
       01 WS-CANDIDATES     PIC 9(5) VALUE 0.
       01 WS-GRADUATED      PIC 9(5) VALUE 0.
       01 WS-HELD           PIC 9(5) VALUE 0.
       01 DISPLAY-AMOUNT    PIC Z,ZZZ,ZZ9.99.
       01 DISPLAY-GPA       PIC 9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== GRADUATION CLEARANCE AND CONFERRAL ===".
           DISPLAY "CONFERRAL DATE (YYYYMMDD, 0 = TODAY): "
           ACCEPT WS-CONFER-DATE
           IF WS-CONFER-DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONFER-DATE
           END-IF

           OPEN INPUT CANDIDATE-FILE
           IF WS-FS-CANDIDATE NOT = "00"
               DISPLAY "EXPECTED_GRADS.TXT not found. Run the "
                   "DEGREE-AUDIT expected graduates list first."
               STOP RUN
           END-IF
           OPEN I-O STUDENT-FILE
           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "students.dat not found."
               CLOSE CANDIDATE-FILE
               STOP RUN
           END-IF
           OPEN INPUT STUFEES-FILE
           IF WS-FS-STUFEES = "00"
               MOVE "Y" TO WS-STUFEES-OPEN
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-FS-LOAN = "00"
               MOVE "Y" TO WS-LOANS-OPEN
           END-IF
           OPEN INPUT FINE-FILE
           IF WS-FS-FINE = "00"
               MOVE "Y" TO WS-FINES-OPEN
           END-IF
           OPEN I-O GRADUATE-FILE
           IF WS-FS-GRADUATE NOT = "00"
               OPEN OUTPUT GRADUATE-FILE
               CLOSE GRADUATE-FILE
               OPEN I-O GRADUATE-FILE
           END-IF

           OPEN OUTPUT GRADLIST-FILE
           MOVE SPACES TO GRADLIST-LINE
           STRING
               "=== GRADUATION LIST - CONFERRED " DELIMITED BY SIZE
               WS-CONFER-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO GRADLIST-LINE
           END-STRING
           WRITE GRADLIST-LINE
           OPEN OUTPUT EXCEPTION-FILE
           MOVE "=== GRADUATION CLEARANCE EXCEPTIONS ===" TO
               EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           MOVE "00" TO WS-FS-CANDIDATE
           PERFORM UNTIL WS-FS-CANDIDATE = "10"
               READ CANDIDATE-FILE
                   AT END MOVE "10" TO WS-FS-CANDIDATE
                   NOT AT END
                       IF CANDIDATE-LINE(1:3) NOT = "===" AND
                          CAND-STU-ID NOT = SPACES
                           PERFORM PROCESS-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CANDIDATE-FILE STUDENT-FILE GRADUATE-FILE
                 GRADLIST-FILE EXCEPTION-FILE
           IF WS-STUFEES-OPEN = "Y"
               CLOSE STUFEES-FILE
           END-IF
           IF WS-LOANS-OPEN = "Y"
               CLOSE LOAN-FILE
           END-IF
           IF WS-FINES-OPEN = "Y"
               CLOSE FINE-FILE
           END-IF
           DISPLAY "Candidates read: " WS-CANDIDATES.
           DISPLAY "Degrees conferred: " WS-GRADUATED.
           DISPLAY "Held back: " WS-HELD.
           DISPLAY "Lists are in GRADUATION_LIST.TXT and "
               "GRAD_EXCEPTIONS.TXT.".
           STOP RUN.

       PROCESS-ONE-CANDIDATE.
           ADD 1 TO WS-CANDIDATES
           MOVE CAND-STU-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   PERFORM WRITE-UNKNOWN-CANDIDATE
               NOT INVALID KEY
                   IF STU-STATUS = "GRADUATED"
                       DISPLAY STU-ID " ALREADY GRADUATED. SKIPPED."
                   ELSE
                       PERFORM CLEAR-ONE-CANDIDATE
                   END-IF
           END-READ.

       WRITE-UNKNOWN-CANDIDATE.
           ADD 1 TO WS-HELD
           MOVE SPACES TO EXCEPTION-LINE
           STRING
               CAND-STU-ID DELIMITED BY SIZE
               " | NOT ON THE STUDENT ROSTER" DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           DISPLAY EXCEPTION-LINE.

       CLEAR-ONE-CANDIDATE.
           PERFORM SUM-FEES-OUTSTANDING
           MOVE SPACES TO WS-MEMBER-ID
           STRING
               "STU-" DELIMITED BY SIZE
               STU-ID DELIMITED BY SIZE
               INTO WS-MEMBER-ID
           END-STRING
           PERFORM COUNT-OPEN-LOANS
           PERFORM SUM-UNPAID-FINES
           IF STU-STATUS = "DISMISSED" OR WS-FEES-DUE > 0 OR
              WS-OPEN-LOANS > 0 OR WS-FINES-DUE > 0
               ADD 1 TO WS-HELD
               PERFORM WRITE-EXCEPTION
           ELSE
               PERFORM CONFER-DEGREE
           END-IF.

       SUM-FEES-OUTSTANDING.
           MOVE 0 TO WS-FEES-DUE
           IF WS-STUFEES-OPEN = "Y"
               MOVE STU-ID TO SF-STU-ID
               MOVE LOW-VALUES TO SF-SEMESTER
               START STUFEES-FILE KEY IS NOT LESS THAN SF-KEY
                   INVALID KEY MOVE "10" TO WS-FS-STUFEES
                   NOT INVALID KEY MOVE "00" TO WS-FS-STUFEES
               END-START
               PERFORM UNTIL WS-FS-STUFEES = "10"
                   READ STUFEES-FILE NEXT
                       AT END MOVE "10" TO WS-FS-STUFEES
                       NOT AT END
                           IF SF-STU-ID NOT = STU-ID
                               MOVE "10" TO WS-FS-STUFEES
                           ELSE
                               IF SF-ASSESSED > SF-AID + SF-PAID
                                   COMPUTE WS-FEES-DUE = WS-FEES-DUE
                                       + SF-ASSESSED - SF-AID - SF-PAID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       COUNT-OPEN-LOANS.
           MOVE 0 TO WS-OPEN-LOANS
           IF WS-LOANS-OPEN = "Y"
               MOVE WS-MEMBER-ID TO LOAN-MEMBER-ID
               START LOAN-FILE KEY IS EQUAL TO LOAN-MEMBER-ID
                   INVALID KEY MOVE "10" TO WS-FS-LOAN
                   NOT INVALID KEY MOVE "00" TO WS-FS-LOAN
               END-START
               PERFORM UNTIL WS-FS-LOAN = "10"
                   READ LOAN-FILE NEXT
                       AT END MOVE "10" TO WS-FS-LOAN
                       NOT AT END
                           IF LOAN-MEMBER-ID NOT = WS-MEMBER-ID
                               MOVE "10" TO WS-FS-LOAN
                           ELSE
                               IF LOAN-STATUS = "OUT"
                                   ADD 1 TO WS-OPEN-LOANS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SUM-UNPAID-FINES.
           MOVE 0 TO WS-FINES-DUE
           IF WS-FINES-OPEN = "Y"
               MOVE WS-MEMBER-ID TO FINE-MEMBER-ID
               START FINE-FILE KEY IS EQUAL TO FINE-MEMBER-ID
                   INVALID KEY MOVE "10" TO WS-FS-FINE
                   NOT INVALID KEY MOVE "00" TO WS-FS-FINE
               END-START
               PERFORM UNTIL WS-FS-FINE = "10"
                   READ FINE-FILE NEXT
                       AT END MOVE "10" TO WS-FS-FINE
                       NOT AT END
                           IF FINE-MEMBER-ID NOT = WS-MEMBER-ID
                               MOVE "10" TO WS-FS-FINE
                           ELSE
                               IF FINE-PAID-FLAG = "NO"
                                   IF FINE-BALANCE NOT NUMERIC
                                       MOVE FINE-AMOUNT TO FINE-BALANCE
                                   END-IF
                                   ADD FINE-BALANCE TO WS-FINES-DUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SET-HONOURS-CLASS.
           EVALUATE TRUE
               WHEN STU-GPA >= 3.60
                   MOVE "FIRST CLASS HONOURS" TO WS-HONOURS
               WHEN STU-GPA >= 3.25
                   MOVE "SECOND CLASS HONOURS" TO WS-HONOURS
               WHEN OTHER
                   MOVE "PASS" TO WS-HONOURS
           END-EVALUATE.

       CONFER-DEGREE.
           PERFORM SET-HONOURS-CLASS
           MOVE "GRADUATED" TO STU-STATUS
           REWRITE STUDENT-RECORD
           MOVE STU-ID TO GR-STU-ID
           MOVE STU-NAME TO GR-NAME
           MOVE STU-GPA TO GR-GPA
           MOVE WS-HONOURS TO GR-HONOURS
           MOVE WS-CONFER-DATE TO GR-CONFER-DATE
           WRITE GRADUATE-RECORD
               INVALID KEY REWRITE GRADUATE-RECORD
           END-WRITE
           ADD 1 TO WS-GRADUATED
           MOVE STU-GPA TO DISPLAY-GPA
           MOVE SPACES TO GRADLIST-LINE
           STRING
               STU-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               STU-NAME DELIMITED BY SIZE
               " | GPA: " DELIMITED BY SIZE
               DISPLAY-GPA DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-HONOURS DELIMITED BY SIZE
               INTO GRADLIST-LINE
           END-STRING
           WRITE GRADLIST-LINE
           DISPLAY GRADLIST-LINE.

       WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-LINE
           STRING
               STU-ID DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               STU-NAME DELIMITED BY SIZE
               " | STATUS: " DELIMITED BY SIZE
               STU-STATUS DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           DISPLAY EXCEPTION-LINE
           IF STU-STATUS = "DISMISSED"
               MOVE "    ACADEMICALLY DISMISSED" TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
           END-IF
           IF WS-FEES-DUE > 0
               MOVE WS-FEES-DUE TO DISPLAY-AMOUNT
               MOVE SPACES TO EXCEPTION-LINE
               STRING
                   "    TUITION OUTSTANDING: " DELIMITED BY SIZE
                   DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
           END-IF
           IF WS-OPEN-LOANS > 0
               MOVE SPACES TO EXCEPTION-LINE
               STRING
                   "    LIBRARY ITEMS NOT RETURNED: " DELIMITED BY SIZE
                   WS-OPEN-LOANS DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
           END-IF
           IF WS-FINES-DUE > 0
               MOVE WS-FINES-DUE TO DISPLAY-AMOUNT
               MOVE SPACES TO EXCEPTION-LINE
               STRING
                   "    LIBRARY FINES UNPAID: " DELIMITED BY SIZE
                   DISPLAY-AMOUNT DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING
               WRITE EXCEPTION-LINE
           END-IF.

       END PROGRAM GRADUATION-RUN.
