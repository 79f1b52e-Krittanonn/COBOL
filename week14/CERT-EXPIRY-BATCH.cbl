      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly certification expiry alert. Lists every
      *          CERTS.DAT certificate that expires within the next
      *          60 days, and any that have already lapsed, grouped
      *          by the employee's manager (EMP-MANAGER) so each
      *          manager gets one block to chase, on CERT_EXPIRY.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERT-EXPIRY-BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE ASSIGN TO "CERTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-KEY
           FILE STATUS IS WS-FS-CERT.

           SELECT COURSE-FILE ASSIGN TO "CERTCOURSES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRS-CODE
           FILE STATUS IS WS-FS-COURSE.

           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           record key is EMP-ID
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT ALERT-FILE ASSIGN TO "CERT_EXPIRY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ALERT.

       DATA DIVISION.
       FILE SECTION.
       FD CERT-FILE.
       01 CERT-RECORD.
           05 CE-KEY.
               10 CE-EMP-ID PIC X(4).
               10 CE-CODE   PIC X(6).
           05 CE-COMPLETED PIC 9(8).
           05 CE-EXPIRY    PIC 9(8).
           05 CE-RECORDED  PIC 9(8).

       FD COURSE-FILE.
       01 COURSE-RECORD.
           05 CRS-CODE         PIC X(6).
           05 CRS-NAME         PIC X(30).
           05 CRS-VALID-MONTHS PIC 9(3).
           05 CRS-SYSTEM       PIC X(4).
           05 CRS-ROLE         PIC X(10).

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

       FD ALERT-FILE.
       01 ALERT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-CERT PIC XX.
       01 WS-FS-COURSE PIC XX.
       01 WS-FS-EMPLOYEE PIC XX.
       01 WS-FS-ALERT PIC XX.
       01 WS-COURSE-OPEN PIC X VALUE "N".
       01 WS-TODAY PIC 9(8).
       01 WS-WINDOW-END PIC 9(8).
       01 WS-CERTS-CT PIC 9(5) VALUE 0.
       01 WS-EXPIRING-CT PIC 9(5) VALUE 0.
       01 WS-LAPSED-CT PIC 9(5) VALUE 0.
       01 WS-MGR-CT PIC 9(4) VALUE 0.
       01 WS-LAST-MGR PIC X(4).
       01 WS-RPT-IDX PIC 9(3).
       01 WS-RPT-JDX PIC 9(3).
       01 WS-RPT-USED PIC 9(3) VALUE 0.
       01 WS-SWAP-ROW PIC X(73).

       01 WS-ALERT-TABLE.
           05 CA-ROW OCCURS 500 TIMES.
               10 CA-MANAGER PIC X(4).
               10 CA-EXPIRY  PIC 9(8).
               10 CA-EMP-ID  PIC X(4).
               10 CA-LNAME   PIC X(20).
               10 CA-CODE    PIC X(6).
               10 CA-NAME    PIC X(24).
               10 CA-STATE   PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== CERTIFICATION EXPIRY ALERT ====="
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + 60)

           OPEN INPUT CERT-FILE
           IF WS-FS-CERT NOT = "00"
               DISPLAY "CERTS.DAT not found. Nothing to check."
               STOP RUN
           END-IF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE NOT = "00"
               DISPLAY "employees.dat not found."
               CLOSE CERT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COURSE-FILE
           IF WS-FS-COURSE = "00"
               MOVE "Y" TO WS-COURSE-OPEN
           END-IF

           MOVE "00" TO WS-FS-CERT
           PERFORM UNTIL WS-FS-CERT = "10"
               READ CERT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-CERT
                   NOT AT END
                       ADD 1 TO WS-CERTS-CT
                       IF CE-EXPIRY <= WS-WINDOW-END
                           PERFORM ADD-ALERT-ROW
                       END-IF
               END-READ
           END-PERFORM

           PERFORM SORT-ALERT-ROWS
           PERFORM WRITE-ALERT-REPORT

           CLOSE CERT-FILE EMPLOYEE-FILE
           IF WS-COURSE-OPEN = "Y"
               CLOSE COURSE-FILE
           END-IF
           STOP RUN.

       ADD-ALERT-ROW.
           MOVE CE-EMP-ID TO emp-id
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES TO emp-manager
                   MOVE "(NOT ON FILE)" TO emp-lname
               NOT INVALID KEY CONTINUE
           END-READ
           MOVE SPACES TO CRS-NAME
           IF WS-COURSE-OPEN = "Y"
               MOVE CE-CODE TO CRS-CODE
               READ COURSE-FILE
                   INVALID KEY MOVE SPACES TO CRS-NAME
               END-READ
           END-IF
           IF WS-RPT-USED < 500
               ADD 1 TO WS-RPT-USED
               MOVE emp-manager TO CA-MANAGER(WS-RPT-USED)
               MOVE CE-EXPIRY TO CA-EXPIRY(WS-RPT-USED)
               MOVE CE-EMP-ID TO CA-EMP-ID(WS-RPT-USED)
               MOVE emp-lname TO CA-LNAME(WS-RPT-USED)
               MOVE CE-CODE TO CA-CODE(WS-RPT-USED)
               MOVE CRS-NAME TO CA-NAME(WS-RPT-USED)
               IF CE-EXPIRY < WS-TODAY
                   MOVE "LAPSED" TO CA-STATE(WS-RPT-USED)
                   ADD 1 TO WS-LAPSED-CT
               ELSE
                   MOVE "EXPIRES" TO CA-STATE(WS-RPT-USED)
                   ADD 1 TO WS-EXPIRING-CT
               END-IF
           ELSE
               DISPLAY "ALERT TABLE FULL. SKIPPED " CE-EMP-ID " "
                   CE-CODE
           END-IF.

       SORT-ALERT-ROWS.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1 UNTIL
               WS-RPT-IDX > WS-RPT-USED
               PERFORM VARYING WS-RPT-JDX FROM 1 BY 1 UNTIL
                   WS-RPT-JDX > WS-RPT-USED - WS-RPT-IDX
                   IF CA-ROW(WS-RPT-JDX)(1:16) >
                      CA-ROW(WS-RPT-JDX + 1)(1:16)
                       MOVE CA-ROW(WS-RPT-JDX) TO WS-SWAP-ROW
                       MOVE CA-ROW(WS-RPT-JDX + 1)
                           TO CA-ROW(WS-RPT-JDX)
                       MOVE WS-SWAP-ROW TO CA-ROW(WS-RPT-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ALERT-REPORT.
           OPEN OUTPUT ALERT-FILE
           MOVE SPACES TO ALERT-LINE
           STRING
               "=== CERTIFICATIONS EXPIRING " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-WINDOW-END DELIMITED BY SIZE
               " OR LAPSED ===" DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           WRITE ALERT-LINE
           MOVE SPACES TO WS-LAST-MGR
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1 UNTIL
               WS-RPT-IDX > WS-RPT-USED
               IF WS-RPT-IDX = 1 OR
                  CA-MANAGER(WS-RPT-IDX) NOT = WS-LAST-MGR
                   MOVE CA-MANAGER(WS-RPT-IDX) TO WS-LAST-MGR
                   ADD 1 TO WS-MGR-CT
                   MOVE SPACES TO ALERT-LINE
                   WRITE ALERT-LINE
                   MOVE SPACES TO ALERT-LINE
                   IF WS-LAST-MGR = SPACES
                       MOVE "MANAGER: (NONE ASSIGNED)" TO ALERT-LINE
                   ELSE
                       STRING
                           "MANAGER: " DELIMITED BY SIZE
                           WS-LAST-MGR DELIMITED BY SIZE
                           INTO ALERT-LINE
                       END-STRING
                   END-IF
                   WRITE ALERT-LINE
                   DISPLAY ALERT-LINE
               END-IF
               MOVE SPACES TO ALERT-LINE
               STRING
                   "  " DELIMITED BY SIZE
                   CA-EMP-ID(WS-RPT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CA-LNAME(WS-RPT-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CA-CODE(WS-RPT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CA-NAME(WS-RPT-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CA-STATE(WS-RPT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CA-EXPIRY(WS-RPT-IDX) DELIMITED BY SIZE
                   INTO ALERT-LINE
               END-STRING
               WRITE ALERT-LINE
               DISPLAY ALERT-LINE
           END-PERFORM
           MOVE SPACES TO ALERT-LINE
           WRITE ALERT-LINE
           MOVE SPACES TO ALERT-LINE
           STRING
               "CERTIFICATES: " DELIMITED BY SIZE
               WS-CERTS-CT DELIMITED BY SIZE
               " | EXPIRING: " DELIMITED BY SIZE
               WS-EXPIRING-CT DELIMITED BY SIZE
               " | LAPSED: " DELIMITED BY SIZE
               WS-LAPSED-CT DELIMITED BY SIZE
               " | MANAGERS: " DELIMITED BY SIZE
               WS-MGR-CT DELIMITED BY SIZE
               INTO ALERT-LINE
           END-STRING
           WRITE ALERT-LINE
           DISPLAY ALERT-LINE
           CLOSE ALERT-FILE
           DISPLAY "ALERTS ARE IN CERT_EXPIRY.TXT.".

       END PROGRAM CERT-EXPIRY-BATCH.
