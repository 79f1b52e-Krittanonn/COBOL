      ******************************************************************
      * Author:
      * Date:
      * Purpose: Training and certification register. Maintains the
      *          course catalog CERTCOURSES.DAT (code, name, validity
      *          in months, and the system role - LIB/SHOP/BANK plus
      *          role name - that needs a current certificate) and the
      *          employee certification file CERTS.DAT, one record
      *          per emp-id and certificate code with the completion
      *          and expiry dates. Recording a renewal replaces the
      *          earlier certificate. Validity 0 means no expiry.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN to "employees.dat"
           ORGANIZATION is INDEXED
           access mode is DYNAMIC
           record key is EMP-ID
           FILE STATUS IS WS-FS-EMPLOYEE.

           SELECT COURSE-FILE ASSIGN TO "CERTCOURSES.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRS-CODE
           FILE STATUS IS WS-FS-COURSE.

           SELECT CERT-FILE ASSIGN TO "CERTS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-KEY
           FILE STATUS IS WS-FS-CERT.

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

       FD COURSE-FILE.
       01 COURSE-RECORD.
           05 CRS-CODE         PIC X(6).
           05 CRS-NAME         PIC X(30).
           05 CRS-VALID-MONTHS PIC 9(3).
           05 CRS-SYSTEM       PIC X(4).
           05 CRS-ROLE         PIC X(10).

       FD CERT-FILE.
       01 CERT-RECORD.
           05 CE-KEY.
               10 CE-EMP-ID PIC X(4).
               10 CE-CODE   PIC X(6).
           05 CE-COMPLETED PIC 9(8).
           05 CE-EXPIRY    PIC 9(8).
           05 CE-RECORDED  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-EMPLOYEE PIC XX.
       01 WS-FS-COURSE PIC XX.
       01 WS-FS-CERT PIC XX.
       01 WS-CHOICE PIC 9 VALUE 0.
       01 ws-input-id pic x(4).
       01 WS-TODAY PIC 9(8).
       01 WS-LIST-CT PIC 9(4).
       01 WS-EXPIRY-IN PIC 9(8).
       01 WS-ADD-DATE PIC 9(8).
       01 WS-ADD-YYYY PIC 9(4).
       01 WS-ADD-MM PIC 9(4).
       01 WS-ADD-DD PIC 9(2).
       01 WS-CERT-STATE PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== TRAINING AND CERTIFICATION REGISTER ====="
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT EMPLOYEE-FILE
           IF WS-FS-EMPLOYEE NOT = "00"
               DISPLAY "employees.dat not found."
               STOP RUN
           END-IF
           OPEN I-O COURSE-FILE
           IF WS-FS-COURSE NOT = "00"
               OPEN OUTPUT COURSE-FILE
               CLOSE COURSE-FILE
               OPEN I-O COURSE-FILE
           END-IF
           OPEN I-O CERT-FILE
           IF WS-FS-CERT NOT = "00"
               OPEN OUTPUT CERT-FILE
               CLOSE CERT-FILE
               OPEN I-O CERT-FILE
           END-IF

           PERFORM UNTIL WS-CHOICE = 9
               MOVE 0 TO WS-CHOICE
               DISPLAY " "
               DISPLAY "1. ADD/CHANGE COURSE"
               DISPLAY "2. LIST COURSE CATALOG"
               DISPLAY "3. RECORD CERTIFICATION"
               DISPLAY "4. LIST EMPLOYEE CERTIFICATIONS"
               DISPLAY "5. REMOVE CERTIFICATION"
               DISPLAY "6. EXIT"
               DISPLAY "CHOOSE OPTION (1-6): "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM MAINTAIN-COURSE
                   WHEN 2 PERFORM LIST-COURSES
                   WHEN 3 PERFORM RECORD-CERTIFICATION
                   WHEN 4 PERFORM LIST-EMP-CERTS
                   WHEN 5 PERFORM REMOVE-CERTIFICATION
                   WHEN 6 MOVE 9 TO WS-CHOICE
                   WHEN OTHER DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           CLOSE EMPLOYEE-FILE COURSE-FILE CERT-FILE
           STOP RUN.

       MAINTAIN-COURSE.
           DISPLAY "COURSE / CERTIFICATE CODE: "
           ACCEPT CRS-CODE
           READ COURSE-FILE
               INVALID KEY
                   DISPLAY "NEW COURSE."
                   PERFORM CAPTURE-COURSE
                   WRITE COURSE-RECORD
                   DISPLAY "COURSE ADDED."
               NOT INVALID KEY
                   DISPLAY "CURRENT: " CRS-NAME " | VALID "
                       CRS-VALID-MONTHS " MONTHS | REQUIRED FOR "
                       CRS-SYSTEM " " CRS-ROLE
                   PERFORM CAPTURE-COURSE
                   REWRITE COURSE-RECORD
                   DISPLAY "COURSE UPDATED."
           END-READ.

       CAPTURE-COURSE.
           DISPLAY "COURSE NAME: "
           ACCEPT CRS-NAME
           DISPLAY "VALIDITY IN MONTHS (0 = NO EXPIRY): "
           ACCEPT CRS-VALID-MONTHS
           DISPLAY "REQUIRED FOR SYSTEM (LIB/SHOP/BANK, "
               "BLANK = NONE): "
           MOVE SPACES TO CRS-SYSTEM
           ACCEPT CRS-SYSTEM
           IF CRS-SYSTEM NOT = "LIB" AND CRS-SYSTEM NOT = "SHOP" AND
              CRS-SYSTEM NOT = "BANK"
               MOVE SPACES TO CRS-SYSTEM
               MOVE SPACES TO CRS-ROLE
           ELSE
               DISPLAY "REQUIRED FOR ROLE (e.g. CASHIER, MANAGER, "
                   "LIBRARIAN): "
               ACCEPT CRS-ROLE
               IF CRS-ROLE = SPACES OR CRS-ROLE = "NONE"
                   MOVE SPACES TO CRS-SYSTEM
                   MOVE SPACES TO CRS-ROLE
               END-IF
           END-IF.

       LIST-COURSES.
           MOVE 0 TO WS-LIST-CT
           MOVE LOW-VALUES TO CRS-CODE
           START COURSE-FILE KEY IS NOT LESS THAN CRS-CODE
               INVALID KEY MOVE "10" TO WS-FS-COURSE
               NOT INVALID KEY MOVE "00" TO WS-FS-COURSE
           END-START
           PERFORM UNTIL WS-FS-COURSE = "10"
               READ COURSE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-COURSE
                   NOT AT END
                       ADD 1 TO WS-LIST-CT
                       DISPLAY CRS-CODE " | " CRS-NAME " | "
                           CRS-VALID-MONTHS " MONTHS | "
                           CRS-SYSTEM " " CRS-ROLE
               END-READ
           END-PERFORM
           IF WS-LIST-CT = 0
               DISPLAY "COURSE CATALOG IS EMPTY."
           END-IF.

       RECORD-CERTIFICATION.
           DISPLAY "ENTER EMPLOYEE ID: "
           ACCEPT ws-input-id
           MOVE ws-input-id TO emp-id
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "ERROR: EMPLOYEE NOT FOUND."
               NOT INVALID KEY
                   DISPLAY "CERTIFICATE CODE: "
                   ACCEPT CRS-CODE
                   READ COURSE-FILE
                       INVALID KEY
                           DISPLAY "ERROR: COURSE NOT IN CATALOG."
                       NOT INVALID KEY
                           PERFORM CAPTURE-CERTIFICATION
                   END-READ
           END-READ.

       CAPTURE-CERTIFICATION.
           MOVE ws-input-id TO CE-EMP-ID
           MOVE CRS-CODE TO CE-CODE
           DISPLAY "COMPLETION DATE (YYYYMMDD): "
           ACCEPT CE-COMPLETED
           DISPLAY "EXPIRY DATE (YYYYMMDD, 0 = FROM CATALOG "
               "VALIDITY): "
           ACCEPT WS-EXPIRY-IN
           IF FUNCTION TEST-DATE-YYYYMMDD(CE-COMPLETED) NOT = 0 OR
              CE-COMPLETED > WS-TODAY
               DISPLAY "ERROR: INVALID COMPLETION DATE. NOT "
                   "RECORDED."
           ELSE
               IF WS-EXPIRY-IN = 0
                   PERFORM DEFAULT-EXPIRY
               ELSE
                   MOVE WS-EXPIRY-IN TO CE-EXPIRY
               END-IF
               IF CE-EXPIRY <= CE-COMPLETED
                   DISPLAY "ERROR: EXPIRY MUST FOLLOW COMPLETION. "
                       "NOT RECORDED."
               ELSE
                   MOVE WS-TODAY TO CE-RECORDED
                   WRITE CERT-RECORD
                       INVALID KEY
                           REWRITE CERT-RECORD
                           DISPLAY "CERTIFICATE RENEWED. EXPIRES "
                               CE-EXPIRY "."
                       NOT INVALID KEY
                           DISPLAY "CERTIFICATE RECORDED. EXPIRES "
                               CE-EXPIRY "."
                   END-WRITE
               END-IF
           END-IF.

      * Completion date plus the catalog validity in months, pulled
      * back to the last day of the month where that day is short.
       DEFAULT-EXPIRY.
           IF CRS-VALID-MONTHS = 0
               MOVE 99999999 TO CE-EXPIRY
           ELSE
               MOVE CE-COMPLETED(1:4) TO WS-ADD-YYYY
               MOVE CE-COMPLETED(5:2) TO WS-ADD-MM
               MOVE CE-COMPLETED(7:2) TO WS-ADD-DD
               ADD CRS-VALID-MONTHS TO WS-ADD-MM
               PERFORM UNTIL WS-ADD-MM <= 12
                   SUBTRACT 12 FROM WS-ADD-MM
                   ADD 1 TO WS-ADD-YYYY
               END-PERFORM
               COMPUTE WS-ADD-DATE = WS-ADD-YYYY * 10000 +
                   WS-ADD-MM * 100 + WS-ADD-DD
               PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-ADD-DATE) = 0
                   SUBTRACT 1 FROM WS-ADD-DATE
               END-PERFORM
               MOVE WS-ADD-DATE TO CE-EXPIRY
           END-IF.

       LIST-EMP-CERTS.
           DISPLAY "ENTER EMPLOYEE ID: "
           ACCEPT ws-input-id
           MOVE 0 TO WS-LIST-CT
           MOVE ws-input-id TO CE-EMP-ID
           MOVE LOW-VALUES TO CE-CODE
           START CERT-FILE KEY IS NOT LESS THAN CE-KEY
               INVALID KEY MOVE "10" TO WS-FS-CERT
               NOT INVALID KEY MOVE "00" TO WS-FS-CERT
           END-START
           PERFORM UNTIL WS-FS-CERT = "10"
               READ CERT-FILE NEXT
                   AT END MOVE "10" TO WS-FS-CERT
                   NOT AT END
                       IF CE-EMP-ID NOT = ws-input-id
                           MOVE "10" TO WS-FS-CERT
                       ELSE
                           ADD 1 TO WS-LIST-CT
                           IF CE-EXPIRY < WS-TODAY
                               MOVE "LAPSED" TO WS-CERT-STATE
                           ELSE
                               MOVE "CURRENT" TO WS-CERT-STATE
                           END-IF
                           DISPLAY CE-CODE " | COMPLETED "
                               CE-COMPLETED " | EXPIRES " CE-EXPIRY
                               " | " WS-CERT-STATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-CT = 0
               DISPLAY "NO CERTIFICATIONS ON FILE."
           END-IF.

       REMOVE-CERTIFICATION.
           DISPLAY "ENTER EMPLOYEE ID: "
           ACCEPT CE-EMP-ID
           DISPLAY "CERTIFICATE CODE: "
           ACCEPT CE-CODE
           DELETE CERT-FILE
               INVALID KEY DISPLAY "CERTIFICATION NOT FOUND."
               NOT INVALID KEY DISPLAY "CERTIFICATION REMOVED."
           END-DELETE.

       END PROGRAM TRAINING-REGISTER.
