      *          so joiners and leavers are one record and every
      *          privileged action traces to an individual. This
      *          program maintains the directory; the three logins
      *          consume it. Each staff member can be linked to an
      *          HR emp-id; a role whose required certificate in
      *          CERTCOURSES.DAT/CERTS.DAT has lapsed is suspended (held
      *          in the STF-xxx-SUSP field, grant set to NONE) and
      *          reinstated once the certificate is renewed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS STF-ID-KEY
              FILE STATUS IS WS-FS-STAFFDIR.

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

          05 STF-BANK-ROLE      PIC X(10).
          05 STF-STATUS         PIC X(8).
          05 STF-FAILED-LOGINS  PIC 9(2).
          05 STF-EMP-ID         PIC X(4).
          05 STF-LIB-SUSP       PIC X(10).
          05 STF-SHOP-SUSP      PIC X(10).
          05 STF-BANK-SUSP      PIC X(10).

       FD COURSE-FILE.
       01 COURSE-RECORD.
          05 CRS-CODE           PIC X(6).
          05 CRS-NAME           PIC X(30).
          05 CRS-VALID-MONTHS   PIC 9(3).
          05 CRS-SYSTEM         PIC X(4).
          05 CRS-ROLE           PIC X(10).

       FD CERT-FILE.
       01 CERT-RECORD.
          05 CE-KEY.
             10 CE-EMP-ID       PIC X(4).
             10 CE-CODE         PIC X(6).
          05 CE-COMPLETED       PIC 9(8).
          05 CE-EXPIRY          PIC 9(8).
          05 CE-RECORDED        PIC 9(8).

       WORKING-STORAGE SECTION.
       77 WS-FS-STAFFDIR        PIC XX.
       77 WS-HASH-VALUE         PIC 9(18).
       77 WS-HASH-IDX           PIC 9(3).
       77 WS-LIST-COUNT         PIC 9(3).
       77 WS-FS-COURSE          PIC XX.
       77 WS-FS-CERT            PIC XX.
       77 WS-TODAY              PIC 9(8).
       77 WS-CHK-SYSTEM         PIC X(4).
       77 WS-CHK-ROLE           PIC X(10).
       77 WS-CHK-LAPSED         PIC X VALUE "N".
       77 WS-CERT-OPEN          PIC X VALUE "N".
       77 WS-REVIEWED           PIC 9(4).
       77 WS-SUSPENDED          PIC 9(4).
       77 WS-REINSTATED         PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "3. Reset Password / Unlock"
               DISPLAY "4. Mark Staff Member As Left"
               DISPLAY "5. List Directory"
               DISPLAY "6. Suspend/Reinstate Roles By Certification"
               DISPLAY "7. Exit"
               DISPLAY "Select option (1-7): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1 PERFORM ADD-STAFF
                   WHEN 3 PERFORM RESET-STAFF
                   WHEN 4 PERFORM MARK-LEFT
                   WHEN 5 PERFORM LIST-DIRECTORY
                   WHEN 6 PERFORM CHECK-CERTIFICATIONS
                   WHEN 7 MOVE "Y" TO WS-EXIT-FLAG
                   WHEN OTHER DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM
                 PERFORM HASH-PASSWORD
                 MOVE WS-HASH-OUTPUT TO STF-PASSWORD
                 PERFORM CAPTURE-GRANTS
                 PERFORM CAPTURE-EMP-LINK
                 MOVE SPACES TO STF-LIB-SUSP
                 MOVE SPACES TO STF-SHOP-SUSP
                 MOVE SPACES TO STF-BANK-SUSP
                 MOVE "ACTIVE" TO STF-STATUS
                 MOVE 0 TO STF-FAILED-LOGINS
                 WRITE STAFFDIR-RECORD
               MOVE "NONE" TO STF-BANK-ROLE
           END-IF.

       CAPTURE-EMP-LINK.
           DISPLAY "HR Employee ID (blank = not linked): "
           ACCEPT STF-EMP-ID.

       SET-GRANTS.
           DISPLAY "Enter Staff ID: "
           ACCEPT STF-ID-KEY
                 DISPLAY "Current: LIB " STF-LIB-ROLE
                     " SHOP " STF-SHOP-ROLE
                     " BANK " STF-BANK-ROLE
                     " EMP " STF-EMP-ID
                 PERFORM CAPTURE-GRANTS
                 PERFORM CAPTURE-EMP-LINK
                 MOVE SPACES TO STF-LIB-SUSP
                 MOVE SPACES TO STF-SHOP-SUSP
                 MOVE SPACES TO STF-BANK-SUSP
                 REWRITE STAFFDIR-RECORD
                 DISPLAY "Grants updated."
           END-READ.
                 MOVE "NONE" TO STF-LIB-ROLE
                 MOVE "NONE" TO STF-SHOP-ROLE
                 MOVE "NONE" TO STF-BANK-ROLE
                 MOVE SPACES TO STF-LIB-SUSP
                 MOVE SPACES TO STF-SHOP-SUSP
                 MOVE SPACES TO STF-BANK-SUSP
                 REWRITE STAFFDIR-RECORD
                 DISPLAY "Staff member marked LEFT. All grants "
                     "removed."
                           " | LIB " STF-LIB-ROLE
                           " SHOP " STF-SHOP-ROLE
                           " BANK " STF-BANK-ROLE
                       IF STF-LIB-SUSP NOT = SPACES OR
                          STF-SHOP-SUSP NOT = SPACES OR
                          STF-BANK-SUSP NOT = SPACES
                           DISPLAY "    SUSPENDED: LIB " STF-LIB-SUSP
                               " SHOP " STF-SHOP-SUSP
                               " BANK " STF-BANK-SUSP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY "Directory is empty."
           END-IF.

      * Walk every active staff member linked to an HR employee and
      * hold back any granted role whose required certificate is
      * missing or past expiry; give it back once every certificate
      * that role needs is current again.
       CHECK-CERTIFICATIONS.
           OPEN INPUT COURSE-FILE
           IF WS-FS-COURSE NOT = "00"
               DISPLAY "CERTCOURSES.DAT not found. No roles need "
                   "certification."
           ELSE
               MOVE "N" TO WS-CERT-OPEN
               OPEN INPUT CERT-FILE
               IF WS-FS-CERT = "00"
                   MOVE "Y" TO WS-CERT-OPEN
               ELSE
                   DISPLAY "CERTS.DAT not found. Every required "
                       "certificate counts as lapsed."
               END-IF
               PERFORM REVIEW-ALL-STAFF
               CLOSE COURSE-FILE
               IF WS-CERT-OPEN = "Y"
                   CLOSE CERT-FILE
               END-IF
           END-IF.

       REVIEW-ALL-STAFF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-REVIEWED
           MOVE 0 TO WS-SUSPENDED
           MOVE 0 TO WS-REINSTATED
           MOVE LOW-VALUES TO STF-ID-KEY
           START STAFFDIR-FILE KEY IS NOT LESS THAN STF-ID-KEY
               INVALID KEY MOVE "10" TO WS-FS-STAFFDIR
               NOT INVALID KEY MOVE "00" TO WS-FS-STAFFDIR
           END-START
           PERFORM UNTIL WS-FS-STAFFDIR = "10"
               READ STAFFDIR-FILE NEXT
                   AT END MOVE "10" TO WS-FS-STAFFDIR
                   NOT AT END
                       IF STF-STATUS = "ACTIVE" AND
                          STF-EMP-ID NOT = SPACES
                           ADD 1 TO WS-REVIEWED
                           PERFORM CHECK-STAFF-ROLES
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Staff reviewed: " WS-REVIEWED
               " | Roles suspended: " WS-SUSPENDED
               " | Roles reinstated: " WS-REINSTATED.

       CHECK-STAFF-ROLES.
           MOVE "LIB" TO WS-CHK-SYSTEM
           IF STF-LIB-ROLE NOT = "NONE"
               MOVE STF-LIB-ROLE TO WS-CHK-ROLE
               PERFORM CHECK-ROLE-CERTS
               IF WS-CHK-LAPSED = "Y"
                   MOVE STF-LIB-ROLE TO STF-LIB-SUSP
                   MOVE "NONE" TO STF-LIB-ROLE
                   PERFORM NOTE-SUSPENDED
               END-IF
           ELSE
               IF STF-LIB-SUSP NOT = SPACES
                   MOVE STF-LIB-SUSP TO WS-CHK-ROLE
                   PERFORM CHECK-ROLE-CERTS
                   IF WS-CHK-LAPSED = "N"
                       MOVE STF-LIB-SUSP TO STF-LIB-ROLE
                       MOVE SPACES TO STF-LIB-SUSP
                       PERFORM NOTE-REINSTATED
                   END-IF
               END-IF
           END-IF
           MOVE "SHOP" TO WS-CHK-SYSTEM
           IF STF-SHOP-ROLE NOT = "NONE"
               MOVE STF-SHOP-ROLE TO WS-CHK-ROLE
               PERFORM CHECK-ROLE-CERTS
               IF WS-CHK-LAPSED = "Y"
                   MOVE STF-SHOP-ROLE TO STF-SHOP-SUSP
                   MOVE "NONE" TO STF-SHOP-ROLE
                   PERFORM NOTE-SUSPENDED
               END-IF
           ELSE
               IF STF-SHOP-SUSP NOT = SPACES
                   MOVE STF-SHOP-SUSP TO WS-CHK-ROLE
                   PERFORM CHECK-ROLE-CERTS
                   IF WS-CHK-LAPSED = "N"
                       MOVE STF-SHOP-SUSP TO STF-SHOP-ROLE
                       MOVE SPACES TO STF-SHOP-SUSP
                       PERFORM NOTE-REINSTATED
                   END-IF
               END-IF
           END-IF
           MOVE "BANK" TO WS-CHK-SYSTEM
           IF STF-BANK-ROLE NOT = "NONE"
               MOVE STF-BANK-ROLE TO WS-CHK-ROLE
               PERFORM CHECK-ROLE-CERTS
               IF WS-CHK-LAPSED = "Y"
                   MOVE STF-BANK-ROLE TO STF-BANK-SUSP
                   MOVE "NONE" TO STF-BANK-ROLE
                   PERFORM NOTE-SUSPENDED
               END-IF
           ELSE
               IF STF-BANK-SUSP NOT = SPACES
                   MOVE STF-BANK-SUSP TO WS-CHK-ROLE
                   PERFORM CHECK-ROLE-CERTS
                   IF WS-CHK-LAPSED = "N"
                       MOVE STF-BANK-SUSP TO STF-BANK-ROLE
                       MOVE SPACES TO STF-BANK-SUSP
                       PERFORM NOTE-REINSTATED
                   END-IF
               END-IF
           END-IF.

      * Sets WS-CHK-LAPSED to "Y" when any catalog course required
      * for WS-CHK-SYSTEM/WS-CHK-ROLE has no current certificate for
      * this staff member's emp-id.
       CHECK-ROLE-CERTS.
           MOVE "N" TO WS-CHK-LAPSED
           MOVE LOW-VALUES TO CRS-CODE
           START COURSE-FILE KEY IS NOT LESS THAN CRS-CODE
               INVALID KEY MOVE "10" TO WS-FS-COURSE
               NOT INVALID KEY MOVE "00" TO WS-FS-COURSE
           END-START
           PERFORM UNTIL WS-FS-COURSE = "10"
               READ COURSE-FILE NEXT
                   AT END MOVE "10" TO WS-FS-COURSE
                   NOT AT END
                       IF CRS-SYSTEM = WS-CHK-SYSTEM AND
                          CRS-ROLE = WS-CHK-ROLE
                           PERFORM CHECK-ONE-CERT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-CERT.
           IF WS-CERT-OPEN = "N"
               MOVE "Y" TO WS-CHK-LAPSED
           ELSE
               MOVE STF-EMP-ID TO CE-EMP-ID
               MOVE CRS-CODE TO CE-CODE
               READ CERT-FILE
                  INVALID KEY MOVE "Y" TO WS-CHK-LAPSED
                  NOT INVALID KEY
                     IF CE-EXPIRY < WS-TODAY
                        MOVE "Y" TO WS-CHK-LAPSED
                     END-IF
               END-READ
           END-IF.

       NOTE-SUSPENDED.
           REWRITE STAFFDIR-RECORD
           ADD 1 TO WS-SUSPENDED
           DISPLAY "SUSPENDED " STF-ID-KEY " " WS-CHK-SYSTEM " "
               WS-CHK-ROLE " - certification lapsed.".

       NOTE-REINSTATED.
           REWRITE STAFFDIR-RECORD
           ADD 1 TO WS-REINSTATED
           DISPLAY "REINSTATED " STF-ID-KEY " " WS-CHK-SYSTEM " "
               WS-CHK-ROLE " - certification current.".

       END PROGRAM STAFF-DIRECTORY.
