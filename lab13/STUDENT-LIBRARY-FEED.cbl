      *          members on MEMBERS.TXT (STU-ID carried into
      *          MEMBER-ID-KEY under the STU- prefix, STU-NAME
      *          carried over, expiry set to the semester end the
      *          operator supplies), dismissed and graduated
      *          students are expired on the library side, and
      *          RECON_STULIB.TXT lists
      *          every mismatch between the two files.
      * Tectonics: cobc
      ******************************************************************
          05 MEMBER-EXPIRY-DATE PIC 9(8).
          05 MEMBER-ROLE        PIC X(10).
          05 MEMBER-CONTACT-PREF PIC X(5).
          05 MEMBER-CATEGORY    PIC X(8).

       FD RECON-FILE.
       01 RECON-LINE PIC X(100).
           OPEN INPUT STUDENT-FILE
           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "students.dat not found. Nothing to feed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-FEED-ID TO MEMBER-ID-KEY
           READ MEMBER-FILE KEY IS MEMBER-ID-KEY
               INVALID KEY
                   IF STU-STATUS NOT = "DISMISSED" AND
                      STU-STATUS NOT = "GRADUATED"
                       PERFORM CREATE-FEED-MEMBER
                   END-IF
               NOT INVALID KEY
           MOVE WS-SEMESTER-END TO MEMBER-EXPIRY-DATE
           MOVE "MEMBER" TO MEMBER-ROLE
           MOVE "NONE" TO MEMBER-CONTACT-PREF
           MOVE "STUDENT" TO MEMBER-CATEGORY
           WRITE MEMBER-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR FOR " MEMBER-ID-KEY
           END-WRITE.

       SYNC-EXISTING-MEMBER.
           IF STU-STATUS = "DISMISSED" OR STU-STATUS = "GRADUATED"
               IF MEMBER-STATUS NOT = "EXPIRED"
                   MOVE "EXPIRED" TO MEMBER-STATUS
                   REWRITE MEMBER-RECORD
                   ADD 1 TO WS-MEMBERS-EXPIRED
                   IF STU-STATUS = "GRADUATED"
                       DISPLAY "Expired member " MEMBER-ID-KEY
                           " (student graduated)."
                   ELSE
                       DISPLAY "Expired member " MEMBER-ID-KEY
                           " (student withdrawn)."
                   END-IF
               END-IF
           ELSE
               IF MEMBER-EXPIRY-DATE < WS-SEMESTER-END
