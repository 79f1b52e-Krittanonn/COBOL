      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: One-time conversion of MEMBERS.TXT from the layout
      *          ending at MEMBER-CONTACT-PREF to the expanded layout
      *          with MEMBER-CATEGORY, which the loan rules key on.
      *          Members holding the LIBRARIAN role default to STAFF,
      *          everyone else to ADULT, and writes MEMBERS_NEW.TXT.
      *          Rename MEMBERS_NEW.TXT over MEMBERS.TXT once the
      *          counts are verified. Juniors and students are then
      *          set through Set Member Role/Category.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-CONVERT2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MEMBER-FILE ASSIGN TO "MEMBERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OLD-MEMBER-ID-KEY
              FILE STATUS IS WS-FS-OLD.

           SELECT NEW-MEMBER-FILE ASSIGN TO "MEMBERS_NEW.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NEW-MEMBER-ID-KEY
              FILE STATUS IS WS-FS-NEW.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-MEMBER-FILE.
       01 OLD-MEMBER-RECORD.
          05 OLD-MEMBER-ID-KEY      PIC X(12).
          05 OLD-MEMBER-NAME        PIC X(40).
          05 OLD-MEMBER-PASSWORD    PIC X(20).
          05 OLD-MEMBER-EMAIL       PIC X(50).
          05 OLD-MEMBER-PHONE       PIC X(20).
          05 OLD-MEMBER-STATUS      PIC X(10).
          05 OLD-MEMBER-FAILED-LOGINS PIC 9(2).
          05 OLD-MEMBER-JOIN-DATE   PIC 9(8).
          05 OLD-MEMBER-EXPIRY-DATE PIC 9(8).
          05 OLD-MEMBER-ROLE        PIC X(10).
          05 OLD-MEMBER-CONTACT-PREF PIC X(5).

       FD NEW-MEMBER-FILE.
       01 NEW-MEMBER-RECORD.
          05 NEW-MEMBER-ID-KEY      PIC X(12).
          05 NEW-MEMBER-NAME        PIC X(40).
          05 NEW-MEMBER-PASSWORD    PIC X(20).
          05 NEW-MEMBER-EMAIL       PIC X(50).
          05 NEW-MEMBER-PHONE       PIC X(20).
          05 NEW-MEMBER-STATUS      PIC X(10).
          05 NEW-MEMBER-FAILED-LOGINS PIC 9(2).
          05 NEW-MEMBER-JOIN-DATE   PIC 9(8).
          05 NEW-MEMBER-EXPIRY-DATE PIC 9(8).
          05 NEW-MEMBER-ROLE        PIC X(10).
          05 NEW-MEMBER-CONTACT-PREF PIC X(5).
          05 NEW-MEMBER-CATEGORY    PIC X(8).

       WORKING-STORAGE SECTION.
       77 WS-FS-OLD             PIC XX.
       77 WS-FS-NEW             PIC XX.
       77 WS-EOF-FLAG           PIC X VALUE "N".
       77 WS-CONVERTED          PIC 9(5) VALUE 0.
       77 WS-STAFF-COUNT        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== MEMBER CATEGORY CONVERSION ===".

           OPEN INPUT OLD-MEMBER-FILE
           IF WS-FS-OLD NOT = "00"
               DISPLAY "MEMBERS.TXT not found. Nothing to convert."
               GOBACK
           END-IF

           OPEN OUTPUT NEW-MEMBER-FILE

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OLD-MEMBER-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-MEMBER-FILE NEW-MEMBER-FILE
           DISPLAY "Records converted: " WS-CONVERTED.
           DISPLAY "Set to STAFF: " WS-STAFF-COUNT.
           DISPLAY "New file is MEMBERS_NEW.TXT. Rename it over "
               "MEMBERS.TXT after verifying the count.".
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-MEMBER-RECORD TO NEW-MEMBER-RECORD
           IF OLD-MEMBER-ROLE = "LIBRARIAN"
               MOVE "STAFF" TO NEW-MEMBER-CATEGORY
               ADD 1 TO WS-STAFF-COUNT
           ELSE
               MOVE "ADULT" TO NEW-MEMBER-CATEGORY
           END-IF
           WRITE NEW-MEMBER-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR FOR " NEW-MEMBER-ID-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED
           END-WRITE.

       END PROGRAM MEMBER-CONVERT2.
