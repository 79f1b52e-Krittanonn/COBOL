      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: One-time conversion of STAFFDIR.DAT from the layout
      *          ending at STF-FAILED-LOGINS to the expanded layout
      *          with STF-EMP-ID (the HR employee the staff record
      *          belongs to, for certification checks) and the three
      *          suspended-role fields, all blank, and writes
      *          STAFFDIR_NEW.DAT. Rename STAFFDIR_NEW.DAT over
      *          STAFFDIR.DAT once the counts are verified, then link
      *          each staff member to an employee through Set System
      *          Grants.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFDIR-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STAFFDIR-FILE ASSIGN TO "STAFFDIR.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OLD-STF-ID-KEY
              FILE STATUS IS WS-FS-OLD.

           SELECT NEW-STAFFDIR-FILE ASSIGN TO "STAFFDIR_NEW.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NEW-STF-ID-KEY
              FILE STATUS IS WS-FS-NEW.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-STAFFDIR-FILE.
       01 OLD-STAFFDIR-RECORD.
          05 OLD-STF-ID-KEY         PIC X(12).
          05 OLD-STF-NAME           PIC X(30).
          05 OLD-STF-PASSWORD       PIC X(20).
          05 OLD-STF-LIB-ROLE       PIC X(10).
          05 OLD-STF-SHOP-ROLE      PIC X(10).
          05 OLD-STF-BANK-ROLE      PIC X(10).
          05 OLD-STF-STATUS         PIC X(8).
          05 OLD-STF-FAILED-LOGINS  PIC 9(2).

       FD NEW-STAFFDIR-FILE.
       01 NEW-STAFFDIR-RECORD.
          05 NEW-STF-ID-KEY         PIC X(12).
          05 NEW-STF-NAME           PIC X(30).
          05 NEW-STF-PASSWORD       PIC X(20).
          05 NEW-STF-LIB-ROLE       PIC X(10).
          05 NEW-STF-SHOP-ROLE      PIC X(10).
          05 NEW-STF-BANK-ROLE      PIC X(10).
          05 NEW-STF-STATUS         PIC X(8).
          05 NEW-STF-FAILED-LOGINS  PIC 9(2).
          05 NEW-STF-EMP-ID         PIC X(4).
          05 NEW-STF-LIB-SUSP       PIC X(10).
          05 NEW-STF-SHOP-SUSP      PIC X(10).
          05 NEW-STF-BANK-SUSP      PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-FS-OLD             PIC XX.
       77 WS-FS-NEW             PIC XX.
       77 WS-EOF-FLAG           PIC X VALUE "N".
       77 WS-CONVERTED          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== STAFF DIRECTORY CONVERSION ===".

           OPEN INPUT OLD-STAFFDIR-FILE
           IF WS-FS-OLD NOT = "00"
               DISPLAY "STAFFDIR.DAT not found. Nothing to convert."
               GOBACK
           END-IF

           OPEN OUTPUT NEW-STAFFDIR-FILE

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OLD-STAFFDIR-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-STAFFDIR-FILE NEW-STAFFDIR-FILE
           DISPLAY "Records converted: " WS-CONVERTED.
           DISPLAY "New file is STAFFDIR_NEW.DAT. Rename it over "
               "STAFFDIR.DAT after verifying the count.".
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-STAFFDIR-RECORD TO NEW-STAFFDIR-RECORD
           WRITE NEW-STAFFDIR-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR FOR " NEW-STF-ID-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED
           END-WRITE.

       END PROGRAM STAFFDIR-CONVERT.
