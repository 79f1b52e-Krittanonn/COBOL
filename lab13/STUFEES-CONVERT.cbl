      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: One-time conversion of STUFEES.DAT from the layout
      *          ending at SF-STATUS to the expanded layout with SF-AID
      *          (scholarship and aid credited against the semester's
      *          fees). No aid has been awarded against existing
      *          assessments, so SF-AID is zero on every record, and the
      *          records are written to STUFEES_NEW.DAT. Rename
      *          STUFEES_NEW.DAT over STUFEES.DAT once the counts are
      *          verified.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUFEES-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STUFEES-FILE ASSIGN TO "STUFEES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SF-KEY
               FILE STATUS IS WS-FS-OLD.

           SELECT NEW-STUFEES-FILE ASSIGN TO "STUFEES_NEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-SF-KEY
               FILE STATUS IS WS-FS-NEW.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-STUFEES-FILE.
       01 OLD-STUFEES-RECORD.
           05 OLD-SF-KEY.
               10 OLD-SF-STU-ID   PIC X(4).
               10 OLD-SF-SEMESTER PIC X(6).
           05 OLD-SF-CREDITS    PIC 9(3).
           05 OLD-SF-ASSESSED   PIC 9(7)V99.
           05 OLD-SF-PAID       PIC 9(7)V99.
           05 OLD-SF-STATUS     PIC X(8).

       FD NEW-STUFEES-FILE.
       01 NEW-STUFEES-RECORD.
           05 NEW-SF-KEY.
               10 NEW-SF-STU-ID   PIC X(4).
               10 NEW-SF-SEMESTER PIC X(6).
           05 NEW-SF-CREDITS    PIC 9(3).
           05 NEW-SF-ASSESSED   PIC 9(7)V99.
           05 NEW-SF-PAID       PIC 9(7)V99.
           05 NEW-SF-STATUS     PIC X(8).
           05 NEW-SF-AID        PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       77 WS-FS-OLD             PIC XX.
       77 WS-FS-NEW             PIC XX.
       77 WS-EOF-FLAG           PIC X VALUE "N".
       77 WS-CONVERTED          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== STUDENT FEES CONVERSION ===".

           OPEN INPUT OLD-STUFEES-FILE
           IF WS-FS-OLD NOT = "00"
               DISPLAY "STUFEES.DAT not found. Nothing to convert."
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-STUFEES-FILE

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OLD-STUFEES-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-STUFEES-FILE NEW-STUFEES-FILE
           DISPLAY "Records converted: " WS-CONVERTED.
           DISPLAY "New file is STUFEES_NEW.DAT. Rename it over "
               "STUFEES.DAT after verifying the count.".
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-STUFEES-RECORD TO NEW-STUFEES-RECORD
           MOVE 0 TO NEW-SF-AID
           WRITE NEW-STUFEES-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR FOR " NEW-SF-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED
           END-WRITE.

       END PROGRAM STUFEES-CONVERT.
