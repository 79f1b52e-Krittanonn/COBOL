      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: One-time conversion of COPIES.TXT from the layout
      *          ending at COPY-STATUS to the expanded layout with
      *          COPY-LOAN-CLASS (NORMAL/SHORT/REF). Copies of titles
      *          catalogued under REFERENCE default to REF, serial
      *          issues (category SERIAL) to SHORT, everything else
      *          to NORMAL, and writes COPIES_NEW.TXT. Rename
      *          COPIES_NEW.TXT over COPIES.TXT once the counts are
      *          verified.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPY-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-COPY-FILE ASSIGN TO "COPIES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OLD-COPY-ACCESSION-KEY
              ALTERNATE RECORD KEY IS OLD-COPY-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-OLD.

           SELECT NEW-COPY-FILE ASSIGN TO "COPIES_NEW.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NEW-COPY-ACCESSION-KEY
              ALTERNATE RECORD KEY IS NEW-COPY-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-NEW.

           SELECT BOOK-FILE ASSIGN TO "BOOKS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOOK-ISBN-KEY
              FILE STATUS IS WS-FS-BOOK.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-COPY-FILE.
       01 OLD-COPY-RECORD.
          05 OLD-COPY-ACCESSION-KEY PIC X(12).
          05 OLD-COPY-ISBN          PIC X(13).
          05 OLD-COPY-CONDITION     PIC X(10).
          05 OLD-COPY-LOCATION      PIC X(15).
          05 OLD-COPY-STATUS        PIC X(10).

       FD NEW-COPY-FILE.
       01 NEW-COPY-RECORD.
          05 NEW-COPY-ACCESSION-KEY PIC X(12).
          05 NEW-COPY-ISBN          PIC X(13).
          05 NEW-COPY-CONDITION     PIC X(10).
          05 NEW-COPY-LOCATION      PIC X(15).
          05 NEW-COPY-STATUS        PIC X(10).
          05 NEW-COPY-LOAN-CLASS    PIC X(6).

       FD BOOK-FILE.
       01 BOOK-RECORD.
          05 BOOK-ISBN-KEY      PIC X(13).
          05 BOOK-TITLE         PIC X(60).
          05 BOOK-AUTHOR        PIC X(40).
          05 BOOK-PUBLISHER     PIC X(40).
          05 BOOK-YEAR          PIC 9(4).
          05 BOOK-CALLNUMBER    PIC X(20).
          05 BOOK-CATEGORY      PIC X(10).
          05 BOOK-STATUS        PIC X(10).
          05 BOOK-TOTAL-COPIES      PIC 9(4).
          05 BOOK-COPIES-AVAILABLE  PIC 9(4).
          05 BOOK-REPLACE-PRICE     PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       77 WS-FS-OLD             PIC XX.
       77 WS-FS-NEW             PIC XX.
       77 WS-FS-BOOK            PIC XX.
       77 WS-BOOK-OPEN          PIC X VALUE "N".
       77 WS-EOF-FLAG           PIC X VALUE "N".
       77 WS-CONVERTED          PIC 9(5) VALUE 0.
       77 WS-REF-COUNT          PIC 9(5) VALUE 0.
       77 WS-SHORT-COUNT        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== COPY LOAN CLASS CONVERSION ===".

           OPEN INPUT OLD-COPY-FILE
           IF WS-FS-OLD NOT = "00"
               DISPLAY "COPIES.TXT not found. Nothing to convert."
               GOBACK
           END-IF

           OPEN INPUT BOOK-FILE
           IF WS-FS-BOOK = "00"
               MOVE "Y" TO WS-BOOK-OPEN
           ELSE
               DISPLAY "BOOKS.TXT not found. All copies set NORMAL."
           END-IF

           OPEN OUTPUT NEW-COPY-FILE

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OLD-COPY-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-COPY-FILE NEW-COPY-FILE
           IF WS-BOOK-OPEN = "Y"
               CLOSE BOOK-FILE
           END-IF
           DISPLAY "Records converted: " WS-CONVERTED.
           DISPLAY "Set to REF: " WS-REF-COUNT.
           DISPLAY "Set to SHORT: " WS-SHORT-COUNT.
           DISPLAY "New file is COPIES_NEW.TXT. Rename it over "
               "COPIES.TXT after verifying the count.".
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-COPY-RECORD TO NEW-COPY-RECORD
           MOVE "NORMAL" TO NEW-COPY-LOAN-CLASS
           IF WS-BOOK-OPEN = "Y"
               MOVE OLD-COPY-ISBN TO BOOK-ISBN-KEY
               READ BOOK-FILE KEY IS BOOK-ISBN-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF BOOK-CATEGORY = "REFERENCE"
                           MOVE "REF" TO NEW-COPY-LOAN-CLASS
                           ADD 1 TO WS-REF-COUNT
                       END-IF
                       IF BOOK-CATEGORY = "SERIAL"
                           MOVE "SHORT" TO NEW-COPY-LOAN-CLASS
                           ADD 1 TO WS-SHORT-COUNT
                       END-IF
               END-READ
           END-IF
           WRITE NEW-COPY-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR FOR " NEW-COPY-ACCESSION-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED
           END-WRITE.

       END PROGRAM COPY-CONVERT.
