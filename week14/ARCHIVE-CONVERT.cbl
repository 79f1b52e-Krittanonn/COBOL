      ******************************************************************
      * Author:
      * Date:
      * Purpose: One-time conversion of EMPLOYEES_ARCHIVE.DAT from the
      *          layout ending at arc-reason to the expanded layout
      *          with arc-bank-acct and arc-settle-date for final
      *          settlement pay. Reads the old-layout archive, stamps
      *          spaces (cash envelope) and a zero settlement date
      *          (not yet settled) on every record, and writes
      *          EMPLOYEES_ARCHIVE_NEW.DAT. Rename
      *          EMPLOYEES_ARCHIVE_NEW.DAT over EMPLOYEES_ARCHIVE.DAT
      *          once the counts are verified - the same drill as the
      *          employee file conversions.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ARCHIVE-FILE ASSIGN to "EMPLOYEES_ARCHIVE.DAT"
           ORGANIZATION is INDEXED
           access mode is SEQUENTIAL
           record key is OLD-ARC-KEY
           FILE STATUS IS WS-FS-OLD.

           SELECT NEW-ARCHIVE-FILE ASSIGN TO "EMPLOYEES_ARCHIVE_NEW.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NEW-ARC-KEY
           FILE STATUS IS WS-FS-NEW.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-ARCHIVE-FILE.
       01 OLD-ARCHIVE-RECORD.
           05 OLD-ARC-KEY.
               10 OLD-ARC-EMP-ID pic x(4).
               10 OLD-ARC-TERM-DATE pic 9(8).
           05 OLD-ARC-TITLE pic x(10).
           05 OLD-ARC-FNAME pic x(25).
           05 OLD-ARC-LNAME pic x(25).
           05 OLD-ARC-DEPT pic x(10).
           05 OLD-ARC-SALARY pic 9(8)v99.
           05 OLD-ARC-HIRE-DATE pic 9(8).
           05 OLD-ARC-REASON pic x(2).

       FD NEW-ARCHIVE-FILE.
       01 NEW-ARCHIVE-RECORD.
           05 NEW-ARC-KEY.
               10 NEW-ARC-EMP-ID pic x(4).
               10 NEW-ARC-TERM-DATE pic 9(8).
           05 NEW-ARC-TITLE pic x(10).
           05 NEW-ARC-FNAME pic x(25).
           05 NEW-ARC-LNAME pic x(25).
           05 NEW-ARC-DEPT pic x(10).
           05 NEW-ARC-SALARY pic 9(8)v99.
           05 NEW-ARC-HIRE-DATE pic 9(8).
           05 NEW-ARC-REASON pic x(2).
           05 NEW-ARC-BANK-ACCT pic x(10).
           05 NEW-ARC-SETTLE-DATE pic 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-OLD pic xx.
       01 WS-FS-NEW pic xx.
       01 ws-eof-flag pic x value 'N'.
       01 WS-CONVERTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== EMPLOYEE ARCHIVE CONVERSION (SETTLEMENT) "
               "====="

           OPEN INPUT OLD-ARCHIVE-FILE
           IF WS-FS-OLD NOT = "00"
               DISPLAY "EMPLOYEES_ARCHIVE.DAT not found. Nothing to "
                   "convert."
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-ARCHIVE-FILE

           PERFORM UNTIL ws-eof-flag = 'Y'
               READ OLD-ARCHIVE-FILE NEXT
                   AT END MOVE 'Y' TO ws-eof-flag
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-ARCHIVE-FILE NEW-ARCHIVE-FILE
           DISPLAY "RECORDS CONVERTED: " WS-CONVERTED.
           DISPLAY "NEW FILE IS EMPLOYEES_ARCHIVE_NEW.DAT. RENAME IT "
               "OVER EMPLOYEES_ARCHIVE.DAT AFTER VERIFYING THE COUNT.".
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-ARC-KEY TO NEW-ARC-KEY
           MOVE OLD-ARC-TITLE TO NEW-ARC-TITLE
           MOVE OLD-ARC-FNAME TO NEW-ARC-FNAME
           MOVE OLD-ARC-LNAME TO NEW-ARC-LNAME
           MOVE OLD-ARC-DEPT TO NEW-ARC-DEPT
           MOVE OLD-ARC-SALARY TO NEW-ARC-SALARY
           MOVE OLD-ARC-HIRE-DATE TO NEW-ARC-HIRE-DATE
           MOVE OLD-ARC-REASON TO NEW-ARC-REASON
           MOVE SPACES TO NEW-ARC-BANK-ACCT
           MOVE 0 TO NEW-ARC-SETTLE-DATE
           WRITE NEW-ARCHIVE-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR FOR " NEW-ARC-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED
           END-WRITE.

       END PROGRAM ARCHIVE-CONVERT.
