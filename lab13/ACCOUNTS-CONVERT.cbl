      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: One-time conversion of ACCOUNTS.DAT from the layout
      *          ending at ACC-FAILED-PINS to the expanded layout with
      *          ACC-TYPE, which the monthly fee batch keys on. Every
      *          existing account becomes SAV (savings, the type ADDUSER
      *          gives when none is chosen), and the records are written
      *          to ACCOUNTS_NEW.DAT. Rename ACCOUNTS_NEW.DAT over
      *          ACCOUNTS.DAT once the counts are verified. Current,
      *          student and staff accounts are then re-typed by the
      *          branch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNTS-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACC-NO
               FILE STATUS IS WS-FS-OLD.

           SELECT NEW-ACCOUNTS ASSIGN TO "ACCOUNTS_NEW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NEW-ACC-NO
               FILE STATUS IS WS-FS-NEW.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-ACCOUNTS.
       01 OLD-ACCOUNT-REC.
           05 OLD-ACC-NO       PIC X(10).
           05 OLD-ACC-PIN      PIC X(4).
           05 OLD-ACC-NAME     PIC X(20).
           05 OLD-ACC-BALANCE  PIC 9(8)V99.
           05 OLD-ACC-STATUS   PIC X(8).
           05 OLD-ACC-FAILED-PINS PIC 9(2).

       FD NEW-ACCOUNTS.
       01 NEW-ACCOUNT-REC.
           05 NEW-ACC-NO       PIC X(10).
           05 NEW-ACC-PIN      PIC X(4).
           05 NEW-ACC-NAME     PIC X(20).
           05 NEW-ACC-BALANCE  PIC 9(8)V99.
           05 NEW-ACC-STATUS   PIC X(8).
           05 NEW-ACC-FAILED-PINS PIC 9(2).
           05 NEW-ACC-TYPE     PIC X(3).

       WORKING-STORAGE SECTION.
       77 WS-FS-OLD             PIC XX.
       77 WS-FS-NEW             PIC XX.
       77 WS-EOF-FLAG           PIC X VALUE "N".
       77 WS-CONVERTED          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== ACCOUNT TYPE CONVERSION ===".

           OPEN INPUT OLD-ACCOUNTS
           IF WS-FS-OLD NOT = "00"
               DISPLAY "ACCOUNTS.DAT not found. Nothing to convert."
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-ACCOUNTS

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OLD-ACCOUNTS NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-ACCOUNTS NEW-ACCOUNTS
           DISPLAY "Records converted: " WS-CONVERTED.
           DISPLAY "New file is ACCOUNTS_NEW.DAT. Rename it over "
               "ACCOUNTS.DAT after verifying the count.".
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-ACCOUNT-REC TO NEW-ACCOUNT-REC
           MOVE "SAV" TO NEW-ACC-TYPE
           WRITE NEW-ACCOUNT-REC
               INVALID KEY
                   DISPLAY "WRITE ERROR FOR " NEW-ACC-NO
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED
           END-WRITE.

       END PROGRAM ACCOUNTS-CONVERT.
