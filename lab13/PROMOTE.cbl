      *          output. Refuses to run unless RECONCILE recorded a
      *          CLEAN verdict for today's run date, backs up the old
      *          ACCOUNTS.DAT as a dated generation, copies
      *          ACCOUNTS_NEW.DAT over ACCOUNTS.DAT, releases the
      *          interest postings staged on GLPEND_INTEREST.TXT to the
      *          general ledger on GLPOST.TXT, and records the
      *          cutover in INTEREST_LOG.TXT.
      * Tectonics: cobc
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT GL-PEND-FILE ASSIGN TO "GLPEND_INTEREST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPEND.

           SELECT GL-POST-FILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

       DATA DIVISION.
       FILE SECTION.

           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD ACCOUNTS-NEW.
       01 ACCOUNT-REC-NEW.
           05 NEW-ACC-BALANCE  PIC 9(8)V99.
           05 NEW-ACC-STATUS   PIC X(8).
          05 NEW-ACC-FAILED-PINS PIC 9(2).
          05 NEW-ACC-TYPE      PIC X(3).

       FD BACKUP-FILE.
       01 BACKUP-LINE          PIC X(60).
       FD INTEREST-LOG-FILE.
       01 INTEREST-LOG-LINE    PIC X(100).

       FD GL-PEND-FILE.
       01 GL-PEND-REC          PIC X(62).

       FD GL-POST-FILE.
       01 GL-POST-REC          PIC X(62).

       WORKING-STORAGE SECTION.
       01 WS-FS-ACCOUNTS       PIC XX.
       01 WS-FS-ACCOUNTS-NEW   PIC XX.
       01 WS-FS-BACKUP         PIC XX.
       01 WS-FS-RECONCILE-LOG  PIC XX.
       01 WS-FS-LOG            PIC XX.
       01 WS-FS-GLPEND         PIC XX.
       01 WS-FS-GLPOST         PIC XX.
       01 WS-GL-RELEASED       PIC 9(5) VALUE 0.
       01 WS-BACKUP-NAME       PIC X(30).
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).

           PERFORM BACKUP-OLD-ACCOUNTS
           PERFORM COPY-NEW-TO-LIVE
           PERFORM RELEASE-GL-PENDING
           PERFORM RECORD-CUTOVER

           DISPLAY "PROMOTION COMPLETE. " WS-PROMOTE-COUNT
                       MOVE NEW-ACC-BALANCE TO ACC-BALANCE
                       MOVE NEW-ACC-STATUS TO ACC-STATUS
                       MOVE NEW-ACC-FAILED-PINS TO ACC-FAILED-PINS
                       MOVE NEW-ACC-TYPE TO ACC-TYPE
                       WRITE ACCOUNT-REC
                           INVALID KEY
                               DISPLAY "DUPLICATE KEY SKIPPED: "
           CLOSE ACCOUNTS-NEW
           CLOSE ACCOUNTS.

       RELEASE-GL-PENDING.
           OPEN INPUT GL-PEND-FILE
           IF WS-FS-GLPEND = "00"
               OPEN EXTEND GL-POST-FILE
               IF WS-FS-GLPOST NOT = "00"
                   OPEN OUTPUT GL-POST-FILE
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ GL-PEND-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE GL-PEND-REC TO GL-POST-REC
                           WRITE GL-POST-REC
                           ADD 1 TO WS-GL-RELEASED
                   END-READ
               END-PERFORM
               CLOSE GL-POST-FILE
               CLOSE GL-PEND-FILE
               OPEN OUTPUT GL-PEND-FILE
               CLOSE GL-PEND-FILE
               DISPLAY "INTEREST LEDGER POSTINGS RELEASED: "
                   WS-GL-RELEASED
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       RECORD-CUTOVER.
           OPEN EXTEND INTEREST-LOG-FILE
           IF WS-FS-LOG NOT = "00"
