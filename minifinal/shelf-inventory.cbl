      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Shelf inventory audit for one location. Reads a file
      *          of accession numbers scanned shelf by shelf (one per
      *          line, default SHELFSCAN.TXT) and compares it with
      *          every copy COPIES.TXT expects on the shelf at that
      *          COPY-LOCATION - i.e. not on loan, not in transit on
      *          TRANSFERS.TXT and not queued on REPAIRQ.TXT. Missing
      *          copies, copies found at the wrong location, unknown
      *          accessions and previously MISSING copies that turned
      *          up are written to INVENTORY_REPORT.TXT. A librarian
      *          can then confirm copies MISSING (availability on
      *          BOOKS.TXT is reduced) and restore found copies.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELF-INVENTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO WS-SCAN-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SCAN.

           SELECT COPY-FILE ASSIGN TO "COPIES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COPY-ACCESSION-KEY
              ALTERNATE RECORD KEY IS COPY-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-COPY.

           SELECT BOOK-FILE ASSIGN TO "BOOKS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOOK-ISBN-KEY
              FILE STATUS IS WS-FS-BOOK.

           SELECT LOAN-FILE ASSIGN TO "LOANS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LOAN-ID-KEY
              ALTERNATE RECORD KEY IS LOAN-MEMBER-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS LOAN-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-LOAN.

           SELECT TRANSFER-FILE ASSIGN TO "TRANSFERS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRF-ID-KEY
              ALTERNATE RECORD KEY IS TRF-ACCESSION WITH DUPLICATES
              FILE STATUS IS WS-FS-TRANSFER.

           SELECT REPAIRQ-FILE ASSIGN TO "REPAIRQ.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RPQ-ID-KEY
              ALTERNATE RECORD KEY IS RPQ-ACCESSION WITH DUPLICATES
              FILE STATUS IS WS-FS-REPAIRQ.

           SELECT REPORT-FILE ASSIGN TO "INVENTORY_REPORT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REPORT.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

           SELECT LIBRARIAN-FILE ASSIGN TO "LIBRARIAN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIBRARIAN.

       DATA DIVISION.
       FILE SECTION.

       FD SCAN-FILE.
       01 SCAN-LINE             PIC X(40).

       FD COPY-FILE.
       01 COPY-RECORD.
          05 COPY-ACCESSION-KEY PIC X(12).
          05 COPY-ISBN          PIC X(13).
          05 COPY-CONDITION     PIC X(10).
          05 COPY-LOCATION      PIC X(15).
          05 COPY-STATUS        PIC X(10).
          05 COPY-LOAN-CLASS    PIC X(6).

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

       FD LOAN-FILE.
       01 LOAN-RECORD.
          05 LOAN-ID-KEY        PIC X(12).
          05 LOAN-MEMBER-ID     PIC X(12).
          05 LOAN-ISBN          PIC X(13).
          05 LOAN-DATE          PIC 9(8).
          05 LOAN-DUE-DATE      PIC 9(8).
          05 LOAN-RETURN-DATE   PIC 9(8).
          05 LOAN-STATUS        PIC X(10).
          05 LOAN-RENEW-COUNT   PIC 9(2).
          05 LOAN-ACCESSION     PIC X(12).

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
          05 TRF-ID-KEY         PIC X(12).
          05 TRF-ACCESSION      PIC X(12).
          05 TRF-ISBN           PIC X(13).
          05 TRF-FROM-LOC       PIC X(15).
          05 TRF-TO-LOC         PIC X(15).
          05 TRF-REQ-DATE       PIC 9(8).
          05 TRF-RECV-DATE      PIC 9(8).
          05 TRF-STATUS         PIC X(10).

       FD REPAIRQ-FILE.
       01 REPAIRQ-RECORD.
          05 RPQ-ID-KEY         PIC X(12).
          05 RPQ-ACCESSION      PIC X(12).
          05 RPQ-ISBN           PIC X(13).
          05 RPQ-LOAN-ID        PIC X(12).
          05 RPQ-MEMBER-ID      PIC X(12).
          05 RPQ-DATE           PIC 9(8).
          05 RPQ-CONDITION      PIC X(10).
          05 RPQ-FEE            PIC 9(6)V99.
          05 RPQ-STATUS         PIC X(10).

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(132).

       FD AUDIT-FILE.
       01 AUDIT-LINE            PIC X(100).

       FD LIBRARIAN-FILE.
       01 LIBRARIAN-RECORD.
          05 LIBRARIAN-AUTH-CODE   PIC X(10).

       WORKING-STORAGE SECTION.
       77 WS-FS-SCAN            PIC XX.
       77 WS-FS-COPY            PIC XX.
       77 WS-FS-BOOK            PIC XX.
       77 WS-FS-LOAN            PIC XX.
       77 WS-FS-TRANSFER        PIC XX.
       77 WS-FS-REPAIRQ         PIC XX.
       77 WS-FS-REPORT          PIC XX.
       77 WS-FS-AUDIT           PIC XX.
       77 WS-FS-LIBRARIAN       PIC XX.
       77 WS-LOAN-OPEN          PIC X VALUE "N".
       77 WS-TRANSFER-OPEN      PIC X VALUE "N".
       77 WS-REPAIRQ-OPEN       PIC X VALUE "N".
       77 WS-SCAN-NAME          PIC X(40).
       77 WS-SCAN-EOF           PIC X VALUE "N".
       77 WS-LOCATION           PIC X(15).
       77 WS-SCAN-ACCESSION     PIC X(12).
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-SCAN-COUNT         PIC 9(5) VALUE 0.
       77 WS-SCAN-IDX           PIC 9(5).
       77 WS-SCAN-DUPS          PIC 9(5) VALUE 0.
       77 WS-SCAN-FOUND         PIC X VALUE "N".
       77 WS-MISS-COUNT         PIC 9(5) VALUE 0.
       77 WS-MISS-IDX           PIC 9(5).
       77 WS-RECOV-COUNT        PIC 9(5) VALUE 0.
       77 WS-RECOV-IDX          PIC 9(5).
       77 WS-EXPECTED-COUNT     PIC 9(5) VALUE 0.
       77 WS-EXCLUDED-COUNT     PIC 9(5) VALUE 0.
       77 WS-WRONG-LOC-COUNT    PIC 9(5) VALUE 0.
       77 WS-UNKNOWN-COUNT      PIC 9(5) VALUE 0.
       77 WS-MARKED-COUNT       PIC 9(5) VALUE 0.
       77 WS-RESTORED-COUNT     PIC 9(5) VALUE 0.
       77 WS-AWAY-FLAG          PIC X VALUE "N".
       77 WS-AWAY-REASON        PIC X(20).
       77 WS-CONFIRM            PIC X.
       77 WS-CONFIRM-ALL        PIC X VALUE "N".
       77 WS-STOP-CONFIRM       PIC X VALUE "N".
       77 WS-LIBRARIAN-CODE     PIC X(10).
       77 WS-LIBRARIAN-CODE-BASE PIC X(10) VALUE "LIB-OVERRD".
       77 WS-AUDIT-TIMESTAMP    PIC X(26).
       77 WS-AUDIT-OPERATION    PIC X(20).
       77 WS-AUDIT-KEY          PIC X(20).
       77 WS-AUDIT-OPERATOR     PIC X(12) VALUE "INVENTORY".

       01 SCAN-TABLE.
           05 SCAN-ENTRY OCCURS 3000 TIMES.
               10 SCN-ACCESSION     PIC X(12).
               10 SCN-MATCHED       PIC X.

       01 MISSING-TABLE.
           05 MISSING-ENTRY OCCURS 1000 TIMES.
               10 MIS-ACCESSION     PIC X(12).
               10 MIS-ISBN          PIC X(13).

       01 RECOVERED-TABLE.
           05 RECOVERED-ENTRY OCCURS 500 TIMES.
               10 RCV-ACCESSION     PIC X(12).
               10 RCV-ISBN          PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SHELF INVENTORY AUDIT ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           DISPLAY "Location to audit: "
           ACCEPT WS-LOCATION
           MOVE FUNCTION UPPER-CASE(WS-LOCATION) TO WS-LOCATION
           IF WS-LOCATION = SPACES
               DISPLAY "Location is required."
               GOBACK
           END-IF
           DISPLAY "Scan file (blank = SHELFSCAN.TXT): "
           ACCEPT WS-SCAN-NAME
           IF WS-SCAN-NAME = SPACES
               MOVE "SHELFSCAN.TXT" TO WS-SCAN-NAME
           END-IF

           OPEN INPUT SCAN-FILE
           IF WS-FS-SCAN NOT = "00"
               DISPLAY "Scan file " WS-SCAN-NAME " not found."
               GOBACK
           END-IF

           OPEN I-O COPY-FILE
           IF WS-FS-COPY NOT = "00"
               DISPLAY "COPIES.TXT not found. Nothing to audit."
               CLOSE SCAN-FILE
               GOBACK
           END-IF

           OPEN I-O BOOK-FILE
           IF WS-FS-BOOK NOT = "00"
               DISPLAY "BOOKS.TXT not found."
               CLOSE SCAN-FILE COPY-FILE
               GOBACK
           END-IF

           OPEN INPUT LOAN-FILE
           IF WS-FS-LOAN = "00"
               MOVE "Y" TO WS-LOAN-OPEN
           END-IF
           OPEN INPUT TRANSFER-FILE
           IF WS-FS-TRANSFER = "00"
               MOVE "Y" TO WS-TRANSFER-OPEN
           END-IF
           OPEN INPUT REPAIRQ-FILE
           IF WS-FS-REPAIRQ = "00"
               MOVE "Y" TO WS-REPAIRQ-OPEN
           END-IF

           PERFORM LOAD-SCAN-FILE
           CLOSE SCAN-FILE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== SHELF INVENTORY " DELIMITED BY SIZE
               WS-LOCATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               " SCAN FILE " DELIMITED BY SIZE
               WS-SCAN-NAME DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM CHECK-SCANNED-ACCESSIONS
           PERFORM CHECK-EXPECTED-COPIES

           MOVE SPACES TO REPORT-LINE
           STRING
               "SCANNED: " DELIMITED BY SIZE
               WS-SCAN-COUNT DELIMITED BY SIZE
               " | EXPECTED: " DELIMITED BY SIZE
               WS-EXPECTED-COUNT DELIMITED BY SIZE
               " | AWAY: " DELIMITED BY SIZE
               WS-EXCLUDED-COUNT DELIMITED BY SIZE
               " | MISSING: " DELIMITED BY SIZE
               WS-MISS-COUNT DELIMITED BY SIZE
               " | WRONG LOC: " DELIMITED BY SIZE
               WS-WRONG-LOC-COUNT DELIMITED BY SIZE
               " | UNKNOWN: " DELIMITED BY SIZE
               WS-UNKNOWN-COUNT DELIMITED BY SIZE
               " | FOUND: " DELIMITED BY SIZE
               WS-RECOV-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Discrepancies written to INVENTORY_REPORT.TXT."

           IF WS-MISS-COUNT > 0 OR WS-RECOV-COUNT > 0
               PERFORM CONFIRM-INVENTORY-UPDATES
           END-IF

           CLOSE COPY-FILE BOOK-FILE
           IF WS-LOAN-OPEN = "Y"
               CLOSE LOAN-FILE
           END-IF
           IF WS-TRANSFER-OPEN = "Y"
               CLOSE TRANSFER-FILE
           END-IF
           IF WS-REPAIRQ-OPEN = "Y"
               CLOSE REPAIRQ-FILE
           END-IF
           DISPLAY "Copies marked MISSING: " WS-MARKED-COUNT.
           DISPLAY "Copies restored to shelf: " WS-RESTORED-COUNT.
           STOP RUN.

       LOAD-SCAN-FILE.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SCAN-FILE
                   AT END MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(SCAN-LINE) TO
                           WS-SCAN-ACCESSION
                       IF WS-SCAN-ACCESSION NOT = SPACES
                           PERFORM ADD-SCANNED-ACCESSION
                       END-IF
               END-READ
           END-PERFORM.

       ADD-SCANNED-ACCESSION.
           MOVE "N" TO WS-SCAN-FOUND
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1 UNTIL
               WS-SCAN-IDX > WS-SCAN-COUNT OR WS-SCAN-FOUND = "Y"
               IF SCN-ACCESSION(WS-SCAN-IDX) = WS-SCAN-ACCESSION
                   MOVE "Y" TO WS-SCAN-FOUND
               END-IF
           END-PERFORM
           IF WS-SCAN-FOUND = "Y"
               ADD 1 TO WS-SCAN-DUPS
           ELSE
               IF WS-SCAN-COUNT < 3000
                   ADD 1 TO WS-SCAN-COUNT
                   MOVE WS-SCAN-ACCESSION TO
                       SCN-ACCESSION(WS-SCAN-COUNT)
                   MOVE "N" TO SCN-MATCHED(WS-SCAN-COUNT)
               ELSE
                   DISPLAY "Scan table full. Accession "
                       WS-SCAN-ACCESSION " ignored."
               END-IF
           END-IF.

       CHECK-SCANNED-ACCESSIONS.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1 UNTIL
               WS-SCAN-IDX > WS-SCAN-COUNT
               MOVE SCN-ACCESSION(WS-SCAN-IDX) TO COPY-ACCESSION-KEY
               READ COPY-FILE KEY IS COPY-ACCESSION-KEY
                   INVALID KEY
                       ADD 1 TO WS-UNKNOWN-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING
                           "UNKNOWN ACCESSION | " DELIMITED BY SIZE
                           SCN-ACCESSION(WS-SCAN-IDX)
                               DELIMITED BY SIZE
                           " | NOT ON COPIES.TXT" DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                       DISPLAY REPORT-LINE
                   NOT INVALID KEY
                       PERFORM CHECK-ONE-SCANNED-COPY
               END-READ
           END-PERFORM.

       CHECK-ONE-SCANNED-COPY.
           IF COPY-LOCATION NOT = WS-LOCATION
               ADD 1 TO WS-WRONG-LOC-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING
                   "WRONG LOCATION    | " DELIMITED BY SIZE
                   COPY-ACCESSION-KEY DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   COPY-ISBN DELIMITED BY SIZE
                   " | BELONGS AT " DELIMITED BY SIZE
                   COPY-LOCATION DELIMITED BY SIZE
                   " | STATUS " DELIMITED BY SIZE
                   COPY-STATUS DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           IF COPY-STATUS = "MISSING"
               IF WS-RECOV-COUNT < 500
                   ADD 1 TO WS-RECOV-COUNT
                   MOVE COPY-ACCESSION-KEY TO
                       RCV-ACCESSION(WS-RECOV-COUNT)
                   MOVE COPY-ISBN TO RCV-ISBN(WS-RECOV-COUNT)
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING
                   "MISSING COPY FOUND| " DELIMITED BY SIZE
                   COPY-ACCESSION-KEY DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   COPY-ISBN DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF.

       CHECK-EXPECTED-COPIES.
           MOVE LOW-VALUES TO COPY-ACCESSION-KEY
           START COPY-FILE KEY IS NOT LESS THAN COPY-ACCESSION-KEY
               INVALID KEY MOVE "10" TO WS-FS-COPY
               NOT INVALID KEY MOVE "00" TO WS-FS-COPY
           END-START
           PERFORM UNTIL WS-FS-COPY = "10"
               READ COPY-FILE NEXT
                   AT END MOVE "10" TO WS-FS-COPY
                   NOT AT END
                       IF COPY-LOCATION = WS-LOCATION
                           PERFORM CHECK-ONE-EXPECTED-COPY
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-EXPECTED-COPY.
           PERFORM CHECK-COPY-AWAY
           IF WS-AWAY-FLAG = "Y"
               ADD 1 TO WS-EXCLUDED-COUNT
           ELSE
               ADD 1 TO WS-EXPECTED-COUNT
               MOVE "N" TO WS-SCAN-FOUND
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1 UNTIL
                   WS-SCAN-IDX > WS-SCAN-COUNT OR WS-SCAN-FOUND = "Y"
                   IF SCN-ACCESSION(WS-SCAN-IDX) = COPY-ACCESSION-KEY
                       MOVE "Y" TO WS-SCAN-FOUND
                       MOVE "Y" TO SCN-MATCHED(WS-SCAN-IDX)
                   END-IF
               END-PERFORM
               IF WS-SCAN-FOUND = "N"
                   IF WS-MISS-COUNT < 1000
                       ADD 1 TO WS-MISS-COUNT
                       MOVE COPY-ACCESSION-KEY TO
                           MIS-ACCESSION(WS-MISS-COUNT)
                       MOVE COPY-ISBN TO MIS-ISBN(WS-MISS-COUNT)
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING
                       "NOT ON SHELF      | " DELIMITED BY SIZE
                       COPY-ACCESSION-KEY DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       COPY-ISBN DELIMITED BY SIZE
                       " | COND " DELIMITED BY SIZE
                       COPY-CONDITION DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF.

       CHECK-COPY-AWAY.
           MOVE "N" TO WS-AWAY-FLAG
           MOVE SPACES TO WS-AWAY-REASON
           IF COPY-STATUS = "OUT" OR COPY-STATUS = "TRANSIT" OR
              COPY-STATUS = "REPAIR" OR COPY-STATUS = "WITHDRAWN" OR
              COPY-STATUS = "LOST" OR COPY-STATUS = "MISSING" OR
              COPY-STATUS = "HOLDSHELF"
               MOVE "Y" TO WS-AWAY-FLAG
               MOVE COPY-STATUS TO WS-AWAY-REASON
           END-IF
           IF WS-AWAY-FLAG = "N" AND WS-LOAN-OPEN = "Y"
               PERFORM CHECK-COPY-ON-LOAN
           END-IF
           IF WS-AWAY-FLAG = "N" AND WS-TRANSFER-OPEN = "Y"
               PERFORM CHECK-COPY-IN-TRANSIT
           END-IF
           IF WS-AWAY-FLAG = "N" AND WS-REPAIRQ-OPEN = "Y"
               PERFORM CHECK-COPY-IN-REPAIR
           END-IF.

       CHECK-COPY-ON-LOAN.
           MOVE COPY-ISBN TO LOAN-ISBN
           START LOAN-FILE KEY IS EQUAL TO LOAN-ISBN
               INVALID KEY MOVE "10" TO WS-FS-LOAN
               NOT INVALID KEY MOVE "00" TO WS-FS-LOAN
           END-START
           PERFORM UNTIL WS-FS-LOAN = "10"
               READ LOAN-FILE NEXT
                   AT END MOVE "10" TO WS-FS-LOAN
                   NOT AT END
                       IF LOAN-ISBN NOT = COPY-ISBN
                           MOVE "10" TO WS-FS-LOAN
                       ELSE
                           IF LOAN-ACCESSION = COPY-ACCESSION-KEY AND
                              LOAN-STATUS = "OUT"
                               MOVE "Y" TO WS-AWAY-FLAG
                               MOVE "ON LOAN" TO WS-AWAY-REASON
                               MOVE "10" TO WS-FS-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-COPY-IN-TRANSIT.
           MOVE COPY-ACCESSION-KEY TO TRF-ACCESSION
           START TRANSFER-FILE KEY IS EQUAL TO TRF-ACCESSION
               INVALID KEY MOVE "10" TO WS-FS-TRANSFER
               NOT INVALID KEY MOVE "00" TO WS-FS-TRANSFER
           END-START
           PERFORM UNTIL WS-FS-TRANSFER = "10"
               READ TRANSFER-FILE NEXT
                   AT END MOVE "10" TO WS-FS-TRANSFER
                   NOT AT END
                       IF TRF-ACCESSION NOT = COPY-ACCESSION-KEY
                           MOVE "10" TO WS-FS-TRANSFER
                       ELSE
                           IF TRF-STATUS = "TRANSIT"
                               MOVE "Y" TO WS-AWAY-FLAG
                               MOVE "IN TRANSIT" TO WS-AWAY-REASON
                               MOVE "10" TO WS-FS-TRANSFER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-COPY-IN-REPAIR.
           MOVE COPY-ACCESSION-KEY TO RPQ-ACCESSION
           START REPAIRQ-FILE KEY IS EQUAL TO RPQ-ACCESSION
               INVALID KEY MOVE "10" TO WS-FS-REPAIRQ
               NOT INVALID KEY MOVE "00" TO WS-FS-REPAIRQ
           END-START
           PERFORM UNTIL WS-FS-REPAIRQ = "10"
               READ REPAIRQ-FILE NEXT
                   AT END MOVE "10" TO WS-FS-REPAIRQ
                   NOT AT END
                       IF RPQ-ACCESSION NOT = COPY-ACCESSION-KEY
                           MOVE "10" TO WS-FS-REPAIRQ
                       ELSE
                           IF RPQ-STATUS = "QUEUED"
                               MOVE "Y" TO WS-AWAY-FLAG
                               MOVE "IN REPAIR" TO WS-AWAY-REASON
                               MOVE "10" TO WS-FS-REPAIRQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONFIRM-INVENTORY-UPDATES.
           PERFORM LOAD-LIBRARIAN-CODE
           DISPLAY "Enter Librarian Authorization Code to update "
               "copy status (blank skips): "
           ACCEPT WS-LIBRARIAN-CODE
           IF WS-LIBRARIAN-CODE = SPACES
               DISPLAY "No copies updated."
           ELSE
           IF WS-LIBRARIAN-CODE NOT = WS-LIBRARIAN-CODE-BASE
               DISPLAY "Invalid authorization code. No copies updated."
           ELSE
               OPEN EXTEND AUDIT-FILE
               IF WS-FS-AUDIT NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               MOVE "N" TO WS-CONFIRM-ALL
               MOVE "N" TO WS-STOP-CONFIRM
               PERFORM VARYING WS-MISS-IDX FROM 1 BY 1 UNTIL
                   WS-MISS-IDX > WS-MISS-COUNT OR WS-STOP-CONFIRM = "Y"
                   PERFORM CONFIRM-ONE-MISSING
               END-PERFORM
               PERFORM VARYING WS-RECOV-IDX FROM 1 BY 1 UNTIL
                   WS-RECOV-IDX > WS-RECOV-COUNT
                   PERFORM RESTORE-ONE-FOUND
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           END-IF.

       LOAD-LIBRARIAN-CODE.
           OPEN INPUT LIBRARIAN-FILE
           IF WS-FS-LIBRARIAN = "00"
               READ LIBRARIAN-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE LIBRARIAN-AUTH-CODE
                           TO WS-LIBRARIAN-CODE-BASE
               END-READ
               CLOSE LIBRARIAN-FILE
           END-IF.

       CONFIRM-ONE-MISSING.
           IF WS-CONFIRM-ALL = "Y"
               MOVE "Y" TO WS-CONFIRM
           ELSE
               DISPLAY "Mark " MIS-ACCESSION(WS-MISS-IDX) " ("
                   MIS-ISBN(WS-MISS-IDX) ") MISSING? "
                   "(Y/N, A=all remaining, Q=stop): "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF WS-CONFIRM = "A"
                   MOVE "Y" TO WS-CONFIRM-ALL
                   MOVE "Y" TO WS-CONFIRM
               END-IF
               IF WS-CONFIRM = "Q"
                   MOVE "Y" TO WS-STOP-CONFIRM
               END-IF
           END-IF
           IF WS-CONFIRM = "Y"
               MOVE MIS-ACCESSION(WS-MISS-IDX) TO COPY-ACCESSION-KEY
               READ COPY-FILE KEY IS COPY-ACCESSION-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF COPY-STATUS = "IN"
                           PERFORM REDUCE-TITLE-AVAILABILITY
                       END-IF
                       MOVE "MISSING" TO COPY-STATUS
                       REWRITE COPY-RECORD
                       ADD 1 TO WS-MARKED-COUNT
                       MOVE "COPY MISSING" TO WS-AUDIT-OPERATION
                       MOVE COPY-ACCESSION-KEY TO WS-AUDIT-KEY
                       PERFORM WRITE-AUDIT-LOG
               END-READ
           END-IF.

       REDUCE-TITLE-AVAILABILITY.
           MOVE COPY-ISBN TO BOOK-ISBN-KEY
           READ BOOK-FILE KEY IS BOOK-ISBN-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF BOOK-COPIES-AVAILABLE > 0
                       SUBTRACT 1 FROM BOOK-COPIES-AVAILABLE
                       REWRITE BOOK-RECORD
                   END-IF
           END-READ.

       RESTORE-ONE-FOUND.
           MOVE RCV-ACCESSION(WS-RECOV-IDX) TO COPY-ACCESSION-KEY
           READ COPY-FILE KEY IS COPY-ACCESSION-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF COPY-STATUS = "MISSING"
                       MOVE "IN" TO COPY-STATUS
                       MOVE WS-LOCATION TO COPY-LOCATION
                       REWRITE COPY-RECORD
                       MOVE COPY-ISBN TO BOOK-ISBN-KEY
                       READ BOOK-FILE KEY IS BOOK-ISBN-KEY
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF BOOK-COPIES-AVAILABLE <
                                  BOOK-TOTAL-COPIES
                                   ADD 1 TO BOOK-COPIES-AVAILABLE
                                   REWRITE BOOK-RECORD
                               END-IF
                       END-READ
                       ADD 1 TO WS-RESTORED-COUNT
                       MOVE "COPY FOUND" TO WS-AUDIT-OPERATION
                       MOVE COPY-ACCESSION-KEY TO WS-AUDIT-KEY
                       PERFORM WRITE-AUDIT-LOG
                       DISPLAY "Copy " COPY-ACCESSION-KEY
                           " restored to " WS-LOCATION "."
                   END-IF
           END-READ.

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-LINE
           STRING
               WS-AUDIT-TIMESTAMP(1:14) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-AUDIT-OPERATION DELIMITED BY SIZE
               " | KEY: " DELIMITED BY SIZE
               WS-AUDIT-KEY DELIMITED BY SIZE
               " | OPERATOR: " DELIMITED BY SIZE
               WS-AUDIT-OPERATOR DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE.

       END PROGRAM SHELF-INVENTORY.
