      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Gift and donation intake register. Keeps the donor
      *          master DONORS.TXT and one DONATIONS.TXT record per
      *          box received (donor, date, item count), with every
      *          donated ISBN on DONATIONITEMS.TXT and its KEEP/SELL/
      *          DISCARD decision. Kept items become COPIES.TXT
      *          accessions (adding the title to BOOKS.TXT if new);
      *          the item record carries the accession, so each
      *          donated copy is tagged with its donation number. Sell
      *          items go to the WITHDRAWALS.TXT book-sale feed.
      *          Prints one acknowledgement letter file per donor
      *          (DONOR_ACK_<donor>_<date>.TXT) for donations not yet
      *          acknowledged, and the yearly donor summary for the
      *          board (DONOR_SUMMARY_<yyyy>.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DONATION-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONOR-FILE ASSIGN TO "DONORS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DNR-ID-KEY
              FILE STATUS IS WS-FS-DONOR.

           SELECT DONATION-FILE ASSIGN TO "DONATIONS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DON-NO-KEY
              ALTERNATE RECORD KEY IS DON-DONOR-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-DONATION.

           SELECT DONITEM-FILE ASSIGN TO "DONATIONITEMS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DNI-KEY
              ALTERNATE RECORD KEY IS DNI-ACCESSION WITH DUPLICATES
              FILE STATUS IS WS-FS-DONITEM.

           SELECT BOOK-FILE ASSIGN TO "BOOKS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOOK-ISBN-KEY
              FILE STATUS IS WS-FS-BOOK.

           SELECT COPY-FILE ASSIGN TO "COPIES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COPY-ACCESSION-KEY
              ALTERNATE RECORD KEY IS COPY-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-COPY.

           SELECT SEQCTL-FILE ASSIGN TO "SEQCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SEQCTL.

           SELECT WITHDRAWAL-FILE ASSIGN TO "WITHDRAWALS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-WITHDRAWAL.

           SELECT LETTER-FILE ASSIGN TO WS-LETTER-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LETTER.

           SELECT SUMMARY-FILE ASSIGN TO WS-SUMMARY-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SUMMARY.

       DATA DIVISION.
       FILE SECTION.

       FD DONOR-FILE.
       01 DONOR-RECORD.
          05 DNR-ID-KEY         PIC X(12).
          05 DNR-NAME           PIC X(40).
          05 DNR-ADDRESS-1      PIC X(40).
          05 DNR-ADDRESS-2      PIC X(40).
          05 DNR-EMAIL          PIC X(50).
          05 DNR-FIRST-DATE     PIC 9(8).

       FD DONATION-FILE.
       01 DONATION-RECORD.
          05 DON-NO-KEY         PIC X(12).
          05 DON-DONOR-ID       PIC X(12).
          05 DON-DATE           PIC 9(8).
          05 DON-ITEM-COUNT     PIC 9(4).
          05 DON-KEPT           PIC 9(4).
          05 DON-SOLD           PIC 9(4).
          05 DON-DISCARDED      PIC 9(4).
          05 DON-ACK-DATE       PIC 9(8).

       FD DONITEM-FILE.
       01 DONITEM-RECORD.
          05 DNI-KEY.
             10 DNI-DONATION-NO PIC X(12).
             10 DNI-LINE-NO     PIC 9(4).
          05 DNI-ISBN           PIC X(13).
          05 DNI-TITLE          PIC X(60).
          05 DNI-DECISION       PIC X(7).
          05 DNI-ACCESSION      PIC X(12).

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

       FD COPY-FILE.
       01 COPY-RECORD.
          05 COPY-ACCESSION-KEY PIC X(12).
          05 COPY-ISBN          PIC X(13).
          05 COPY-CONDITION     PIC X(10).
          05 COPY-LOCATION      PIC X(15).
          05 COPY-STATUS        PIC X(10).
          05 COPY-LOAN-CLASS    PIC X(6).

       FD SEQCTL-FILE.
       01 SEQCTL-RECORD.
          05 SEQ-LOAN           PIC 9(9).
          05 SEQ-FINE           PIC 9(9).
          05 SEQ-HOLD           PIC 9(9).
          05 SEQ-COPY           PIC 9(9).
          05 SEQ-RECEIPT        PIC 9(9).
          05 SEQ-TRANSFER       PIC 9(9).

       FD WITHDRAWAL-FILE.
       01 WITHDRAWAL-LINE       PIC X(90).

       FD LETTER-FILE.
       01 LETTER-LINE           PIC X(100).

       FD SUMMARY-FILE.
       01 SUMMARY-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-DONOR           PIC XX.
       77 WS-FS-DONATION        PIC XX.
       77 WS-FS-DONITEM         PIC XX.
       77 WS-FS-BOOK            PIC XX.
       77 WS-FS-COPY            PIC XX.
       77 WS-FS-SEQCTL          PIC XX.
       77 WS-FS-WITHDRAWAL      PIC XX.
       77 WS-FS-LETTER          PIC XX.
       77 WS-FS-SUMMARY         PIC XX.
       77 WS-OPTION             PIC 9 VALUE 0.
       77 WS-EXIT-FLAG          PIC X VALUE "N".
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-DONOR-SEQ          PIC 9(9) VALUE 1000.
       77 WS-DONATION-SEQ       PIC 9(9) VALUE 1000.
       77 WS-SEQ-NUM            PIC 9(9).
       77 WS-COPY-SEQ           PIC 9(9) VALUE 3000.
       77 WS-SEQ-LOAN-SAVE      PIC 9(9) VALUE 1000.
       77 WS-SEQ-FINE-SAVE      PIC 9(9) VALUE 5000.
       77 WS-SEQ-HOLD-SAVE      PIC 9(9) VALUE 7000.
       77 WS-SEQ-RECEIPT-SAVE   PIC 9(9) VALUE 8000.
       77 WS-SEQ-TRANSFER-SAVE  PIC 9(9) VALUE 4000.
       77 WS-DONOR-OK           PIC X VALUE "N".
       77 WS-ITEMS-DONE         PIC X VALUE "N".
       77 WS-INPUT-DONOR        PIC X(12).
       77 WS-INPUT-DATE         PIC X(8).
       77 WS-INPUT-COUNT        PIC X(4).
       77 WS-INPUT-ISBN         PIC X(13).
       77 WS-INPUT-PRICE        PIC X(10).
       77 WS-DECISION           PIC X.
       77 WS-ITEM-LINE          PIC 9(4).
       77 WS-BOOK-FOUND         PIC X VALUE "N".
       77 WS-ITEM-TITLE         PIC X(60).
       77 WS-ITEM-CATEGORY      PIC X(10).
       77 WS-ISBN-VALID         PIC X VALUE "N".
       77 WS-ISBN-SUM           PIC 9(4).
       77 WS-ISBN-IDX           PIC 9(2).
       77 WS-ISBN-CHAR          PIC X.
       77 WS-ISBN-DIGIT         PIC 9.
       77 WS-ISBN-CHECK         PIC 9.
       77 WS-WD-COPIES          PIC 9(4) VALUE 1.
       77 WS-LETTER-NAME        PIC X(60).
       77 WS-LETTER-OPEN        PIC X VALUE "N".
       77 WS-LETTER-DONOR       PIC X(12).
       77 WS-LETTER-COUNT       PIC 9(5).
       77 WS-LETTER-DONATIONS   PIC 9(5).
       77 WS-SUMMARY-NAME       PIC X(60).
       77 WS-SUMMARY-YEAR       PIC 9(4).
       77 WS-YEAR-START         PIC 9(8).
       77 WS-YEAR-END           PIC 9(8).
       77 WS-SUM-DONOR          PIC X(12).
       77 WS-SUM-DONATIONS      PIC 9(5).
       77 WS-SUM-ITEMS          PIC 9(6).
       77 WS-SUM-KEPT           PIC 9(6).
       77 WS-SUM-SOLD           PIC 9(6).
       77 WS-SUM-DISCARDED      PIC 9(6).
       77 WS-TOT-DONORS         PIC 9(5).
       77 WS-TOT-DONATIONS      PIC 9(5).
       77 WS-TOT-ITEMS          PIC 9(6).
       77 WS-TOT-KEPT           PIC 9(6).
       77 WS-TOT-SOLD           PIC 9(6).
       77 WS-TOT-DISCARDED      PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== GIFT AND DONATION REGISTER ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           OPEN I-O DONOR-FILE
           IF WS-FS-DONOR NOT = "00"
               DISPLAY "DONOR file not found. Creating..."
               OPEN OUTPUT DONOR-FILE
               CLOSE DONOR-FILE
               OPEN I-O DONOR-FILE
           END-IF

           OPEN I-O DONATION-FILE
           IF WS-FS-DONATION NOT = "00"
               DISPLAY "DONATION file not found. Creating..."
               OPEN OUTPUT DONATION-FILE
               CLOSE DONATION-FILE
               OPEN I-O DONATION-FILE
           END-IF

           OPEN I-O DONITEM-FILE
           IF WS-FS-DONITEM NOT = "00"
               OPEN OUTPUT DONITEM-FILE
               CLOSE DONITEM-FILE
               OPEN I-O DONITEM-FILE
           END-IF

           OPEN I-O BOOK-FILE
           IF WS-FS-BOOK NOT = "00"
               DISPLAY "BOOK file not found. Creating..."
               OPEN OUTPUT BOOK-FILE
               CLOSE BOOK-FILE
               OPEN I-O BOOK-FILE
           END-IF

           OPEN I-O COPY-FILE
           IF WS-FS-COPY NOT = "00"
               OPEN OUTPUT COPY-FILE
               CLOSE COPY-FILE
               OPEN I-O COPY-FILE
           END-IF

           PERFORM INIT-DONOR-SEQ
           PERFORM INIT-DONATION-SEQ

           PERFORM UNTIL WS-EXIT-FLAG = "Y"
               MOVE 0 TO WS-OPTION
               DISPLAY " "
               DISPLAY "1. Register Donor"
               DISPLAY "2. Record Donation"
               DISPLAY "3. Print Acknowledgement Letters"
               DISPLAY "4. Yearly Donor Summary"
               DISPLAY "5. Exit"
               DISPLAY "Select option (1-5): "
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1 PERFORM REGISTER-DONOR
                   WHEN 2 PERFORM RECORD-DONATION
                   WHEN 3 PERFORM PRINT-ACKNOWLEDGEMENTS
                   WHEN 4 PERFORM PRINT-DONOR-SUMMARY
                   WHEN 5 MOVE "Y" TO WS-EXIT-FLAG
                   WHEN OTHER DISPLAY "Invalid option."
               END-EVALUATE
           END-PERFORM

           CLOSE DONOR-FILE DONATION-FILE DONITEM-FILE BOOK-FILE
                 COPY-FILE
           DISPLAY "Goodbye.".
           STOP RUN.

       INIT-DONOR-SEQ.
           MOVE "00" TO WS-FS-DONOR
           PERFORM UNTIL WS-FS-DONOR = "10"
               READ DONOR-FILE NEXT
                   AT END MOVE "10" TO WS-FS-DONOR
                   NOT AT END
                       IF DNR-ID-KEY(1:9) IS NUMERIC
                           MOVE DNR-ID-KEY(1:9) TO WS-SEQ-NUM
                           IF WS-SEQ-NUM > WS-DONOR-SEQ
                               MOVE WS-SEQ-NUM TO WS-DONOR-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       INIT-DONATION-SEQ.
           MOVE "00" TO WS-FS-DONATION
           PERFORM UNTIL WS-FS-DONATION = "10"
               READ DONATION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-DONATION
                   NOT AT END
                       IF DON-NO-KEY(1:9) IS NUMERIC
                           MOVE DON-NO-KEY(1:9) TO WS-SEQ-NUM
                           IF WS-SEQ-NUM > WS-DONATION-SEQ
                               MOVE WS-SEQ-NUM TO WS-DONATION-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-SEQUENCE-CONTROL.
           OPEN INPUT SEQCTL-FILE
           IF WS-FS-SEQCTL = "00"
               READ SEQCTL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SEQ-COPY IS NUMERIC AND
                          SEQ-COPY > WS-COPY-SEQ
                           MOVE SEQ-COPY TO WS-COPY-SEQ
                       END-IF
                       IF SEQ-LOAN IS NUMERIC AND
                          SEQ-LOAN > WS-SEQ-LOAN-SAVE
                           MOVE SEQ-LOAN TO WS-SEQ-LOAN-SAVE
                       END-IF
                       IF SEQ-FINE IS NUMERIC AND
                          SEQ-FINE > WS-SEQ-FINE-SAVE
                           MOVE SEQ-FINE TO WS-SEQ-FINE-SAVE
                       END-IF
                       IF SEQ-HOLD IS NUMERIC AND
                          SEQ-HOLD > WS-SEQ-HOLD-SAVE
                           MOVE SEQ-HOLD TO WS-SEQ-HOLD-SAVE
                       END-IF
                       IF SEQ-RECEIPT IS NUMERIC AND
                          SEQ-RECEIPT > WS-SEQ-RECEIPT-SAVE
                           MOVE SEQ-RECEIPT TO WS-SEQ-RECEIPT-SAVE
                       END-IF
                       IF SEQ-TRANSFER IS NUMERIC AND
                          SEQ-TRANSFER > WS-SEQ-TRANSFER-SAVE
                           MOVE SEQ-TRANSFER TO WS-SEQ-TRANSFER-SAVE
                       END-IF
               END-READ
               CLOSE SEQCTL-FILE
           END-IF.

       SAVE-SEQUENCE-CONTROL.
           OPEN OUTPUT SEQCTL-FILE
           MOVE WS-SEQ-LOAN-SAVE TO SEQ-LOAN
           MOVE WS-SEQ-FINE-SAVE TO SEQ-FINE
           MOVE WS-SEQ-HOLD-SAVE TO SEQ-HOLD
           MOVE WS-COPY-SEQ TO SEQ-COPY
           MOVE WS-SEQ-RECEIPT-SAVE TO SEQ-RECEIPT
           MOVE WS-SEQ-TRANSFER-SAVE TO SEQ-TRANSFER
           WRITE SEQCTL-RECORD
           CLOSE SEQCTL-FILE.

       REGISTER-DONOR.
           MOVE SPACES TO DONOR-RECORD
           DISPLAY "Donor Name: "
           ACCEPT DNR-NAME
           IF DNR-NAME = SPACES
               DISPLAY "Donor name is required."
           ELSE
               DISPLAY "Address Line 1: "
               ACCEPT DNR-ADDRESS-1
               DISPLAY "Address Line 2: "
               ACCEPT DNR-ADDRESS-2
               DISPLAY "Email (blank if none): "
               ACCEPT DNR-EMAIL
               MOVE WS-CURRENT-DATE TO DNR-FIRST-DATE
               ADD 1 TO WS-DONOR-SEQ
               MOVE WS-DONOR-SEQ TO DNR-ID-KEY
               WRITE DONOR-RECORD
                   INVALID KEY
                       DISPLAY "Donor number clash. Donor not added."
                   NOT INVALID KEY
                       DISPLAY "Donor " DNR-ID-KEY " registered."
               END-WRITE
           END-IF.

       RECORD-DONATION.
           MOVE "N" TO WS-DONOR-OK
           DISPLAY "Donor ID: "
           ACCEPT WS-INPUT-DONOR
           MOVE WS-INPUT-DONOR TO DNR-ID-KEY
           READ DONOR-FILE KEY IS DNR-ID-KEY
               INVALID KEY
                   DISPLAY "Donor not found. Register the donor first."
               NOT INVALID KEY
                   DISPLAY "Donor: " DNR-NAME
                   MOVE "Y" TO WS-DONOR-OK
           END-READ
           IF WS-DONOR-OK = "Y"
               MOVE SPACES TO DONATION-RECORD
               MOVE DNR-ID-KEY TO DON-DONOR-ID
               DISPLAY "Date Received (YYYYMMDD, blank = today): "
               ACCEPT WS-INPUT-DATE
               IF WS-INPUT-DATE IS NUMERIC
                   MOVE WS-INPUT-DATE TO DON-DATE
               ELSE
                   MOVE WS-CURRENT-DATE TO DON-DATE
               END-IF
               DISPLAY "Number of Items in the Donation: "
               ACCEPT WS-INPUT-COUNT
               IF FUNCTION TRIM(WS-INPUT-COUNT) IS NUMERIC
                   COMPUTE DON-ITEM-COUNT =
                       FUNCTION NUMVAL(WS-INPUT-COUNT)
               ELSE
                   MOVE 0 TO DON-ITEM-COUNT
               END-IF
               MOVE 0 TO DON-KEPT DON-SOLD DON-DISCARDED DON-ACK-DATE
               ADD 1 TO WS-DONATION-SEQ
               MOVE WS-DONATION-SEQ TO DON-NO-KEY
               WRITE DONATION-RECORD
                   INVALID KEY
                       DISPLAY "Donation number clash. Not recorded."
                       MOVE "N" TO WS-DONOR-OK
               END-WRITE
           END-IF
           IF WS-DONOR-OK = "Y"
               DISPLAY "Donation " DON-NO-KEY " opened. Enter each "
                   "donated ISBN (blank ISBN to finish)."
               PERFORM LOAD-SEQUENCE-CONTROL
               MOVE 0 TO WS-ITEM-LINE
               MOVE "N" TO WS-ITEMS-DONE
               PERFORM UNTIL WS-ITEMS-DONE = "Y"
                   PERFORM ACCEPT-DONATED-ITEM
               END-PERFORM
               PERFORM SAVE-SEQUENCE-CONTROL
               IF DON-ITEM-COUNT < WS-ITEM-LINE
                   MOVE WS-ITEM-LINE TO DON-ITEM-COUNT
               END-IF
               REWRITE DONATION-RECORD
               DISPLAY "Donation " DON-NO-KEY " recorded: "
                   DON-ITEM-COUNT " items, kept " DON-KEPT
                   ", sell " DON-SOLD ", discard " DON-DISCARDED "."
           END-IF.

       ACCEPT-DONATED-ITEM.
           DISPLAY "ISBN (blank to finish): "
           MOVE SPACES TO WS-INPUT-ISBN
           ACCEPT WS-INPUT-ISBN
           IF WS-INPUT-ISBN = SPACES
               MOVE "Y" TO WS-ITEMS-DONE
           ELSE
               PERFORM VALIDATE-ISBN-CHECK-DIGIT
               IF WS-ISBN-VALID = "N"
                   DISPLAY "Invalid ISBN-13 check digit. Item skipped."
               ELSE
                   PERFORM DECIDE-DONATED-ITEM
               END-IF
           END-IF.

       DECIDE-DONATED-ITEM.
           MOVE "N" TO WS-BOOK-FOUND
           MOVE SPACES TO WS-ITEM-TITLE
           MOVE WS-INPUT-ISBN TO BOOK-ISBN-KEY
           READ BOOK-FILE KEY IS BOOK-ISBN-KEY
               INVALID KEY
                   DISPLAY "Title not in catalog."
               NOT INVALID KEY
                   MOVE "Y" TO WS-BOOK-FOUND
                   MOVE BOOK-TITLE TO WS-ITEM-TITLE
                   DISPLAY "Title: " BOOK-TITLE
                   DISPLAY "Copies held: " BOOK-TOTAL-COPIES
           END-READ
           MOVE SPACES TO WS-DECISION
           PERFORM UNTIL WS-DECISION = "K" OR WS-DECISION = "S" OR
               WS-DECISION = "D"
               DISPLAY "Keep, Sell or Discard? (K/S/D): "
               ACCEPT WS-DECISION
               MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           END-PERFORM
           IF WS-BOOK-FOUND = "N"
               DISPLAY "Title: "
               ACCEPT WS-ITEM-TITLE
           END-IF
           ADD 1 TO WS-ITEM-LINE
           MOVE DON-NO-KEY TO DNI-DONATION-NO
           MOVE WS-ITEM-LINE TO DNI-LINE-NO
           MOVE WS-INPUT-ISBN TO DNI-ISBN
           MOVE WS-ITEM-TITLE TO DNI-TITLE
           MOVE SPACES TO DNI-ACCESSION
           EVALUATE WS-DECISION
               WHEN "K"
                   MOVE "KEEP" TO DNI-DECISION
                   PERFORM KEEP-DONATED-ITEM
                   ADD 1 TO DON-KEPT
               WHEN "S"
                   MOVE "SELL" TO DNI-DECISION
                   PERFORM WRITE-WITHDRAWAL-FEED
                   ADD 1 TO DON-SOLD
                   DISPLAY "Sent to the book-sale cart."
               WHEN OTHER
                   MOVE "DISCARD" TO DNI-DECISION
                   ADD 1 TO DON-DISCARDED
           END-EVALUATE
           WRITE DONITEM-RECORD
               INVALID KEY DISPLAY "Item line clash. Not recorded."
           END-WRITE.

       KEEP-DONATED-ITEM.
           IF WS-BOOK-FOUND = "Y"
               ADD 1 TO BOOK-TOTAL-COPIES
               ADD 1 TO BOOK-COPIES-AVAILABLE
               MOVE BOOK-CATEGORY TO WS-ITEM-CATEGORY
               REWRITE BOOK-RECORD
           ELSE
               PERFORM ADD-DONATED-TITLE
           END-IF
           ADD 1 TO WS-COPY-SEQ
           MOVE WS-COPY-SEQ TO COPY-ACCESSION-KEY
           MOVE WS-INPUT-ISBN TO COPY-ISBN
           MOVE "GOOD" TO COPY-CONDITION
           MOVE "RECEIVING" TO COPY-LOCATION
           MOVE "IN" TO COPY-STATUS
           IF WS-ITEM-CATEGORY = "REFERENCE"
               MOVE "REF" TO COPY-LOAN-CLASS
           ELSE
               MOVE "NORMAL" TO COPY-LOAN-CLASS
           END-IF
           WRITE COPY-RECORD
               INVALID KEY
                   DISPLAY "Accession clash. Copy not created."
               NOT INVALID KEY
                   MOVE COPY-ACCESSION-KEY TO DNI-ACCESSION
                   DISPLAY "Accession " COPY-ACCESSION-KEY
                       " created from donation " DON-NO-KEY "."
           END-WRITE.

       ADD-DONATED-TITLE.
           MOVE WS-INPUT-ISBN TO BOOK-ISBN-KEY
           MOVE WS-ITEM-TITLE TO BOOK-TITLE
           DISPLAY "Author: "
           ACCEPT BOOK-AUTHOR
           DISPLAY "Publisher: "
           ACCEPT BOOK-PUBLISHER
           DISPLAY "Year: "
           ACCEPT BOOK-YEAR
           DISPLAY "Call Number: "
           ACCEPT BOOK-CALLNUMBER
           DISPLAY "Category: "
           ACCEPT BOOK-CATEGORY
           DISPLAY "Replacement Price: "
           ACCEPT WS-INPUT-PRICE
           IF FUNCTION TEST-NUMVAL(WS-INPUT-PRICE) = 0
               COMPUTE BOOK-REPLACE-PRICE =
                   FUNCTION NUMVAL(WS-INPUT-PRICE)
           ELSE
               MOVE 0 TO BOOK-REPLACE-PRICE
           END-IF
           MOVE "AVAILABLE" TO BOOK-STATUS
           MOVE 1 TO BOOK-TOTAL-COPIES
           MOVE 1 TO BOOK-COPIES-AVAILABLE
           MOVE BOOK-CATEGORY TO WS-ITEM-CATEGORY
           WRITE BOOK-RECORD
               INVALID KEY DISPLAY "Catalog write rejected."
           END-WRITE.

       WRITE-WITHDRAWAL-FEED.
           OPEN EXTEND WITHDRAWAL-FILE
           IF WS-FS-WITHDRAWAL NOT = "00"
               OPEN OUTPUT WITHDRAWAL-FILE
           END-IF
           MOVE SPACES TO WITHDRAWAL-LINE
           STRING
               WS-INPUT-ISBN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-ITEM-TITLE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-WD-COPIES DELIMITED BY SIZE
               INTO WITHDRAWAL-LINE
           END-STRING
           WRITE WITHDRAWAL-LINE
           CLOSE WITHDRAWAL-FILE.

       VALIDATE-ISBN-CHECK-DIGIT.
           MOVE "Y" TO WS-ISBN-VALID
           MOVE 0 TO WS-ISBN-SUM
           PERFORM VARYING WS-ISBN-IDX FROM 1 BY 1 UNTIL
               WS-ISBN-IDX > 13
               MOVE WS-INPUT-ISBN(WS-ISBN-IDX:1) TO WS-ISBN-CHAR
               IF WS-ISBN-CHAR IS NOT NUMERIC
                   MOVE "N" TO WS-ISBN-VALID
               ELSE
                   COMPUTE WS-ISBN-DIGIT =
                       FUNCTION ORD(WS-ISBN-CHAR) - FUNCTION ORD("0")
                   IF WS-ISBN-IDX < 13
                       IF FUNCTION MOD(WS-ISBN-IDX, 2) = 1
                           ADD WS-ISBN-DIGIT TO WS-ISBN-SUM
                       ELSE
                           COMPUTE WS-ISBN-SUM =
                               WS-ISBN-SUM + (WS-ISBN-DIGIT * 3)
                       END-IF
                   ELSE
                       COMPUTE WS-ISBN-CHECK =
                           FUNCTION MOD(10 - FUNCTION MOD(WS-ISBN-SUM,
                               10), 10)
                       IF WS-ISBN-DIGIT NOT = WS-ISBN-CHECK
                           MOVE "N" TO WS-ISBN-VALID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ACKNOWLEDGEMENTS.
           MOVE 0 TO WS-LETTER-COUNT WS-LETTER-DONATIONS
           MOVE "N" TO WS-LETTER-OPEN
           MOVE SPACES TO WS-LETTER-DONOR
           MOVE LOW-VALUES TO DON-DONOR-ID
           START DONATION-FILE KEY IS NOT LESS THAN DON-DONOR-ID
               INVALID KEY MOVE "10" TO WS-FS-DONATION
               NOT INVALID KEY MOVE "00" TO WS-FS-DONATION
           END-START
           PERFORM UNTIL WS-FS-DONATION = "10"
               READ DONATION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-DONATION
                   NOT AT END
                       IF DON-ACK-DATE = 0
                           PERFORM ACKNOWLEDGE-ONE-DONATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LETTER-OPEN = "Y"
               PERFORM CLOSE-DONOR-LETTER
           END-IF
           DISPLAY "Letters written: " WS-LETTER-COUNT
               " | Donations acknowledged: " WS-LETTER-DONATIONS.

       ACKNOWLEDGE-ONE-DONATION.
           IF WS-LETTER-OPEN = "Y" AND
              DON-DONOR-ID NOT = WS-LETTER-DONOR
               PERFORM CLOSE-DONOR-LETTER
           END-IF
           IF WS-LETTER-OPEN = "N"
               PERFORM OPEN-DONOR-LETTER
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING
               "Donation " DELIMITED BY SIZE
               DON-NO-KEY DELIMITED BY SPACE
               " received " DELIMITED BY SIZE
               DON-DATE DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               DON-ITEM-COUNT DELIMITED BY SIZE
               " items" DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE DON-NO-KEY TO DNI-DONATION-NO
           MOVE 0 TO DNI-LINE-NO
           START DONITEM-FILE KEY IS NOT LESS THAN DNI-KEY
               INVALID KEY MOVE "10" TO WS-FS-DONITEM
               NOT INVALID KEY MOVE "00" TO WS-FS-DONITEM
           END-START
           PERFORM UNTIL WS-FS-DONITEM = "10"
               READ DONITEM-FILE NEXT
                   AT END MOVE "10" TO WS-FS-DONITEM
                   NOT AT END
                       IF DNI-DONATION-NO NOT = DON-NO-KEY
                           MOVE "10" TO WS-FS-DONITEM
                       ELSE
                           MOVE SPACES TO LETTER-LINE
                           STRING
                               "    " DELIMITED BY SIZE
                               DNI-ISBN DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               DNI-TITLE DELIMITED BY SIZE
                               INTO LETTER-LINE
                           END-STRING
                           WRITE LETTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-CURRENT-DATE TO DON-ACK-DATE
           REWRITE DONATION-RECORD
           ADD 1 TO WS-LETTER-DONATIONS.

       OPEN-DONOR-LETTER.
           MOVE DON-DONOR-ID TO WS-LETTER-DONOR
           MOVE WS-LETTER-DONOR TO DNR-ID-KEY
           READ DONOR-FILE KEY IS DNR-ID-KEY
               INVALID KEY
                   MOVE SPACES TO DONOR-RECORD
                   MOVE "Library Supporter" TO DNR-NAME
           END-READ
           MOVE SPACES TO WS-LETTER-NAME
           STRING
               "DONOR_ACK_" DELIMITED BY SIZE
               WS-LETTER-DONOR DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-LETTER-NAME
           END-STRING
           OPEN OUTPUT LETTER-FILE
           MOVE "Y" TO WS-LETTER-OPEN
           ADD 1 TO WS-LETTER-COUNT
           MOVE SPACES TO LETTER-LINE
           STRING
               "Date: " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE DNR-NAME TO LETTER-LINE
           WRITE LETTER-LINE
           IF DNR-ADDRESS-1 NOT = SPACES
               MOVE DNR-ADDRESS-1 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           IF DNR-ADDRESS-2 NOT = SPACES
               MOVE DNR-ADDRESS-2 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING
               "Dear " DELIMITED BY SIZE
               FUNCTION TRIM(DNR-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "Thank you for your generous gift to the library. We "
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "gratefully acknowledge receipt of the following:"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       CLOSE-DONOR-LETTER.
           MOVE "Items not added to the collection are offered at the"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "library book sale, with proceeds supporting the"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "library. No goods or services were provided in"
               TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "exchange for this donation." TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "With sincere thanks," TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "The Library" TO LETTER-LINE
           WRITE LETTER-LINE
           CLOSE LETTER-FILE
           MOVE "N" TO WS-LETTER-OPEN
           DISPLAY "Letter: " FUNCTION TRIM(WS-LETTER-NAME).

       PRINT-DONOR-SUMMARY.
           DISPLAY "Summary Year (YYYY, 0 = this year): "
           ACCEPT WS-SUMMARY-YEAR
           IF WS-SUMMARY-YEAR = 0
               MOVE WS-CURRENT-DATE(1:4) TO WS-SUMMARY-YEAR
           END-IF
           COMPUTE WS-YEAR-START = WS-SUMMARY-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-SUMMARY-YEAR * 10000 + 1231
           MOVE SPACES TO WS-SUMMARY-NAME
           STRING
               "DONOR_SUMMARY_" DELIMITED BY SIZE
               WS-SUMMARY-YEAR DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-SUMMARY-NAME
           END-STRING
           OPEN OUTPUT SUMMARY-FILE
           MOVE SPACES TO SUMMARY-LINE
           STRING
               "DONOR SUMMARY FOR " DELIMITED BY SIZE
               WS-SUMMARY-YEAR DELIMITED BY SIZE
               "   PRINTED " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING
               "DONOR        NAME                                     "
                   DELIMITED BY SIZE
               "GIFTS  ITEMS   KEPT   SOLD DISCARD" DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           MOVE 0 TO WS-TOT-DONORS WS-TOT-DONATIONS WS-TOT-ITEMS
               WS-TOT-KEPT WS-TOT-SOLD WS-TOT-DISCARDED
           MOVE SPACES TO WS-SUM-DONOR
           MOVE LOW-VALUES TO DON-DONOR-ID
           START DONATION-FILE KEY IS NOT LESS THAN DON-DONOR-ID
               INVALID KEY MOVE "10" TO WS-FS-DONATION
               NOT INVALID KEY MOVE "00" TO WS-FS-DONATION
           END-START
           PERFORM UNTIL WS-FS-DONATION = "10"
               READ DONATION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-DONATION
                   NOT AT END
                       IF DON-DATE >= WS-YEAR-START AND
                          DON-DATE <= WS-YEAR-END
                           PERFORM TALLY-DONOR-DONATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUM-DONOR NOT = SPACES
               PERFORM WRITE-DONOR-SUMMARY-LINE
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING
               "TOTAL DONORS: " DELIMITED BY SIZE
               WS-TOT-DONORS DELIMITED BY SIZE
               "  GIFTS: " DELIMITED BY SIZE
               WS-TOT-DONATIONS DELIMITED BY SIZE
               "  ITEMS: " DELIMITED BY SIZE
               WS-TOT-ITEMS DELIMITED BY SIZE
               "  KEPT: " DELIMITED BY SIZE
               WS-TOT-KEPT DELIMITED BY SIZE
               "  SOLD: " DELIMITED BY SIZE
               WS-TOT-SOLD DELIMITED BY SIZE
               "  DISCARDED: " DELIMITED BY SIZE
               WS-TOT-DISCARDED DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           CLOSE SUMMARY-FILE
           DISPLAY "Donors: " WS-TOT-DONORS " | Gifts: "
               WS-TOT-DONATIONS " | Items: " WS-TOT-ITEMS
           DISPLAY "Summary: " FUNCTION TRIM(WS-SUMMARY-NAME).

       TALLY-DONOR-DONATION.
           IF DON-DONOR-ID NOT = WS-SUM-DONOR
               IF WS-SUM-DONOR NOT = SPACES
                   PERFORM WRITE-DONOR-SUMMARY-LINE
               END-IF
               MOVE DON-DONOR-ID TO WS-SUM-DONOR
               MOVE 0 TO WS-SUM-DONATIONS WS-SUM-ITEMS WS-SUM-KEPT
                   WS-SUM-SOLD WS-SUM-DISCARDED
           END-IF
           ADD 1 TO WS-SUM-DONATIONS
           ADD DON-ITEM-COUNT TO WS-SUM-ITEMS
           ADD DON-KEPT TO WS-SUM-KEPT
           ADD DON-SOLD TO WS-SUM-SOLD
           ADD DON-DISCARDED TO WS-SUM-DISCARDED.

       WRITE-DONOR-SUMMARY-LINE.
           MOVE WS-SUM-DONOR TO DNR-ID-KEY
           READ DONOR-FILE KEY IS DNR-ID-KEY
               INVALID KEY MOVE "(not on donor file)" TO DNR-NAME
           END-READ
           MOVE SPACES TO SUMMARY-LINE
           STRING
               WS-SUM-DONOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DNR-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUM-DONATIONS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUM-ITEMS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUM-KEPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUM-SOLD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUM-DISCARDED DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING
           WRITE SUMMARY-LINE
           ADD 1 TO WS-TOT-DONORS
           ADD WS-SUM-DONATIONS TO WS-TOT-DONATIONS
           ADD WS-SUM-ITEMS TO WS-TOT-ITEMS
           ADD WS-SUM-KEPT TO WS-TOT-KEPT
           ADD WS-SUM-SOLD TO WS-TOT-SOLD
           ADD WS-SUM-DISCARDED TO WS-TOT-DISCARDED.

       END PROGRAM DONATION-REGISTER.
