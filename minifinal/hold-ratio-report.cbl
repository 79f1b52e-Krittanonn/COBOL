      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Weekly holds-to-copies purchase alert. Counts the
      *          active holds (WAITING or NOTIFIED) on HOLDS.TXT per
      *          ISBN against BOOK-TOTAL-COPIES, with the average days
      *          waited since HOLD-DATE. Titles whose holds per copy
      *          exceed the ratio from POLICY.TXT (POLICY-HOLD-RATIO,
      *          default 3) are flagged with the extra copies needed to
      *          bring them back to the ratio, costed at
      *          BOOK-REPLACE-PRICE, and a grand total of suggested
      *          spend is printed to HOLD_RATIO_<date>.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-RATIO-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOLD-ID-KEY
              ALTERNATE RECORD KEY IS HOLD-ISBN WITH DUPLICATES
              ALTERNATE RECORD KEY IS HOLD-MEMBER-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-HOLD.

           SELECT BOOK-FILE ASSIGN TO "BOOKS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BOOK-ISBN-KEY
              FILE STATUS IS WS-FS-BOOK.

           SELECT POLICY-FILE ASSIGN TO "POLICY.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-POLICY.

           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-ID-KEY        PIC X(12).
          05 HOLD-ISBN          PIC X(13).
          05 HOLD-MEMBER-ID     PIC X(12).
          05 HOLD-DATE          PIC 9(8).
          05 HOLD-STATUS        PIC X(10).
          05 HOLD-NOTIFY-DATE   PIC 9(8).

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

       FD POLICY-FILE.
       01 POLICY-RECORD.
          05 POLICY-LOAN-DAYS      PIC 9(3).
          05 POLICY-MAX-RENEWALS   PIC 9(2).
          05 POLICY-FINE-RATE      PIC 9(3).
          05 POLICY-PICKUP-DAYS    PIC 9(3).
          05 POLICY-LOST-DAYS      PIC 9(3).
          05 POLICY-TERM-DAYS      PIC 9(3).
          05 POLICY-WEED-YEARS     PIC 9(2).
          05 POLICY-ROOM-GRACE     PIC 9(3).
          05 POLICY-RETAIN-DAYS    PIC 9(4).
          05 POLICY-HOLD-RATIO     PIC 9(2).

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(160).

       WORKING-STORAGE SECTION.
       77 WS-FS-HOLD            PIC XX.
       77 WS-FS-BOOK            PIC XX.
       77 WS-FS-POLICY          PIC XX.
       77 WS-FS-REPORT          PIC XX.
       77 WS-REPORT-NAME        PIC X(40).
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-TODAY-INT          PIC 9(8).
       77 WS-HOLD-RATIO         PIC 9(2) VALUE 3.
       77 WS-GROUP-ISBN         PIC X(13).
       77 WS-GROUP-HOLDS        PIC 9(5).
       77 WS-GROUP-WAIT-DAYS    PIC 9(9).
       77 WS-AVG-WAIT           PIC 9(5).
       77 WS-COPIES             PIC 9(4).
       77 WS-RATIO              PIC 9(5)V99.
       77 WS-NEEDED-COPIES      PIC 9(5).
       77 WS-EXTRA-COPIES       PIC 9(5).
       77 WS-EST-COST           PIC 9(8)V99.
       77 WS-TOTAL-SPEND        PIC 9(10)V99 VALUE 0.
       77 WS-TOTAL-EXTRA        PIC 9(6) VALUE 0.
       77 WS-TITLES-LISTED      PIC 9(5) VALUE 0.
       77 WS-TITLES-FLAGGED     PIC 9(5) VALUE 0.
       77 WS-FLAG-TEXT          PIC X(6).
       77 WS-RATIO-DISPLAY      PIC ZZZZ9.99.
       77 WS-PRICE-DISPLAY      PIC ZZZZ9.99.
       77 WS-COST-DISPLAY       PIC ZZZZZZZ9.99.
       77 WS-TOTAL-DISPLAY      PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== HOLDS-TO-COPIES PURCHASE ALERT ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)

           PERFORM LOAD-POLICY-CONFIG

           OPEN INPUT HOLD-FILE
           IF WS-FS-HOLD NOT = "00"
               DISPLAY "HOLDS.TXT not found. Nothing to report."
               GOBACK
           END-IF

           OPEN INPUT BOOK-FILE
           IF WS-FS-BOOK NOT = "00"
               DISPLAY "BOOKS.TXT not found."
               CLOSE HOLD-FILE
               GOBACK
           END-IF

           MOVE SPACES TO WS-REPORT-NAME
           STRING
               "HOLD_RATIO_" DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING
               "=== HOLDS-TO-COPIES PURCHASE ALERT " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "TITLES OVER " DELIMITED BY SIZE
               WS-HOLD-RATIO DELIMITED BY SIZE
               " ACTIVE HOLDS PER COPY ARE FLAGGED BUY"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO WS-GROUP-ISBN
           MOVE LOW-VALUES TO HOLD-ISBN
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-ISBN
               INVALID KEY MOVE "10" TO WS-FS-HOLD
               NOT INVALID KEY MOVE "00" TO WS-FS-HOLD
           END-START
           PERFORM UNTIL WS-FS-HOLD = "10"
               READ HOLD-FILE NEXT
                   AT END MOVE "10" TO WS-FS-HOLD
                   NOT AT END
                       IF HOLD-STATUS = "WAITING" OR
                          HOLD-STATUS = "NOTIFIED"
                           PERFORM TALLY-ACTIVE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GROUP-ISBN NOT = SPACES
               PERFORM REPORT-ISBN-RATIO
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-SPEND TO WS-TOTAL-DISPLAY
           STRING
               "TITLES WITH HOLDS: " DELIMITED BY SIZE
               WS-TITLES-LISTED DELIMITED BY SIZE
               " | FLAGGED: " DELIMITED BY SIZE
               WS-TITLES-FLAGGED DELIMITED BY SIZE
               " | EXTRA COPIES: " DELIMITED BY SIZE
               WS-TOTAL-EXTRA DELIMITED BY SIZE
               " | SUGGESTED SPEND: " DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE HOLD-FILE BOOK-FILE REPORT-FILE
           DISPLAY "Titles with active holds: " WS-TITLES-LISTED.
           DISPLAY "Titles flagged to buy: " WS-TITLES-FLAGGED.
           DISPLAY "Extra copies suggested: " WS-TOTAL-EXTRA.
           DISPLAY "Suggested spend: " WS-TOTAL-DISPLAY.
           DISPLAY "Report is in " FUNCTION TRIM(WS-REPORT-NAME) ".".
           STOP RUN.

       LOAD-POLICY-CONFIG.
           OPEN INPUT POLICY-FILE
           IF WS-FS-POLICY = "00"
               READ POLICY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF POLICY-HOLD-RATIO IS NUMERIC AND
                          POLICY-HOLD-RATIO > 0
                           MOVE POLICY-HOLD-RATIO TO WS-HOLD-RATIO
                       END-IF
               END-READ
               CLOSE POLICY-FILE
           ELSE
               DISPLAY "POLICY.TXT not found. Using default ratio of "
                   WS-HOLD-RATIO " holds per copy."
           END-IF.

       TALLY-ACTIVE-HOLD.
           IF HOLD-ISBN NOT = WS-GROUP-ISBN
               IF WS-GROUP-ISBN NOT = SPACES
                   PERFORM REPORT-ISBN-RATIO
               END-IF
               MOVE HOLD-ISBN TO WS-GROUP-ISBN
               MOVE 0 TO WS-GROUP-HOLDS
               MOVE 0 TO WS-GROUP-WAIT-DAYS
           END-IF
           ADD 1 TO WS-GROUP-HOLDS
           IF HOLD-DATE IS NUMERIC AND HOLD-DATE > 0 AND
              HOLD-DATE <= WS-CURRENT-DATE
               COMPUTE WS-GROUP-WAIT-DAYS = WS-GROUP-WAIT-DAYS +
                   WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(HOLD-DATE)
           END-IF.

       REPORT-ISBN-RATIO.
           ADD 1 TO WS-TITLES-LISTED
           MOVE WS-GROUP-ISBN TO BOOK-ISBN-KEY
           READ BOOK-FILE KEY IS BOOK-ISBN-KEY
               INVALID KEY
                   MOVE "(title not on file)" TO BOOK-TITLE
                   MOVE SPACES TO BOOK-CATEGORY
                   MOVE 0 TO BOOK-TOTAL-COPIES
                   MOVE 0 TO BOOK-REPLACE-PRICE
           END-READ
           MOVE BOOK-TOTAL-COPIES TO WS-COPIES
           COMPUTE WS-AVG-WAIT = WS-GROUP-WAIT-DAYS / WS-GROUP-HOLDS
           IF WS-COPIES = 0
               MOVE WS-GROUP-HOLDS TO WS-RATIO
           ELSE
               COMPUTE WS-RATIO ROUNDED = WS-GROUP-HOLDS / WS-COPIES
           END-IF
           MOVE 0 TO WS-EXTRA-COPIES
           MOVE 0 TO WS-EST-COST
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-GROUP-HOLDS > WS-COPIES * WS-HOLD-RATIO
               COMPUTE WS-NEEDED-COPIES =
                   (WS-GROUP-HOLDS + WS-HOLD-RATIO - 1) / WS-HOLD-RATIO
               COMPUTE WS-EXTRA-COPIES = WS-NEEDED-COPIES - WS-COPIES
               COMPUTE WS-EST-COST =
                   WS-EXTRA-COPIES * BOOK-REPLACE-PRICE
               MOVE "BUY" TO WS-FLAG-TEXT
               ADD 1 TO WS-TITLES-FLAGGED
               ADD WS-EXTRA-COPIES TO WS-TOTAL-EXTRA
               ADD WS-EST-COST TO WS-TOTAL-SPEND
           END-IF
           MOVE WS-RATIO TO WS-RATIO-DISPLAY
           MOVE BOOK-REPLACE-PRICE TO WS-PRICE-DISPLAY
           MOVE WS-EST-COST TO WS-COST-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               WS-GROUP-ISBN DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               BOOK-TITLE(1:40) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               BOOK-CATEGORY DELIMITED BY SIZE
               " | HOLDS: " DELIMITED BY SIZE
               WS-GROUP-HOLDS DELIMITED BY SIZE
               " | COPIES: " DELIMITED BY SIZE
               WS-COPIES DELIMITED BY SIZE
               " | RATIO: " DELIMITED BY SIZE
               WS-RATIO-DISPLAY DELIMITED BY SIZE
               " | AVG WAIT: " DELIMITED BY SIZE
               WS-AVG-WAIT DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-FLAG-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXTRA-COPIES DELIMITED BY SIZE
               " @ " DELIMITED BY SIZE
               WS-PRICE-DISPLAY DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               WS-COST-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-FLAG-TEXT NOT = SPACES
               DISPLAY REPORT-LINE
           END-IF.

       END PROGRAM HOLD-RATIO-REPORT.
