      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Nightly serials claims run. Walks SUBSCRIPTIONS.TXT in
      *          vendor order and picks out every ACTIVE subscription
      *          whose expected issue is overdue past its grace days.
      *          Each vendor with overdue issues gets its own claim
      *          letter CLAIM_<vendor>_<date>.TXT listing every missing
      *          issue date; all claims are also listed on
      *          SERIALS_CLAIMS.TXT. A title already claimed is not
      *          claimed again until another grace period has passed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIALS-CLAIM-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE ASSIGN TO "SUBSCRIPTIONS.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SUB-ISSN-KEY
              ALTERNATE RECORD KEY IS SUB-VENDOR WITH DUPLICATES
              FILE STATUS IS WS-FS-SUB.

           SELECT LETTER-FILE ASSIGN TO WS-LETTER-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LETTER.

           SELECT CLAIMLIST-FILE ASSIGN TO "SERIALS_CLAIMS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CLAIMLIST.

       DATA DIVISION.
       FILE SECTION.

       FD SUBSCRIPTION-FILE.
       01 SUBSCRIPTION-RECORD.
          05 SUB-ISSN-KEY       PIC X(9).
          05 SUB-TITLE          PIC X(60).
          05 SUB-FREQUENCY      PIC X(10).
          05 SUB-INTERVAL-DAYS  PIC 9(3).
          05 SUB-VENDOR         PIC X(10).
          05 SUB-NEXT-EXPECTED  PIC 9(8).
          05 SUB-GRACE-DAYS     PIC 9(3).
          05 SUB-LOCATION       PIC X(15).
          05 SUB-STATUS         PIC X(10).
          05 SUB-LAST-ISSUE     PIC X(20).
          05 SUB-ISSUES-RECVD   PIC 9(5).
          05 SUB-CLAIM-COUNT    PIC 9(2).
          05 SUB-LAST-CLAIM-DATE PIC 9(8).

       FD LETTER-FILE.
       01 LETTER-LINE           PIC X(132).

       FD CLAIMLIST-FILE.
       01 CLAIMLIST-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-FS-SUB             PIC XX.
       77 WS-FS-LETTER          PIC XX.
       77 WS-FS-CLAIMLIST       PIC XX.
       77 WS-LETTER-NAME        PIC X(40).
       77 WS-LETTER-OPEN        PIC X VALUE "N".
       77 WS-LETTER-VENDOR      PIC X(10) VALUE SPACES.
       77 WS-LETTER-ITEMS       PIC 9(5) VALUE 0.
       77 WS-CURRENT-DATE       PIC 9(8).
       77 WS-TODAY-INT          PIC 9(8).
       77 WS-DUE-INT            PIC 9(8).
       77 WS-DAYS-OVERDUE       PIC S9(5).
       77 WS-DAYS-SINCE-CLAIM   PIC S9(5).
       77 WS-CLAIM-DUE          PIC X VALUE "N".
       77 WS-MISSING-DATE       PIC 9(8).
       77 WS-MISSING-COUNT      PIC 9(3).
       77 WS-SUBS-CHECKED       PIC 9(5) VALUE 0.
       77 WS-TITLES-CLAIMED     PIC 9(5) VALUE 0.
       77 WS-ISSUES-CLAIMED     PIC 9(5) VALUE 0.
       77 WS-LETTERS-WRITTEN    PIC 9(5) VALUE 0.
       77 WS-OVERDUE-DISPLAY    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== SERIALS CLAIMS RUN ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT = FUNCTION
               INTEGER-OF-DATE(WS-CURRENT-DATE)

           OPEN I-O SUBSCRIPTION-FILE
           IF WS-FS-SUB NOT = "00"
               DISPLAY "SUBSCRIPTIONS.TXT not found. Nothing to claim."
               GOBACK
           END-IF

           OPEN OUTPUT CLAIMLIST-FILE
           MOVE SPACES TO CLAIMLIST-LINE
           STRING
               "=== SERIALS CLAIMS RUN " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO CLAIMLIST-LINE
           END-STRING
           WRITE CLAIMLIST-LINE

           MOVE LOW-VALUES TO SUB-VENDOR
           START SUBSCRIPTION-FILE KEY IS NOT LESS THAN SUB-VENDOR
               INVALID KEY MOVE "10" TO WS-FS-SUB
               NOT INVALID KEY MOVE "00" TO WS-FS-SUB
           END-START
           PERFORM UNTIL WS-FS-SUB = "10"
               READ SUBSCRIPTION-FILE NEXT
                   AT END MOVE "10" TO WS-FS-SUB
                   NOT AT END
                       ADD 1 TO WS-SUBS-CHECKED
                       IF SUB-STATUS = "ACTIVE"
                           PERFORM CHECK-ONE-SUBSCRIPTION
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LETTER-OPEN = "Y"
               PERFORM CLOSE-VENDOR-LETTER
           END-IF

           MOVE SPACES TO CLAIMLIST-LINE
           STRING
               "TITLES CLAIMED: " DELIMITED BY SIZE
               WS-TITLES-CLAIMED DELIMITED BY SIZE
               " | ISSUES CLAIMED: " DELIMITED BY SIZE
               WS-ISSUES-CLAIMED DELIMITED BY SIZE
               " | VENDOR LETTERS: " DELIMITED BY SIZE
               WS-LETTERS-WRITTEN DELIMITED BY SIZE
               INTO CLAIMLIST-LINE
           END-STRING
           WRITE CLAIMLIST-LINE

           CLOSE SUBSCRIPTION-FILE CLAIMLIST-FILE
           DISPLAY "Subscriptions checked: " WS-SUBS-CHECKED.
           DISPLAY "Titles claimed: " WS-TITLES-CLAIMED.
           DISPLAY "Issues claimed: " WS-ISSUES-CLAIMED.
           DISPLAY "Vendor claim letters written: " WS-LETTERS-WRITTEN.
           DISPLAY "Claim list is in SERIALS_CLAIMS.TXT.".
           STOP RUN.

       CHECK-ONE-SUBSCRIPTION.
           COMPUTE WS-DUE-INT = FUNCTION
               INTEGER-OF-DATE(SUB-NEXT-EXPECTED)
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-INT
           MOVE "N" TO WS-CLAIM-DUE
           IF WS-DAYS-OVERDUE > SUB-GRACE-DAYS
               IF SUB-LAST-CLAIM-DATE = 0
                   MOVE "Y" TO WS-CLAIM-DUE
               ELSE
                   COMPUTE WS-DAYS-SINCE-CLAIM = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(SUB-LAST-CLAIM-DATE)
                   IF WS-DAYS-SINCE-CLAIM >= SUB-GRACE-DAYS
                       MOVE "Y" TO WS-CLAIM-DUE
                   END-IF
               END-IF
           END-IF
           IF WS-CLAIM-DUE = "Y"
               IF WS-LETTER-OPEN = "Y" AND
                  SUB-VENDOR NOT = WS-LETTER-VENDOR
                   PERFORM CLOSE-VENDOR-LETTER
               END-IF
               IF WS-LETTER-OPEN = "N"
                   PERFORM OPEN-VENDOR-LETTER
               END-IF
               ADD 1 TO SUB-CLAIM-COUNT
               PERFORM CLAIM-MISSING-ISSUES
               MOVE WS-CURRENT-DATE TO SUB-LAST-CLAIM-DATE
               REWRITE SUBSCRIPTION-RECORD
               ADD 1 TO WS-TITLES-CLAIMED
           END-IF.

       OPEN-VENDOR-LETTER.
           MOVE SUB-VENDOR TO WS-LETTER-VENDOR
           MOVE 0 TO WS-LETTER-ITEMS
           MOVE SPACES TO WS-LETTER-NAME
           STRING
               "CLAIM_" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LETTER-VENDOR) DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-LETTER-NAME
           END-STRING
           OPEN OUTPUT LETTER-FILE
           MOVE "Y" TO WS-LETTER-OPEN
           ADD 1 TO WS-LETTERS-WRITTEN
           MOVE SPACES TO LETTER-LINE
           STRING
               "TO VENDOR: " DELIMITED BY SIZE
               WS-LETTER-VENDOR DELIMITED BY SIZE
               "   DATE: " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE "RE: CLAIM FOR MISSING SERIAL ISSUES" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING
               "The following issues on our subscriptions with you "
                   DELIMITED BY SIZE
               "have not been received." DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING
               "Please supply them or advise us of the publication "
                   DELIMITED BY SIZE
               "status." DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING
               "ISSN      | TITLE                                    "
                   DELIMITED BY SIZE
               "| EXPECTED | DAYS OVERDUE | CLAIM NO" DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE.

       CLAIM-MISSING-ISSUES.
           MOVE SUB-NEXT-EXPECTED TO WS-MISSING-DATE
           MOVE 0 TO WS-MISSING-COUNT
           COMPUTE WS-DUE-INT = FUNCTION
               INTEGER-OF-DATE(WS-MISSING-DATE)
           PERFORM UNTIL WS-TODAY-INT - WS-DUE-INT <= SUB-GRACE-DAYS
                      OR WS-MISSING-COUNT >= 12
               ADD 1 TO WS-MISSING-COUNT
               ADD 1 TO WS-ISSUES-CLAIMED
               ADD 1 TO WS-LETTER-ITEMS
               COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-INT
               MOVE WS-DAYS-OVERDUE TO WS-OVERDUE-DISPLAY
               MOVE SPACES TO LETTER-LINE
               STRING
                   SUB-ISSN-KEY DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   SUB-TITLE(1:40) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-MISSING-DATE DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-OVERDUE-DISPLAY DELIMITED BY SIZE
                   "        | " DELIMITED BY SIZE
                   SUB-CLAIM-COUNT DELIMITED BY SIZE
                   INTO LETTER-LINE
               END-STRING
               WRITE LETTER-LINE
               MOVE SPACES TO CLAIMLIST-LINE
               STRING
                   SUB-VENDOR DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   LETTER-LINE DELIMITED BY SIZE
                   INTO CLAIMLIST-LINE
               END-STRING
               WRITE CLAIMLIST-LINE
               DISPLAY CLAIMLIST-LINE
               IF SUB-INTERVAL-DAYS = 0
                   MOVE 12 TO WS-MISSING-COUNT
               ELSE
                   ADD SUB-INTERVAL-DAYS TO WS-DUE-INT
                   COMPUTE WS-MISSING-DATE = FUNCTION
                       DATE-OF-INTEGER(WS-DUE-INT)
               END-IF
           END-PERFORM.

       CLOSE-VENDOR-LETTER.
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING
               "ISSUES CLAIMED: " DELIMITED BY SIZE
               WS-LETTER-ITEMS DELIMITED BY SIZE
               INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE
           MOVE "Serials Section, Library" TO LETTER-LINE
           WRITE LETTER-LINE
           CLOSE LETTER-FILE
           MOVE "N" TO WS-LETTER-OPEN
           DISPLAY "Claim letter written to " WS-LETTER-NAME.

       END PROGRAM SERIALS-CLAIM-BATCH.
