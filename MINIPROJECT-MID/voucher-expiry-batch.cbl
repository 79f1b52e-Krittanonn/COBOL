      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: Gift card and store credit expiry batch. ACTIVE
      *          vouchers on VOUCHERS.DAT past their expiry date are
      *          marked EXPIRED and the unredeemed balance is written
      *          off to VOUCHER_LOG.TXT as an EXPIRE movement so the
      *          liability report can show it as breakage.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-EXPIRY-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE ASSIGN TO "VOUCHERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FILE-VCH-NO
              FILE STATUS IS WS-FS-VOUCHER.

           SELECT VOUCHER-LOG-FILE ASSIGN TO "VOUCHER_LOG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-VOUCHER-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD VOUCHER-FILE.
       01 VOUCHER-RECORD.
          05 FILE-VCH-NO         PIC X(8).
          05 FILE-VCH-TYPE       PIC X(6).
          05 FILE-VCH-ISSUE-DATE PIC 9(8).
          05 FILE-VCH-ORIG-VALUE PIC 9(7)V99.
          05 FILE-VCH-BALANCE    PIC 9(7)V99.
          05 FILE-VCH-EXPIRY     PIC 9(8).
          05 FILE-VCH-STATUS     PIC X(10).
          05 FILE-VCH-ISSUE-RCPT PIC X(8).

       FD VOUCHER-LOG-FILE.
       01 VOUCHER-LOG-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-VOUCHER PIC XX.
       01 WS-FS-VOUCHER-LOG PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-X REDEFINES WS-TODAY PIC X(8).
       01 WS-LOG-DATE PIC X(10).
       01 WS-CHECKED PIC 9(5) VALUE 0.
       01 WS-EXPIRED PIC 9(5) VALUE 0.
       01 WS-BREAKAGE PIC 9(10)V99 VALUE 0.
       01 DISPLAY-VCH-AMT PIC Z,ZZZ,ZZZ.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== VOUCHER EXPIRY BATCH ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY-X(1:4) TO WS-LOG-DATE(1:4)
           MOVE "-" TO WS-LOG-DATE(5:1)
           MOVE WS-TODAY-X(5:2) TO WS-LOG-DATE(6:2)
           MOVE "-" TO WS-LOG-DATE(8:1)
           MOVE WS-TODAY-X(7:2) TO WS-LOG-DATE(9:2)

           OPEN I-O VOUCHER-FILE
           IF WS-FS-VOUCHER NOT = "00"
               DISPLAY "VOUCHERS.DAT NOT FOUND. NOTHING TO EXPIRE."
               GOBACK
           END-IF

           OPEN EXTEND VOUCHER-LOG-FILE
           IF WS-FS-VOUCHER-LOG NOT = "00"
               OPEN OUTPUT VOUCHER-LOG-FILE
           END-IF

           MOVE "00" TO WS-FS-VOUCHER
           PERFORM UNTIL WS-FS-VOUCHER = "10"
               READ VOUCHER-FILE NEXT
                   AT END MOVE "10" TO WS-FS-VOUCHER
                   NOT AT END
                       PERFORM CHECK-ONE-VOUCHER
               END-READ
           END-PERFORM

           CLOSE VOUCHER-FILE VOUCHER-LOG-FILE
           MOVE WS-BREAKAGE TO DISPLAY-VCH-AMT
           DISPLAY "VOUCHERS CHECKED: " WS-CHECKED.
           DISPLAY "VOUCHERS EXPIRED: " WS-EXPIRED.
           DISPLAY "BALANCE WRITTEN OFF: " DISPLAY-VCH-AMT.
           DISPLAY "BATCH COMPLETE.".
           STOP RUN.

       CHECK-ONE-VOUCHER.
           ADD 1 TO WS-CHECKED
           IF FILE-VCH-STATUS = "ACTIVE" AND
              FILE-VCH-EXPIRY < WS-TODAY
               PERFORM EXPIRE-ONE-VOUCHER
           END-IF.

       EXPIRE-ONE-VOUCHER.
           ADD 1 TO WS-EXPIRED
           ADD FILE-VCH-BALANCE TO WS-BREAKAGE
           MOVE FILE-VCH-BALANCE TO DISPLAY-VCH-AMT
           MOVE 0 TO FILE-VCH-BALANCE
           MOVE "EXPIRED" TO FILE-VCH-STATUS
           REWRITE VOUCHER-RECORD
           MOVE SPACES TO VOUCHER-LOG-LINE
           STRING
               WS-LOG-DATE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               FILE-VCH-NO DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               "EXPIRE" DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               DISPLAY-VCH-AMT DELIMITED BY SIZE
               " | RCPT: " DELIMITED BY SIZE
               FILE-VCH-ISSUE-RCPT DELIMITED BY SIZE
               " | BY: " DELIMITED BY SIZE
               "EXPIRY BATCH" DELIMITED BY SIZE
               INTO VOUCHER-LOG-LINE
           END-STRING
           WRITE VOUCHER-LOG-LINE
           DISPLAY "EXPIRED " FILE-VCH-NO ". BALANCE WRITTEN OFF: "
               DISPLAY-VCH-AMT.

       END PROGRAM VOUCHER-EXPIRY-BATCH.
