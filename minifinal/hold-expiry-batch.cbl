      * Purpose: Nightly batch job - expire NOTIFIED holds whose pickup
      *          window has passed and advance the next WAITING hold on
      *          the same ISBN, so copies do not sit on the hold shelf
      *          indefinitely. When nobody else is waiting, one pulled
      *          copy on the hold shelf is released back to the stacks.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ALTERNATE RECORD KEY IS NTC-MEMBER-ID WITH DUPLICATES
              FILE STATUS IS WS-FS-NOTICEQ.

           SELECT COPY-FILE ASSIGN TO "COPIES.TXT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS COPY-ACCESSION-KEY
              ALTERNATE RECORD KEY IS COPY-ISBN WITH DUPLICATES
              FILE STATUS IS WS-FS-COPY.

       DATA DIVISION.
       FILE SECTION.

       01 LOCK-LIBRARIAN-RECORD.
          05 LOCK-LIB-AUTH-CODE PIC X(10).

       FD COPY-FILE.
       01 COPY-RECORD.
          05 COPY-ACCESSION-KEY PIC X(12).
          05 COPY-ISBN          PIC X(13).
          05 COPY-CONDITION     PIC X(10).
          05 COPY-LOCATION      PIC X(15).
          05 COPY-STATUS        PIC X(10).
          05 COPY-LOAN-CLASS    PIC X(6).

       WORKING-STORAGE SECTION.
       77 WS-FS-HOLD            PIC XX.
       77 WS-FS-POLICY          PIC XX.
       77 WS-HOLDS-CHECKED      PIC 9(5) VALUE 0.
       77 WS-HOLDS-EXPIRED      PIC 9(5) VALUE 0.
       77 WS-HOLDS-ADVANCED     PIC 9(5) VALUE 0.
       77 WS-FS-COPY            PIC XX.
       77 WS-COPY-OPEN          PIC X VALUE "N".
       77 WS-COPY-RELEASED      PIC X VALUE "N".
       77 WS-COPIES-RESHELVED   PIC 9(5) VALUE 0.
       77 WS-FS-NOTICEQ         PIC XX.
       77 WS-NOTICE-SEQ         PIC 9(9) VALUE 6000.
       77 WS-NTC-SEQ-NUM        PIC 9(9).
               DISPLAY "Batch refused: the desk is still logged in. "
                   "Run again after the desk session ends."
               PERFORM WRITE-LOCK-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
               OPEN I-O NOTICEQ-FILE
           END-IF
           PERFORM INIT-NOTICE-SEQ
           OPEN I-O COPY-FILE
           IF WS-FS-COPY = "00"
               MOVE "Y" TO WS-COPY-OPEN
           END-IF

           MOVE LOW-VALUES TO HOLD-ID-KEY
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-ID-KEY
           END-PERFORM

           CLOSE HOLD-FILE NOTICEQ-FILE
           IF WS-COPY-OPEN = "Y"
               CLOSE COPY-FILE
           END-IF
           DISPLAY "Holds checked: " WS-HOLDS-CHECKED.
           DISPLAY "Holds expired: " WS-HOLDS-EXPIRED.
           DISPLAY "Holds advanced to NOTIFIED: " WS-HOLDS-ADVANCED.
           DISPLAY "Hold shelf copies reshelved: " WS-COPIES-RESHELVED.
           DISPLAY "Batch complete.".
           STOP RUN.

                   MOVE HOLD-ID-KEY TO WS-SAVE-HOLD-ID
                   MOVE HOLD-ISBN TO WS-SAVE-ISBN
                   PERFORM ADVANCE-NEXT-WAITING-HOLD
                   IF WS-NEXT-FOUND = "N" AND WS-COPY-OPEN = "Y"
                       PERFORM RELEASE-HOLDSHELF-COPY
                   END-IF
                   MOVE WS-SAVE-HOLD-ID TO HOLD-ID-KEY
                   READ HOLD-FILE KEY IS HOLD-ID-KEY
                       INVALID KEY CONTINUE
               END-READ
           END-PERFORM.

       RELEASE-HOLDSHELF-COPY.
           MOVE "N" TO WS-COPY-RELEASED
           MOVE WS-SAVE-ISBN TO COPY-ISBN
           START COPY-FILE KEY IS EQUAL TO COPY-ISBN
               INVALID KEY MOVE "10" TO WS-FS-COPY
               NOT INVALID KEY MOVE "00" TO WS-FS-COPY
           END-START
           PERFORM UNTIL WS-FS-COPY = "10" OR WS-COPY-RELEASED = "Y"
               READ COPY-FILE NEXT
                   AT END MOVE "10" TO WS-FS-COPY
                   NOT AT END
                       IF COPY-ISBN NOT = WS-SAVE-ISBN
                           MOVE "10" TO WS-FS-COPY
                       ELSE
                           IF COPY-STATUS = "HOLDSHELF"
                               MOVE "IN" TO COPY-STATUS
                               REWRITE COPY-RECORD
                               MOVE "Y" TO WS-COPY-RELEASED
                               ADD 1 TO WS-COPIES-RESHELVED
                               DISPLAY "Reshelve copy "
                                   COPY-ACCESSION-KEY " to "
                                   COPY-LOCATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM HOLD-EXPIRY-BATCH.
