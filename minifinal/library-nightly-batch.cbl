          05 MEMBER-EXPIRY-DATE PIC 9(8).
          05 MEMBER-ROLE        PIC X(10).
          05 MEMBER-CONTACT-PREF PIC X(5).
          05 MEMBER-CATEGORY    PIC X(8).

       FD LOAN-FILE.
       01 LOAN-RECORD.
               DISPLAY "Batch refused: the desk is still logged in. "
                   "Run again after the desk session ends."
               PERFORM WRITE-LOCK-REFUSAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
               MOVE "SUSPEND: FILES MISSING. SKIPPED."
                   TO NIGHTLY-LINE
               WRITE NIGHTLY-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO MEMBER-ID-KEY
               START MEMBER-FILE KEY IS NOT LESS THAN MEMBER-ID-KEY
