               ALTERNATE RECORD KEY IS LINK-ACC-NO WITH DUPLICATES
               FILE STATUS IS WS-FS-CIFLINK.

           SELECT GL-POST-FILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLPOST.

       DATA DIVISION.
       FILE SECTION.

           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(100).
               10 LINK-ACC-NO PIC X(10).
           05 LINK-ROLE       PIC X(7).

       FD GL-POST-FILE.
       01 GL-POST-REC.
           05 GLP-DATE         PIC 9(8).
           05 GLP-SOURCE       PIC X(8).
           05 GLP-TRAN-CODE    PIC X(11).
           05 GLP-REF          PIC X(16).
           05 GLP-GL-CODE      PIC X(6).
           05 GLP-DC           PIC X.
           05 GLP-AMOUNT       PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-GLPOST        PIC XX.
       01 WS-GL-SOURCE        PIC X(8) VALUE "ADDUSER".
       01 WS-GL-TRAN-CODE     PIC X(11).
       01 WS-GL-REF           PIC X(16).
       01 WS-GL-DR-CODE       PIC X(6).
       01 WS-GL-CR-CODE       PIC X(6).
       01 WS-GL-AMOUNT        PIC 9(10)V99.
       01 WS-GL-CODES.
           05 WS-GL-CASH          PIC X(6) VALUE "100100".
           05 WS-GL-SETTLEMENT    PIC X(6) VALUE "100200".
           05 WS-GL-CHQ-CLEARING  PIC X(6) VALUE "120100".
           05 WS-GL-LOANS         PIC X(6) VALUE "130100".
           05 WS-GL-DEPOSITS      PIC X(6) VALUE "200100".
           05 WS-GL-TERM-DEPOSITS PIC X(6) VALUE "200200".
           05 WS-GL-UNCLEARED     PIC X(6) VALUE "210100".
           05 WS-GL-OUTWARD-SUSP  PIC X(6) VALUE "210200".
           05 WS-GL-UNAPPLIED     PIC X(6) VALUE "210300".
           05 WS-GL-TUITION-PAY   PIC X(6) VALUE "220100".
           05 WS-GL-FINES-PAY     PIC X(6) VALUE "220200".
           05 WS-GL-LOAN-INT      PIC X(6) VALUE "400100".
           05 WS-GL-FEE-INCOME    PIC X(6) VALUE "400200".
           05 WS-GL-INT-EXPENSE   PIC X(6) VALUE "500100".
           05 WS-GL-CHQ-LOSS      PIC X(6) VALUE "510100".

       01 WS-FS-ACCOUNTS      PIC XX.
       01 WS-FS-STATEMENT     PIC XX.
       01 WS-NEW-ACC-PIN      PIC X(4).
       01 WS-NEW-ACC-NAME     PIC X(20).
       01 WS-NEW-ACC-BALANCE  PIC 9(8)V99.
       01 WS-NEW-ACC-TYPE     PIC X(3).
           88 WS-ACC-TYPE-VALID VALUE "SAV" "CUR" "STU" "STF".

       01 WS-DUP-FLAG         PIC X VALUE "N".
       01 WS-FS-CIF           PIC XX.
           DISPLAY "ENTER INITIAL BALANCE (NUMERIC): "
           ACCEPT WS-NEW-ACC-BALANCE

           MOVE SPACES TO WS-NEW-ACC-TYPE
           PERFORM UNTIL WS-ACC-TYPE-VALID
               DISPLAY "ENTER ACCOUNT TYPE (SAV=SAVINGS, CUR=CURRENT, "
                   "STU=STUDENT, STF=STAFF; BLANK = SAV): "
               ACCEPT WS-NEW-ACC-TYPE
               IF WS-NEW-ACC-TYPE = SPACES
                   MOVE "SAV" TO WS-NEW-ACC-TYPE
               END-IF
               IF NOT WS-ACC-TYPE-VALID
                   DISPLAY "INVALID ACCOUNT TYPE."
               END-IF
           END-PERFORM

           OPEN I-O ACCOUNTS
           IF WS-FS-ACCOUNTS NOT = "00"
               OPEN OUTPUT ACCOUNTS
               MOVE WS-NEW-ACC-BALANCE TO ACC-BALANCE
               MOVE "ACTIVE" TO ACC-STATUS
               MOVE 0 TO ACC-FAILED-PINS
               MOVE WS-NEW-ACC-TYPE    TO ACC-TYPE

               WRITE ACCOUNT-REC

               PERFORM WRITE-OPEN-STATEMENT-LINE

               MOVE "ACCT-OPEN" TO WS-GL-TRAN-CODE
               MOVE ACC-NO TO WS-GL-REF
               MOVE ACC-BALANCE TO WS-GL-AMOUNT
               MOVE WS-GL-CASH TO WS-GL-DR-CODE
               MOVE WS-GL-DEPOSITS TO WS-GL-CR-CODE
               PERFORM POST-GL-PAIR

               PERFORM LINK-CIF-HOLDERS

               DISPLAY "NEW USER HAS BEEN ADDED SUCCESSFULLY."
                   MOVE "Y" TO WS-DUP-FLAG
           END-READ.

       POST-GL-PAIR.
           IF WS-GL-AMOUNT > 0
               OPEN EXTEND GL-POST-FILE
               IF WS-FS-GLPOST NOT = "00"
                   OPEN OUTPUT GL-POST-FILE
               END-IF
               MOVE SPACES TO GL-POST-REC
               MOVE FUNCTION CURRENT-DATE(1:8) TO GLP-DATE
               MOVE WS-GL-SOURCE TO GLP-SOURCE
               MOVE WS-GL-TRAN-CODE TO GLP-TRAN-CODE
               MOVE WS-GL-REF TO GLP-REF
               MOVE WS-GL-AMOUNT TO GLP-AMOUNT
               MOVE WS-GL-DR-CODE TO GLP-GL-CODE
               MOVE "D" TO GLP-DC
               WRITE GL-POST-REC
               MOVE WS-GL-CR-CODE TO GLP-GL-CODE
               MOVE "C" TO GLP-DC
               WRITE GL-POST-REC
               CLOSE GL-POST-FILE
           END-IF.

       END PROGRAM ADDUSER.

