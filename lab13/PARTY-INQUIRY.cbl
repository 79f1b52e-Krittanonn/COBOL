      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Party inquiry. Shows everything held for one party on
      *          PARTYXREF.DAT, found by party number or by any one of
      *          its linked records: the bank customer on CIF.DAT with
      *          the accounts linked on CIFLINK.DAT and their balances,
      *          the loyalty member and points on LOYALTY.DAT, the
      *          charge-account limit and balance on ARCUST.DAT, and
      *          the library member on MEMBERS.TXT with the loans still
      *          out on LOANS.TXT and the unpaid fines on FINES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTY-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTYXREF-FILE ASSIGN TO "PARTYXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-PARTY-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-PARTYXREF.

           SELECT CIF-FILE ASSIGN TO "CIF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID-KEY
               FILE STATUS IS WS-FS-CIF.

           SELECT CIFLINK-FILE ASSIGN TO "CIFLINK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LINK-KEY
               ALTERNATE RECORD KEY IS LINK-ACC-NO WITH DUPLICATES
               FILE STATUS IS WS-FS-CIFLINK.

           SELECT ACCOUNTS ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NO
               FILE STATUS IS WS-FS-ACCOUNTS.

           SELECT LOYALTY-FILE ASSIGN TO "LOYALTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE-LOY-ID
               FILE STATUS IS WS-FS-LOYALTY.

           SELECT ARCUST-FILE ASSIGN TO "ARCUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE-AR-ID
               FILE STATUS IS WS-FS-ARCUST.

           SELECT MEMBER-FILE ASSIGN TO "MEMBERS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-FS-MEMBER.

           SELECT LOAN-FILE ASSIGN TO "LOANS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID-KEY
               ALTERNATE RECORD KEY IS LOAN-MEMBER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOAN-ISBN WITH DUPLICATES
               FILE STATUS IS WS-FS-LOAN.

           SELECT FINE-FILE ASSIGN TO "FINES.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-ID-KEY
               ALTERNATE RECORD KEY IS FINE-LOAN-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS FINE-MEMBER-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-FINE.

       DATA DIVISION.
       FILE SECTION.

       FD PARTYXREF-FILE.
       01 PARTYXREF-RECORD.
           05 PX-KEY.
               10 PX-SYSTEM    PIC X(4).
               10 PX-SOURCE-ID PIC X(12).
           05 PX-PARTY-ID      PIC 9(8).
           05 PX-LINK-BASIS    PIC X(8).
           05 PX-LINK-DATE     PIC 9(8).

       FD CIF-FILE.
       01 CIF-RECORD.
           05 CIF-ID-KEY      PIC X(8).
           05 CIF-NAME        PIC X(40).
           05 CIF-NATIONAL-ID PIC X(13).
           05 CIF-ADDRESS     PIC X(50).
           05 CIF-PHONE       PIC X(20).

       FD CIFLINK-FILE.
       01 CIFLINK-RECORD.
           05 LINK-KEY.
               10 LINK-CIF-ID PIC X(8).
               10 LINK-ACC-NO PIC X(10).
           05 LINK-ROLE       PIC X(7).

       FD ACCOUNTS.
       01 ACCOUNT-REC.
           05 ACC-NO       PIC X(10).
           05 ACC-PIN      PIC X(4).
           05 ACC-NAME     PIC X(20).
           05 ACC-BALANCE  PIC 9(8)V99.
           05 ACC-STATUS   PIC X(8).
           05 ACC-FAILED-PINS PIC 9(2).
           05 ACC-TYPE     PIC X(3).

       FD LOYALTY-FILE.
       01 LOYALTY-RECORD.
           05 FILE-LOY-ID        PIC X(8).
           05 FILE-LOY-NAME      PIC X(30).
           05 FILE-LOY-PHONE     PIC X(20).
           05 FILE-LOY-POINTS    PIC 9(7).
           05 FILE-LOY-JOIN-DATE PIC 9(8).

       FD ARCUST-FILE.
       01 ARCUST-RECORD.
           05 FILE-AR-ID        PIC X(8).
           05 FILE-AR-NAME      PIC X(30).
           05 FILE-AR-LIMIT     PIC 9(8)V99.
           05 FILE-AR-BALANCE   PIC 9(8)V99.

       FD MEMBER-FILE.
       01 MEMBER-RECORD.
          05 MEMBER-ID-KEY      PIC X(12).
          05 MEMBER-NAME        PIC X(40).
          05 MEMBER-PASSWORD    PIC X(20).
          05 MEMBER-EMAIL       PIC X(50).
          05 MEMBER-PHONE       PIC X(20).
          05 MEMBER-STATUS      PIC X(10).
          05 MEMBER-FAILED-LOGINS PIC 9(2).
          05 MEMBER-JOIN-DATE   PIC 9(8).
          05 MEMBER-EXPIRY-DATE PIC 9(8).
          05 MEMBER-ROLE        PIC X(10).
          05 MEMBER-CONTACT-PREF PIC X(5).
          05 MEMBER-CATEGORY    PIC X(8).

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

       FD FINE-FILE.
       01 FINE-RECORD.
          05 FINE-ID-KEY        PIC X(12).
          05 FINE-LOAN-ID       PIC X(12).
          05 FINE-MEMBER-ID     PIC X(12).
          05 FINE-AMOUNT        PIC 9(6)V99.
          05 FINE-PAID-FLAG     PIC X(3).
          05 FINE-DATE          PIC 9(8).
          05 FINE-BALANCE       PIC 9(6)V99.
          05 FINE-ORIG-AMOUNT   PIC 9(6)V99.
          05 FINE-ADJ-FLAG      PIC X.

       WORKING-STORAGE SECTION.
       01 WS-FS-PARTYXREF     PIC XX.
       01 WS-FS-CIF           PIC XX.
       01 WS-FS-CIFLINK       PIC XX.
       01 WS-FS-ACCOUNTS      PIC XX.
       01 WS-FS-LOYALTY       PIC XX.
       01 WS-FS-ARCUST        PIC XX.
       01 WS-FS-MEMBER        PIC XX.
       01 WS-FS-LOAN          PIC XX.
       01 WS-FS-FINE          PIC XX.
       01 WS-CIF-OPEN         PIC X VALUE "N".
       01 WS-CIFLINK-OPEN     PIC X VALUE "N".
       01 WS-ACCOUNTS-OPEN    PIC X VALUE "N".
       01 WS-LOYALTY-OPEN     PIC X VALUE "N".
       01 WS-ARCUST-OPEN      PIC X VALUE "N".
       01 WS-MEMBER-OPEN      PIC X VALUE "N".
       01 WS-LOAN-OPEN        PIC X VALUE "N".
       01 WS-FINE-OPEN        PIC X VALUE "N".
       01 WS-INPUT-PARTY      PIC 9(8).
       01 WS-INPUT-SYSTEM     PIC X(4).
       01 WS-INPUT-ID         PIC X(12).
       01 WS-LINK-USED        PIC 99 VALUE 0.
       01 WS-LINK-IDX         PIC 99.
       01 WS-ACCOUNT-COUNT    PIC 9(3) VALUE 0.
       01 WS-RELATIONSHIP-BAL PIC 9(10)V99 VALUE 0.
       01 WS-LOANS-OUT        PIC 9(3).
       01 WS-FINES-OWED       PIC 9(8)V99.
       01 DISPLAY-BALANCE     PIC Z,ZZZ,ZZZ.99.
       01 DISPLAY-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-LINK-TABLE.
           05 LT-ENTRY OCCURS 50 TIMES.
               10 LT-SYSTEM    PIC X(4).
               10 LT-SOURCE-ID PIC X(12).
               10 LT-BASIS     PIC X(8).
               10 LT-DATE      PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PARTY INQUIRY ===".

           OPEN INPUT PARTYXREF-FILE
           IF WS-FS-PARTYXREF NOT = "00"
               DISPLAY "PARTYXREF.DAT not found. No parties linked yet."
               STOP RUN
           END-IF

           DISPLAY "PARTY NUMBER (0 = FIND BY LINKED RECORD): "
           ACCEPT WS-INPUT-PARTY
           IF WS-INPUT-PARTY = 0
               DISPLAY "SYSTEM (BANK, LOYL, ARCU, LIBR): "
               ACCEPT WS-INPUT-SYSTEM
               DISPLAY "RECORD ID IN THAT SYSTEM: "
               ACCEPT WS-INPUT-ID
               MOVE WS-INPUT-SYSTEM TO PX-SYSTEM
               MOVE WS-INPUT-ID TO PX-SOURCE-ID
               READ PARTYXREF-FILE KEY IS PX-KEY
                   INVALID KEY
                       DISPLAY "THAT RECORD IS NOT LINKED TO A PARTY."
                       CLOSE PARTYXREF-FILE
                       STOP RUN
                   NOT INVALID KEY
                       MOVE PX-PARTY-ID TO WS-INPUT-PARTY
               END-READ
           END-IF

           MOVE WS-INPUT-PARTY TO PX-PARTY-ID
           START PARTYXREF-FILE KEY IS EQUAL TO PX-PARTY-ID
               INVALID KEY MOVE "10" TO WS-FS-PARTYXREF
               NOT INVALID KEY MOVE "00" TO WS-FS-PARTYXREF
           END-START
           PERFORM UNTIL WS-FS-PARTYXREF = "10"
               READ PARTYXREF-FILE NEXT
                   AT END MOVE "10" TO WS-FS-PARTYXREF
                   NOT AT END
                       IF PX-PARTY-ID NOT = WS-INPUT-PARTY
                           MOVE "10" TO WS-FS-PARTYXREF
                       ELSE
                           IF WS-LINK-USED < 50
                               ADD 1 TO WS-LINK-USED
                               MOVE PX-SYSTEM
                                   TO LT-SYSTEM(WS-LINK-USED)
                               MOVE PX-SOURCE-ID
                                   TO LT-SOURCE-ID(WS-LINK-USED)
                               MOVE PX-LINK-BASIS
                                   TO LT-BASIS(WS-LINK-USED)
                               MOVE PX-LINK-DATE
                                   TO LT-DATE(WS-LINK-USED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTYXREF-FILE

           IF WS-LINK-USED = 0
               DISPLAY "PARTY " WS-INPUT-PARTY " NOT FOUND."
               STOP RUN
           END-IF

           PERFORM OPEN-SOURCE-FILES

           DISPLAY "PARTY: " WS-INPUT-PARTY
               "   LINKED RECORDS: " WS-LINK-USED
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-USED
               DISPLAY " "
               DISPLAY "--- " LT-SYSTEM(WS-LINK-IDX) " "
                   LT-SOURCE-ID(WS-LINK-IDX) " (LINKED "
                   LT-DATE(WS-LINK-IDX) " ON " LT-BASIS(WS-LINK-IDX)
                   ")"
               EVALUATE LT-SYSTEM(WS-LINK-IDX)
                   WHEN "BANK" PERFORM SHOW-BANK-CUSTOMER
                   WHEN "LOYL" PERFORM SHOW-LOYALTY-MEMBER
                   WHEN "ARCU" PERFORM SHOW-CHARGE-CUSTOMER
                   WHEN "LIBR" PERFORM SHOW-LIBRARY-MEMBER
                   WHEN OTHER DISPLAY "(UNKNOWN SYSTEM CODE)"
               END-EVALUATE
           END-PERFORM

           PERFORM CLOSE-SOURCE-FILES
           STOP RUN.

       OPEN-SOURCE-FILES.
           OPEN INPUT CIF-FILE
           IF WS-FS-CIF = "00"
               MOVE "Y" TO WS-CIF-OPEN
           END-IF
           OPEN INPUT CIFLINK-FILE
           IF WS-FS-CIFLINK = "00"
               MOVE "Y" TO WS-CIFLINK-OPEN
           END-IF
           OPEN INPUT ACCOUNTS
           IF WS-FS-ACCOUNTS = "00"
               MOVE "Y" TO WS-ACCOUNTS-OPEN
           END-IF
           OPEN INPUT LOYALTY-FILE
           IF WS-FS-LOYALTY = "00"
               MOVE "Y" TO WS-LOYALTY-OPEN
           END-IF
           OPEN INPUT ARCUST-FILE
           IF WS-FS-ARCUST = "00"
               MOVE "Y" TO WS-ARCUST-OPEN
           END-IF
           OPEN INPUT MEMBER-FILE
           IF WS-FS-MEMBER = "00"
               MOVE "Y" TO WS-MEMBER-OPEN
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-FS-LOAN = "00"
               MOVE "Y" TO WS-LOAN-OPEN
           END-IF
           OPEN INPUT FINE-FILE
           IF WS-FS-FINE = "00"
               MOVE "Y" TO WS-FINE-OPEN
           END-IF.

       CLOSE-SOURCE-FILES.
           IF WS-CIF-OPEN = "Y"
               CLOSE CIF-FILE
           END-IF
           IF WS-CIFLINK-OPEN = "Y"
               CLOSE CIFLINK-FILE
           END-IF
           IF WS-ACCOUNTS-OPEN = "Y"
               CLOSE ACCOUNTS
           END-IF
           IF WS-LOYALTY-OPEN = "Y"
               CLOSE LOYALTY-FILE
           END-IF
           IF WS-ARCUST-OPEN = "Y"
               CLOSE ARCUST-FILE
           END-IF
           IF WS-MEMBER-OPEN = "Y"
               CLOSE MEMBER-FILE
           END-IF
           IF WS-LOAN-OPEN = "Y"
               CLOSE LOAN-FILE
           END-IF
           IF WS-FINE-OPEN = "Y"
               CLOSE FINE-FILE
           END-IF.

       SHOW-BANK-CUSTOMER.
           IF WS-CIF-OPEN NOT = "Y"
               DISPLAY "CIF.DAT not available."
           ELSE
               MOVE LT-SOURCE-ID(WS-LINK-IDX) TO CIF-ID-KEY
               READ CIF-FILE
                   INVALID KEY
                       DISPLAY "(customer no longer on CIF.DAT)"
                   NOT INVALID KEY
                       DISPLAY "BANK CUSTOMER: " CIF-NAME
                       DISPLAY "NATIONAL ID: " CIF-NATIONAL-ID
                       DISPLAY "ADDRESS: " CIF-ADDRESS
                       DISPLAY "PHONE: " CIF-PHONE
                       PERFORM SHOW-BANK-ACCOUNTS
               END-READ
           END-IF.

       SHOW-BANK-ACCOUNTS.
           IF WS-CIFLINK-OPEN = "Y" AND WS-ACCOUNTS-OPEN = "Y"
               MOVE 0 TO WS-ACCOUNT-COUNT
               MOVE 0 TO WS-RELATIONSHIP-BAL
               MOVE CIF-ID-KEY TO LINK-CIF-ID
               MOVE LOW-VALUES TO LINK-ACC-NO
               START CIFLINK-FILE KEY IS NOT LESS THAN LINK-KEY
                   INVALID KEY MOVE "10" TO WS-FS-CIFLINK
                   NOT INVALID KEY MOVE "00" TO WS-FS-CIFLINK
               END-START
               PERFORM UNTIL WS-FS-CIFLINK = "10"
                   READ CIFLINK-FILE NEXT
                       AT END MOVE "10" TO WS-FS-CIFLINK
                       NOT AT END
                           IF LINK-CIF-ID NOT = CIF-ID-KEY
                               MOVE "10" TO WS-FS-CIFLINK
                           ELSE
                               PERFORM SHOW-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-RELATIONSHIP-BAL TO DISPLAY-TOTAL
               DISPLAY "ACCOUNTS HELD: " WS-ACCOUNT-COUNT
                   "   TOTAL BALANCE: " DISPLAY-TOTAL
           END-IF.

       SHOW-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE LINK-ACC-NO TO ACC-NO
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY "  " LINK-ACC-NO
                       " | (account not on file) | " LINK-ROLE
               NOT INVALID KEY
                   MOVE ACC-BALANCE TO DISPLAY-BALANCE
                   DISPLAY "  " ACC-NO " | " ACC-STATUS " | "
                       DISPLAY-BALANCE " | " LINK-ROLE
                   ADD ACC-BALANCE TO WS-RELATIONSHIP-BAL
           END-READ.

       SHOW-LOYALTY-MEMBER.
           IF WS-LOYALTY-OPEN NOT = "Y"
               DISPLAY "LOYALTY.DAT not available."
           ELSE
               MOVE LT-SOURCE-ID(WS-LINK-IDX) TO FILE-LOY-ID
               READ LOYALTY-FILE
                   INVALID KEY
                       DISPLAY "(member no longer on LOYALTY.DAT)"
                   NOT INVALID KEY
                       DISPLAY "LOYALTY MEMBER: " FILE-LOY-NAME
                       DISPLAY "PHONE: " FILE-LOY-PHONE
                       DISPLAY "POINTS: " FILE-LOY-POINTS
                           "   JOINED: " FILE-LOY-JOIN-DATE
               END-READ
           END-IF.

       SHOW-CHARGE-CUSTOMER.
           IF WS-ARCUST-OPEN NOT = "Y"
               DISPLAY "ARCUST.DAT not available."
           ELSE
               MOVE LT-SOURCE-ID(WS-LINK-IDX) TO FILE-AR-ID
               READ ARCUST-FILE
                   INVALID KEY
                       DISPLAY "(customer no longer on ARCUST.DAT)"
                   NOT INVALID KEY
                       DISPLAY "CHARGE ACCOUNT: " FILE-AR-NAME
                       MOVE FILE-AR-LIMIT TO DISPLAY-BALANCE
                       DISPLAY "CREDIT LIMIT: " DISPLAY-BALANCE
                       MOVE FILE-AR-BALANCE TO DISPLAY-BALANCE
                       DISPLAY "BALANCE OWED: " DISPLAY-BALANCE
               END-READ
           END-IF.

       SHOW-LIBRARY-MEMBER.
           IF WS-MEMBER-OPEN NOT = "Y"
               DISPLAY "MEMBERS.TXT not available."
           ELSE
               MOVE LT-SOURCE-ID(WS-LINK-IDX) TO MEMBER-ID-KEY
               READ MEMBER-FILE
                   INVALID KEY
                       DISPLAY "(member no longer on MEMBERS.TXT)"
                   NOT INVALID KEY
                       DISPLAY "LIBRARY MEMBER: " MEMBER-NAME
                       DISPLAY "EMAIL: " MEMBER-EMAIL
                       DISPLAY "PHONE: " MEMBER-PHONE
                       DISPLAY "STATUS: " MEMBER-STATUS
                           "   EXPIRES: " MEMBER-EXPIRY-DATE
                       PERFORM COUNT-LIBRARY-LOANS
                       PERFORM SUM-LIBRARY-FINES
                       DISPLAY "LOANS OUT: " WS-LOANS-OUT
               END-READ
           END-IF.

       COUNT-LIBRARY-LOANS.
           MOVE 0 TO WS-LOANS-OUT
           IF WS-LOAN-OPEN = "Y"
               MOVE MEMBER-ID-KEY TO LOAN-MEMBER-ID
               START LOAN-FILE KEY IS EQUAL TO LOAN-MEMBER-ID
                   INVALID KEY MOVE "10" TO WS-FS-LOAN
                   NOT INVALID KEY MOVE "00" TO WS-FS-LOAN
               END-START
               PERFORM UNTIL WS-FS-LOAN = "10"
                   READ LOAN-FILE NEXT
                       AT END MOVE "10" TO WS-FS-LOAN
                       NOT AT END
                           IF LOAN-MEMBER-ID NOT = MEMBER-ID-KEY
                               MOVE "10" TO WS-FS-LOAN
                           ELSE
                               IF LOAN-STATUS = "OUT"
                                   ADD 1 TO WS-LOANS-OUT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SUM-LIBRARY-FINES.
           MOVE 0 TO WS-FINES-OWED
           IF WS-FINE-OPEN = "Y"
               MOVE MEMBER-ID-KEY TO FINE-MEMBER-ID
               START FINE-FILE KEY IS EQUAL TO FINE-MEMBER-ID
                   INVALID KEY MOVE "10" TO WS-FS-FINE
                   NOT INVALID KEY MOVE "00" TO WS-FS-FINE
               END-START
               PERFORM UNTIL WS-FS-FINE = "10"
                   READ FINE-FILE NEXT
                       AT END MOVE "10" TO WS-FS-FINE
                       NOT AT END
                           IF FINE-MEMBER-ID NOT = MEMBER-ID-KEY
                               MOVE "10" TO WS-FS-FINE
                           ELSE
                               PERFORM ADD-ONE-FINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE WS-FINES-OWED TO DISPLAY-BALANCE
           DISPLAY "FINES OWED: " DISPLAY-BALANCE.

       ADD-ONE-FINE.
           IF FINE-PAID-FLAG = "NO"
               IF FINE-BALANCE NOT NUMERIC
                   ADD FINE-AMOUNT TO WS-FINES-OWED
               ELSE
                   ADD FINE-BALANCE TO WS-FINES-OWED
               END-IF
           END-IF.

       END PROGRAM PARTY-INQUIRY.
