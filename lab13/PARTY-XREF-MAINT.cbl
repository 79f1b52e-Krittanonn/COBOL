      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Party cross-reference maintenance. Option 1 reviews
      *          the links PARTY-MATCH-BATCH proposed on PARTYMATCH.DAT
      *          one at a time - accept links both records to one party
      *          number on PARTYXREF.DAT (a new party, the party one of
      *          them already belongs to, or the two parties merged
      *          into one), reject stops the pair being proposed
      *          again. Option 2 pushes a confirmed phone or address
      *          change to every record linked to a party: phone to
      *          CIF.DAT, LOYALTY.DAT and MEMBERS.TXT, address to
      *          CIF.DAT (the only one of them that holds an address).
      *          ARCUST.DAT holds neither and is left as it is. Every
      *          record touched, or passed over, is logged to
      *          PARTY_CHANGES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTY-XREF-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTYXREF-FILE ASSIGN TO "PARTYXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PX-KEY
               ALTERNATE RECORD KEY IS PX-PARTY-ID WITH DUPLICATES
               FILE STATUS IS WS-FS-PARTYXREF.

           SELECT PARTYMATCH-FILE ASSIGN TO "PARTYMATCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS WS-FS-PARTYMATCH.

           SELECT CIF-FILE ASSIGN TO "CIF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID-KEY
               FILE STATUS IS WS-FS-CIF.

           SELECT LOYALTY-FILE ASSIGN TO "LOYALTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE-LOY-ID
               FILE STATUS IS WS-FS-LOYALTY.

           SELECT MEMBER-FILE ASSIGN TO "MEMBERS.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MEMBER-ID-KEY
               FILE STATUS IS WS-FS-MEMBER.

           SELECT CHANGE-LOG-FILE ASSIGN TO "PARTY_CHANGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGE-LOG.

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

       FD PARTYMATCH-FILE.
       01 PARTYMATCH-RECORD.
           05 PM-KEY.
               10 PM-SYSTEM-A  PIC X(4).
               10 PM-ID-A      PIC X(12).
               10 PM-SYSTEM-B  PIC X(4).
               10 PM-ID-B      PIC X(12).
           05 PM-BASIS         PIC X(8).
           05 PM-NAME-A        PIC X(40).
           05 PM-NAME-B        PIC X(40).
           05 PM-PHONE-A       PIC X(20).
           05 PM-PHONE-B       PIC X(20).
           05 PM-STATUS        PIC X(8).
           05 PM-PROPOSED-DATE PIC 9(8).
           05 PM-REVIEWED-DATE PIC 9(8).

       FD CIF-FILE.
       01 CIF-RECORD.
           05 CIF-ID-KEY      PIC X(8).
           05 CIF-NAME        PIC X(40).
           05 CIF-NATIONAL-ID PIC X(13).
           05 CIF-ADDRESS     PIC X(50).
           05 CIF-PHONE       PIC X(20).

       FD LOYALTY-FILE.
       01 LOYALTY-RECORD.
           05 FILE-LOY-ID        PIC X(8).
           05 FILE-LOY-NAME      PIC X(30).
           05 FILE-LOY-PHONE     PIC X(20).
           05 FILE-LOY-POINTS    PIC 9(7).
           05 FILE-LOY-JOIN-DATE PIC 9(8).

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

       FD CHANGE-LOG-FILE.
       01 CHANGE-LOG-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FS-PARTYXREF   PIC XX.
       01 WS-FS-PARTYMATCH  PIC XX.
       01 WS-FS-CIF         PIC XX.
       01 WS-FS-LOYALTY     PIC XX.
       01 WS-FS-MEMBER      PIC XX.
       01 WS-FS-CHANGE-LOG  PIC XX.
       01 WS-CIF-OPEN       PIC X VALUE "N".
       01 WS-LOYALTY-OPEN   PIC X VALUE "N".
       01 WS-MEMBER-OPEN    PIC X VALUE "N".
       01 WS-CHOICE         PIC 9 VALUE 0.
       01 WS-CURRENT-DATE   PIC 9(8).
       01 WS-DECISION       PIC X.
       01 WS-CONFIRM        PIC X.
       01 WS-QUIT-REVIEW    PIC X.
       01 WS-PARTY-A        PIC 9(8).
       01 WS-PARTY-B        PIC 9(8).
       01 WS-NEXT-PARTY     PIC 9(8).
       01 WS-INPUT-PARTY    PIC 9(8).
       01 WS-LINK-SYSTEM    PIC X(4).
       01 WS-LINK-ID        PIC X(12).
       01 WS-LINK-PARTY     PIC 9(8).
       01 WS-NEW-PHONE      PIC X(20).
       01 WS-NEW-ADDRESS    PIC X(50).
       01 WS-CHANGE-RESULT  PIC X(40).
       01 WS-REVIEWED-CT    PIC 9(5) VALUE 0.
       01 WS-LINK-USED      PIC 99 VALUE 0.
       01 WS-LINK-IDX       PIC 99.

       01 WS-LINK-TABLE.
           05 LT-ENTRY OCCURS 50 TIMES.
               10 LT-SYSTEM    PIC X(4).
               10 LT-SOURCE-ID PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "===== PARTY CROSS-REFERENCE =====".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           OPEN I-O PARTYXREF-FILE
           IF WS-FS-PARTYXREF NOT = "00"
               OPEN OUTPUT PARTYXREF-FILE
               CLOSE PARTYXREF-FILE
               OPEN I-O PARTYXREF-FILE
           END-IF

           OPEN I-O PARTYMATCH-FILE
           IF WS-FS-PARTYMATCH NOT = "00"
               OPEN OUTPUT PARTYMATCH-FILE
               CLOSE PARTYMATCH-FILE
               OPEN I-O PARTYMATCH-FILE
           END-IF

           OPEN I-O CIF-FILE
           IF WS-FS-CIF = "00"
               MOVE "Y" TO WS-CIF-OPEN
           END-IF
           OPEN I-O LOYALTY-FILE
           IF WS-FS-LOYALTY = "00"
               MOVE "Y" TO WS-LOYALTY-OPEN
           END-IF
           OPEN I-O MEMBER-FILE
           IF WS-FS-MEMBER = "00"
               MOVE "Y" TO WS-MEMBER-OPEN
           END-IF

           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-FS-CHANGE-LOG NOT = "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF

           PERFORM UNTIL WS-CHOICE = 9
               MOVE 0 TO WS-CHOICE
               DISPLAY " "
               DISPLAY "1. REVIEW PROPOSED LINKS"
               DISPLAY "2. PROPAGATE PHONE OR ADDRESS CHANGE"
               DISPLAY "3. EXIT"
               DISPLAY "CHOOSE OPTION (1-3): "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM REVIEW-PROPOSALS
                   WHEN 2 PERFORM PROPAGATE-CHANGE
                   WHEN 3 MOVE 9 TO WS-CHOICE
                   WHEN OTHER DISPLAY "INVALID OPTION."
               END-EVALUATE
           END-PERFORM

           IF WS-CIF-OPEN = "Y"
               CLOSE CIF-FILE
           END-IF
           IF WS-LOYALTY-OPEN = "Y"
               CLOSE LOYALTY-FILE
           END-IF
           IF WS-MEMBER-OPEN = "Y"
               CLOSE MEMBER-FILE
           END-IF
           CLOSE PARTYXREF-FILE PARTYMATCH-FILE CHANGE-LOG-FILE
           STOP RUN.

       REVIEW-PROPOSALS.
           MOVE 0 TO WS-REVIEWED-CT
           MOVE "N" TO WS-QUIT-REVIEW
           MOVE LOW-VALUES TO PM-KEY
           START PARTYMATCH-FILE KEY IS NOT LESS THAN PM-KEY
               INVALID KEY MOVE "10" TO WS-FS-PARTYMATCH
               NOT INVALID KEY MOVE "00" TO WS-FS-PARTYMATCH
           END-START
           PERFORM UNTIL WS-FS-PARTYMATCH = "10"
               OR WS-QUIT-REVIEW = "Y"
               READ PARTYMATCH-FILE NEXT
                   AT END MOVE "10" TO WS-FS-PARTYMATCH
                   NOT AT END
                       IF PM-STATUS = "PROPOSED"
                           PERFORM REVIEW-ONE-PROPOSAL
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "PROPOSALS REVIEWED: " WS-REVIEWED-CT.

       REVIEW-ONE-PROPOSAL.
           DISPLAY " "
           DISPLAY "MATCHED ON: " PM-BASIS
               "  PROPOSED: " PM-PROPOSED-DATE
           DISPLAY "  " PM-SYSTEM-A " " PM-ID-A " | " PM-NAME-A
               " | " PM-PHONE-A
           DISPLAY "  " PM-SYSTEM-B " " PM-ID-B " | " PM-NAME-B
               " | " PM-PHONE-B
           DISPLAY "A = ACCEPT, R = REJECT, S = SKIP, Q = QUIT: "
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM LINK-PARTIES
                   MOVE "ACCEPTED" TO PM-STATUS
                   MOVE WS-CURRENT-DATE TO PM-REVIEWED-DATE
                   REWRITE PARTYMATCH-RECORD
                   ADD 1 TO WS-REVIEWED-CT
               WHEN "R"
               WHEN "r"
                   MOVE "REJECTED" TO PM-STATUS
                   MOVE WS-CURRENT-DATE TO PM-REVIEWED-DATE
                   REWRITE PARTYMATCH-RECORD
                   ADD 1 TO WS-REVIEWED-CT
                   DISPLAY "REJECTED. THE PAIR WILL NOT BE PROPOSED "
                       "AGAIN."
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-QUIT-REVIEW
               WHEN OTHER
                   DISPLAY "SKIPPED."
           END-EVALUATE.

       LINK-PARTIES.
           MOVE PM-SYSTEM-A TO PX-SYSTEM
           MOVE PM-ID-A TO PX-SOURCE-ID
           MOVE 0 TO WS-PARTY-A
           READ PARTYXREF-FILE KEY IS PX-KEY
               NOT INVALID KEY MOVE PX-PARTY-ID TO WS-PARTY-A
           END-READ
           MOVE PM-SYSTEM-B TO PX-SYSTEM
           MOVE PM-ID-B TO PX-SOURCE-ID
           MOVE 0 TO WS-PARTY-B
           READ PARTYXREF-FILE KEY IS PX-KEY
               NOT INVALID KEY MOVE PX-PARTY-ID TO WS-PARTY-B
           END-READ

           EVALUATE TRUE
               WHEN WS-PARTY-A = 0 AND WS-PARTY-B = 0
                   PERFORM GET-NEXT-PARTY-ID
                   MOVE WS-NEXT-PARTY TO WS-LINK-PARTY
                   MOVE PM-SYSTEM-A TO WS-LINK-SYSTEM
                   MOVE PM-ID-A TO WS-LINK-ID
                   PERFORM WRITE-XREF
                   MOVE PM-SYSTEM-B TO WS-LINK-SYSTEM
                   MOVE PM-ID-B TO WS-LINK-ID
                   PERFORM WRITE-XREF
                   DISPLAY "LINKED AS NEW PARTY " WS-LINK-PARTY
               WHEN WS-PARTY-A = 0
                   MOVE WS-PARTY-B TO WS-LINK-PARTY
                   MOVE PM-SYSTEM-A TO WS-LINK-SYSTEM
                   MOVE PM-ID-A TO WS-LINK-ID
                   PERFORM WRITE-XREF
                   DISPLAY "ADDED TO PARTY " WS-LINK-PARTY
               WHEN WS-PARTY-B = 0
                   MOVE WS-PARTY-A TO WS-LINK-PARTY
                   MOVE PM-SYSTEM-B TO WS-LINK-SYSTEM
                   MOVE PM-ID-B TO WS-LINK-ID
                   PERFORM WRITE-XREF
                   DISPLAY "ADDED TO PARTY " WS-LINK-PARTY
               WHEN WS-PARTY-A NOT = WS-PARTY-B
                   PERFORM MERGE-PARTIES
                   DISPLAY "PARTY " WS-PARTY-B " MERGED INTO PARTY "
                       WS-PARTY-A
               WHEN OTHER
                   DISPLAY "ALREADY LINKED TO PARTY " WS-PARTY-A
           END-EVALUATE.

       GET-NEXT-PARTY-ID.
           MOVE 0 TO WS-NEXT-PARTY
           MOVE LOW-VALUES TO PX-KEY
           START PARTYXREF-FILE KEY IS NOT LESS THAN PX-KEY
               INVALID KEY MOVE "10" TO WS-FS-PARTYXREF
               NOT INVALID KEY MOVE "00" TO WS-FS-PARTYXREF
           END-START
           PERFORM UNTIL WS-FS-PARTYXREF = "10"
               READ PARTYXREF-FILE NEXT
                   AT END MOVE "10" TO WS-FS-PARTYXREF
                   NOT AT END
                       IF PX-PARTY-ID > WS-NEXT-PARTY
                           MOVE PX-PARTY-ID TO WS-NEXT-PARTY
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-PARTY.

       WRITE-XREF.
           MOVE WS-LINK-SYSTEM TO PX-SYSTEM
           MOVE WS-LINK-ID TO PX-SOURCE-ID
           MOVE WS-LINK-PARTY TO PX-PARTY-ID
           MOVE PM-BASIS TO PX-LINK-BASIS
           MOVE WS-CURRENT-DATE TO PX-LINK-DATE
           WRITE PARTYXREF-RECORD
               INVALID KEY
                   DISPLAY "ERROR: " WS-LINK-SYSTEM " " WS-LINK-ID
                       " ALREADY ON PARTYXREF.DAT."
           END-WRITE.

       MERGE-PARTIES.
           MOVE WS-PARTY-B TO WS-INPUT-PARTY
           PERFORM COLLECT-PARTY-LINKS
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-USED
               MOVE LT-SYSTEM(WS-LINK-IDX) TO PX-SYSTEM
               MOVE LT-SOURCE-ID(WS-LINK-IDX) TO PX-SOURCE-ID
               READ PARTYXREF-FILE KEY IS PX-KEY
                   NOT INVALID KEY
                       MOVE WS-PARTY-A TO PX-PARTY-ID
                       MOVE WS-CURRENT-DATE TO PX-LINK-DATE
                       REWRITE PARTYXREF-RECORD
               END-READ
           END-PERFORM.

       COLLECT-PARTY-LINKS.
           MOVE 0 TO WS-LINK-USED
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
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROPAGATE-CHANGE.
           DISPLAY "PARTY NUMBER: "
           ACCEPT WS-INPUT-PARTY
           PERFORM COLLECT-PARTY-LINKS
           IF WS-LINK-USED = 0
               DISPLAY "NO RECORDS LINKED TO THAT PARTY."
           ELSE
               DISPLAY "RECORDS LINKED TO PARTY " WS-INPUT-PARTY ":"
               PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-USED
                   DISPLAY "  " LT-SYSTEM(WS-LINK-IDX) " "
                       LT-SOURCE-ID(WS-LINK-IDX)
               END-PERFORM
               DISPLAY "NEW PHONE (BLANK = NO CHANGE): "
               ACCEPT WS-NEW-PHONE
               DISPLAY "NEW ADDRESS (BLANK = NO CHANGE): "
               ACCEPT WS-NEW-ADDRESS
               IF WS-NEW-PHONE = SPACES AND WS-NEW-ADDRESS = SPACES
                   DISPLAY "NOTHING TO CHANGE."
               ELSE
                   DISPLAY "APPLY TO EVERY LINKED RECORD? (Y/N): "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                           UNTIL WS-LINK-IDX > WS-LINK-USED
                           PERFORM APPLY-CHANGE-TO-LINK
                       END-PERFORM
                       DISPLAY "CHANGE APPLIED. SEE PARTY_CHANGES.TXT."
                   ELSE
                       DISPLAY "CHANGE CANCELLED."
                   END-IF
               END-IF
           END-IF.

       APPLY-CHANGE-TO-LINK.
           MOVE SPACES TO WS-CHANGE-RESULT
           EVALUATE LT-SYSTEM(WS-LINK-IDX)
               WHEN "BANK"
                   PERFORM CHANGE-BANK-CUSTOMER
               WHEN "LOYL"
                   PERFORM CHANGE-LOYALTY-MEMBER
               WHEN "LIBR"
                   PERFORM CHANGE-LIBRARY-MEMBER
               WHEN OTHER
                   MOVE "NO PHONE OR ADDRESS HELD - NOT CHANGED"
                       TO WS-CHANGE-RESULT
           END-EVALUATE
           MOVE SPACES TO CHANGE-LOG-LINE
           STRING WS-CURRENT-DATE DELIMITED BY SIZE
               " PARTY " DELIMITED BY SIZE
               WS-INPUT-PARTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LT-SYSTEM(WS-LINK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LT-SOURCE-ID(WS-LINK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CHANGE-RESULT DELIMITED BY SIZE
               INTO CHANGE-LOG-LINE
           END-STRING
           WRITE CHANGE-LOG-LINE.

       CHANGE-BANK-CUSTOMER.
           IF WS-CIF-OPEN NOT = "Y"
               MOVE "CIF.DAT NOT AVAILABLE" TO WS-CHANGE-RESULT
           ELSE
               MOVE LT-SOURCE-ID(WS-LINK-IDX) TO CIF-ID-KEY
               READ CIF-FILE
                   INVALID KEY
                       MOVE "NOT ON FILE" TO WS-CHANGE-RESULT
                   NOT INVALID KEY
                       IF WS-NEW-PHONE NOT = SPACES
                           MOVE WS-NEW-PHONE TO CIF-PHONE
                       END-IF
                       IF WS-NEW-ADDRESS NOT = SPACES
                           MOVE WS-NEW-ADDRESS TO CIF-ADDRESS
                       END-IF
                       REWRITE CIF-RECORD
                       MOVE "UPDATED" TO WS-CHANGE-RESULT
               END-READ
           END-IF.

       CHANGE-LOYALTY-MEMBER.
           IF WS-NEW-PHONE = SPACES
               MOVE "NO ADDRESS HELD - NOT CHANGED" TO WS-CHANGE-RESULT
           ELSE
               IF WS-LOYALTY-OPEN NOT = "Y"
                   MOVE "LOYALTY.DAT NOT AVAILABLE" TO WS-CHANGE-RESULT
               ELSE
                   MOVE LT-SOURCE-ID(WS-LINK-IDX) TO FILE-LOY-ID
                   READ LOYALTY-FILE
                       INVALID KEY
                           MOVE "NOT ON FILE" TO WS-CHANGE-RESULT
                       NOT INVALID KEY
                           MOVE WS-NEW-PHONE TO FILE-LOY-PHONE
                           REWRITE LOYALTY-RECORD
                           MOVE "PHONE UPDATED" TO WS-CHANGE-RESULT
                   END-READ
               END-IF
           END-IF.

       CHANGE-LIBRARY-MEMBER.
           IF WS-NEW-PHONE = SPACES
               MOVE "NO ADDRESS HELD - NOT CHANGED" TO WS-CHANGE-RESULT
           ELSE
               IF WS-MEMBER-OPEN NOT = "Y"
                   MOVE "MEMBERS.TXT NOT AVAILABLE" TO WS-CHANGE-RESULT
               ELSE
                   MOVE LT-SOURCE-ID(WS-LINK-IDX) TO MEMBER-ID-KEY
                   READ MEMBER-FILE
                       INVALID KEY
                           MOVE "NOT ON FILE" TO WS-CHANGE-RESULT
                       NOT INVALID KEY
                           MOVE WS-NEW-PHONE TO MEMBER-PHONE
                           REWRITE MEMBER-RECORD
                           MOVE "PHONE UPDATED" TO WS-CHANGE-RESULT
                   END-READ
               END-IF
           END-IF.

       END PROGRAM PARTY-XREF-MAINT.
