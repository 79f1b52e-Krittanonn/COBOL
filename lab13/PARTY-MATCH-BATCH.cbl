      ******************************************************************
      * Author: KRITTANON
      * Date:
      * Purpose: Party matching batch. Loads every bank customer on
      *          CIF.DAT, loyalty member on LOYALTY.DAT, charge-account
      *          customer on ARCUST.DAT and library member on
      *          MEMBERS.TXT and proposes links between records that
      *          look like the same person - same national ID, same
      *          phone number (digits only) or same name. Apart from
      *          national ID (which only CIF.DAT holds, so it finds
      *          duplicate bank customers) only records from different
      *          systems are paired. Proposals go to PARTYMATCH.DAT as
      *          PROPOSED for review in PARTY-XREF-MAINT. A pair
      *          already linked to one party on PARTYXREF.DAT, or
      *          already proposed (whether accepted or rejected since),
      *          is not proposed again. PARTY_MATCH.TXT lists the
      *          proposals made by the run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTY-MATCH-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT REPORT-FILE ASSIGN TO "PARTY_MATCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

       DATA DIVISION.
       FILE SECTION.

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

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CIF         PIC XX.
       01 WS-FS-LOYALTY     PIC XX.
       01 WS-FS-ARCUST      PIC XX.
       01 WS-FS-MEMBER      PIC XX.
       01 WS-FS-PARTYXREF   PIC XX.
       01 WS-FS-PARTYMATCH  PIC XX.
       01 WS-FS-REPORT      PIC XX.
       01 WS-XREF-OPEN      PIC X VALUE "N".
       01 WS-CURRENT-DATE   PIC 9(8).
       01 WS-NEW-SYSTEM     PIC X(4).
       01 WS-NEW-ID         PIC X(12).
       01 WS-NEW-NAME       PIC X(40).
       01 WS-NEW-PHONE      PIC X(20).
       01 WS-NEW-NATID      PIC X(13).
       01 WS-DIGITS         PIC X(20).
       01 WS-DIGIT-CT       PIC 99.
       01 WS-CHAR-IDX       PIC 99.
       01 WS-BASIS          PIC X(8).
       01 WS-I              PIC 9(4).
       01 WS-J              PIC 9(4).
       01 WS-START-J        PIC 9(4).
       01 WS-ENTRY-USED     PIC 9(4) VALUE 0.
       01 WS-OVERFLOW-CT    PIC 9(5) VALUE 0.
       01 WS-BANK-CT        PIC 9(5) VALUE 0.
       01 WS-LOYALTY-CT     PIC 9(5) VALUE 0.
       01 WS-ARCUST-CT      PIC 9(5) VALUE 0.
       01 WS-LIBRARY-CT     PIC 9(5) VALUE 0.
       01 WS-PROPOSED-CT    PIC 9(5) VALUE 0.
       01 WS-SEEN-CT        PIC 9(5) VALUE 0.

       01 WS-PARTY-TABLE.
           05 PT-ENTRY OCCURS 2000 TIMES.
               10 PT-SYSTEM       PIC X(4).
               10 PT-SOURCE-ID    PIC X(12).
               10 PT-NAME         PIC X(40).
               10 PT-MATCH-NAME   PIC X(40).
               10 PT-PHONE        PIC X(20).
               10 PT-PHONE-DIGITS PIC X(20).
               10 PT-NATIONAL-ID  PIC X(13).
               10 PT-PARTY-ID     PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PARTY MATCHING BATCH ===".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE

           OPEN INPUT PARTYXREF-FILE
           IF WS-FS-PARTYXREF = "00"
               MOVE "Y" TO WS-XREF-OPEN
           END-IF

           PERFORM LOAD-BANK-CUSTOMERS
           PERFORM LOAD-LOYALTY-MEMBERS
           PERFORM LOAD-CHARGE-CUSTOMERS
           PERFORM LOAD-LIBRARY-MEMBERS

           IF WS-XREF-OPEN = "Y"
               CLOSE PARTYXREF-FILE
           END-IF

           OPEN I-O PARTYMATCH-FILE
           IF WS-FS-PARTYMATCH NOT = "00"
               OPEN OUTPUT PARTYMATCH-FILE
               CLOSE PARTYMATCH-FILE
               OPEN I-O PARTYMATCH-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "=== PARTY MATCH PROPOSALS " DELIMITED BY SIZE
               WS-CURRENT-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "SYS  RECORD       SYS  RECORD       BASIS    NAMES"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-ENTRY-USED
               COMPUTE WS-START-J = WS-I + 1
               PERFORM VARYING WS-J FROM WS-START-J BY 1
                   UNTIL WS-J > WS-ENTRY-USED
                   PERFORM COMPARE-PAIR
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS LOADED - BANK: " DELIMITED BY SIZE
               WS-BANK-CT DELIMITED BY SIZE
               " LOYALTY: " DELIMITED BY SIZE
               WS-LOYALTY-CT DELIMITED BY SIZE
               " CHARGE ACCOUNT: " DELIMITED BY SIZE
               WS-ARCUST-CT DELIMITED BY SIZE
               " LIBRARY: " DELIMITED BY SIZE
               WS-LIBRARY-CT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "NEW PROPOSALS: " DELIMITED BY SIZE
               WS-PROPOSED-CT DELIMITED BY SIZE
               "  ALREADY PROPOSED: " DELIMITED BY SIZE
               WS-SEEN-CT DELIMITED BY SIZE
               "  NOT LOADED (TABLE FULL): " DELIMITED BY SIZE
               WS-OVERFLOW-CT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE PARTYMATCH-FILE REPORT-FILE
           DISPLAY "Records loaded: " WS-ENTRY-USED.
           DISPLAY "New proposals: " WS-PROPOSED-CT.
           DISPLAY "Already proposed: " WS-SEEN-CT.
           IF WS-OVERFLOW-CT > 0
               DISPLAY "Not loaded, table full: " WS-OVERFLOW-CT
           END-IF
           DISPLAY "Proposals are listed in PARTY_MATCH.TXT.".
           STOP RUN.

       LOAD-BANK-CUSTOMERS.
           OPEN INPUT CIF-FILE
           IF WS-FS-CIF NOT = "00"
               DISPLAY "CIF.DAT not found. No bank customers loaded."
           ELSE
               PERFORM UNTIL WS-FS-CIF = "10"
                   READ CIF-FILE NEXT
                       AT END MOVE "10" TO WS-FS-CIF
                       NOT AT END
                           MOVE "BANK" TO WS-NEW-SYSTEM
                           MOVE CIF-ID-KEY TO WS-NEW-ID
                           MOVE CIF-NAME TO WS-NEW-NAME
                           MOVE CIF-PHONE TO WS-NEW-PHONE
                           MOVE CIF-NATIONAL-ID TO WS-NEW-NATID
                           PERFORM ADD-TABLE-ENTRY
                           ADD 1 TO WS-BANK-CT
                   END-READ
               END-PERFORM
               CLOSE CIF-FILE
           END-IF.

       LOAD-LOYALTY-MEMBERS.
           OPEN INPUT LOYALTY-FILE
           IF WS-FS-LOYALTY NOT = "00"
               DISPLAY "LOYALTY.DAT not found. No loyalty members "
                   "loaded."
           ELSE
               PERFORM UNTIL WS-FS-LOYALTY = "10"
                   READ LOYALTY-FILE NEXT
                       AT END MOVE "10" TO WS-FS-LOYALTY
                       NOT AT END
                           MOVE "LOYL" TO WS-NEW-SYSTEM
                           MOVE FILE-LOY-ID TO WS-NEW-ID
                           MOVE FILE-LOY-NAME TO WS-NEW-NAME
                           MOVE FILE-LOY-PHONE TO WS-NEW-PHONE
                           MOVE SPACES TO WS-NEW-NATID
                           PERFORM ADD-TABLE-ENTRY
                           ADD 1 TO WS-LOYALTY-CT
                   END-READ
               END-PERFORM
               CLOSE LOYALTY-FILE
           END-IF.

       LOAD-CHARGE-CUSTOMERS.
           OPEN INPUT ARCUST-FILE
           IF WS-FS-ARCUST NOT = "00"
               DISPLAY "ARCUST.DAT not found. No charge-account "
                   "customers loaded."
           ELSE
               PERFORM UNTIL WS-FS-ARCUST = "10"
                   READ ARCUST-FILE NEXT
                       AT END MOVE "10" TO WS-FS-ARCUST
                       NOT AT END
                           MOVE "ARCU" TO WS-NEW-SYSTEM
                           MOVE FILE-AR-ID TO WS-NEW-ID
                           MOVE FILE-AR-NAME TO WS-NEW-NAME
                           MOVE SPACES TO WS-NEW-PHONE
                           MOVE SPACES TO WS-NEW-NATID
                           PERFORM ADD-TABLE-ENTRY
                           ADD 1 TO WS-ARCUST-CT
                   END-READ
               END-PERFORM
               CLOSE ARCUST-FILE
           END-IF.

       LOAD-LIBRARY-MEMBERS.
           OPEN INPUT MEMBER-FILE
           IF WS-FS-MEMBER NOT = "00"
               DISPLAY "MEMBERS.TXT not found. No library members "
                   "loaded."
           ELSE
               PERFORM UNTIL WS-FS-MEMBER = "10"
                   READ MEMBER-FILE NEXT
                       AT END MOVE "10" TO WS-FS-MEMBER
                       NOT AT END
                           IF MEMBER-ROLE NOT = "LIBRARIAN"
                               MOVE "LIBR" TO WS-NEW-SYSTEM
                               MOVE MEMBER-ID-KEY TO WS-NEW-ID
                               MOVE MEMBER-NAME TO WS-NEW-NAME
                               MOVE MEMBER-PHONE TO WS-NEW-PHONE
                               MOVE SPACES TO WS-NEW-NATID
                               PERFORM ADD-TABLE-ENTRY
                               ADD 1 TO WS-LIBRARY-CT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.

       ADD-TABLE-ENTRY.
           IF WS-ENTRY-USED >= 2000
               ADD 1 TO WS-OVERFLOW-CT
           ELSE
               ADD 1 TO WS-ENTRY-USED
               MOVE WS-NEW-SYSTEM TO PT-SYSTEM(WS-ENTRY-USED)
               MOVE WS-NEW-ID TO PT-SOURCE-ID(WS-ENTRY-USED)
               MOVE WS-NEW-NAME TO PT-NAME(WS-ENTRY-USED)
               MOVE FUNCTION UPPER-CASE(WS-NEW-NAME)
                   TO PT-MATCH-NAME(WS-ENTRY-USED)
               MOVE WS-NEW-PHONE TO PT-PHONE(WS-ENTRY-USED)
               PERFORM PHONE-DIGITS-ONLY
               MOVE WS-DIGITS TO PT-PHONE-DIGITS(WS-ENTRY-USED)
               MOVE WS-NEW-NATID TO PT-NATIONAL-ID(WS-ENTRY-USED)
               MOVE 0 TO PT-PARTY-ID(WS-ENTRY-USED)
               IF WS-XREF-OPEN = "Y"
                   MOVE WS-NEW-SYSTEM TO PX-SYSTEM
                   MOVE WS-NEW-ID TO PX-SOURCE-ID
                   READ PARTYXREF-FILE KEY IS PX-KEY
                       NOT INVALID KEY
                           MOVE PX-PARTY-ID
                               TO PT-PARTY-ID(WS-ENTRY-USED)
                   END-READ
               END-IF
           END-IF.

       PHONE-DIGITS-ONLY.
           MOVE SPACES TO WS-DIGITS
           MOVE 0 TO WS-DIGIT-CT
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 20
               IF WS-NEW-PHONE(WS-CHAR-IDX:1) IS NUMERIC
                   ADD 1 TO WS-DIGIT-CT
                   MOVE WS-NEW-PHONE(WS-CHAR-IDX:1)
                       TO WS-DIGITS(WS-DIGIT-CT:1)
               END-IF
           END-PERFORM.

       COMPARE-PAIR.
           MOVE SPACES TO WS-BASIS
           IF PT-NATIONAL-ID(WS-I) NOT = SPACES
               AND PT-NATIONAL-ID(WS-I) = PT-NATIONAL-ID(WS-J)
               MOVE "NATID" TO WS-BASIS
           ELSE
               IF PT-SYSTEM(WS-I) NOT = PT-SYSTEM(WS-J)
                   IF PT-PHONE-DIGITS(WS-I) NOT = SPACES
                       AND PT-PHONE-DIGITS(WS-I) =
                           PT-PHONE-DIGITS(WS-J)
                       IF PT-MATCH-NAME(WS-I) = PT-MATCH-NAME(WS-J)
                           MOVE "PHONE+NM" TO WS-BASIS
                       ELSE
                           MOVE "PHONE" TO WS-BASIS
                       END-IF
                   ELSE
                       IF PT-MATCH-NAME(WS-I) NOT = SPACES
                           AND PT-MATCH-NAME(WS-I) =
                               PT-MATCH-NAME(WS-J)
                           MOVE "NAME" TO WS-BASIS
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-BASIS NOT = SPACES
               IF PT-PARTY-ID(WS-I) = 0
                   OR PT-PARTY-ID(WS-I) NOT = PT-PARTY-ID(WS-J)
                   PERFORM PROPOSE-LINK
               END-IF
           END-IF.

       PROPOSE-LINK.
           MOVE PT-SYSTEM(WS-I) TO PM-SYSTEM-A
           MOVE PT-SOURCE-ID(WS-I) TO PM-ID-A
           MOVE PT-SYSTEM(WS-J) TO PM-SYSTEM-B
           MOVE PT-SOURCE-ID(WS-J) TO PM-ID-B
           READ PARTYMATCH-FILE
               INVALID KEY
                   PERFORM WRITE-PROPOSAL
               NOT INVALID KEY
                   ADD 1 TO WS-SEEN-CT
           END-READ.

       WRITE-PROPOSAL.
           MOVE WS-BASIS TO PM-BASIS
           MOVE PT-NAME(WS-I) TO PM-NAME-A
           MOVE PT-NAME(WS-J) TO PM-NAME-B
           MOVE PT-PHONE(WS-I) TO PM-PHONE-A
           MOVE PT-PHONE(WS-J) TO PM-PHONE-B
           MOVE "PROPOSED" TO PM-STATUS
           MOVE WS-CURRENT-DATE TO PM-PROPOSED-DATE
           MOVE 0 TO PM-REVIEWED-DATE
           WRITE PARTYMATCH-RECORD
           ADD 1 TO WS-PROPOSED-CT
           MOVE SPACES TO REPORT-LINE
           STRING PM-SYSTEM-A DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-ID-A DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-SYSTEM-B DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-ID-B DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-BASIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-NAME-A(1:30) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               PM-NAME-B(1:30) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       END PROGRAM PARTY-MATCH-BATCH.
