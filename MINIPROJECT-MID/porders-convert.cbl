      ******************************************************************
      * Author: Krittanon Museesut
      * Date:
      * Purpose: One-time conversion of PORDERS.DAT from the layout
      *          ending at FILE-PO-SUPPLIER-ID to the expanded layout
      *          with the pack fields. Every existing order was raised
      *          in single units, so each record gets pack unit UNIT,
      *          pack size 1 and a pack count equal to FILE-PO-QTY,
      *          and is written to PORDERS_NEW.DAT. Rename
      *          PORDERS_NEW.DAT over PORDERS.DAT once the counts are
      *          verified.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORDERS-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PO-FILE ASSIGN TO "PORDERS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OLD-PO-NO
              FILE STATUS IS WS-FS-OLD.

           SELECT NEW-PO-FILE ASSIGN TO "PORDERS_NEW.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NEW-PO-NO
              FILE STATUS IS WS-FS-NEW.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-PO-FILE.
       01 OLD-PO-RECORD.
          05 OLD-PO-NO          PIC X(8).
          05 OLD-PO-DATE        PIC X(10).
          05 OLD-PO-SUPPLIER    PIC X(20).
          05 OLD-PO-PRODUCT     PIC X(7).
          05 OLD-PO-QTY         PIC 9(5).
          05 OLD-PO-UNIT-COST   PIC 9(7)V99.
          05 OLD-PO-STATUS      PIC X(10).
          05 OLD-PO-RECV-QTY    PIC 9(5).
          05 OLD-PO-RECV-DATE   PIC X(10).
          05 OLD-PO-SUPPLIER-ID PIC X(5).

       FD NEW-PO-FILE.
       01 NEW-PO-RECORD.
          05 NEW-PO-NO          PIC X(8).
          05 NEW-PO-DATE        PIC X(10).
          05 NEW-PO-SUPPLIER    PIC X(20).
          05 NEW-PO-PRODUCT     PIC X(7).
          05 NEW-PO-QTY         PIC 9(5).
          05 NEW-PO-UNIT-COST   PIC 9(7)V99.
          05 NEW-PO-STATUS      PIC X(10).
          05 NEW-PO-RECV-QTY    PIC 9(5).
          05 NEW-PO-RECV-DATE   PIC X(10).
          05 NEW-PO-SUPPLIER-ID PIC X(5).
          05 NEW-PO-PACK-UNIT   PIC X(6).
          05 NEW-PO-PACK-SIZE   PIC 9(4).
          05 NEW-PO-PACKS       PIC 9(5).

       WORKING-STORAGE SECTION.
       77 WS-FS-OLD             PIC XX.
       77 WS-FS-NEW             PIC XX.
       77 WS-EOF-FLAG           PIC X VALUE "N".
       77 WS-CONVERTED          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== PURCHASE ORDER CONVERSION ===".

           OPEN INPUT OLD-PO-FILE
           IF WS-FS-OLD NOT = "00"
               DISPLAY "PORDERS.DAT NOT FOUND. NOTHING TO CONVERT."
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-PO-FILE

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OLD-PO-FILE NEXT
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE OLD-PO-FILE NEW-PO-FILE
           DISPLAY "RECORDS CONVERTED: " WS-CONVERTED.
           DISPLAY "NEW FILE IS PORDERS_NEW.DAT. RENAME IT OVER "
               "PORDERS.DAT AFTER VERIFYING THE COUNT.".
           STOP RUN.

       CONVERT-ONE-RECORD.
           MOVE OLD-PO-RECORD TO NEW-PO-RECORD
           MOVE "UNIT" TO NEW-PO-PACK-UNIT
           MOVE 1 TO NEW-PO-PACK-SIZE
           MOVE OLD-PO-QTY TO NEW-PO-PACKS
           WRITE NEW-PO-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR FOR " NEW-PO-NO
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED
           END-WRITE.

       END PROGRAM PORDERS-CONVERT.
