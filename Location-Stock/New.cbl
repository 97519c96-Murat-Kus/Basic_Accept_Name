      *         negative are rejected. Every posting is written
      *         to the audit trail and to the permanent movement
      *         ledger so the stock card shows where stock went.
      *         Returned goods in the quarantine location only
      *         move out through a disposition in the movement
      *         posting run, so a transfer to or from quarantine
      *         is rejected.
      *         Stock is also held by lot: each transfer names the
      *         lot it moves (blank for undated stock), the lot
      *         must hold the quantity at the sending location, and
      *         the lot arrives at the receiving location with its
      *         expiry date.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS LOC-KEY
           FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Stock\lotstock.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
        02 XFER-QTY PIC 9(5) VALUE ZEROES.
        02 XFER-DATE PIC 9(8) VALUE ZEROES.
        02 XFER-REF PIC X(10) VALUE SPACES.
        02 XFER-LOT PIC X(10) VALUE SPACES.

       FD  LOC-STOCK-FILE.
       01  LOC-STOCK-REC.
         03 LOC-WH-CODE PIC X(3) VALUE SPACES.
        02 LOC-QTY PIC 9(5) VALUE ZEROES.

      *>Stock by item, location and lot; the lots at a location
      *>add up to its LOC-QTY. Undated stock sits under a blank
      *>lot with no expiry date.
       FD  LOT-STOCK-FILE.
       01  LOT-STOCK-REC.
        02 LOT-KEY.
         03 LOT-ITEM-CODE PIC 9(5) VALUE ZEROES.
         03 LOT-WH-CODE PIC X(3) VALUE SPACES.
         03 LOT-NUMBER PIC X(10) VALUE SPACES.
        02 LOT-EXPIRY-DATE PIC 9(8) VALUE ZEROES.
        02 LOT-QTY PIC 9(5) VALUE ZEROES.

       FD  ITEM-FILE.
       01  STOCK-ITEMS.
        02 ITEM-NAME PIC X(20) VALUE SPACES.
      *>FMT bad record, LOC location not on master, ITM item not
      *>on file, NOS no stock at the sending location, NEG would
      *>drive the sending location negative, OVF receiving
      *>location quantity overflow, QTN to or from quarantine,
      *>LOT the lot does not hold the quantity at the sending
      *>location.
       FD  XFER-REJECT-FILE.
       01  XFER-REJECT-RECORD.
        02 XR-XFER-DATA PIC X(44) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 XR-REASON PIC X(3) VALUE SPACES.

       01  WS-TO-OLD-QTY PIC 9(5) VALUE ZEROES.
       01  WS-TO-NEW-QTY PIC S9(6) VALUE ZEROES.

       01  WS-LOT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-FOUND PIC A(1) VALUE 'N'.
       01  WS-LOT-EXPIRY PIC 9(8) VALUE ZEROES.
       01  WS-FROM-LOT-OLD-QTY PIC 9(5) VALUE ZEROES.
       01  WS-FROM-LOT-NEW-QTY PIC S9(6) VALUE ZEROES.

       01  WS-POSTED-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-COUNT PIC 9(5) VALUE ZEROES.

       01  WS-FROM-LOC-NAME PIC X(20) VALUE SPACES.
       01  WS-TO-LOC-NAME PIC X(20) VALUE SPACES.

      *>Returned goods wait in this location for disposition.
      *>Change here to retune.
       01  WS-QUARANTINE-LOC PIC X(3) VALUE 'QTN'.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 910-REGISTER-IN-USE
               CLOSE LOC-STOCK-FILE
               OPEN I-O LOC-STOCK-FILE
           END-IF
           OPEN I-O LOT-STOCK-FILE
           IF WS-LOT-FILE-STATUS = '35'
               OPEN OUTPUT LOT-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               OPEN I-O LOT-STOCK-FILE
           END-IF
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ITEM-FILE OPEN FAILED - STATUS " WS-FILE-STATUS
               DISPLAY "NO TRANSFERS POSTED."
               CLOSE XFER-FILE
               CLOSE LOC-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               PERFORM 930-CLEAR-IN-USE
               MOVE 8 TO RETURN-CODE
               STOP RUN
                   "maintenance app first. NO TRANSFERS POSTED."
               CLOSE XFER-FILE
               CLOSE LOC-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               CLOSE ITEM-FILE
               PERFORM 930-CLEAR-IN-USE
               MOVE 8 TO RETURN-CODE

           CLOSE XFER-FILE
           CLOSE LOC-STOCK-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE ITEM-FILE
           CLOSE LOCATION-FILE
           CLOSE AUDIT-FILE
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM 200-CHECK-FROM-LOCATION
                   IF WS-BAD-TRANSFER = 'N'
                       PERFORM 250-CHECK-FROM-LOT
                   END-IF
                   IF WS-BAD-TRANSFER = 'Y'
                       PERFORM 070-WRITE-XFER-REJECT
                       ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'LOC' TO WS-REJECT-REASON
                   MOVE 'Y' TO WS-BAD-TRANSFER
               END-IF
           END-IF
           IF WS-BAD-TRANSFER = 'N' AND
              (XFER-FROM-LOC = WS-QUARANTINE-LOC OR
               XFER-TO-LOC = WS-QUARANTINE-LOC)
               DISPLAY "REJECTED - QUARANTINE STOCK MOVES BY "
                   "DISPOSITION ONLY: " XFER-ITEM-CODE
                   " REF " XFER-REF
               MOVE 'QTN' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-BAD-TRANSFER
           END-IF.

      *>The rejected record goes to the reject file exactly as it
               END-IF
           END-IF.

      *>The lot named on the transfer must hold the quantity at
      *>the sending location; its expiry date travels with it.
       250-CHECK-FROM-LOT.
           MOVE XFER-ITEM-CODE TO LOT-ITEM-CODE
           MOVE XFER-FROM-LOC TO LOT-WH-CODE
           MOVE XFER-LOT TO LOT-NUMBER
           READ LOT-STOCK-FILE
               INVALID KEY MOVE 'N' TO WS-LOT-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-LOT-FOUND
           END-READ
           IF WS-LOT-FOUND = 'Y'
               MOVE LOT-QTY TO WS-FROM-LOT-OLD-QTY
               MOVE LOT-EXPIRY-DATE TO WS-LOT-EXPIRY
           ELSE
               MOVE ZEROES TO WS-FROM-LOT-OLD-QTY
               MOVE ZEROES TO WS-LOT-EXPIRY
           END-IF
           COMPUTE WS-FROM-LOT-NEW-QTY = WS-FROM-LOT-OLD-QTY - XFER-QTY
           IF WS-FROM-LOT-NEW-QTY < 0
               DISPLAY "REJECTED - LOT '" XFER-LOT "' HOLDS "
                   WS-FROM-LOT-OLD-QTY " AT " XFER-FROM-LOC ": "
                   XFER-ITEM-CODE " TRANSFER " XFER-QTY
                   " REF " XFER-REF
               MOVE 'LOT' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-BAD-TRANSFER
           END-IF.

       300-APPLY-TRANSFER.
           MOVE XFER-ITEM-CODE TO LOC-ITEM-CODE
           MOVE XFER-TO-LOC TO LOC-WH-CODE
               MOVE WS-FROM-NEW-QTY TO LOC-QTY
               REWRITE LOC-STOCK-REC
               END-REWRITE
               PERFORM 350-MOVE-LOT-STOCK
               PERFORM 800-WRITE-TRANSFER-AUDIT
               PERFORM 850-WRITE-TRANSFER-LEDGER
               DISPLAY "POSTED XFER " XFER-ITEM-CODE " "
                   WS-FROM-LOC-NAME " -> " WS-TO-LOC-NAME
                   " QTY " XFER-QTY " LOT " XFER-LOT
                   " REF " XFER-REF
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

      *>The lot cannot overflow at the receiving end: it never
      *>holds more than the location total just checked.
       350-MOVE-LOT-STOCK.
           MOVE XFER-ITEM-CODE TO LOT-ITEM-CODE
           MOVE XFER-TO-LOC TO LOT-WH-CODE
           MOVE XFER-LOT TO LOT-NUMBER
           READ LOT-STOCK-FILE
               INVALID KEY MOVE 'N' TO WS-LOT-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-LOT-FOUND
           END-READ
           IF WS-LOT-FOUND = 'Y'
               ADD XFER-QTY TO LOT-QTY
               REWRITE LOT-STOCK-REC
               END-REWRITE
           ELSE
               MOVE WS-LOT-EXPIRY TO LOT-EXPIRY-DATE
               MOVE XFER-QTY TO LOT-QTY
               WRITE LOT-STOCK-REC
               END-WRITE
           END-IF
           MOVE XFER-ITEM-CODE TO LOT-ITEM-CODE
           MOVE XFER-FROM-LOC TO LOT-WH-CODE
           MOVE XFER-LOT TO LOT-NUMBER
           READ LOT-STOCK-FILE
               INVALID KEY CONTINUE
           END-READ
           MOVE WS-FROM-LOT-NEW-QTY TO LOT-QTY
           REWRITE LOT-STOCK-REC
           END-REWRITE.

       800-WRITE-TRANSFER-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-USER-ID TO AUDIT-USER-ID
