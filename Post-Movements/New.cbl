      *         against the open line for its item on the purchase
      *         order file: the line's received quantity moves up,
      *         the line closes when fully received, and
      *         over-receipts or receipts against closed,
      *         cancelled or unknown orders are flagged on the
      *         posting register so the warehouse can see a short-
      *         or over-shipment the day it arrives. A line buying
      *         has cancelled no longer takes receipts. The
      *         receipt itself still posts -
      *         the goods are physically here either way.
      *         An issue whose reference names a customer order
      *         (SO followed by the six-digit order number) marks
      *         the matching picked line on the order file
      *         complete, releasing its claim on location stock
      *         now that the goods have actually gone. Each line
      *         completed this way is written to the despatch file,
      *         priced at the item's ITEM-PRICE on the day it went,
      *         for the nightly invoicing step to bill.
      *         A receipt carrying a unit cost rolls the item's
      *         moving-average cost forward on ITEM-FILE, so the
      *         valuation runs can extend stock at what it cost us
      *         sequence with the roll-up balance after the
      *         posting, so a stock card can be read back long
      *         after MOVE-FILE is gone.
      *         A customer return (type U) must name the original
      *         order and line in its reference as nnnnnn/lll; the
      *         line must be complete and the item must match, and
      *         the quantity returned on the line so far plus this
      *         return may not exceed what was despatched. Returns
      *         always book into the quarantine location, which
      *         order allocation never draws from. A disposition
      *         (type D) later clears quarantine stock: D+ moves it
      *         to the sellable location on the movement, D- writes
      *         it off. Both post to the ledger and audit trail
      *         under their own types.
      *         Every movement names the lot it moves (blank for
      *         undated stock) and is posted to that lot on the
      *         lot stock file as well as to the location total.
      *         A receipt carries the lot's expiry date; a lot
      *         already held keeps the expiry it has, and a receipt
      *         quoting a different one is rejected. Issues,
      *         downward adjustments and write-offs must find the
      *         quantity in the lot named. A return left without a
      *         lot goes back under the lot the order line was
      *         allocated from.
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

           SELECT AUDIT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           RECORD KEY IS CO-KEY
           FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT DESPATCH-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoicing\despatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DESPATCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           88 MOVE-RECEIPT VALUE 'R'.
           88 MOVE-ISSUE VALUE 'I'.
           88 MOVE-ADJUSTMENT VALUE 'J'.
           88 MOVE-RETURN VALUE 'U'.
           88 MOVE-DISPOSITION VALUE 'D'.
        02 MOVE-SIGN PIC X(1) VALUE SPACES.
           88 MOVE-ADJ-UP VALUE '+'.
           88 MOVE-ADJ-DOWN VALUE '-'.
           88 MOVE-RELEASE VALUE '+'.
           88 MOVE-WRITE-OFF VALUE '-'.
        02 MOVE-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 MOVE-LOC PIC X(3) VALUE SPACES.
        02 MOVE-QTY PIC 9(5) VALUE ZEROES.
        02 MOVE-DATE PIC 9(8) VALUE ZEROES.
      *>A return's reference is the original order and line as
      *>nnnnnn/lll.
        02 MOVE-REF PIC X(10) VALUE SPACES.
        02 MOVE-RETURN-REF REDEFINES MOVE-REF.
         03 MOVE-RETURN-ORDER PIC X(6).
         03 MOVE-RETURN-SLASH PIC X(1).
         03 MOVE-RETURN-LINE PIC X(3).
      *>Unit cost of a receipt; zero or spaces on issues,
      *>adjustments and old-format movement files.
        02 MOVE-COST PIC 9(5)V99 VALUE ZEROES.
      *>Lot moved, blank for undated stock; the expiry date is
      *>only needed when a receipt brings in a new lot.
        02 MOVE-LOT PIC X(10) VALUE SPACES.
        02 MOVE-EXPIRY PIC 9(8) VALUE ZEROES.

       FD  ITEM-FILE.
       01  STOCK-ITEMS.
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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
        02 AUDIT-TIMESTAMP PIC X(21) VALUE SPACES.
           88 PO-OPEN VALUE 'O'.
           88 PO-PART-RECEIVED VALUE 'P'.
           88 PO-CLOSED VALUE 'C'.
           88 PO-CANCELLED VALUE 'X'.

      *>Permanent movement ledger: one record per posting, keyed
      *>by item, posting date and sequence within the day, with
           88 ML-ADJUSTMENT VALUE 'J'.
           88 ML-TRANSFER VALUE 'X'.
           88 ML-COUNT VALUE 'C'.
           88 ML-RETURN VALUE 'U'.
           88 ML-DISPOSITION VALUE 'D'.
        02 ML-SIGN PIC X(1) VALUE SPACES.
        02 ML-LOC PIC X(3) VALUE SPACES.
        02 ML-LOC-2 PIC X(3) VALUE SPACES.
      *>code, for the correction program to fix and feed back:
      *>FMT bad record, LOC location not on master, ITM item not
      *>on file, RNG roll-up out of range, NEG would drive the
      *>location negative, OVF location quantity overflow, SOL
      *>return not against a despatched order line for the item,
      *>RTN return more than was despatched on the line, QTN
      *>disposition the quarantine location cannot support, LOT
      *>lot short of the quantity or expiry differs from the lot.
       FD  MOVE-REJECT-FILE.
       01  MOVE-REJECT-RECORD.
        02 MR-MOVE-DATA PIC X(58) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 MR-REASON PIC X(3) VALUE SPACES.

           88 CO-BACKORDER VALUE 'B'.
           88 CO-PICKED VALUE 'P'.
           88 CO-COMPLETE VALUE 'C'.
           88 CO-HELD VALUE 'H'.
        02 CO-CUST-CODE PIC X(6) VALUE SPACES.
        02 CO-RETURNED-QTY PIC 9(5) VALUE ZEROES.
        02 CO-LOT PIC X(10) VALUE SPACES.

      *>One record per order line completed by an SO issue, for
      *>the invoicing run: the price is ITEM-PRICE at posting.
       FD  DESPATCH-FILE.
       01  DESPATCH-RECORD.
        02 DS-ORDER-NUMBER PIC 9(6) VALUE ZEROES.
        02 DS-LINE PIC 9(3) VALUE ZEROES.
        02 DS-CUST-CODE PIC X(6) VALUE SPACES.
        02 DS-CUST-NAME PIC X(20) VALUE SPACES.
        02 DS-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 DS-ITEM-NAME PIC X(20) VALUE SPACES.
        02 DS-QTY PIC 9(5) VALUE ZEROES.
        02 DS-PRICE PIC 9(5)V99 VALUE ZEROES.
        02 DS-DESPATCH-DATE PIC 9(8) VALUE ZEROES.
        02 DS-POST-DATE PIC 9(8) VALUE ZEROES.

       WORKING-STORAGE SECTION.

       01  WS-SO-MATCHED-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-SO-FLAGGED-COUNT PIC 9(5) VALUE ZEROES.

       01  WS-DESPATCH-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-DESPATCH-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-DESPATCH-COUNT PIC 9(5) VALUE ZEROES.

      *>Returned goods are booked into this location and wait
      *>there for disposition. Change here to retune.
       01  WS-QUARANTINE-LOC PIC X(3) VALUE 'QTN'.
       01  WS-QTN-FOUND PIC A(1) VALUE 'N'.
       01  WS-OLD-QTN-QTY PIC 9(5) VALUE ZEROES.
       01  WS-NEW-QTN-QTY PIC S9(6) VALUE ZEROES.
       01  WS-RETURN-ORDER PIC 9(6) VALUE ZEROES.
       01  WS-RETURN-LINE PIC 9(3) VALUE ZEROES.
       01  WS-RETURNED-TO-DATE PIC 9(6) VALUE ZEROES.
       01  WS-RETURN-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-DISPOSED-COUNT PIC 9(5) VALUE ZEROES.

       01  WS-LOT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-FOUND PIC A(1) VALUE 'N'.
       01  WS-LOT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LOT-EXPIRY PIC 9(8) VALUE ZEROES.
       01  WS-OLD-LOT-QTY PIC 9(5) VALUE ZEROES.
       01  WS-NEW-LOT-QTY PIC S9(6) VALUE ZEROES.
       01  WS-QTN-LOT-FOUND PIC A(1) VALUE 'N'.
       01  WS-QTN-LOT-EXPIRY PIC 9(8) VALUE ZEROES.
       01  WS-OLD-QTN-LOT-QTY PIC 9(5) VALUE ZEROES.
       01  WS-NEW-QTN-LOT-QTY PIC S9(6) VALUE ZEROES.

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
           OPEN INPUT LOCATION-FILE
           IF WS-LOCMAST-FILE-STATUS NOT = '00'
               DISPLAY "LOCATION MASTER UNAVAILABLE - STATUS "
               CLOSE MOVE-FILE
               CLOSE ITEM-FILE
               CLOSE LOC-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               PERFORM 930-CLEAR-IN-USE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE 'N' TO WS-ORDER-AVAILABLE
           END-IF
           OPEN EXTEND DESPATCH-FILE
           IF WS-DESPATCH-FILE-STATUS NOT = '00'
               OPEN OUTPUT DESPATCH-FILE
           END-IF
           IF WS-DESPATCH-FILE-STATUS = '00'
               MOVE 'Y' TO WS-DESPATCH-AVAILABLE
           ELSE
               DISPLAY "DESPATCH FILE UNAVAILABLE - STATUS "
                   WS-DESPATCH-FILE-STATUS
                   " - COMPLETED LINES WILL NOT BE INVOICED."
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
           IF WS-AUDIT-USER-ID = SPACES
           CLOSE MOVE-FILE
           CLOSE ITEM-FILE
           CLOSE LOC-STOCK-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE LOCATION-FILE
           CLOSE AUDIT-FILE
           CLOSE MOVE-REJECT-FILE
           IF WS-ORDER-AVAILABLE = 'Y'
               CLOSE CUST-ORDER-FILE
           END-IF
           IF WS-DESPATCH-AVAILABLE = 'Y'
               CLOSE DESPATCH-FILE
           END-IF
           CLOSE MOVE-LEDGER-FILE
           PERFORM 930-CLEAR-IN-USE
           DISPLAY "MOVEMENTS POSTED  : " WS-POSTED-COUNT
           IF WS-ORDER-AVAILABLE = 'Y'
               DISPLAY "ORDER LINES COMPLETED: " WS-SO-MATCHED-COUNT
               DISPLAY "SO ISSUES FLAGGED    : " WS-SO-FLAGGED-COUNT
               DISPLAY "DESPATCHES FOR INVOICING: " WS-DESPATCH-COUNT
           END-IF
           DISPLAY "RETURNS POSTED    : " WS-RETURN-COUNT
           DISPLAY "DISPOSITIONS POSTED: " WS-DISPOSED-COUNT.
           STOP RUN.

       100-POST-ONE-MOVEMENT.
               WHEN MOVE-ISSUE MOVE 'N' TO WS-BAD-MOVEMENT
               WHEN MOVE-ADJUSTMENT AND (MOVE-ADJ-UP OR MOVE-ADJ-DOWN)
                   MOVE 'N' TO WS-BAD-MOVEMENT
               WHEN MOVE-RETURN
                   IF MOVE-RETURN-ORDER NUMERIC AND
                      MOVE-RETURN-SLASH = '/' AND
                      MOVE-RETURN-LINE NUMERIC
                       MOVE 'N' TO WS-BAD-MOVEMENT
                   ELSE
                       MOVE 'Y' TO WS-BAD-MOVEMENT
                   END-IF
               WHEN MOVE-DISPOSITION AND
                    (MOVE-RELEASE OR MOVE-WRITE-OFF)
                   MOVE 'N' TO WS-BAD-MOVEMENT
               WHEN OTHER MOVE 'Y' TO WS-BAD-MOVEMENT
           END-EVALUATE
      *>Returns go into quarantine and write-offs come out of it
      *>whatever location was keyed.
           IF MOVE-RETURN OR (MOVE-DISPOSITION AND MOVE-WRITE-OFF)
               MOVE WS-QUARANTINE-LOC TO MOVE-LOC
           END-IF
           IF MOVE-ITEM-CODE NOT NUMERIC OR MOVE-QTY NOT NUMERIC
              OR MOVE-LOC = SPACES
               MOVE 'Y' TO WS-BAD-MOVEMENT
                   PERFORM 070-WRITE-MOVE-REJECT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM 150-CHECK-RETURN-RULES
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM 070-WRITE-MOVE-REJECT
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                   MOVE ITEM-QTY TO WS-OLD-ITEM-QTY
                   PERFORM 200-WORK-OUT-NEW-QTY
                   IF WS-NEW-ITEM-QTY < 0 OR WS-NEW-ITEM-QTY > 99999
                           PERFORM 070-WRITE-MOVE-REJECT
                           ADD 1 TO WS-REJECTED-COUNT
                       ELSE
                           PERFORM 320-WORK-OUT-LOT-QTY
                           IF WS-REJECT-REASON NOT = SPACES
                               PERFORM 070-WRITE-MOVE-REJECT
                               ADD 1 TO WS-REJECTED-COUNT
                           ELSE
                               PERFORM 390-APPLY-MOVEMENT
                           END-IF
                       END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.
           WRITE MOVE-REJECT-RECORD
           END-WRITE.

      *>A return must be against a completed line of the order it
      *>names, for the same item, and may not take the quantity
      *>returned on the line past what was despatched. A release
      *>from quarantine must go to a different location and
      *>quarantine must hold the quantity being moved. Sets the
      *>reject reason, or leaves it blank when the rules pass.
       150-CHECK-RETURN-RULES.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN MOVE-RETURN
                   PERFORM 160-CHECK-RETURN-LINE
               WHEN MOVE-DISPOSITION AND MOVE-RELEASE
                   PERFORM 170-CHECK-QUARANTINE-STOCK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       160-CHECK-RETURN-LINE.
           MOVE MOVE-RETURN-ORDER TO WS-RETURN-ORDER
           MOVE MOVE-RETURN-LINE TO WS-RETURN-LINE
           MOVE 'N' TO WS-SO-LINE-FOUND
           IF WS-ORDER-AVAILABLE = 'Y'
               MOVE WS-RETURN-ORDER TO CO-ORDER-NUMBER
               MOVE WS-RETURN-LINE TO CO-LINE
               READ CUST-ORDER-FILE
                   INVALID KEY MOVE 'N' TO WS-SO-LINE-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-SO-LINE-FOUND
               END-READ
           END-IF
           IF WS-SO-LINE-FOUND = 'Y'
               IF CO-ITEM-CODE NOT = MOVE-ITEM-CODE OR
                  NOT CO-COMPLETE
                   MOVE 'N' TO WS-SO-LINE-FOUND
               END-IF
           END-IF
           IF WS-SO-LINE-FOUND = 'N'
               DISPLAY "REJECTED - RETURN NOT AGAINST A DESPATCHED "
                   "LINE: " MOVE-ITEM-CODE " REF " MOVE-REF
               MOVE 'SOL' TO WS-REJECT-REASON
           ELSE
               IF CO-RETURNED-QTY NOT NUMERIC
                   MOVE ZEROES TO CO-RETURNED-QTY
               END-IF
               IF MOVE-LOT = SPACES
                   MOVE CO-LOT TO MOVE-LOT
               END-IF
               COMPUTE WS-RETURNED-TO-DATE =
                   CO-RETURNED-QTY + MOVE-QTY
               IF WS-RETURNED-TO-DATE > CO-ALLOC-QTY
                   DISPLAY "REJECTED - RETURN EXCEEDS DESPATCH: "
                       MOVE-ITEM-CODE " REF " MOVE-REF
                       " DESPATCHED " CO-ALLOC-QTY
                       " RETURNED " CO-RETURNED-QTY
                   MOVE 'RTN' TO WS-REJECT-REASON
               END-IF
           END-IF.

       170-CHECK-QUARANTINE-STOCK.
           MOVE MOVE-ITEM-CODE TO LOC-ITEM-CODE
           MOVE WS-QUARANTINE-LOC TO LOC-WH-CODE
           READ LOC-STOCK-FILE
               INVALID KEY MOVE 'N' TO WS-QTN-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-QTN-FOUND
           END-READ
           IF WS-QTN-FOUND = 'Y'
               MOVE LOC-QTY TO WS-OLD-QTN-QTY
           ELSE
               MOVE ZEROES TO WS-OLD-QTN-QTY
           END-IF
           COMPUTE WS-NEW-QTN-QTY = WS-OLD-QTN-QTY - MOVE-QTY
           MOVE MOVE-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-QUARANTINE-LOC TO LOT-WH-CODE
           MOVE MOVE-LOT TO LOT-NUMBER
           READ LOT-STOCK-FILE
               INVALID KEY MOVE 'N' TO WS-QTN-LOT-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-QTN-LOT-FOUND
           END-READ
           IF WS-QTN-LOT-FOUND = 'Y'
               MOVE LOT-QTY TO WS-OLD-QTN-LOT-QTY
               MOVE LOT-EXPIRY-DATE TO WS-QTN-LOT-EXPIRY
           ELSE
               MOVE ZEROES TO WS-OLD-QTN-LOT-QTY
               MOVE ZEROES TO WS-QTN-LOT-EXPIRY
           END-IF
           COMPUTE WS-NEW-QTN-LOT-QTY = WS-OLD-QTN-LOT-QTY - MOVE-QTY
           IF MOVE-LOC = WS-QUARANTINE-LOC OR WS-NEW-QTN-QTY < 0
              OR WS-NEW-QTN-LOT-QTY < 0
               DISPLAY "REJECTED - CANNOT RELEASE FROM QUARANTINE TO "
                   MOVE-LOC ": " MOVE-ITEM-CODE " REF " MOVE-REF
                   " IN QUARANTINE " WS-OLD-QTN-QTY
                   " LOT '" MOVE-LOT "' " WS-OLD-QTN-LOT-QTY
               MOVE 'QTN' TO WS-REJECT-REASON
           END-IF.

       200-WORK-OUT-NEW-QTY.
           EVALUATE TRUE
               WHEN MOVE-RECEIPT
               WHEN MOVE-ADJUSTMENT
                   COMPUTE WS-NEW-ITEM-QTY =
                       WS-OLD-ITEM-QTY + MOVE-QTY
               WHEN MOVE-RETURN
                   COMPUTE WS-NEW-ITEM-QTY =
                       WS-OLD-ITEM-QTY + MOVE-QTY
               WHEN MOVE-DISPOSITION AND MOVE-WRITE-OFF
                   COMPUTE WS-NEW-ITEM-QTY =
                       WS-OLD-ITEM-QTY - MOVE-QTY
               WHEN OTHER
                   MOVE WS-OLD-ITEM-QTY TO WS-NEW-ITEM-QTY
           END-EVALUATE.
               WHEN MOVE-ADJUSTMENT AND MOVE-ADJ-DOWN
                   COMPUTE WS-NEW-LOC-QTY =
                       WS-OLD-LOC-QTY - MOVE-QTY
               WHEN MOVE-DISPOSITION AND MOVE-WRITE-OFF
                   COMPUTE WS-NEW-LOC-QTY =
                       WS-OLD-LOC-QTY - MOVE-QTY
               WHEN OTHER
                   COMPUTE WS-NEW-LOC-QTY =
                       WS-OLD-LOC-QTY + MOVE-QTY
           END-EVALUATE.

      *>The lot named on the movement takes the same change as the
      *>location. Stock going out must be in that lot; stock
      *>coming in to a lot already held keeps the lot's expiry,
      *>and a new lot takes the expiry on the movement, or for a
      *>release the expiry it had in quarantine. Sets the reject
      *>reason, or leaves it blank when the lot can take the
      *>movement.
       320-WORK-OUT-LOT-QTY.
           MOVE SPACES TO WS-REJECT-REASON
           IF MOVE-EXPIRY NOT NUMERIC
               MOVE ZEROES TO MOVE-EXPIRY
           END-IF
           MOVE MOVE-ITEM-CODE TO LOT-ITEM-CODE
           MOVE MOVE-LOC TO LOT-WH-CODE
           MOVE MOVE-LOT TO LOT-NUMBER
           READ LOT-STOCK-FILE
               INVALID KEY MOVE 'N' TO WS-LOT-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-LOT-FOUND
           END-READ
           IF WS-LOT-FOUND = 'Y'
               MOVE LOT-QTY TO WS-OLD-LOT-QTY
               MOVE LOT-EXPIRY-DATE TO WS-LOT-EXPIRY
           ELSE
               MOVE ZEROES TO WS-OLD-LOT-QTY
               MOVE ZEROES TO WS-LOT-EXPIRY
           END-IF
           EVALUATE TRUE
               WHEN MOVE-ISSUE
               WHEN MOVE-ADJUSTMENT AND MOVE-ADJ-DOWN
               WHEN MOVE-DISPOSITION AND MOVE-WRITE-OFF
                   COMPUTE WS-NEW-LOT-QTY = WS-OLD-LOT-QTY - MOVE-QTY
                   IF WS-NEW-LOT-QTY < 0
                       DISPLAY "REJECTED - LOT '" MOVE-LOT "' HOLDS "
                           WS-OLD-LOT-QTY " AT " MOVE-LOC ": "
                           MOVE-ITEM-CODE " REF " MOVE-REF
                           " MOVEMENT " MOVE-QTY
                       MOVE 'LOT' TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   COMPUTE WS-NEW-LOT-QTY = WS-OLD-LOT-QTY + MOVE-QTY
                   IF WS-LOT-FOUND = 'Y'
                       IF MOVE-EXPIRY > 0 AND
                          MOVE-EXPIRY NOT = WS-LOT-EXPIRY
                           DISPLAY "REJECTED - EXPIRY " MOVE-EXPIRY
                               " DIFFERS FROM LOT '" MOVE-LOT "' "
                               WS-LOT-EXPIRY ": " MOVE-ITEM-CODE
                               " REF " MOVE-REF
                           MOVE 'LOT' TO WS-REJECT-REASON
                       END-IF
                   ELSE
                       EVALUATE TRUE
                           WHEN MOVE-DISPOSITION AND MOVE-RELEASE
                               MOVE WS-QTN-LOT-EXPIRY TO WS-LOT-EXPIRY
                           WHEN MOVE-EXPIRY > 0
                               MOVE MOVE-EXPIRY TO WS-LOT-EXPIRY
                           WHEN OTHER
                               PERFORM 330-FIND-LOT-EXPIRY
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

      *>A lot coming back in with no expiry on the movement - a
      *>return, or an upward adjustment - takes the expiry the same
      *>lot of the item has at any other location.
       330-FIND-LOT-EXPIRY.
           MOVE ZEROES TO WS-LOT-EXPIRY
           MOVE MOVE-ITEM-CODE TO LOT-ITEM-CODE
           MOVE SPACES TO LOT-WH-CODE
           MOVE SPACES TO LOT-NUMBER
           MOVE 'N' TO WS-LOT-ENDOF
           START LOT-STOCK-FILE KEY >= LOT-KEY
               INVALID KEY MOVE 'Y' TO WS-LOT-ENDOF
           END-START
           PERFORM UNTIL WS-LOT-ENDOF = 'Y'
               READ LOT-STOCK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOT-ENDOF
                   NOT AT END
                       IF LOT-ITEM-CODE NOT = MOVE-ITEM-CODE
                           MOVE 'Y' TO WS-LOT-ENDOF
                       ELSE
                           IF LOT-NUMBER = MOVE-LOT
                               MOVE LOT-EXPIRY-DATE TO WS-LOT-EXPIRY
                               MOVE 'Y' TO WS-LOT-ENDOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>Every check has passed: post the location, lot and roll-up
      *>quantities, record the posting and do the follow-on work
      *>for the movement type.
       390-APPLY-MOVEMENT.
           PERFORM 400-UPDATE-LOCATION-QTY
           PERFORM 430-UPDATE-LOT-QTY
           IF MOVE-DISPOSITION AND MOVE-RELEASE
               PERFORM 420-UPDATE-QUARANTINE-QTY
               PERFORM 440-UPDATE-QUARANTINE-LOT
           END-IF
           MOVE WS-NEW-ITEM-QTY TO ITEM-QTY
           IF MOVE-RECEIPT AND MOVE-COST NUMERIC
               AND MOVE-COST > 0
               PERFORM 450-UPDATE-MOVING-AVERAGE
           END-IF
           REWRITE STOCK-ITEMS
           END-REWRITE
           PERFORM 800-WRITE-POSTING-AUDIT
           PERFORM 850-WRITE-MOVEMENT-LEDGER
           DISPLAY "POSTED " MOVE-TYPE " "
               MOVE-ITEM-CODE " AT " MOVE-LOC
               " " WS-LOC-NAME
               " QTY " MOVE-QTY " LOT " MOVE-LOT " REF " MOVE-REF
               " NEW ON HAND " ITEM-QTY
           ADD 1 TO WS-POSTED-COUNT
           IF MOVE-RECEIPT AND WS-PO-AVAILABLE = 'Y'
               AND MOVE-REF (1:2) = 'PO'
               AND MOVE-REF (3:6) NUMERIC
               PERFORM 500-MATCH-RECEIPT-TO-PO
           END-IF
           IF MOVE-ISSUE AND
               WS-ORDER-AVAILABLE = 'Y'
               AND MOVE-REF (1:2) = 'SO'
               AND MOVE-REF (3:6) NUMERIC
               PERFORM 520-MATCH-ISSUE-TO-ORDER
           END-IF
           IF MOVE-RETURN
               PERFORM 540-RECORD-RETURN-ON-ORDER
           END-IF
           IF MOVE-DISPOSITION
               ADD 1 TO WS-DISPOSED-COUNT
           END-IF.

       400-UPDATE-LOCATION-QTY.
           MOVE MOVE-ITEM-CODE TO LOC-ITEM-CODE
           MOVE MOVE-LOC TO LOC-WH-CODE
               END-WRITE
           END-IF.

       430-UPDATE-LOT-QTY.
           MOVE MOVE-ITEM-CODE TO LOT-ITEM-CODE
           MOVE MOVE-LOC TO LOT-WH-CODE
           MOVE MOVE-LOT TO LOT-NUMBER
           MOVE WS-LOT-EXPIRY TO LOT-EXPIRY-DATE
           MOVE WS-NEW-LOT-QTY TO LOT-QTY
           IF WS-LOT-FOUND = 'Y'
               REWRITE LOT-STOCK-REC
               END-REWRITE
           ELSE
               WRITE LOT-STOCK-REC
               END-WRITE
           END-IF.

      *>A release takes the goods out of quarantine as well as
      *>putting them into the sellable location; the quarantine
      *>quantity was worked out when the rules were checked.
       420-UPDATE-QUARANTINE-QTY.
           MOVE MOVE-ITEM-CODE TO LOC-ITEM-CODE
           MOVE WS-QUARANTINE-LOC TO LOC-WH-CODE
           MOVE WS-NEW-QTN-QTY TO LOC-QTY
           IF WS-QTN-FOUND = 'Y'
               REWRITE LOC-STOCK-REC
               END-REWRITE
           ELSE
               WRITE LOC-STOCK-REC
               END-WRITE
           END-IF.

      *>The quarantine lot was proved to hold the quantity when the
      *>release was checked.
       440-UPDATE-QUARANTINE-LOT.
           MOVE MOVE-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-QUARANTINE-LOC TO LOT-WH-CODE
           MOVE MOVE-LOT TO LOT-NUMBER
           MOVE WS-QTN-LOT-EXPIRY TO LOT-EXPIRY-DATE
           MOVE WS-NEW-QTN-LOT-QTY TO LOT-QTY
           REWRITE LOT-STOCK-REC
           END-REWRITE.

      *>A receipt referenced POnnnnnn is matched to the first line
      *>of that order still open for the received item. The order
      *>file is walked from line 001; a PO that is not on file, a
      *>PO whose lines for the item are all closed or cancelled,
      *>and a receipt that takes a line past its ordered quantity
      *>are all flagged on the register for buying to chase.
       500-MATCH-RECEIPT-TO-PO.
           MOVE MOVE-REF (3:6) TO WS-MATCH-PO-NUMBER
           MOVE WS-MATCH-PO-NUMBER TO PO-NUMBER
                       ELSE
                           MOVE 'Y' TO WS-PO-SEEN
                           IF PO-ITEM-CODE = MOVE-ITEM-CODE AND
                              (PO-OPEN OR PO-PART-RECEIVED)
                               MOVE 'Y' TO WS-PO-LINE-FOUND
                               MOVE 'Y' TO WS-PO-ENDOF
                           END-IF
      *>An issue referenced SOnnnnnn came from a confirmed pick;
      *>the matching picked line on that order is marked complete
      *>so its claim on the location stock is released. The match
      *>is on item, location, lot and quantity so two picks of the
      *>same item complete one line each. An issue with no matching
      *>picked line is flagged for someone to look at.
       520-MATCH-ISSUE-TO-ORDER.
           MOVE MOVE-REF (3:6) TO WS-MATCH-ORDER-NUMBER
                           IF CO-PICKED AND
                              CO-ITEM-CODE = MOVE-ITEM-CODE AND
                              CO-LOC = MOVE-LOC AND
                              CO-LOT = MOVE-LOT AND
                              CO-ALLOC-QTY = MOVE-QTY
                               MOVE 'Y' TO WS-SO-LINE-FOUND
                               MOVE 'Y' TO WS-ORDER-ENDOF
               ADD 1 TO WS-SO-MATCHED-COUNT
               DISPLAY "COMPLETED ORDER " CO-ORDER-NUMBER
                   " LINE " CO-LINE
               PERFORM 530-WRITE-DESPATCH
           ELSE
               ADD 1 TO WS-SO-FLAGGED-COUNT
               DISPLAY "** FLAGGED - NO PICKED LINE ON ORDER "
                   " QTY " MOVE-QTY
           END-IF.

      *>The item record is still the one just posted, so its
      *>ITEM-PRICE is the price on the day the goods went.
       530-WRITE-DESPATCH.
           IF WS-DESPATCH-AVAILABLE = 'Y'
               MOVE CO-ORDER-NUMBER TO DS-ORDER-NUMBER
               MOVE CO-LINE TO DS-LINE
               MOVE CO-CUST-CODE TO DS-CUST-CODE
               MOVE CO-CUST-NAME TO DS-CUST-NAME
               MOVE CO-ITEM-CODE TO DS-ITEM-CODE
               MOVE CO-ITEM-NAME TO DS-ITEM-NAME
               MOVE CO-ALLOC-QTY TO DS-QTY
               MOVE ITEM-PRICE TO DS-PRICE
               MOVE MOVE-DATE TO DS-DESPATCH-DATE
               MOVE WS-TODAY TO DS-POST-DATE
               WRITE DESPATCH-RECORD
               END-WRITE
               ADD 1 TO WS-DESPATCH-COUNT
           END-IF.

      *>The order line read when the return was checked is still
      *>in the record area; nothing else has touched the order
      *>file since.
       540-RECORD-RETURN-ON-ORDER.
           MOVE WS-RETURNED-TO-DATE TO CO-RETURNED-QTY
           REWRITE CUST-ORDER-RECORD
           END-REWRITE
           ADD 1 TO WS-RETURN-COUNT
           DISPLAY "RETURN ON ORDER " CO-ORDER-NUMBER " LINE "
               CO-LINE " - RETURNED " CO-RETURNED-QTY " OF "
               CO-ALLOC-QTY " INTO QUARANTINE".

       550-APPLY-RECEIPT-TO-PO-LINE.
           COMPUTE WS-NEW-RECEIVED-QTY =
               PO-RECEIVED-QTY + MOVE-QTY
           EVALUATE TRUE
               WHEN MOVE-RECEIPT MOVE 'RECPT' TO AUDIT-ACTION
               WHEN MOVE-ISSUE MOVE 'ISSUE' TO AUDIT-ACTION
               WHEN MOVE-RETURN MOVE 'RETURN' TO AUDIT-ACTION
               WHEN MOVE-DISPOSITION MOVE 'DISPOS' TO AUDIT-ACTION
               WHEN OTHER MOVE 'ADJUST' TO AUDIT-ACTION
           END-EVALUATE
           MOVE ITEM-CODE TO AUDIT-ITEM-CODE
           MOVE 001 TO ML-SEQ
           MOVE MOVE-TYPE TO ML-TYPE
           MOVE MOVE-SIGN TO ML-SIGN
      *>A release is recorded like a transfer: from quarantine to
      *>the sellable location.
           IF MOVE-DISPOSITION AND MOVE-RELEASE
               MOVE WS-QUARANTINE-LOC TO ML-LOC
               MOVE MOVE-LOC TO ML-LOC-2
           ELSE
               MOVE MOVE-LOC TO ML-LOC
               MOVE SPACES TO ML-LOC-2
           END-IF
           MOVE MOVE-QTY TO ML-QTY
           MOVE MOVE-DATE TO ML-DOC-DATE
           MOVE MOVE-REF TO ML-REF
