       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMISE-INQUIRY.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Available-to-promise inquiry for the counter, so a
      *         customer asking when they can have so many of an
      *         item gets an answer from one screen instead of
      *         three. For one item it works out what is free
      *         today - stock on hand in lots that have not
      *         expired, leaving out quarantine, less what open
      *         order lines already claim: allocated and picked
      *         lines, backorders, and lines held for credit,
      *         which take stock as soon as they are released -
      *         then adds what is still to come in on each open
      *         purchase order line on its expected date, and
      *         shows the projected available balance day by day
      *         for every day something is due in. Lines already
      *         past their expected date are counted as due today
      *         and flagged. Given a quantity wanted it answers
      *         the earliest date that quantity can be promised,
      *         or how far short it stays once every open purchase
      *         order has come in. Loops for the next item; enter
      *         0 to finish. Nothing here updates anything.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Stock\lotstock.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT CUST-ORDER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Customer-Orders\custorder.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CO-KEY
           FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Purchase-Orders\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ITEM-FILE.
       01  STOCK-ITEMS.
        02 ITEM-NAME PIC X(20) VALUE SPACES.
        02 ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 ITEM-PRICE PIC 9(5)V99 VALUE ZEROES.
        02 ITEM-QTY PIC 9(5) VALUE ZEROES.
        02 ITEM-STATUS PIC X(1) VALUE 'A'.
           88 ITEM-ACTIVE VALUE 'A'.
           88 ITEM-DISCONTINUED VALUE 'D'.
        02 ITEM-COST PIC 9(5)V99 VALUE ZEROES.

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

       FD  CUST-ORDER-FILE.
       01  CUST-ORDER-RECORD.
        02 CO-KEY.
         03 CO-ORDER-NUMBER PIC 9(6) VALUE ZEROES.
         03 CO-LINE PIC 9(3) VALUE ZEROES.
        02 CO-CUST-NAME PIC X(20) VALUE SPACES.
        02 CO-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 CO-ITEM-NAME PIC X(20) VALUE SPACES.
        02 CO-ORDER-QTY PIC 9(5) VALUE ZEROES.
        02 CO-ALLOC-QTY PIC 9(5) VALUE ZEROES.
        02 CO-LOC PIC X(3) VALUE SPACES.
        02 CO-ORDER-DATE PIC 9(8) VALUE ZEROES.
        02 CO-STATUS PIC X(1) VALUE 'B'.
           88 CO-ALLOCATED VALUE 'A'.
           88 CO-BACKORDER VALUE 'B'.
           88 CO-PICKED VALUE 'P'.
           88 CO-COMPLETE VALUE 'C'.
           88 CO-HELD VALUE 'H'.
        02 CO-CUST-CODE PIC X(6) VALUE SPACES.
        02 CO-RETURNED-QTY PIC 9(5) VALUE ZEROES.
        02 CO-LOT PIC X(10) VALUE SPACES.

       FD  PO-FILE.
       01  PO-RECORD.
        02 PO-KEY.
         03 PO-NUMBER PIC 9(6) VALUE ZEROES.
         03 PO-LINE PIC 9(3) VALUE ZEROES.
        02 PO-SUPP-CODE PIC X(5) VALUE SPACES.
        02 PO-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 PO-ITEM-NAME PIC X(20) VALUE SPACES.
        02 PO-ORDER-QTY PIC 9(5) VALUE ZEROES.
        02 PO-RECEIVED-QTY PIC 9(5) VALUE ZEROES.
        02 PO-PRICE PIC 9(5)V99 VALUE ZEROES.
        02 PO-ORDER-DATE PIC 9(8) VALUE ZEROES.
        02 PO-EXPECTED-DATE PIC 9(8) VALUE ZEROES.
        02 PO-STATUS PIC X(1) VALUE 'O'.
           88 PO-OPEN VALUE 'O'.
           88 PO-PART-RECEIVED VALUE 'P'.
           88 PO-CLOSED VALUE 'C'.
           88 PO-CANCELLED VALUE 'X'.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ORDER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-PO-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-ORDER-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-PO-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-ITEM-FOUND PIC A(1) VALUE 'N'.
       01  WS-LOT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-ORDER-ENDOF PIC A(1) VALUE 'N'.
       01  WS-PO-ENDOF PIC A(1) VALUE 'N'.

       01  WS-INQUIRY-CODE PIC 9(5) VALUE ZEROES.
       01  WS-WANTED-QTY PIC 9(7) VALUE ZEROES.
       01  WS-TODAY PIC 9(8) VALUE ZEROES.

      *>Quarantined stock waits for disposition and is never
      *>promised. Change here to retune.
       01  WS-QUARANTINE-LOC PIC X(3) VALUE 'QTN'.

      *>Today's position for the item.
       01  WS-USABLE-QTY PIC 9(7) VALUE ZEROES.
       01  WS-QUARANTINE-QTY PIC 9(7) VALUE ZEROES.
       01  WS-EXPIRED-QTY PIC 9(7) VALUE ZEROES.
       01  WS-ALLOCATED-QTY PIC 9(7) VALUE ZEROES.
       01  WS-BACKORDER-QTY PIC 9(7) VALUE ZEROES.
       01  WS-HELD-QTY PIC 9(7) VALUE ZEROES.
       01  WS-AVAILABLE-NOW PIC S9(7) VALUE ZEROES.
       01  WS-PROJECTED PIC S9(8) VALUE ZEROES.
       01  WS-OUTSTANDING PIC S9(6) VALUE ZEROES.
       01  WS-ARRIVAL-DATE PIC 9(8) VALUE ZEROES.
       01  WS-PAST-DUE-QTY PIC 9(7) VALUE ZEROES.
       01  WS-PROMISE-DATE PIC 9(8) VALUE ZEROES.
       01  WS-SHORT-QTY PIC S9(8) VALUE ZEROES.

      *>What is still to come in on open purchase order lines, by
      *>expected date, earliest first. Change the limit here and
      *>on the table to retune.
       01  WS-ARRIVAL-MAX PIC 9(2) VALUE 50.
       01  WS-ARRIVAL-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-ARRIVAL-SUB PIC 9(2) VALUE ZEROES.
       01  WS-ARRIVAL-SHIFT PIC 9(2) VALUE ZEROES.
       01  WS-ARRIVAL-OVERFLOW PIC A(1) VALUE 'N'.
       01  WS-ARRIVAL-TABLE.
        02 WS-ARRIVAL-ENTRY OCCURS 50.
         03 WS-AR-DATE PIC 9(8).
         03 WS-AR-QTY PIC 9(7).
         03 WS-AR-LINES PIC 9(3).

       01  WS-DATE-SPLIT.
        02 WS-DATE-YYYY PIC 9(4).
        02 WS-DATE-MM PIC 9(2).
        02 WS-DATE-DD PIC 9(2).
       01  WS-DATE-EDIT PIC 9999/99/99.

       01  WS-QTY-EDIT PIC -Z,ZZZ,ZZ9 VALUE ZEROES.

       01  WS-PROJECTION-LINE.
        02 WS-PL-DATE PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-PL-IN PIC Z,ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-PL-LINES PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-PL-BALANCE PIC -ZZ,ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-PL-NOTE PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ITEM-FILE UNAVAILABLE - STATUS "
                   WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT LOT-STOCK-FILE
           IF WS-LOT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-LOT-AVAILABLE
           END-IF
           OPEN INPUT CUST-ORDER-FILE
           IF WS-ORDER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ORDER-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ORDER-AVAILABLE
           END-IF
           OPEN INPUT PO-FILE
           IF WS-PO-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PO-AVAILABLE
           ELSE
               MOVE 'N' TO WS-PO-AVAILABLE
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           DISPLAY "Available-to-promise inquiry - enter an item "
               "code, 0 to finish."
           PERFORM WITH TEST AFTER UNTIL WS-INQUIRY-CODE = 0
               PERFORM 100-INQUIRE-ONE-ITEM
           END-PERFORM

           IF WS-LOT-AVAILABLE = 'Y'
               CLOSE LOT-STOCK-FILE
           END-IF
           IF WS-ORDER-AVAILABLE = 'Y'
               CLOSE CUST-ORDER-FILE
           END-IF
           IF WS-PO-AVAILABLE = 'Y'
               CLOSE PO-FILE
           END-IF
           CLOSE ITEM-FILE.
           STOP RUN.

       100-INQUIRE-ONE-ITEM.
           DISPLAY "Item code (0 to finish):"
           ACCEPT WS-INQUIRY-CODE
           IF WS-INQUIRY-CODE NOT = 0
               MOVE WS-INQUIRY-CODE TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
               END-READ
               IF WS-ITEM-FOUND = 'N'
                   DISPLAY "Item code " WS-INQUIRY-CODE
                       " is not on file."
               ELSE
                   DISPLAY "Item: " ITEM-NAME
                   IF ITEM-DISCONTINUED
                       DISPLAY "*** Item is discontinued."
                   END-IF
                   DISPLAY "Quantity wanted (0 to show the "
                       "projection only):"
                   ACCEPT WS-WANTED-QTY
                   PERFORM 200-SUM-USABLE-STOCK
                   PERFORM 300-SUM-OPEN-DEMAND
                   PERFORM 400-LOAD-ARRIVALS
                   PERFORM 500-SHOW-PROJECTION
               END-IF
           END-IF.

      *>Stock that can go out today: every lot of the item that
      *>has not passed its expiry date, outside quarantine.
       200-SUM-USABLE-STOCK.
           MOVE ZEROES TO WS-USABLE-QTY
           MOVE ZEROES TO WS-QUARANTINE-QTY
           MOVE ZEROES TO WS-EXPIRED-QTY
           IF WS-LOT-AVAILABLE = 'Y'
               MOVE WS-INQUIRY-CODE TO LOT-ITEM-CODE
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
                           IF LOT-ITEM-CODE NOT = WS-INQUIRY-CODE
                               MOVE 'Y' TO WS-LOT-ENDOF
                           ELSE
                               PERFORM 250-ADD-ONE-LOT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       250-ADD-ONE-LOT.
           EVALUATE TRUE
               WHEN LOT-WH-CODE = WS-QUARANTINE-LOC
                   ADD LOT-QTY TO WS-QUARANTINE-QTY
               WHEN LOT-EXPIRY-DATE > 0 AND
                    LOT-EXPIRY-DATE < WS-TODAY
                   ADD LOT-QTY TO WS-EXPIRED-QTY
               WHEN OTHER
                   ADD LOT-QTY TO WS-USABLE-QTY
           END-EVALUATE.

      *>Allocated and picked lines claim what they were given;
      *>backordered and held lines claim their whole quantity.
       300-SUM-OPEN-DEMAND.
           MOVE ZEROES TO WS-ALLOCATED-QTY
           MOVE ZEROES TO WS-BACKORDER-QTY
           MOVE ZEROES TO WS-HELD-QTY
           IF WS-ORDER-AVAILABLE = 'Y'
               MOVE ZEROES TO CO-ORDER-NUMBER
               MOVE ZEROES TO CO-LINE
               MOVE 'N' TO WS-ORDER-ENDOF
               START CUST-ORDER-FILE KEY >= CO-KEY
                   INVALID KEY MOVE 'Y' TO WS-ORDER-ENDOF
               END-START
               PERFORM UNTIL WS-ORDER-ENDOF = 'Y'
                   READ CUST-ORDER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-ORDER-ENDOF
                       NOT AT END
                           IF CO-ITEM-CODE = WS-INQUIRY-CODE
                               EVALUATE TRUE
                                   WHEN CO-ALLOCATED
                                   WHEN CO-PICKED
                                       ADD CO-ALLOC-QTY
                                           TO WS-ALLOCATED-QTY
                                   WHEN CO-BACKORDER
                                       ADD CO-ORDER-QTY
                                           TO WS-BACKORDER-QTY
                                   WHEN CO-HELD
                                       ADD CO-ORDER-QTY
                                           TO WS-HELD-QTY
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE WS-AVAILABLE-NOW = WS-USABLE-QTY
               - WS-ALLOCATED-QTY - WS-BACKORDER-QTY - WS-HELD-QTY.

      *>Every purchase order line still open for the item, with
      *>what is left to come in on it. A line with no expected
      *>date, or one already past it, is counted as due today.
       400-LOAD-ARRIVALS.
           MOVE ZEROES TO WS-ARRIVAL-COUNT
           MOVE ZEROES TO WS-PAST-DUE-QTY
           MOVE 'N' TO WS-ARRIVAL-OVERFLOW
           IF WS-PO-AVAILABLE = 'Y'
               MOVE ZEROES TO PO-NUMBER
               MOVE ZEROES TO PO-LINE
               MOVE 'N' TO WS-PO-ENDOF
               START PO-FILE KEY >= PO-KEY
                   INVALID KEY MOVE 'Y' TO WS-PO-ENDOF
               END-START
               PERFORM UNTIL WS-PO-ENDOF = 'Y'
                   READ PO-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-PO-ENDOF
                       NOT AT END
                           IF PO-ITEM-CODE = WS-INQUIRY-CODE AND
                              (PO-OPEN OR PO-PART-RECEIVED)
                               PERFORM 450-ADD-ONE-ARRIVAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       450-ADD-ONE-ARRIVAL.
           COMPUTE WS-OUTSTANDING = PO-ORDER-QTY - PO-RECEIVED-QTY
           IF WS-OUTSTANDING > 0
               IF PO-EXPECTED-DATE NOT NUMERIC OR
                  PO-EXPECTED-DATE < WS-TODAY
                   MOVE WS-TODAY TO WS-ARRIVAL-DATE
                   ADD WS-OUTSTANDING TO WS-PAST-DUE-QTY
               ELSE
                   MOVE PO-EXPECTED-DATE TO WS-ARRIVAL-DATE
               END-IF
               PERFORM VARYING WS-ARRIVAL-SUB FROM 1 BY 1
                   UNTIL WS-ARRIVAL-SUB > WS-ARRIVAL-COUNT
                   OR WS-AR-DATE (WS-ARRIVAL-SUB) >= WS-ARRIVAL-DATE
                   CONTINUE
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-ARRIVAL-SUB <= WS-ARRIVAL-COUNT AND
                        WS-AR-DATE (WS-ARRIVAL-SUB) = WS-ARRIVAL-DATE
                       ADD WS-OUTSTANDING
                           TO WS-AR-QTY (WS-ARRIVAL-SUB)
                       ADD 1 TO WS-AR-LINES (WS-ARRIVAL-SUB)
                   WHEN WS-ARRIVAL-COUNT >= WS-ARRIVAL-MAX
      *>No room for another date: the latest dates fall off, so
      *>the answer can only err towards promising later.
                       MOVE 'Y' TO WS-ARRIVAL-OVERFLOW
                   WHEN OTHER
                       PERFORM 460-OPEN-ARRIVAL-DATE
               END-EVALUATE
           END-IF.

      *>Slides the later dates down one place to keep the table
      *>in date order, then fills the gap.
       460-OPEN-ARRIVAL-DATE.
           PERFORM VARYING WS-ARRIVAL-SHIFT FROM WS-ARRIVAL-COUNT
               BY -1 UNTIL WS-ARRIVAL-SHIFT < WS-ARRIVAL-SUB
               MOVE WS-ARRIVAL-ENTRY (WS-ARRIVAL-SHIFT)
                   TO WS-ARRIVAL-ENTRY (WS-ARRIVAL-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-ARRIVAL-COUNT
           MOVE WS-ARRIVAL-DATE TO WS-AR-DATE (WS-ARRIVAL-SUB)
           MOVE WS-OUTSTANDING TO WS-AR-QTY (WS-ARRIVAL-SUB)
           MOVE 1 TO WS-AR-LINES (WS-ARRIVAL-SUB).

      *>The projection only changes on a day something is due in,
      *>so those are the days shown. The first day the projected
      *>balance covers the quantity wanted is the promise date.
       500-SHOW-PROJECTION.
           DISPLAY "  ON HAND, USABLE          " WS-USABLE-QTY
           IF WS-QUARANTINE-QTY > 0 OR WS-EXPIRED-QTY > 0
               DISPLAY "  (NOT COUNTED: QUARANTINE " WS-QUARANTINE-QTY
                   ", EXPIRED LOTS " WS-EXPIRED-QTY ")"
           END-IF
           DISPLAY "  LESS ALLOCATED/PICKED    " WS-ALLOCATED-QTY
           DISPLAY "  LESS BACKORDERED         " WS-BACKORDER-QTY
           DISPLAY "  LESS HELD FOR CREDIT     " WS-HELD-QTY
           MOVE WS-AVAILABLE-NOW TO WS-QTY-EDIT
           DISPLAY "  AVAILABLE NOW          " WS-QTY-EDIT
           IF WS-LOT-AVAILABLE = 'N'
               DISPLAY "  LOT STOCK FILE UNAVAILABLE - STATUS "
                   WS-LOT-FILE-STATUS " - NO STOCK COUNTED."
           END-IF
           IF WS-ORDER-AVAILABLE = 'N'
               DISPLAY "  ORDER FILE UNAVAILABLE - STATUS "
                   WS-ORDER-FILE-STATUS " - NO CLAIMS COUNTED."
           END-IF
           IF WS-PO-AVAILABLE = 'N'
               DISPLAY "  PURCHASE ORDER FILE UNAVAILABLE - STATUS "
                   WS-PO-FILE-STATUS " - NOTHING DUE IN."
           END-IF
           DISPLAY "DATE         DUE IN  LINES    PROJECTED"
           DISPLAY "----------  --------  -----  -----------"
           MOVE WS-AVAILABLE-NOW TO WS-PROJECTED
           MOVE ZEROES TO WS-PROMISE-DATE
           IF WS-PROJECTED >= WS-WANTED-QTY
               MOVE WS-TODAY TO WS-PROMISE-DATE
           END-IF
           MOVE SPACES TO WS-PROJECTION-LINE
           MOVE WS-TODAY TO WS-DATE-SPLIT
           PERFORM 550-EDIT-DATE
           MOVE WS-DATE-EDIT TO WS-PL-DATE
           MOVE WS-PROJECTED TO WS-PL-BALANCE
           MOVE "ON HAND TODAY" TO WS-PL-NOTE
           DISPLAY WS-PROJECTION-LINE
           PERFORM VARYING WS-ARRIVAL-SUB FROM 1 BY 1
               UNTIL WS-ARRIVAL-SUB > WS-ARRIVAL-COUNT
               PERFORM 520-SHOW-ONE-ARRIVAL
           END-PERFORM
           IF WS-PAST-DUE-QTY > 0
               DISPLAY "  " WS-PAST-DUE-QTY " OF TODAY'S DUE-IN IS "
                   "ON LINES PAST THEIR EXPECTED DATE - CHASE THE "
                   "SUPPLIER BEFORE PROMISING ON IT."
           END-IF
           IF WS-ARRIVAL-OVERFLOW = 'Y'
               DISPLAY "  MORE THAN 50 DELIVERY DATES - THE LATEST "
                   "ARE NOT SHOWN OR COUNTED."
           END-IF
           IF WS-WANTED-QTY > 0
               IF WS-PROMISE-DATE = 0
                   COMPUTE WS-SHORT-QTY = WS-WANTED-QTY - WS-PROJECTED
                   MOVE WS-SHORT-QTY TO WS-QTY-EDIT
                   DISPLAY "CANNOT PROMISE " WS-WANTED-QTY
                       " - STILL SHORT " WS-QTY-EDIT
                       " AFTER EVERY OPEN PURCHASE ORDER."
               ELSE
                   MOVE WS-PROMISE-DATE TO WS-DATE-SPLIT
                   PERFORM 550-EDIT-DATE
                   DISPLAY "EARLIEST PROMISE DATE FOR " WS-WANTED-QTY
                       ": " WS-DATE-EDIT
               END-IF
           END-IF.

       520-SHOW-ONE-ARRIVAL.
           ADD WS-AR-QTY (WS-ARRIVAL-SUB) TO WS-PROJECTED
           MOVE SPACES TO WS-PROJECTION-LINE
           MOVE WS-AR-DATE (WS-ARRIVAL-SUB) TO WS-DATE-SPLIT
           PERFORM 550-EDIT-DATE
           MOVE WS-DATE-EDIT TO WS-PL-DATE
           MOVE WS-AR-QTY (WS-ARRIVAL-SUB) TO WS-PL-IN
           MOVE WS-AR-LINES (WS-ARRIVAL-SUB) TO WS-PL-LINES
           MOVE WS-PROJECTED TO WS-PL-BALANCE
           IF WS-PROMISE-DATE = 0 AND WS-PROJECTED >= WS-WANTED-QTY
               MOVE WS-AR-DATE (WS-ARRIVAL-SUB) TO WS-PROMISE-DATE
               IF WS-WANTED-QTY > 0
                   MOVE "<-- PROMISE DATE" TO WS-PL-NOTE
               END-IF
           END-IF
           DISPLAY WS-PROJECTION-LINE.

       550-EDIT-DATE.
           MOVE WS-DATE-YYYY TO WS-DATE-EDIT (1:4)
           MOVE WS-DATE-MM TO WS-DATE-EDIT (6:2)
           MOVE WS-DATE-DD TO WS-DATE-EDIT (9:2).
