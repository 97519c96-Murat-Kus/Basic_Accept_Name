      *         re-allocates backordered lines after receipts have
      *         posted. Order numbers come from the last-number
      *         control file and never repeat.
      *         Orders are taken against an account code on the
      *         customer master; an unknown or inactive account is
      *         turned away. An order that would take the account's
      *         open order value - every line not yet complete,
      *         at ITEM-PRICE - past its credit limit is held
      *         whole, nothing allocated, until a supervisor signs
      *         on and releases it. Sales can list any account's
      *         open and backordered lines with their value.
      *         Customer returns are booked into the quarantine
      *         location by the posting run; stock there waits for
      *         disposition and is never allocated to an order.
      *         Each order line carries the quantity returned
      *         against it so far.
      *         Stock is allocated by lot, first expiry first out:
      *         of the lots that can fill the line whole, the one
      *         expiring soonest is taken, undated stock last, and
      *         lots already past their expiry are not used. The
      *         lot goes on the order line, the picking list and
      *         the issue movement so the picker pulls the right
      *         batch.
      *         A line that has to be backordered is quoted the
      *         earliest date it can be promised, worked out the
      *         same way as PROMISE-INQUIRY: usable stock less
      *         every open line's claim, this one included, plus
      *         what open purchase orders still have to bring in
      *         on their expected dates. The quote is told to the
      *         customer at entry; it is not kept on the line.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Stock\lotstock.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Purchase-Orders\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT MOVE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Post-Movements\movefile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT CUSTOMER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Customer-Master\custmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CUST-CODE
           FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Operator-Master\opermast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT SIGNIN-LOG ASSIGN TO
           "C:\Coding etc\Github Cobol\Basic_Accept_Name\signinlog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT PICK-SORT ASSIGN TO
           "C:\Coding etc\Github Cobol\Customer-Orders\sortwork".

           88 CO-BACKORDER VALUE 'B'.
           88 CO-PICKED VALUE 'P'.
           88 CO-COMPLETE VALUE 'C'.
           88 CO-HELD VALUE 'H'.
        02 CO-CUST-CODE PIC X(6) VALUE SPACES.
        02 CO-RETURNED-QTY PIC 9(5) VALUE ZEROES.
        02 CO-LOT PIC X(10) VALUE SPACES.

       FD  ORDER-NUMBER-FILE.
       01  ORDER-NUMBER-RECORD.
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

       FD  MOVE-FILE.
       01  MOVE-RECORD.
      *>Unit cost of a receipt; always zero on the issues this
      *>program writes.
        02 MOVE-COST PIC 9(5)V99 VALUE ZEROES.
        02 MOVE-LOT PIC X(10) VALUE SPACES.
        02 MOVE-EXPIRY PIC 9(8) VALUE ZEROES.

       FD  REPORT-FILE.
       01  PRINT-LINE PIC X(132).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
        02 CUST-CODE PIC X(6) VALUE SPACES.
        02 CUST-NAME PIC X(20) VALUE SPACES.
        02 CUST-ADDR-1 PIC X(25) VALUE SPACES.
        02 CUST-ADDR-2 PIC X(25) VALUE SPACES.
        02 CUST-TOWN PIC X(20) VALUE SPACES.
        02 CUST-POSTCODE PIC X(8) VALUE SPACES.
        02 CUST-TERMS-DAYS PIC 9(3) VALUE ZEROES.
        02 CUST-CREDIT-LIMIT PIC 9(7)V99 VALUE ZEROES.
        02 CUST-STATUS PIC X(1) VALUE 'A'.
           88 CUST-ACTIVE VALUE 'A'.
           88 CUST-INACTIVE VALUE 'I'.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
        02 OPER-ID PIC X(8) VALUE SPACES.
        02 OPER-NAME PIC X(20) VALUE SPACES.
        02 OPER-PASSWORD PIC X(8) VALUE SPACES.
        02 OPER-ACCESS-LEVEL PIC 9(1) VALUE ZEROES.
           88 OPER-SUPERVISOR VALUE 9.
        02 OPER-STATUS PIC X(1) VALUE 'A'.
           88 OPER-ACC-ACTIVE VALUE 'A'.
           88 OPER-LOCKED VALUE 'L'.
        02 OPER-FAIL-COUNT PIC 9(1) VALUE ZEROES.
        02 OPER-PWD-DATE PIC 9(8) VALUE ZEROES.

       FD  SIGNIN-LOG.
       01  SIGNIN-LOG-RECORD.
        02 SL-TIMESTAMP PIC X(21) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 SL-USER-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 SL-RESULT PIC X(4) VALUE SPACES.

       SD  PICK-SORT.
       01  PICK-SORT-REC.
        02 PK-LOC PIC X(3).
        02 PK-ITEM-CODE PIC 9(5).
        02 PK-ITEM-NAME PIC X(20).
        02 PK-ALLOC-QTY PIC 9(5).
        02 PK-LOT PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-ORDER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-NUMBER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-FILE-STATUS PIC X(2) VALUE ZEROES.

       01  WS-MENU-CHOICE PIC X(1) VALUE SPACES.
       01  WS-ITEM-FOUND PIC A(1) VALUE 'N'.
       01  WS-ORDER-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LOT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-SORT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LINE-DONE PIC A(1) VALUE 'N'.

       01  WS-ENTRY-QTY PIC 9(5) VALUE ZEROES.
       01  WS-TODAY PIC 9(8) VALUE ZEROES.

       01  WS-CUST-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-CUST-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-CUST-FOUND PIC A(1) VALUE 'N'.
       01  WS-CUST-CODE PIC X(6) VALUE SPACES.

      *>Credit control: what the account already has open, what
      *>this order adds, and whether the order has gone over.
       01  WS-CREDIT-LIMIT PIC 9(7)V99 VALUE ZEROES.
       01  WS-OPEN-VALUE PIC 9(9)V99 VALUE ZEROES.
       01  WS-ORDER-VALUE PIC 9(9)V99 VALUE ZEROES.
       01  WS-LINE-VALUE PIC 9(9)V99 VALUE ZEROES.
       01  WS-EXPOSURE PIC 9(9)V99 VALUE ZEROES.
       01  WS-ORDER-HELD PIC A(1) VALUE 'N'.
       01  WS-HELD-COUNT PIC 9(5) VALUE ZEROES.

       01  WS-RELEASE-ORDER PIC 9(6) VALUE ZEROES.
       01  WS-RELEASE-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-RELEASE-ALLOC PIC 9(5) VALUE ZEROES.
       01  WS-INQUIRY-COUNT PIC 9(5) VALUE ZEROES.

       01  WS-OPER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-SIGNED-ON PIC A(1) VALUE 'N'.
       01  WS-SIGNON-ATTEMPTS PIC 9(1) VALUE ZEROES.
       01  WS-MAX-ATTEMPTS PIC 9(1) VALUE 3.
       01  WS-SIGNON-ID PIC X(8) VALUE SPACES.
       01  WS-SIGNON-PASSWORD PIC X(8) VALUE SPACES.
       01  WS-SIGNON-LEVEL PIC 9(1) VALUE ZEROES.
       01  WS-OPER-FOUND PIC A(1) VALUE 'N'.

      *>Lockout and ageing settings - change here to retune.
       01  WS-LOCK-AFTER-FAILS PIC 9(1) VALUE 3.
       01  WS-PWD-MAX-DAYS PIC 9(3) VALUE 090.
       01  WS-SIGNON-TODAY PIC 9(8) VALUE ZEROES.
       01  WS-SIGNON-TODAY-INT PIC 9(7) VALUE ZEROES.
       01  WS-PWD-INT PIC 9(7) VALUE ZEROES.
       01  WS-PWD-AGE PIC S9(5) VALUE ZEROES.
       01  WS-NEW-PASSWORD PIC X(8) VALUE SPACES.
       01  WS-NEW-PASSWORD-2 PIC X(8) VALUE SPACES.

       01  WS-INQUIRY-LINE.
        02 WS-IQ-ORDER PIC 9(6) VALUE ZEROES.
        02 FILLER PIC X(1) VALUE "/".
        02 WS-IQ-LINE PIC 9(3) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-IQ-DATE PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-IQ-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-IQ-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-IQ-QTY PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-IQ-VALUE PIC Z,ZZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-IQ-STATUS PIC X(10) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 WS-IQ-LOC PIC X(3) VALUE SPACES.

       01  WS-VALUE-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

      *>Returned goods wait in this location for disposition and
      *>are never allocated. Change here to retune.
       01  WS-QUARANTINE-LOC PIC X(3) VALUE 'QTN'.

      *>Open allocations already claimed against the item, totted
      *>up by location and lot so a new line only sees what is
      *>truly free.
       01  WS-ALLOC-SUB PIC 9(2) VALUE ZEROES.
       01  WS-ALLOC-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-ALLOC-TOTALS.
        02 WS-ALLOC-ENTRY OCCURS 20.
         03 WS-AL-LOC PIC X(3) VALUE SPACES.
         03 WS-AL-LOT PIC X(10) VALUE SPACES.
         03 WS-AL-QTY PIC 9(7) VALUE ZEROES.
       01  WS-ALLOC-ITEM PIC 9(5) VALUE ZEROES.
       01  WS-ALLOC-NEED PIC 9(5) VALUE ZEROES.
       01  WS-ALLOC-OVERFLOW PIC A(1) VALUE 'N'.
       01  WS-AVAILABLE-QTY PIC S9(7) VALUE ZEROES.
       01  WS-ALLOC-LOC PIC X(3) VALUE SPACES.
       01  WS-ALLOC-LOT PIC X(10) VALUE SPACES.
       01  WS-ALLOC-DONE PIC A(1) VALUE 'N'.
      *>Expiry used to rank lots; undated stock ranks last.
       01  WS-LOT-RANK PIC 9(8) VALUE ZEROES.
       01  WS-BEST-RANK PIC 9(8) VALUE ZEROES.

      *>Promise-date quote for a backordered line: what is free
      *>today across every usable lot less every open claim, then
      *>what is due in on open purchase order lines, earliest date
      *>first. Change the limit here and on the table to retune.
       01  WS-PO-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-PO-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-PO-ENDOF PIC A(1) VALUE 'N'.
       01  WS-PROMISE-NOW PIC S9(8) VALUE ZEROES.
       01  WS-PROMISE-BALANCE PIC S9(8) VALUE ZEROES.
       01  WS-PROMISE-DATE PIC 9(8) VALUE ZEROES.
       01  WS-PROMISE-PAST-DUE PIC 9(7) VALUE ZEROES.
       01  WS-OUTSTANDING PIC S9(6) VALUE ZEROES.
       01  WS-ARRIVAL-DATE PIC 9(8) VALUE ZEROES.
       01  WS-ARRIVAL-MAX PIC 9(2) VALUE 50.
       01  WS-ARRIVAL-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-ARRIVAL-SUB PIC 9(2) VALUE ZEROES.
       01  WS-ARRIVAL-SHIFT PIC 9(2) VALUE ZEROES.
       01  WS-ARRIVAL-TABLE.
        02 WS-ARRIVAL-ENTRY OCCURS 50.
         03 WS-AR-DATE PIC 9(8).
         03 WS-AR-QTY PIC 9(7).
       01  WS-SHORT-EDIT PIC -Z,ZZZ,ZZ9 VALUE ZEROES.

       01  WS-CONFIRM-ORDER PIC 9(6) VALUE ZEROES.
       01  WS-CONFIRM-COUNT PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-PD-QTY PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-PD-LOT PIC X(10) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-PD-CUST PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOT-STOCK-FILE
           IF WS-LOT-FILE-STATUS NOT = '00'
               DISPLAY "LOT STOCK FILE UNAVAILABLE - STATUS "
                   WS-LOT-FILE-STATUS
               CLOSE CUST-ORDER-FILE
               CLOSE ITEM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CUST-AVAILABLE
           ELSE
               MOVE 'N' TO WS-CUST-AVAILABLE
           END-IF
           OPEN INPUT PO-FILE
           IF WS-PO-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PO-AVAILABLE
           ELSE
               MOVE 'N' TO WS-PO-AVAILABLE
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           DISPLAY "Welcome to the Customer Order App"
           DISPLAY "2. Print the picking list"
           DISPLAY "3. Confirm an order's picks"
           DISPLAY "4. Retry backordered lines"
           DISPLAY "5. Release a held order (supervisor)"
           DISPLAY "6. List a customer's open lines"
           DISPLAY "Enter your choice:"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN '2' PERFORM 500-PRINT-PICKING-LIST
               WHEN '3' PERFORM 600-CONFIRM-ORDER-PICKS
               WHEN '4' PERFORM 700-RETRY-BACKORDERS
               WHEN '5' PERFORM 800-RELEASE-HELD-ORDER
               WHEN '6' PERFORM 900-LIST-CUSTOMER-LINES
               WHEN OTHER DISPLAY "Invalid choice - nothing done."
           END-EVALUATE

           CLOSE CUST-ORDER-FILE
           CLOSE ITEM-FILE
           CLOSE LOT-STOCK-FILE
           IF WS-CUST-AVAILABLE = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PO-AVAILABLE = 'Y'
               CLOSE PO-FILE
           END-IF.
           STOP RUN.

       100-ENTER-ONE-ORDER.
           PERFORM 120-ACCEPT-ACCOUNT
           IF WS-CUST-FOUND = 'Y'
               PERFORM 170-SUM-OPEN-ORDER-VALUE
               MOVE ZEROES TO WS-ORDER-VALUE
               MOVE 'N' TO WS-ORDER-HELD
               PERFORM 150-READ-LAST-ORDER-NUMBER
               ADD 1 TO WS-LAST-ORDER-NUMBER
               MOVE WS-LAST-ORDER-NUMBER TO WS-ORDER-NUMBER
               MOVE ZEROES TO WS-ORDER-LINE
               DISPLAY "ORDER " WS-ORDER-NUMBER " FOR " WS-CUST-CODE
                   " " WS-CUST-NAME
               MOVE WS-OPEN-VALUE TO WS-VALUE-EDIT
               DISPLAY "Open order value " WS-VALUE-EDIT
               MOVE WS-CREDIT-LIMIT TO WS-VALUE-EDIT
               DISPLAY "Credit limit     " WS-VALUE-EDIT
               MOVE 'N' TO WS-LINE-DONE
               PERFORM UNTIL WS-LINE-DONE = 'Y'
                   DISPLAY "Item code (0 to finish the order):"
                       " not raised."
               ELSE
                   PERFORM 160-RECORD-LAST-ORDER-NUMBER
                   IF WS-ORDER-HELD = 'Y'
                       PERFORM 180-HOLD-WHOLE-ORDER
                   END-IF
                   DISPLAY "Order " WS-ORDER-NUMBER " saved with "
                       WS-ORDER-LINE " line(s)."
               END-IF
           END-IF.

      *>Orders are only taken for an account on the customer
      *>master that is still active; the master's name goes on
      *>the order lines so the picking list reads the same way
      *>every time.
       120-ACCEPT-ACCOUNT.
           MOVE 'N' TO WS-CUST-FOUND
           IF WS-CUST-AVAILABLE = 'N'
               DISPLAY "CUSTOMER MASTER UNAVAILABLE - STATUS "
                   WS-CUST-FILE-STATUS
               DISPLAY "Set the accounts up with the customer "
                   "maintenance app first. Nothing done."
           ELSE
               DISPLAY "Please enter the customer account code:"
               ACCEPT WS-CUST-CODE
               MOVE WS-CUST-CODE TO CUST-CODE
               READ CUSTOMER-FILE
                   INVALID KEY MOVE 'N' TO WS-CUST-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND
               END-READ
               IF WS-CUST-FOUND = 'N'
                   DISPLAY "Account " WS-CUST-CODE
                       " is not on the customer master - "
                       "nothing done."
               ELSE
                   IF CUST-INACTIVE
                       DISPLAY "Account " WS-CUST-CODE " " CUST-NAME
                           " is not active - nothing done."
                       MOVE 'N' TO WS-CUST-FOUND
                   ELSE
                       MOVE CUST-NAME TO WS-CUST-NAME
                       MOVE CUST-CREDIT-LIMIT TO WS-CREDIT-LIMIT
                   END-IF
               END-IF
           END-IF.

       150-READ-LAST-ORDER-NUMBER.
           MOVE ZEROES TO WS-LAST-ORDER-NUMBER
           OPEN INPUT ORDER-NUMBER-FILE
           END-WRITE
           CLOSE ORDER-NUMBER-FILE.

      *>Open order value for the account: every line not yet
      *>complete - held, backordered, allocated or picked - at
      *>today's ITEM-PRICE. Used for both the credit check and
      *>the customer inquiry; the item record area is borrowed,
      *>so this runs before any line is keyed.
       170-SUM-OPEN-ORDER-VALUE.
           MOVE ZEROES TO WS-OPEN-VALUE
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
                       IF CO-CUST-CODE = WS-CUST-CODE AND
                          NOT CO-COMPLETE
                           PERFORM 175-VALUE-ORDER-LINE
                           ADD WS-LINE-VALUE TO WS-OPEN-VALUE
                       END-IF
               END-READ
           END-PERFORM.

       175-VALUE-ORDER-LINE.
           MOVE CO-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY MOVE ZEROES TO ITEM-PRICE
           END-READ
           COMPUTE WS-LINE-VALUE = CO-ORDER-QTY * ITEM-PRICE
               ON SIZE ERROR MOVE 999999999.99 TO WS-LINE-VALUE
           END-COMPUTE.

      *>An order that went over the limit part-way through is
      *>held whole: lines keyed before the limit was reached gave
      *>back their allocation so nothing is picked until a
      *>supervisor releases the order.
       180-HOLD-WHOLE-ORDER.
           MOVE ZEROES TO WS-HELD-COUNT
           MOVE WS-ORDER-NUMBER TO CO-ORDER-NUMBER
           MOVE ZEROES TO CO-LINE
           MOVE 'N' TO WS-ORDER-ENDOF
           START CUST-ORDER-FILE KEY >= CO-KEY
               INVALID KEY MOVE 'Y' TO WS-ORDER-ENDOF
           END-START
           PERFORM UNTIL WS-ORDER-ENDOF = 'Y'
               READ CUST-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ORDER-ENDOF
                   NOT AT END
                       IF CO-ORDER-NUMBER NOT = WS-ORDER-NUMBER
                           MOVE 'Y' TO WS-ORDER-ENDOF
                       ELSE
                           IF NOT CO-HELD
                               MOVE ZEROES TO CO-ALLOC-QTY
                               MOVE SPACES TO CO-LOC
                               MOVE SPACES TO CO-LOT
                               SET CO-HELD TO TRUE
                               REWRITE CUST-ORDER-RECORD
                               END-REWRITE
                           END-IF
                           ADD 1 TO WS-HELD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ORDER-VALUE TO WS-VALUE-EDIT
           DISPLAY "*** ORDER " WS-ORDER-NUMBER " HELD - CREDIT "
               "LIMIT EXCEEDED. ORDER VALUE " WS-VALUE-EDIT
           DISPLAY "*** " WS-HELD-COUNT " line(s) await supervisor "
               "release - nothing allocated.".

       200-ENTER-ONE-LINE.
           MOVE WS-ENTRY-CODE TO ITEM-CODE
           READ ITEM-FILE
                   IF WS-ENTRY-QTY = 0
                       DISPLAY "Zero quantity - line not saved."
                   ELSE
                       PERFORM 220-CHECK-CREDIT
                       PERFORM 250-SAVE-ORDER-LINE
                   END-IF
           END-EVALUATE.

      *>Once the account's open value plus this order passes the
      *>credit limit the order is held from this line on, and the
      *>lines already keyed are put on hold when the order closes.
       220-CHECK-CREDIT.
           COMPUTE WS-LINE-VALUE = WS-ENTRY-QTY * ITEM-PRICE
           ADD WS-LINE-VALUE TO WS-ORDER-VALUE
           COMPUTE WS-EXPOSURE = WS-OPEN-VALUE + WS-ORDER-VALUE
               ON SIZE ERROR MOVE 999999999.99 TO WS-EXPOSURE
           END-COMPUTE
           IF WS-EXPOSURE > WS-CREDIT-LIMIT
              AND WS-ORDER-HELD = 'N'
               MOVE 'Y' TO WS-ORDER-HELD
               MOVE WS-EXPOSURE TO WS-VALUE-EDIT
               DISPLAY "Open value would reach " WS-VALUE-EDIT
                   " - over the credit limit; order will be held."
           END-IF.

      *>The allocation scan reads through the order file, so the
      *>new line is only built in the record area once the scan is
      *>done, just before it is written.
           ADD 1 TO WS-ORDER-LINE
           MOVE WS-ENTRY-CODE TO WS-ALLOC-ITEM
           MOVE WS-ENTRY-QTY TO WS-ALLOC-NEED
           IF WS-ORDER-HELD = 'Y'
               MOVE 'N' TO WS-ALLOC-DONE
           ELSE
               PERFORM 300-ALLOCATE-ORDER-LINE
           END-IF
           MOVE WS-ORDER-NUMBER TO CO-ORDER-NUMBER
           MOVE WS-ORDER-LINE TO CO-LINE
           MOVE WS-CUST-NAME TO CO-CUST-NAME
           MOVE WS-CUST-CODE TO CO-CUST-CODE
           MOVE WS-ENTRY-CODE TO CO-ITEM-CODE
           MOVE ITEM-NAME TO CO-ITEM-NAME
           MOVE WS-ENTRY-QTY TO CO-ORDER-QTY
           MOVE WS-TODAY TO CO-ORDER-DATE
           MOVE ZEROES TO CO-RETURNED-QTY
           IF WS-ALLOC-DONE = 'Y'
               MOVE WS-ENTRY-QTY TO CO-ALLOC-QTY
               MOVE WS-ALLOC-LOC TO CO-LOC
               MOVE WS-ALLOC-LOT TO CO-LOT
               SET CO-ALLOCATED TO TRUE
           ELSE
               MOVE ZEROES TO CO-ALLOC-QTY
               MOVE SPACES TO CO-LOC
               MOVE SPACES TO CO-LOT
               IF WS-ORDER-HELD = 'Y'
                   SET CO-HELD TO TRUE
               ELSE
                   SET CO-BACKORDER TO TRUE
               END-IF
           END-IF
           WRITE CUST-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Order line " CO-ORDER-NUMBER "/" CO-LINE
                       " already on file - not saved."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CO-ALLOCATED
                           DISPLAY "Line " CO-LINE " allocated "
                               CO-ALLOC-QTY " at " CO-LOC
                               " lot " CO-LOT
                       WHEN CO-HELD
                           DISPLAY "Line " CO-LINE " HELD - over "
                               "credit limit."
                       WHEN OTHER
                           DISPLAY "Line " CO-LINE " BACKORDERED - "
                               "no location can fill it."
                           PERFORM 400-QUOTE-PROMISE-DATE
                   END-EVALUATE
           END-WRITE.

      *>A line is allocated whole from one lot at one location:
      *>of the lots whose on-hand less the open allocations of
      *>other lines covers it, the one with the earliest expiry
      *>wins, undated stock last and ties to the first location
      *>in key order. A line no lot can cover stays a backorder.
      *>Works entirely from WS-ALLOC-ITEM and WS-ALLOC-NEED
      *>because the scan re-uses the order file's record area.
       300-ALLOCATE-ORDER-LINE.
           PERFORM 350-SUM-OPEN-ALLOCATIONS
           MOVE 'N' TO WS-ALLOC-DONE
           MOVE 99999999 TO WS-BEST-RANK
           IF WS-ALLOC-OVERFLOW = 'Y'
               DISPLAY "OPEN CLAIMS ON ITEM " WS-ALLOC-ITEM
                   " SPAN MORE THAN 20 LOTS - LINE HELD "
                   "AS BACKORDER; RETRY AFTER PICKS POST."
               MOVE 'Y' TO WS-LOT-ENDOF
           ELSE
               MOVE 'N' TO WS-LOT-ENDOF
           END-IF
           MOVE WS-ALLOC-ITEM TO LOT-ITEM-CODE
           MOVE SPACES TO LOT-WH-CODE
           MOVE SPACES TO LOT-NUMBER
           IF WS-LOT-ENDOF = 'N'
               START LOT-STOCK-FILE KEY >= LOT-KEY
                   INVALID KEY MOVE 'Y' TO WS-LOT-ENDOF
               END-START
           END-IF
           PERFORM UNTIL WS-LOT-ENDOF = 'Y'
               READ LOT-STOCK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOT-ENDOF
                   NOT AT END
                       IF LOT-ITEM-CODE NOT = WS-ALLOC-ITEM
                           MOVE 'Y' TO WS-LOT-ENDOF
                       ELSE
                           IF LOT-WH-CODE NOT = WS-QUARANTINE-LOC AND
                              (LOT-EXPIRY-DATE = 0 OR
                               LOT-EXPIRY-DATE >= WS-TODAY)
                               PERFORM 380-TRY-ONE-LOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-ALLOC-OVERFLOW
           MOVE ZEROES TO WS-ALLOC-COUNT
           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
               UNTIL WS-ALLOC-SUB > 20
               MOVE SPACES TO WS-AL-LOC (WS-ALLOC-SUB)
               MOVE SPACES TO WS-AL-LOT (WS-ALLOC-SUB)
               MOVE ZEROES TO WS-AL-QTY (WS-ALLOC-SUB)
           END-PERFORM
           MOVE ZEROES TO CO-ORDER-NUMBER
       360-ADD-TO-ALLOC-TOTAL.
           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
               UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT
               OR (WS-AL-LOC (WS-ALLOC-SUB) = CO-LOC
               AND WS-AL-LOT (WS-ALLOC-SUB) = CO-LOT)
               CONTINUE
           END-PERFORM
           IF WS-ALLOC-SUB > WS-ALLOC-COUNT
               IF WS-ALLOC-COUNT < 20
                   ADD 1 TO WS-ALLOC-COUNT
                   MOVE CO-LOC TO WS-AL-LOC (WS-ALLOC-COUNT)
                   MOVE CO-LOT TO WS-AL-LOT (WS-ALLOC-COUNT)
                   MOVE CO-ALLOC-QTY TO WS-AL-QTY (WS-ALLOC-COUNT)
               ELSE
      *>A claim that cannot be recorded would make its lot
      *>look free and double-allocate the stock, so the whole
      *>line is held back instead.
                   MOVE 'Y' TO WS-ALLOC-OVERFLOW
               ADD CO-ALLOC-QTY TO WS-AL-QTY (WS-ALLOC-SUB)
           END-IF.

       380-TRY-ONE-LOT.
           MOVE LOT-QTY TO WS-AVAILABLE-QTY
           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
               UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT
               IF WS-AL-LOC (WS-ALLOC-SUB) = LOT-WH-CODE AND
                  WS-AL-LOT (WS-ALLOC-SUB) = LOT-NUMBER
                   SUBTRACT WS-AL-QTY (WS-ALLOC-SUB)
                       FROM WS-AVAILABLE-QTY
               END-IF
           END-PERFORM
           IF LOT-EXPIRY-DATE = 0
               MOVE 99999999 TO WS-LOT-RANK
           ELSE
               MOVE LOT-EXPIRY-DATE TO WS-LOT-RANK
           END-IF
           IF WS-AVAILABLE-QTY >= WS-ALLOC-NEED AND
              (WS-ALLOC-DONE = 'N' OR WS-LOT-RANK < WS-BEST-RANK)
               MOVE LOT-WH-CODE TO WS-ALLOC-LOC
               MOVE LOT-NUMBER TO WS-ALLOC-LOT
               MOVE WS-LOT-RANK TO WS-BEST-RANK
               MOVE 'Y' TO WS-ALLOC-DONE
           END-IF.

      *>Quotes the backordered line just written. Its own
      *>quantity is now on file as backorder demand, so the
      *>promise date is the first day the projected balance for
      *>the item is no longer negative. Scans the order file, so
      *>it is only done once the line has been written.
       400-QUOTE-PROMISE-DATE.
           MOVE ZEROES TO WS-PROMISE-NOW
           MOVE WS-ALLOC-ITEM TO LOT-ITEM-CODE
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
                       IF LOT-ITEM-CODE NOT = WS-ALLOC-ITEM
                           MOVE 'Y' TO WS-LOT-ENDOF
                       ELSE
                           IF LOT-WH-CODE NOT = WS-QUARANTINE-LOC
                              AND (LOT-EXPIRY-DATE = 0 OR
                                   LOT-EXPIRY-DATE >= WS-TODAY)
                               ADD LOT-QTY TO WS-PROMISE-NOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 420-SUM-PROMISE-DEMAND
           PERFORM 440-LOAD-PROMISE-ARRIVALS
           MOVE WS-PROMISE-NOW TO WS-PROMISE-BALANCE
           MOVE ZEROES TO WS-PROMISE-DATE
           IF WS-PROMISE-BALANCE >= 0
               MOVE WS-TODAY TO WS-PROMISE-DATE
           END-IF
           PERFORM VARYING WS-ARRIVAL-SUB FROM 1 BY 1
               UNTIL WS-ARRIVAL-SUB > WS-ARRIVAL-COUNT
               OR WS-PROMISE-DATE NOT = 0
               ADD WS-AR-QTY (WS-ARRIVAL-SUB) TO WS-PROMISE-BALANCE
               IF WS-PROMISE-BALANCE >= 0
                   MOVE WS-AR-DATE (WS-ARRIVAL-SUB)
                       TO WS-PROMISE-DATE
               END-IF
           END-PERFORM
           MOVE WS-PROMISE-DATE TO WS-TODAY-SPLIT
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           EVALUATE TRUE
               WHEN WS-PROMISE-NOW >= 0
                   DISPLAY "  Enough is free today, but split over "
                       "lots or locations - transfer it together "
                       "and retry the backorder."
               WHEN WS-PROMISE-DATE = 0
                   COMPUTE WS-SHORT-EDIT = 0 - WS-PROMISE-BALANCE
                   DISPLAY "  No promise date - still short "
                       WS-SHORT-EDIT
                       " after every open purchase order."
               WHEN WS-PROMISE-DATE = WS-TODAY AND
                    WS-PROMISE-PAST-DUE > 0
                   DISPLAY "  Can be promised for " WS-TODAY-EDIT
                       " - on purchase orders already past their "
                       "expected date; chase the supplier first."
               WHEN OTHER
                   DISPLAY "  Earliest promise date " WS-TODAY-EDIT
           END-EVALUATE
           IF WS-PO-AVAILABLE = 'N'
               DISPLAY "  (Purchase order file unavailable - status "
                   WS-PO-FILE-STATUS " - nothing counted as due in.)"
           END-IF.

      *>Allocated and picked lines claim what they were given;
      *>backordered and held lines claim their whole quantity.
       420-SUM-PROMISE-DEMAND.
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
                       IF CO-ITEM-CODE = WS-ALLOC-ITEM
                           EVALUATE TRUE
                               WHEN CO-ALLOCATED
                               WHEN CO-PICKED
                                   SUBTRACT CO-ALLOC-QTY
                                       FROM WS-PROMISE-NOW
                               WHEN CO-BACKORDER
                               WHEN CO-HELD
                                   SUBTRACT CO-ORDER-QTY
                                       FROM WS-PROMISE-NOW
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

      *>What is still to come in on each open purchase order line
      *>for the item, by expected date. A line already past its
      *>date counts as due today. Should there be more dates than
      *>the table holds the latest are left out, so the quote can
      *>only err towards later.
       440-LOAD-PROMISE-ARRIVALS.
           MOVE ZEROES TO WS-ARRIVAL-COUNT
           MOVE ZEROES TO WS-PROMISE-PAST-DUE
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
                           IF PO-ITEM-CODE = WS-ALLOC-ITEM AND
                              (PO-OPEN OR PO-PART-RECEIVED)
                               PERFORM 450-ADD-PROMISE-ARRIVAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       450-ADD-PROMISE-ARRIVAL.
           COMPUTE WS-OUTSTANDING = PO-ORDER-QTY - PO-RECEIVED-QTY
           IF WS-OUTSTANDING > 0
               IF PO-EXPECTED-DATE NOT NUMERIC OR
                  PO-EXPECTED-DATE < WS-TODAY
                   MOVE WS-TODAY TO WS-ARRIVAL-DATE
                   ADD WS-OUTSTANDING TO WS-PROMISE-PAST-DUE
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
                   WHEN WS-ARRIVAL-COUNT >= WS-ARRIVAL-MAX
                       CONTINUE
                   WHEN OTHER
                       PERFORM 460-OPEN-PROMISE-DATE
               END-EVALUATE
           END-IF.

      *>Slides the later dates down one place to keep the table
      *>in date order, then fills the gap.
       460-OPEN-PROMISE-DATE.
           PERFORM VARYING WS-ARRIVAL-SHIFT FROM WS-ARRIVAL-COUNT
               BY -1 UNTIL WS-ARRIVAL-SHIFT < WS-ARRIVAL-SUB
               MOVE WS-ARRIVAL-ENTRY (WS-ARRIVAL-SHIFT)
                   TO WS-ARRIVAL-ENTRY (WS-ARRIVAL-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-ARRIVAL-COUNT
           MOVE WS-ARRIVAL-DATE TO WS-AR-DATE (WS-ARRIVAL-SUB)
           MOVE WS-OUTSTANDING TO WS-AR-QTY (WS-ARRIVAL-SUB).

       500-PRINT-PICKING-LIST.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE "          WAREHOUSE PICKING LIST" TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "  ORDER /LIN  CODE   ITEM NAME           QTY"
               TO PRINT-LINE
           MOVE "  LOT         CUST" TO PRINT-LINE (50:18)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-LINE-COUNT.

                           MOVE CO-ITEM-CODE TO PK-ITEM-CODE
                           MOVE CO-ITEM-NAME TO PK-ITEM-NAME
                           MOVE CO-ALLOC-QTY TO PK-ALLOC-QTY
                           MOVE CO-LOT TO PK-LOT
                           RELEASE PICK-SORT-REC
                       END-IF
               END-READ
                       MOVE PK-ITEM-CODE TO WS-PD-CODE
                       MOVE PK-ITEM-NAME TO WS-PD-NAME
                       MOVE PK-ALLOC-QTY TO WS-PD-QTY
                       MOVE PK-LOT TO WS-PD-LOT
                       MOVE PK-CUST-NAME TO WS-PD-CUST
                       MOVE WS-PICK-DETAIL-LINE TO PRINT-LINE
                       PERFORM 530-WRITE-REPORT-LINE
           MOVE CO-ALLOC-QTY TO MOVE-QTY
           MOVE WS-TODAY TO MOVE-DATE
           MOVE ZEROES TO MOVE-COST
           MOVE CO-LOT TO MOVE-LOT
           MOVE ZEROES TO MOVE-EXPIRY
           MOVE SPACES TO MOVE-REF
           STRING "SO" CO-ORDER-NUMBER DELIMITED BY SIZE
               INTO MOVE-REF
           END-REWRITE
           ADD 1 TO WS-CONFIRM-COUNT
           DISPLAY "PICKED " CO-ITEM-CODE " QTY " CO-ALLOC-QTY
               " FROM " CO-LOC " LOT " CO-LOT " FOR LINE " CO-LINE.

      *>Backordered lines are retried oldest order first. Each
      *>candidate is noted, then allocated one at a time so the
           IF WS-ALLOC-DONE = 'Y'
               MOVE CO-ORDER-QTY TO CO-ALLOC-QTY
               MOVE WS-ALLOC-LOC TO CO-LOC
               MOVE WS-ALLOC-LOT TO CO-LOT
               SET CO-ALLOCATED TO TRUE
               REWRITE CUST-ORDER-RECORD
               END-REWRITE
               ADD 1 TO WS-FILLED-COUNT
               DISPLAY "FILLED " CO-ORDER-NUMBER "/" CO-LINE
                   " - " CO-ALLOC-QTY " ALLOCATED AT " CO-LOC
                   " LOT " CO-LOT
           END-IF
      *>Reposition the sweep after the line just retried so the
      *>outer read-next carries on from the right place.
           START CUST-ORDER-FILE KEY > CO-KEY
               INVALID KEY MOVE 'Y' TO WS-ORDER-ENDOF
           END-START.

      *>A held order is released only by a supervisor. Each held
      *>line is then allocated exactly as a new line would be -
      *>allocated where stock is free, backordered where not.
       800-RELEASE-HELD-ORDER.
           OPEN I-O OPERATOR-FILE
           IF WS-OPER-FILE-STATUS NOT = '00'
               DISPLAY "OPERATOR MASTER UNAVAILABLE - STATUS "
                   WS-OPER-FILE-STATUS
               DISPLAY "NO ORDER RELEASED."
           ELSE
               OPEN EXTEND SIGNIN-LOG
               PERFORM 810-SIGN-ON
               CLOSE OPERATOR-FILE
               CLOSE SIGNIN-LOG
               IF WS-SIGNED-ON = 'Y' AND WS-SIGNON-LEVEL NOT = 9
                   DISPLAY "Supervisor access is needed to release "
                       "a held order."
               END-IF
               IF WS-SIGNED-ON = 'Y' AND WS-SIGNON-LEVEL = 9
                   PERFORM 870-RELEASE-ONE-ORDER
               END-IF
           END-IF.

       810-SIGN-ON.
           PERFORM UNTIL WS-SIGNED-ON = 'Y'
               OR WS-SIGNON-ATTEMPTS >= WS-MAX-ATTEMPTS
               DISPLAY "Operator id:"
               ACCEPT WS-SIGNON-ID
               DISPLAY "Password:"
               ACCEPT WS-SIGNON-PASSWORD
               ADD 1 TO WS-SIGNON-ATTEMPTS
               MOVE WS-SIGNON-ID TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY MOVE 'N' TO WS-OPER-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-OPER-FOUND
               END-READ
               EVALUATE TRUE
                   WHEN WS-OPER-FOUND = 'N'
                       PERFORM 830-LOG-SIGNON-FAIL
                       DISPLAY "Sign-on rejected."
                   WHEN OPER-LOCKED
                       PERFORM 830-LOG-SIGNON-FAIL
                       DISPLAY "Account is locked - a supervisor "
                           "must release it."
                   WHEN OPER-PASSWORD NOT = WS-SIGNON-PASSWORD
                       PERFORM 840-COUNT-FAILED-ATTEMPT
                       DISPLAY "Sign-on rejected."
                   WHEN OTHER
                       PERFORM 850-COMPLETE-SIGN-ON
               END-EVALUATE
           END-PERFORM
           IF WS-SIGNED-ON = 'N'
               DISPLAY "Too many failed attempts - signing off."
           END-IF.

       820-LOG-SIGNON-OK.
           MOVE FUNCTION CURRENT-DATE TO SL-TIMESTAMP
           MOVE WS-SIGNON-ID TO SL-USER-NAME
           MOVE "OK" TO SL-RESULT
           WRITE SIGNIN-LOG-RECORD
           END-WRITE.

       830-LOG-SIGNON-FAIL.
           MOVE FUNCTION CURRENT-DATE TO SL-TIMESTAMP
           MOVE WS-SIGNON-ID TO SL-USER-NAME
           MOVE "FAIL" TO SL-RESULT
           WRITE SIGNIN-LOG-RECORD
           END-WRITE.

       835-LOG-SIGNON-LOCK.
           MOVE FUNCTION CURRENT-DATE TO SL-TIMESTAMP
           MOVE WS-SIGNON-ID TO SL-USER-NAME
           MOVE "LOCK" TO SL-RESULT
           WRITE SIGNIN-LOG-RECORD
           END-WRITE.

      *>Each wrong password moves the fail count up; at the limit
      *>the record locks until a supervisor releases it.
       840-COUNT-FAILED-ATTEMPT.
           IF OPER-FAIL-COUNT NOT NUMERIC
               MOVE ZEROES TO OPER-FAIL-COUNT
           END-IF
           IF OPER-FAIL-COUNT < 9
               ADD 1 TO OPER-FAIL-COUNT
           END-IF
           IF OPER-FAIL-COUNT >= WS-LOCK-AFTER-FAILS
               SET OPER-LOCKED TO TRUE
               DISPLAY "Account " OPER-ID " is now locked - a "
                   "supervisor must release it."
               PERFORM 835-LOG-SIGNON-LOCK
           ELSE
               PERFORM 830-LOG-SIGNON-FAIL
           END-IF
           REWRITE OPERATOR-RECORD
           END-REWRITE.

      *>A good password resets the fail count and is checked for
      *>age; past the limit the operator must change it before
      *>the sign-on completes.
       850-COMPLETE-SIGN-ON.
           MOVE ZEROES TO OPER-FAIL-COUNT
           ACCEPT WS-SIGNON-TODAY FROM DATE YYYYMMDD
           IF OPER-PWD-DATE NOT NUMERIC
               MOVE 99999 TO WS-PWD-AGE
           ELSE
               IF OPER-PWD-DATE < 19000101
                   MOVE 99999 TO WS-PWD-AGE
               ELSE
                   COMPUTE WS-SIGNON-TODAY-INT =
                       FUNCTION INTEGER-OF-DATE (WS-SIGNON-TODAY)
                   COMPUTE WS-PWD-INT =
                       FUNCTION INTEGER-OF-DATE (OPER-PWD-DATE)
                   COMPUTE WS-PWD-AGE =
                       WS-SIGNON-TODAY-INT - WS-PWD-INT
               END-IF
           END-IF
           IF WS-PWD-AGE > WS-PWD-MAX-DAYS
               DISPLAY "Password has expired - it must be changed "
                   "now."
               PERFORM 860-FORCE-PASSWORD-CHANGE
           END-IF
           REWRITE OPERATOR-RECORD
           END-REWRITE
           IF WS-PWD-AGE > WS-PWD-MAX-DAYS AND
              OPER-PWD-DATE NOT = WS-SIGNON-TODAY
               PERFORM 830-LOG-SIGNON-FAIL
               DISPLAY "Sign-on rejected - password not changed."
           ELSE
               MOVE 'Y' TO WS-SIGNED-ON
               MOVE OPER-ACCESS-LEVEL TO WS-SIGNON-LEVEL
               PERFORM 820-LOG-SIGNON-OK
               DISPLAY "Signed on: " OPER-NAME
           END-IF.

       860-FORCE-PASSWORD-CHANGE.
           DISPLAY "New password:"
           ACCEPT WS-NEW-PASSWORD
           DISPLAY "New password again:"
           ACCEPT WS-NEW-PASSWORD-2
           IF WS-NEW-PASSWORD = SPACES OR
              WS-NEW-PASSWORD NOT = WS-NEW-PASSWORD-2 OR
              WS-NEW-PASSWORD = OPER-PASSWORD
               DISPLAY "Blank, mismatched or unchanged - password "
                   "not changed."
           ELSE
               MOVE WS-NEW-PASSWORD TO OPER-PASSWORD
               MOVE WS-SIGNON-TODAY TO OPER-PWD-DATE
               DISPLAY "Password changed."
           END-IF.

      *>Held lines are noted and allocated one at a time, the
      *>same way the backorder retry works, so the allocation
      *>scan does not disturb this read position.
       870-RELEASE-ONE-ORDER.
           DISPLAY "Held order number to release:"
           ACCEPT WS-RELEASE-ORDER
           MOVE WS-RELEASE-ORDER TO CO-ORDER-NUMBER
           MOVE ZEROES TO CO-LINE
           MOVE 'N' TO WS-ORDER-ENDOF
           START CUST-ORDER-FILE KEY >= CO-KEY
               INVALID KEY MOVE 'Y' TO WS-ORDER-ENDOF
           END-START
           PERFORM UNTIL WS-ORDER-ENDOF = 'Y'
               READ CUST-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ORDER-ENDOF
                   NOT AT END
                       IF CO-ORDER-NUMBER NOT = WS-RELEASE-ORDER
                           MOVE 'Y' TO WS-ORDER-ENDOF
                       ELSE
                           IF CO-HELD
                               PERFORM 880-RELEASE-ONE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RELEASE-COUNT = 0
               DISPLAY "No held lines on order " WS-RELEASE-ORDER
                   " - nothing released."
           ELSE
               DISPLAY "Order " WS-RELEASE-ORDER " released by "
                   WS-SIGNON-ID ": " WS-RELEASE-COUNT " line(s), "
                   WS-RELEASE-ALLOC " allocated."
           END-IF.

       880-RELEASE-ONE-LINE.
           ADD 1 TO WS-RELEASE-COUNT
           MOVE CO-ORDER-NUMBER TO WS-ORDER-NUMBER
           MOVE CO-LINE TO WS-ORDER-LINE
           MOVE CO-ITEM-CODE TO WS-ALLOC-ITEM
           MOVE CO-ORDER-QTY TO WS-ALLOC-NEED
           PERFORM 300-ALLOCATE-ORDER-LINE
           MOVE WS-ORDER-NUMBER TO CO-ORDER-NUMBER
           MOVE WS-ORDER-LINE TO CO-LINE
           READ CUST-ORDER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-ALLOC-DONE = 'Y'
               MOVE CO-ORDER-QTY TO CO-ALLOC-QTY
               MOVE WS-ALLOC-LOC TO CO-LOC
               MOVE WS-ALLOC-LOT TO CO-LOT
               SET CO-ALLOCATED TO TRUE
               ADD 1 TO WS-RELEASE-ALLOC
               DISPLAY "RELEASED " CO-ORDER-NUMBER "/" CO-LINE
                   " - " CO-ALLOC-QTY " ALLOCATED AT " CO-LOC
                   " LOT " CO-LOT
           ELSE
               SET CO-BACKORDER TO TRUE
               DISPLAY "RELEASED " CO-ORDER-NUMBER "/" CO-LINE
                   " - BACKORDERED"
           END-IF
           REWRITE CUST-ORDER-RECORD
           END-REWRITE
      *>Reposition the sweep after the line just released.
           START CUST-ORDER-FILE KEY > CO-KEY
               INVALID KEY MOVE 'Y' TO WS-ORDER-ENDOF
           END-START.

      *>Sales inquiry: every line on the account that is not yet
      *>complete, oldest order first, with its status and value
      *>at today's ITEM-PRICE.
       900-LIST-CUSTOMER-LINES.
           PERFORM 120-ACCEPT-ACCOUNT
           IF WS-CUST-FOUND = 'Y'
               MOVE ZEROES TO WS-OPEN-VALUE
               MOVE ZEROES TO WS-INQUIRY-COUNT
               DISPLAY "OPEN LINES FOR " WS-CUST-CODE " "
                   WS-CUST-NAME
               DISPLAY "ORDER /LIN  ORDERED     CODE   ITEM NAME"
                   "                QTY         VALUE  STATUS"
               DISPLAY "----------  ----------  -----  ----------"
                   "----------  ------  ------------  ----------"
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
                           IF CO-CUST-CODE = WS-CUST-CODE AND
                              NOT CO-COMPLETE
                               PERFORM 950-SHOW-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-OPEN-VALUE TO WS-VALUE-EDIT
               DISPLAY "OPEN LINES: " WS-INQUIRY-COUNT
                   "   OPEN VALUE: " WS-VALUE-EDIT
               MOVE WS-CREDIT-LIMIT TO WS-VALUE-EDIT
               DISPLAY "CREDIT LIMIT:        " WS-VALUE-EDIT
           END-IF.

       950-SHOW-ONE-LINE.
           PERFORM 175-VALUE-ORDER-LINE
           ADD WS-LINE-VALUE TO WS-OPEN-VALUE
           ADD 1 TO WS-INQUIRY-COUNT
           MOVE CO-ORDER-NUMBER TO WS-IQ-ORDER
           MOVE CO-LINE TO WS-IQ-LINE
           MOVE CO-ORDER-DATE TO WS-TODAY-SPLIT
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           MOVE WS-TODAY-EDIT TO WS-IQ-DATE
           MOVE CO-ITEM-CODE TO WS-IQ-CODE
           MOVE CO-ITEM-NAME TO WS-IQ-NAME
           MOVE CO-ORDER-QTY TO WS-IQ-QTY
           MOVE WS-LINE-VALUE TO WS-IQ-VALUE
           MOVE CO-LOC TO WS-IQ-LOC
           EVALUATE TRUE
               WHEN CO-ALLOCATED MOVE "ALLOCATED" TO WS-IQ-STATUS
               WHEN CO-PICKED MOVE "PICKED" TO WS-IQ-STATUS
               WHEN CO-BACKORDER MOVE "BACKORDER" TO WS-IQ-STATUS
               WHEN CO-HELD MOVE "HELD" TO WS-IQ-STATUS
               WHEN OTHER MOVE CO-STATUS TO WS-IQ-STATUS
           END-EVALUATE
           DISPLAY WS-INQUIRY-LINE.
