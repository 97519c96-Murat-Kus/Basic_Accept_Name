       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLENISH-STOCK.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Moves stock between warehouses before anything is
      *         bought. For every item with minimum and maximum
      *         levels at its locations, each location below its
      *         minimum is topped up towards its maximum from the
      *         stock that other locations hold above their own
      *         maximum. A location with levels set that has never
      *         held the item counts as empty, so it is stocked
      *         too. The proposed transfers are written in the
      *         XFER-FILE layout to replxfer.dat, lot by lot with
      *         the soonest expiring lot sent first and expired
      *         lots left where they are. Stock that customer
      *         orders have allocated or picked stays where it is:
      *         it is netted off the lot it was taken from and off
      *         the sending location's surplus. Once the warehouse
      *         has checked the proposals they are handed to
      *         TRANSFER-STOCK as its transfer file and posted.
      *         The quarantine
      *         location neither sends nor receives. Whatever a
      *         location is still short after the transfers is
      *         kept on the replenishment shortfall file, so the
      *         low-stock report raises purchase suggestions only
      *         for what cannot be covered from stock we already
      *         hold. A register of the proposals and the
      *         remaining shortfalls is printed.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOC-STOCK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Stock\locstock.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LOC-KEY
           FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Stock\lotstock.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT STOCK-LEVEL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Master\stocklvl.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SL-KEY
           FILE STATUS IS WS-LEVEL-FILE-STATUS.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT CUST-ORDER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Customer-Orders\custorder.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CO-KEY
           FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT XFER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Replenishment\replxfer.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT REPLEN-SHORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Replenishment\replshort.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RS-ITEM-CODE
           FILE STATUS IS WS-SHORT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Replenishment\replen.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LOC-STOCK-FILE.
       01  LOC-STOCK-REC.
        02 LOC-KEY.
         03 LOC-ITEM-CODE PIC 9(5) VALUE ZEROES.
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

      *>Minimum and maximum stock levels of an item at a location,
      *>used by the replenishment pass.
       FD  STOCK-LEVEL-FILE.
       01  STOCK-LEVEL-RECORD.
        02 SL-KEY.
         03 SL-ITEM-CODE PIC 9(5) VALUE ZEROES.
         03 SL-WH-CODE PIC X(3) VALUE SPACES.
        02 SL-MIN-QTY PIC 9(5) VALUE ZEROES.
        02 SL-MAX-QTY PIC 9(5) VALUE ZEROES.

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

       FD  XFER-FILE.
       01  XFER-RECORD.
        02 XFER-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 XFER-FROM-LOC PIC X(3) VALUE SPACES.
        02 XFER-TO-LOC PIC X(3) VALUE SPACES.
        02 XFER-QTY PIC 9(5) VALUE ZEROES.
        02 XFER-DATE PIC 9(8) VALUE ZEROES.
        02 XFER-REF PIC X(10) VALUE SPACES.
        02 XFER-LOT PIC X(10) VALUE SPACES.

      *>One record for every item that has stock levels at any
      *>location: the quantity proposed for transfer and what
      *>its locations are still short of their levels after it.
      *>Rebuilt in full on every run.
       FD  REPLEN-SHORT-FILE.
       01  REPLEN-SHORT-RECORD.
        02 RS-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 RS-XFER-QTY PIC 9(5) VALUE ZEROES.
        02 RS-SHORT-QTY PIC 9(5) VALUE ZEROES.

       FD  REPORT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOC-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LEVEL-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-SHORT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ORDER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ORDER-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-ORDER-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LEVEL-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-LEVEL-FOUND PIC A(1) VALUE 'N'.
       01  WS-ITEM-FOUND PIC A(1) VALUE 'N'.
       01  WS-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LOT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LOT-PICKED PIC A(1) VALUE 'N'.
       01  WS-QUARANTINE-LOC PIC X(3) VALUE 'QTN'.
       01  WS-CURRENT-ITEM PIC 9(5) VALUE ZEROES.
       01  WS-ITEM-HAS-LEVELS PIC A(1) VALUE 'N'.
       01  WS-ITEM-LOADED PIC A(1) VALUE 'N'.
       01  WS-LEVEL-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LEVEL-SUB PIC 9(2) VALUE ZEROES.

      *>The item's locations outside quarantine, with their levels
      *>and what this pass proposes to send out or bring in.
       01  WS-LOC-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-LOC-TABLE.
        02 WS-LOC-ENTRY OCCURS 20.
         03 WS-LT-LOC PIC X(3) VALUE SPACES.
         03 WS-LT-QTY PIC 9(5) VALUE ZEROES.
         03 WS-LT-LEVELS PIC A(1) VALUE 'N'.
         03 WS-LT-MIN PIC 9(5) VALUE ZEROES.
         03 WS-LT-MAX PIC 9(5) VALUE ZEROES.
         03 WS-LT-IN PIC 9(5) VALUE ZEROES.
         03 WS-LT-OUT PIC 9(5) VALUE ZEROES.
         03 WS-LT-ORDERED PIC 9(6) VALUE ZEROES.
       01  WS-TO-SUB PIC 9(2) VALUE ZEROES.
       01  WS-FROM-SUB PIC 9(2) VALUE ZEROES.

      *>Lot quantity of this item already allocated or picked for
      *>customer orders, or already proposed for transfer in this
      *>pass, so a lot is never sent twice or sent from under an
      *>order.
       01  WS-CLAIM-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-CLAIM-TABLE.
        02 WS-CLAIM-ENTRY OCCURS 40.
         03 WS-CL-LOC PIC X(3) VALUE SPACES.
         03 WS-CL-LOT PIC X(10) VALUE SPACES.
         03 WS-CL-QTY PIC 9(6) VALUE ZEROES.
       01  WS-CLAIM-SUB PIC 9(2) VALUE ZEROES.
       01  WS-CLAIM-OVERFLOW PIC A(1) VALUE 'N'.

       01  WS-NEED-QTY PIC S9(6) VALUE ZEROES.
       01  WS-SURPLUS-QTY PIC S9(6) VALUE ZEROES.
       01  WS-MOVE-QTY PIC 9(5) VALUE ZEROES.
       01  WS-TAKE-QTY PIC 9(5) VALUE ZEROES.
       01  WS-LOT-AVAILABLE PIC S9(6) VALUE ZEROES.
       01  WS-PICKED-AVAILABLE PIC 9(5) VALUE ZEROES.
       01  WS-PICKED-LOT PIC X(10) VALUE SPACES.
       01  WS-LOT-RANK PIC 9(8) VALUE ZEROES.
       01  WS-BEST-RANK PIC 9(8) VALUE ZEROES.
       01  WS-LOC-SHORT PIC S9(6) VALUE ZEROES.
       01  WS-ITEM-XFER-QTY PIC 9(7) VALUE ZEROES.
       01  WS-ITEM-SHORT-QTY PIC 9(7) VALUE ZEROES.

       01  WS-XFER-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-XFER-TOTAL-QTY PIC 9(7) VALUE ZEROES.
       01  WS-SHORT-LOC-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-SHORT-ITEM-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-LEVEL-ITEM-COUNT PIC 9(5) VALUE ZEROES.

       01  WS-TODAY PIC 9(8) VALUE ZEROES.
       01  WS-TODAY-SPLIT.
        02 WS-TODAY-YYYY PIC 9(4).
        02 WS-TODAY-MM PIC 9(2).
        02 WS-TODAY-DD PIC 9(2).
       01  WS-TODAY-EDIT PIC 9999/99/99.
       01  WS-PAGE-NUM PIC 9(3) VALUE 1.
       01  WS-LINE-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 050.
       01  WS-SAVE-LINE PIC X(132) VALUE SPACES.

       01  WS-PAGE-HEADER-LINE.
        02 FILLER PIC X(6) VALUE "DATE: ".
        02 WS-PH-DATE PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(11) VALUE "     PAGE: ".
        02 WS-PH-PAGE PIC ZZ9 VALUE ZEROES.

       01  WS-DETAIL-LINE.
        02 WS-DL-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-FROM PIC X(3) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-TO PIC X(3) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-LOT PIC X(10) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-QTY PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-NOTE PIC X(30) VALUE SPACES.

       01  WS-COUNT-LINE.
        02 WS-CNT-TEXT PIC X(32) VALUE SPACES.
        02 WS-CNT-VALUE PIC Z,ZZZ,ZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           OPEN INPUT LOC-STOCK-FILE
           IF WS-LOC-FILE-STATUS NOT = '00'
               DISPLAY "LOCATION STOCK FILE UNAVAILABLE - STATUS "
                   WS-LOC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOT-STOCK-FILE
           IF WS-LOT-FILE-STATUS NOT = '00'
               DISPLAY "LOT STOCK FILE UNAVAILABLE - STATUS "
                   WS-LOT-FILE-STATUS
               CLOSE LOC-STOCK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ITEM-FILE UNAVAILABLE - STATUS " WS-FILE-STATUS
               CLOSE LOC-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *>No stock levels set yet is not an error: nothing is
      *>proposed and the low-stock report works as it always has.
           OPEN INPUT STOCK-LEVEL-FILE
           IF WS-LEVEL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LEVEL-AVAILABLE
           ELSE
               MOVE 'N' TO WS-LEVEL-AVAILABLE
           END-IF
      *>Without the order file there are no open order claims
      *>to respect, as before customer orders were taken.
           OPEN INPUT CUST-ORDER-FILE
           IF WS-ORDER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ORDER-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ORDER-AVAILABLE
           END-IF
           OPEN OUTPUT XFER-FILE
           OPEN OUTPUT REPLEN-SHORT-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           PERFORM 050-PRINT-PAGE-HEADER
           IF WS-LEVEL-AVAILABLE = 'Y'
               PERFORM UNTIL WS-ENDOF = 'Y'
                   READ LOC-STOCK-FILE
                       AT END
                           MOVE 'Y' TO WS-ENDOF
                           IF WS-ITEM-LOADED = 'Y'
                               PERFORM 300-REPLENISH-ONE-ITEM
                           END-IF
                       NOT AT END
                           IF WS-ITEM-LOADED = 'Y' AND
                              LOC-ITEM-CODE NOT = WS-CURRENT-ITEM
                               PERFORM 300-REPLENISH-ONE-ITEM
                           END-IF
                           MOVE LOC-ITEM-CODE TO WS-CURRENT-ITEM
                           MOVE 'Y' TO WS-ITEM-LOADED
                           PERFORM 200-LOAD-ONE-LOCATION
                   END-READ
               END-PERFORM
               CLOSE STOCK-LEVEL-FILE
           ELSE
               MOVE "NO STOCK LEVELS SET - NOTHING TO REPLENISH."
                   TO PRINT-LINE
               PERFORM 150-WRITE-REPORT-LINE
           END-IF
           CLOSE LOC-STOCK-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE ITEM-FILE
           IF WS-ORDER-AVAILABLE = 'Y'
               CLOSE CUST-ORDER-FILE
           END-IF
           CLOSE XFER-FILE
           CLOSE REPLEN-SHORT-FILE
           MOVE "-----  --------------------  ---  ---  " TO PRINT-LINE
           MOVE "----------  ------  ------------------------------"
               TO PRINT-LINE (40:50)
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "ITEMS WITH STOCK LEVELS       :" TO WS-CNT-TEXT
           MOVE WS-LEVEL-ITEM-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "TRANSFERS PROPOSED            :" TO WS-CNT-TEXT
           MOVE WS-XFER-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "QUANTITY TO TRANSFER          :" TO WS-CNT-TEXT
           MOVE WS-XFER-TOTAL-QTY TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "LOCATIONS STILL SHORT         :" TO WS-CNT-TEXT
           MOVE WS-SHORT-LOC-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "ITEMS PASSED TO PURCHASING    :" TO WS-CNT-TEXT
           MOVE WS-SHORT-ITEM-COUNT TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "TRANSFERS PROPOSED  : " WS-XFER-COUNT
           DISPLAY "ITEMS TO PURCHASING : " WS-SHORT-ITEM-COUNT.
           STOP RUN.

       050-PRINT-PAGE-HEADER.
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE "        REPLENISHMENT TRANSFER PROPOSALS" TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "CODE   ITEM NAME             FROM  TO   " TO PRINT-LINE
           MOVE "LOT            QTY  NOTE" TO PRINT-LINE (40:24)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "-----  --------------------  ---  ---  " TO PRINT-LINE
           MOVE "----------  ------  ------------------------------"
               TO PRINT-LINE (40:50)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-LINE-COUNT.

      *>The page header borrows PRINT-LINE, so the pending line is
      *>parked while the new page starts.
       150-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE PRINT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUM
               PERFORM 050-PRINT-PAGE-HEADER
               MOVE WS-SAVE-LINE TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *>Quarantine stock is held for disposition, not for use, so
      *>it is left out of the table altogether.
       200-LOAD-ONE-LOCATION.
           IF LOC-WH-CODE NOT = WS-QUARANTINE-LOC AND
              WS-LOC-COUNT < 20
               ADD 1 TO WS-LOC-COUNT
               MOVE LOC-WH-CODE TO WS-LT-LOC (WS-LOC-COUNT)
               MOVE LOC-QTY TO WS-LT-QTY (WS-LOC-COUNT)
               MOVE ZEROES TO WS-LT-IN (WS-LOC-COUNT)
               MOVE ZEROES TO WS-LT-OUT (WS-LOC-COUNT)
               MOVE ZEROES TO WS-LT-ORDERED (WS-LOC-COUNT)
               MOVE LOC-ITEM-CODE TO SL-ITEM-CODE
               MOVE LOC-WH-CODE TO SL-WH-CODE
               READ STOCK-LEVEL-FILE
                   INVALID KEY MOVE 'N' TO WS-LEVEL-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-LEVEL-FOUND
               END-READ
               IF WS-LEVEL-FOUND = 'Y'
                   MOVE 'Y' TO WS-LT-LEVELS (WS-LOC-COUNT)
                   MOVE SL-MIN-QTY TO WS-LT-MIN (WS-LOC-COUNT)
                   MOVE SL-MAX-QTY TO WS-LT-MAX (WS-LOC-COUNT)
                   MOVE 'Y' TO WS-ITEM-HAS-LEVELS
               ELSE
                   MOVE 'N' TO WS-LT-LEVELS (WS-LOC-COUNT)
                   MOVE ZEROES TO WS-LT-MIN (WS-LOC-COUNT)
                   MOVE ZEROES TO WS-LT-MAX (WS-LOC-COUNT)
               END-IF
           END-IF.

      *>A location given levels for the item but holding none of it
      *>has no location stock record, so the item's levels are read
      *>as well and any such location joins the table as empty.
       250-ADD-LEVEL-LOCATIONS.
           MOVE WS-CURRENT-ITEM TO SL-ITEM-CODE
           MOVE SPACES TO SL-WH-CODE
           MOVE 'N' TO WS-LEVEL-ENDOF
           START STOCK-LEVEL-FILE KEY >= SL-KEY
               INVALID KEY MOVE 'Y' TO WS-LEVEL-ENDOF
           END-START
           PERFORM UNTIL WS-LEVEL-ENDOF = 'Y'
               READ STOCK-LEVEL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEVEL-ENDOF
                   NOT AT END
                       IF SL-ITEM-CODE NOT = WS-CURRENT-ITEM
                           MOVE 'Y' TO WS-LEVEL-ENDOF
                       ELSE
                           PERFORM 260-ADD-ONE-LEVEL-LOCATION
                       END-IF
               END-READ
           END-PERFORM.

       260-ADD-ONE-LEVEL-LOCATION.
           PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-LEVEL-SUB > WS-LOC-COUNT
               OR WS-LT-LOC (WS-LEVEL-SUB) = SL-WH-CODE
               CONTINUE
           END-PERFORM
           IF WS-LEVEL-SUB > WS-LOC-COUNT AND
              SL-WH-CODE NOT = WS-QUARANTINE-LOC AND
              WS-LOC-COUNT < 20
               ADD 1 TO WS-LOC-COUNT
               MOVE SL-WH-CODE TO WS-LT-LOC (WS-LOC-COUNT)
               MOVE ZEROES TO WS-LT-QTY (WS-LOC-COUNT)
               MOVE ZEROES TO WS-LT-IN (WS-LOC-COUNT)
               MOVE ZEROES TO WS-LT-OUT (WS-LOC-COUNT)
               MOVE ZEROES TO WS-LT-ORDERED (WS-LOC-COUNT)
               MOVE 'Y' TO WS-LT-LEVELS (WS-LOC-COUNT)
               MOVE SL-MIN-QTY TO WS-LT-MIN (WS-LOC-COUNT)
               MOVE SL-MAX-QTY TO WS-LT-MAX (WS-LOC-COUNT)
               MOVE 'Y' TO WS-ITEM-HAS-LEVELS
           END-IF.

      *>Each location under its minimum is filled towards its
      *>maximum from the other locations' stock above theirs.
       300-REPLENISH-ONE-ITEM.
           PERFORM 250-ADD-LEVEL-LOCATIONS
           IF WS-ITEM-HAS-LEVELS = 'Y'
               ADD 1 TO WS-LEVEL-ITEM-COUNT
               MOVE WS-CURRENT-ITEM TO ITEM-CODE
               READ ITEM-FILE
                   INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
               END-READ
               IF WS-ITEM-FOUND = 'N'
                   MOVE "*** NOT ON ITEM-FILE" TO ITEM-NAME
               END-IF
               MOVE ZEROES TO WS-ITEM-XFER-QTY
               MOVE ZEROES TO WS-ITEM-SHORT-QTY
               PERFORM 310-SUM-ORDER-CLAIMS
               PERFORM VARYING WS-TO-SUB FROM 1 BY 1
                   UNTIL WS-TO-SUB > WS-LOC-COUNT
                   IF WS-LT-LEVELS (WS-TO-SUB) = 'Y' AND
                      WS-LT-QTY (WS-TO-SUB) < WS-LT-MIN (WS-TO-SUB)
                       PERFORM 320-FILL-ONE-LOCATION
                   END-IF
               END-PERFORM
               PERFORM 380-WRITE-SHORTFALL
           END-IF
           MOVE ZEROES TO WS-LOC-COUNT
           MOVE 'N' TO WS-ITEM-HAS-LEVELS
           MOVE 'N' TO WS-ITEM-LOADED.

      *>One pass over the order file totting up what open lines
      *>hold of this item, by location and lot. Allocated stock is
      *>still on hand until it is issued, so it is also kept
      *>against its location and not counted as surplus there.
       310-SUM-ORDER-CLAIMS.
           MOVE ZEROES TO WS-CLAIM-COUNT
           MOVE 'N' TO WS-CLAIM-OVERFLOW
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
                           IF CO-ITEM-CODE = WS-CURRENT-ITEM
                              AND (CO-ALLOCATED OR CO-PICKED)
                               PERFORM 315-ADD-ONE-ORDER-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       315-ADD-ONE-ORDER-CLAIM.
           PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
               UNTIL WS-LEVEL-SUB > WS-LOC-COUNT
               IF WS-LT-LOC (WS-LEVEL-SUB) = CO-LOC
                   ADD CO-ALLOC-QTY TO WS-LT-ORDERED (WS-LEVEL-SUB)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               OR (WS-CL-LOC (WS-CLAIM-SUB) = CO-LOC AND
                   WS-CL-LOT (WS-CLAIM-SUB) = CO-LOT)
               CONTINUE
           END-PERFORM
           IF WS-CLAIM-SUB > WS-CLAIM-COUNT
               IF WS-CLAIM-COUNT < 40
                   ADD 1 TO WS-CLAIM-COUNT
                   MOVE CO-LOC TO WS-CL-LOC (WS-CLAIM-COUNT)
                   MOVE CO-LOT TO WS-CL-LOT (WS-CLAIM-COUNT)
                   MOVE CO-ALLOC-QTY TO WS-CL-QTY (WS-CLAIM-COUNT)
               ELSE
      *>A claim that cannot be recorded would make its lot look
      *>free, so nothing of the item is moved this run.
                   MOVE 'Y' TO WS-CLAIM-OVERFLOW
               END-IF
           ELSE
               ADD CO-ALLOC-QTY TO WS-CL-QTY (WS-CLAIM-SUB)
           END-IF.

       320-FILL-ONE-LOCATION.
           COMPUTE WS-NEED-QTY = WS-LT-MAX (WS-TO-SUB) -
               WS-LT-QTY (WS-TO-SUB)
           PERFORM VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > WS-LOC-COUNT OR WS-NEED-QTY <= 0
               IF WS-FROM-SUB NOT = WS-TO-SUB AND
                  WS-LT-LEVELS (WS-FROM-SUB) = 'Y'
                   COMPUTE WS-SURPLUS-QTY = WS-LT-QTY (WS-FROM-SUB) -
                       WS-LT-OUT (WS-FROM-SUB) - WS-LT-MAX (WS-FROM-SUB)
                       - WS-LT-ORDERED (WS-FROM-SUB)
                   IF WS-SURPLUS-QTY > 0 AND WS-CLAIM-OVERFLOW = 'N'
                       IF WS-SURPLUS-QTY < WS-NEED-QTY
                           MOVE WS-SURPLUS-QTY TO WS-MOVE-QTY
                       ELSE
                           MOVE WS-NEED-QTY TO WS-MOVE-QTY
                       END-IF
                       PERFORM 340-MOVE-FROM-ONE-LOCATION
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LT-QTY (WS-TO-SUB) + WS-LT-IN (WS-TO-SUB) <
              WS-LT-MIN (WS-TO-SUB)
               COMPUTE WS-LOC-SHORT = WS-LT-MAX (WS-TO-SUB) -
                   WS-LT-QTY (WS-TO-SUB) - WS-LT-IN (WS-TO-SUB)
               ADD WS-LOC-SHORT TO WS-ITEM-SHORT-QTY
               ADD 1 TO WS-SHORT-LOC-COUNT
               MOVE WS-CURRENT-ITEM TO WS-DL-CODE
               MOVE ITEM-NAME TO WS-DL-NAME
               MOVE SPACES TO WS-DL-FROM
               MOVE WS-LT-LOC (WS-TO-SUB) TO WS-DL-TO
               MOVE SPACES TO WS-DL-LOT
               MOVE WS-LOC-SHORT TO WS-DL-QTY
               MOVE "STILL SHORT - TO PURCHASING" TO WS-DL-NOTE
               MOVE WS-DETAIL-LINE TO PRINT-LINE
               PERFORM 150-WRITE-REPORT-LINE
           END-IF.

      *>The quantity is taken lot by lot, soonest expiry first,
      *>until it is covered or the sending location has no more
      *>usable lots.
       340-MOVE-FROM-ONE-LOCATION.
           MOVE 'Y' TO WS-LOT-PICKED
           PERFORM UNTIL WS-MOVE-QTY = 0 OR WS-LOT-PICKED = 'N'
               PERFORM 360-PICK-FEFO-LOT
               IF WS-LOT-PICKED = 'Y'
                   IF WS-PICKED-AVAILABLE < WS-MOVE-QTY
                       MOVE WS-PICKED-AVAILABLE TO WS-TAKE-QTY
                   ELSE
                       MOVE WS-MOVE-QTY TO WS-TAKE-QTY
                   END-IF
                   PERFORM 370-PROPOSE-TRANSFER
                   SUBTRACT WS-TAKE-QTY FROM WS-MOVE-QTY
                   SUBTRACT WS-TAKE-QTY FROM WS-NEED-QTY
               END-IF
           END-PERFORM.

      *>Undated stock ranks after every dated lot; lots already
      *>past their expiry date are not sent anywhere.
       360-PICK-FEFO-LOT.
           MOVE 'N' TO WS-LOT-PICKED
           MOVE 99999999 TO WS-BEST-RANK
           MOVE WS-CURRENT-ITEM TO LOT-ITEM-CODE
           MOVE WS-LT-LOC (WS-FROM-SUB) TO LOT-WH-CODE
           MOVE SPACES TO LOT-NUMBER
           MOVE 'N' TO WS-LOT-ENDOF
           START LOT-STOCK-FILE KEY >= LOT-KEY
               INVALID KEY MOVE 'Y' TO WS-LOT-ENDOF
           END-START
           PERFORM UNTIL WS-LOT-ENDOF = 'Y'
               READ LOT-STOCK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOT-ENDOF
                   NOT AT END
                       IF LOT-ITEM-CODE NOT = WS-CURRENT-ITEM OR
                          LOT-WH-CODE NOT = WS-LT-LOC (WS-FROM-SUB)
                           MOVE 'Y' TO WS-LOT-ENDOF
                       ELSE
                           PERFORM 365-TRY-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM.

       365-TRY-ONE-LOT.
           MOVE LOT-QTY TO WS-LOT-AVAILABLE
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               IF WS-CL-LOC (WS-CLAIM-SUB) = LOT-WH-CODE AND
                  WS-CL-LOT (WS-CLAIM-SUB) = LOT-NUMBER
                   SUBTRACT WS-CL-QTY (WS-CLAIM-SUB)
                       FROM WS-LOT-AVAILABLE
               END-IF
           END-PERFORM
           IF LOT-EXPIRY-DATE = 0
               MOVE 99999999 TO WS-LOT-RANK
           ELSE
               MOVE LOT-EXPIRY-DATE TO WS-LOT-RANK
           END-IF
           IF WS-LOT-AVAILABLE > 0 AND
              (LOT-EXPIRY-DATE = 0 OR LOT-EXPIRY-DATE >= WS-TODAY) AND
              (WS-LOT-PICKED = 'N' OR WS-LOT-RANK < WS-BEST-RANK)
               MOVE LOT-NUMBER TO WS-PICKED-LOT
               MOVE WS-LOT-AVAILABLE TO WS-PICKED-AVAILABLE
               MOVE WS-LOT-RANK TO WS-BEST-RANK
               MOVE 'Y' TO WS-LOT-PICKED
           END-IF.

      *>A full claims table stops further proposals for the item
      *>rather than risk sending the same stock twice.
       370-PROPOSE-TRANSFER.
           IF WS-CLAIM-COUNT >= 40
               MOVE 'N' TO WS-LOT-PICKED
               MOVE ZEROES TO WS-TAKE-QTY
           ELSE
               ADD 1 TO WS-CLAIM-COUNT
               MOVE WS-LT-LOC (WS-FROM-SUB)
                   TO WS-CL-LOC (WS-CLAIM-COUNT)
               MOVE WS-PICKED-LOT TO WS-CL-LOT (WS-CLAIM-COUNT)
               MOVE WS-TAKE-QTY TO WS-CL-QTY (WS-CLAIM-COUNT)
               ADD WS-TAKE-QTY TO WS-LT-OUT (WS-FROM-SUB)
               ADD WS-TAKE-QTY TO WS-LT-IN (WS-TO-SUB)
               ADD WS-TAKE-QTY TO WS-ITEM-XFER-QTY
               MOVE WS-CURRENT-ITEM TO XFER-ITEM-CODE
               MOVE WS-LT-LOC (WS-FROM-SUB) TO XFER-FROM-LOC
               MOVE WS-LT-LOC (WS-TO-SUB) TO XFER-TO-LOC
               MOVE WS-TAKE-QTY TO XFER-QTY
               MOVE WS-TODAY TO XFER-DATE
               MOVE "REPLENISH" TO XFER-REF
               MOVE WS-PICKED-LOT TO XFER-LOT
               WRITE XFER-RECORD
               END-WRITE
               ADD 1 TO WS-XFER-COUNT
               ADD WS-TAKE-QTY TO WS-XFER-TOTAL-QTY
               MOVE WS-CURRENT-ITEM TO WS-DL-CODE
               MOVE ITEM-NAME TO WS-DL-NAME
               MOVE XFER-FROM-LOC TO WS-DL-FROM
               MOVE XFER-TO-LOC TO WS-DL-TO
               MOVE XFER-LOT TO WS-DL-LOT
               MOVE XFER-QTY TO WS-DL-QTY
               MOVE SPACES TO WS-DL-NOTE
               MOVE WS-DETAIL-LINE TO PRINT-LINE
               PERFORM 150-WRITE-REPORT-LINE
           END-IF.

       380-WRITE-SHORTFALL.
           MOVE WS-CURRENT-ITEM TO RS-ITEM-CODE
           IF WS-ITEM-XFER-QTY > 99999
               MOVE 99999 TO RS-XFER-QTY
           ELSE
               MOVE WS-ITEM-XFER-QTY TO RS-XFER-QTY
           END-IF
           IF WS-ITEM-SHORT-QTY > 99999
               MOVE 99999 TO RS-SHORT-QTY
           ELSE
               MOVE WS-ITEM-SHORT-QTY TO RS-SHORT-QTY
           END-IF
           IF WS-ITEM-SHORT-QTY > 0
               ADD 1 TO WS-SHORT-ITEM-COUNT
           END-IF
           WRITE REPLEN-SHORT-RECORD
           END-WRITE.
