      *         ranking, and finally to the single supplier on the
      *         purchasing parameters when no alternate can
      *         deliver.
      *         Items that have minimum and maximum levels at their
      *         locations are judged on those levels instead of
      *         the reorder point: the replenishment pass first
      *         proposes transfers between warehouses, and only
      *         what its shortfall file says cannot be covered
      *         from stock already held is suggested for purchase.
      *         Items with no record there keep the reorder-point
      *         rule.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS PA-KEY
           FILE STATUS IS WS-ALT-FILE-STATUS.

           SELECT REPLEN-SHORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Replenishment\replshort.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS RS-ITEM-CODE
           FILE STATUS IS WS-SHORT-FILE-STATUS.

           SELECT PO-SUGGEST-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Low-Stock-Report\posuggest.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           88 PA-AVAILABLE VALUE 'Y'.
           88 PA-UNAVAILABLE VALUE 'N'.

      *>Written by the replenishment pass for every item with stock
      *>levels: the quantity proposed for transfer and what its
      *>locations are still short of their levels after it.
       FD  REPLEN-SHORT-FILE.
       01  REPLEN-SHORT-RECORD.
        02 RS-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 RS-XFER-QTY PIC 9(5) VALUE ZEROES.
        02 RS-SHORT-QTY PIC 9(5) VALUE ZEROES.

      *>One 'D' record per item below its reorder point, grouped by
      *>supplier, an 'S' subtotal record after each supplier group
      *>and a single 'T' grand total record at the end.
       01  WS-PARM-FOUND PIC A(1) VALUE 'N'.
       01  WS-REORDER-POINT PIC 9(5) VALUE ZEROES.

       01  WS-SHORT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-SHORT-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-SHORT-FOUND PIC A(1) VALUE 'N'.
       01  WS-COVERED-COUNT PIC 9(5) VALUE ZEROES.

       01  WS-ALT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ALT-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-ALT-ENDOF PIC A(1) VALUE 'N'.
        02 FILLER PIC X(24) VALUE "PO SUGGESTIONS WRITTEN: ".
        02 WS-SC-COUNT PIC ZZ,ZZ9 VALUE ZEROES.

       01  WS-COVERED-COUNT-LINE.
        02 FILLER PIC X(31) VALUE "SHORTFALLS COVERED BY TRANSFER:".
        02 FILLER PIC X(1) VALUE SPACES.
        02 WS-CC-COUNT PIC ZZ,ZZ9 VALUE ZEROES.

       01  WS-SPEND-LINE.
        02 FILLER PIC X(24) VALUE "TOTAL SUGGESTED SPEND : ".
        02 WS-SP-SPEND PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.
        02 WS-DL-THRESHOLD PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-SHORTFALL PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-BASIS PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
       OPEN INPUT ITEM-FILE.
           ELSE
               MOVE 'N' TO WS-ALT-AVAILABLE
           END-IF
           OPEN INPUT REPLEN-SHORT-FILE
           IF WS-SHORT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SHORT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SHORT-AVAILABLE
           END-IF
           OPEN OUTPUT PO-SUGGEST-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-ALT-AVAILABLE = 'Y'
               CLOSE PURCH-ALT-FILE
           END-IF
           IF WS-SHORT-AVAILABLE = 'Y'
               CLOSE REPLEN-SHORT-FILE
           END-IF
       CLOSE ITEM-FILE.
           CLOSE PO-SUGGEST-FILE
           MOVE "--------------------  ----  ----  -------  -----"
               TO PRINT-LINE
           MOVE "  -------" TO PRINT-LINE (52:9)
           PERFORM 150-WRITE-REPORT-LINE
           IF WS-LOC-AVAILABLE = 'Y'
               MOVE "SHORT-ITEM QUANTITY ON HAND BY LOCATION"
           MOVE WS-LOW-STOCK-COUNT TO WS-RC-COUNT
           MOVE WS-REORDER-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           IF WS-SHORT-AVAILABLE = 'Y'
               MOVE WS-COVERED-COUNT TO WS-CC-COUNT
               MOVE WS-COVERED-COUNT-LINE TO PRINT-LINE
               PERFORM 150-WRITE-REPORT-LINE
           END-IF
           MOVE WS-SUGGEST-COUNT TO WS-SC-COUNT
           MOVE WS-SUGGEST-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "ITEM NAME            CODE   QTY  REORDER  SHORT"
               TO PRINT-LINE
           MOVE "  BASIS" TO PRINT-LINE (52:7)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "--------------------  ----  ----  -------  -----"
               TO PRINT-LINE
           MOVE "  -------" TO PRINT-LINE (52:9)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-LINE-COUNT.

               AT END MOVE 'Y' TO WS-ENDOF
               NOT AT END
                   PERFORM 050-FIND-REORDER-POINT
                   PERFORM 080-FIND-REPLEN-SHORTFALL
                   IF WS-SHORT-FOUND = 'Y'
                       IF WS-ITEM-ACTIVE AND RS-SHORT-QTY > 0
                           MOVE RS-SHORT-QTY TO WS-SHORTFALL
                           MOVE ZEROES TO WS-DL-THRESHOLD
                           MOVE "LEVELS" TO WS-DL-BASIS
                           PERFORM 320-LIST-LOW-ITEM
                       ELSE
                           IF RS-XFER-QTY > 0
                               ADD 1 TO WS-COVERED-COUNT
                           END-IF
                       END-IF
                   ELSE
                       IF WS-ITEM-ACTIVE AND
                          WS-ITEM-QTY < WS-REORDER-POINT
                           COMPUTE WS-SHORTFALL =
                               WS-REORDER-POINT - WS-ITEM-QTY
                           MOVE WS-REORDER-POINT TO WS-DL-THRESHOLD
                           MOVE "REORDER" TO WS-DL-BASIS
                           PERFORM 320-LIST-LOW-ITEM
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

       320-LIST-LOW-ITEM.
           ADD 1 TO WS-LOW-STOCK-COUNT
           MOVE WS-ITEM-NAME TO WS-DL-NAME
           MOVE WS-ITEM-CODE TO WS-DL-CODE
           MOVE WS-ITEM-QTY TO WS-DL-QTY
           MOVE WS-SHORTFALL TO WS-DL-SHORTFALL
           MOVE WS-DETAIL-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           IF WS-LOC-AVAILABLE = 'Y'
               PERFORM 100-PRINT-LOCATION-BREAKOUT
           END-IF
           PERFORM 350-RELEASE-SUGGESTION.

       350-RELEASE-SUGGESTION.
           PERFORM 370-PICK-BEST-SUPPLIER
           MOVE WS-PICKED-SUPP TO SR-SUPP-CODE
               END-IF
           END-IF.

      *>An item on the replenishment shortfall file has stock
      *>levels, so the levels decide whether it is bought.
       080-FIND-REPLEN-SHORTFALL.
           MOVE 'N' TO WS-SHORT-FOUND
           IF WS-SHORT-AVAILABLE = 'Y'
               MOVE WS-ITEM-CODE TO RS-ITEM-CODE
               READ REPLEN-SHORT-FILE
                   INVALID KEY MOVE 'N' TO WS-SHORT-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-SHORT-FOUND
               END-READ
           END-IF.

       100-PRINT-LOCATION-BREAKOUT.
           MOVE WS-ITEM-CODE TO LOC-ITEM-CODE
           MOVE SPACES TO LOC-WH-CODE
