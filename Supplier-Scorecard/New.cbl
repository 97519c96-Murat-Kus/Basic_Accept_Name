       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-SCORECARD.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Monthly scorecard of how each supplier actually
      *         delivers, so buying can rank the alternates on
      *         PURCH-ALT-FILE on the record rather than by feel.
      *         Every purchase order line raised in the last year
      *         is matched to its POnnnnnn receipts on the
      *         movement ledger. Per supplier the scorecard shows
      *         the lines ordered, the percentage delivered on
      *         time (first receipt on or before PO-EXPECTED-DATE),
      *         the average days late of the late ones, the fill
      *         rate (received against ordered on the lines that
      *         are due), the over- and short-shipped lines, the
      *         lines still open past their due date, and the
      *         average real lead time from order to first receipt
      *         beside the SUPP-LEAD-TIME that expected dates are
      *         planned on. A supplier whose real lead time has
      *         drifted well past the master figure is flagged so
      *         the buyer can correct the supplier master.
      *         Lines buying has cancelled are left out: the
      *         supplier is no longer being asked to deliver them.
      *         A line ordered before the year that is still open
      *         past its due date is counted among the lines open
      *         past due, and nowhere else, so the oldest overdue
      *         orders are never lost from view.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Purchase-Orders\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT MOVE-LEDGER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Post-Movements\moveledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ML-KEY
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Supplier-Master\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SUPP-CODE
           FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT SCORE-SORT ASSIGN TO
           "C:\Coding etc\Github Cobol\Supplier-Scorecard\sortwork".

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Supplier-Scorecard\suppscore.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

      *>Permanent movement ledger: one record per posting, keyed
      *>by item, posting date and sequence within the day, with
      *>the ITEM-FILE roll-up balance after the posting.
       FD  MOVE-LEDGER-FILE.
       01  MOVE-LEDGER-RECORD.
        02 ML-KEY.
         03 ML-ITEM-CODE PIC 9(5) VALUE ZEROES.
         03 ML-DATE PIC 9(8) VALUE ZEROES.
         03 ML-SEQ PIC 9(3) VALUE ZEROES.
        02 ML-TYPE PIC X(1) VALUE SPACES.
           88 ML-RECEIPT VALUE 'R'.
           88 ML-ISSUE VALUE 'I'.
           88 ML-ADJUSTMENT VALUE 'J'.
           88 ML-TRANSFER VALUE 'X'.
           88 ML-COUNT VALUE 'C'.
           88 ML-RETURN VALUE 'U'.
           88 ML-DISPOSITION VALUE 'D'.
        02 ML-SIGN PIC X(1) VALUE SPACES.
        02 ML-LOC PIC X(3) VALUE SPACES.
        02 ML-LOC-2 PIC X(3) VALUE SPACES.
        02 ML-QTY PIC 9(5) VALUE ZEROES.
        02 ML-DOC-DATE PIC 9(8) VALUE ZEROES.
        02 ML-REF PIC X(10) VALUE SPACES.
        02 ML-BALANCE PIC 9(5) VALUE ZEROES.

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
        02 SUPP-CODE PIC X(5) VALUE SPACES.
        02 SUPP-NAME PIC X(20) VALUE SPACES.
        02 SUPP-LEAD-TIME PIC 9(3) VALUE ZEROES.

       FD  REPORT-FILE.
       01  PRINT-LINE PIC X(132).

       SD  SCORE-SORT.
       01  SCORE-SORT-REC.
        02 SS-SUPP-CODE PIC X(5).
        02 SS-ORDER-QTY PIC 9(5).
        02 SS-RECEIVED-QTY PIC 9(5).
        02 SS-DUE PIC X(1).
        02 SS-PAST-DUE PIC X(1).
        02 SS-OVER PIC X(1).
        02 SS-SHORT PIC X(1).
        02 SS-DELIVERED PIC X(1).
        02 SS-LATE PIC X(1).
        02 SS-DAYS-LATE PIC 9(5).
        02 SS-LEAD-DAYS PIC 9(5).
        02 SS-IN-WINDOW PIC X(1).

       WORKING-STORAGE SECTION.

      *>Purchase order lines raised within this many days are
      *>scored. Change here to retune.
       01  WS-WINDOW-DAYS PIC 9(3) VALUE 365.

      *>A supplier is flagged when the real lead time averages
      *>more than this percentage over the master figure - and by
      *>at least this many days - across at least this many
      *>delivered lines. Change here to retune.
       01  WS-DRIFT-PERCENT PIC 9(3) VALUE 025.
       01  WS-DRIFT-MIN-DAYS PIC 9(3) VALUE 003.
       01  WS-DRIFT-MIN-LINES PIC 9(3) VALUE 003.

       01  WS-PO-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LEDGER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-SUPP-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-SUPP-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-SUPP-FOUND PIC A(1) VALUE 'N'.
       01  WS-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LEDGER-ENDOF PIC A(1) VALUE 'N'.
       01  WS-SORT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-FIRST-SUPP PIC A(1) VALUE 'Y'.
       01  WS-CURRENT-SUPP PIC X(5) VALUE SPACES.

      *>Receipts against a purchase order carry POnnnnnn as their
      *>reference.
       01  WS-MATCH-REF.
        02 FILLER PIC X(2) VALUE "PO".
        02 WS-MR-NUMBER PIC 9(6) VALUE ZEROES.
       01  WS-FIRST-RECEIPT PIC 9(8) VALUE ZEROES.

       01  WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01  WS-WINDOW-START-INT PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-DIFF PIC S9(7) VALUE ZEROES.

       01  WS-SUPP-TOTALS.
        02 WS-ST-LINES PIC 9(5) VALUE ZEROES.
        02 WS-ST-DELIVERED PIC 9(5) VALUE ZEROES.
        02 WS-ST-ON-TIME PIC 9(5) VALUE ZEROES.
        02 WS-ST-LATE PIC 9(5) VALUE ZEROES.
        02 WS-ST-DAYS-LATE PIC 9(9) VALUE ZEROES.
        02 WS-ST-LEAD-DAYS PIC 9(9) VALUE ZEROES.
        02 WS-ST-DUE-ORDERED PIC 9(9) VALUE ZEROES.
        02 WS-ST-DUE-RECEIVED PIC 9(9) VALUE ZEROES.
        02 WS-ST-OVER PIC 9(5) VALUE ZEROES.
        02 WS-ST-SHORT PIC 9(5) VALUE ZEROES.
        02 WS-ST-PAST-DUE PIC 9(5) VALUE ZEROES.

       01  WS-PERCENT PIC 9(5)V9 VALUE ZEROES.
       01  WS-AVG-LATE PIC 9(5)V9 VALUE ZEROES.
       01  WS-AVG-LEAD PIC 9(5)V9 VALUE ZEROES.
       01  WS-DRIFT-LIMIT PIC 9(5)V9 VALUE ZEROES.

       01  WS-TOT-SUPPLIERS PIC 9(5) VALUE ZEROES.
       01  WS-TOT-LINES PIC 9(7) VALUE ZEROES.
       01  WS-TOT-PAST-DUE PIC 9(7) VALUE ZEROES.
       01  WS-TOT-OLD-PAST-DUE PIC 9(7) VALUE ZEROES.
       01  WS-TOT-FLAGGED PIC 9(5) VALUE ZEROES.

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

      *>Measures that cannot be worked out for a supplier - no
      *>deliveries yet, nothing due yet - print as N/A through
      *>the alphanumeric views.
       01  WS-DETAIL-LINE.
        02 WS-DL-SUPP PIC X(5) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-LINES PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(4) VALUE SPACES.
        02 WS-DL-ON-TIME PIC ZZ9.9 VALUE ZEROES.
        02 WS-DL-ON-TIME-X REDEFINES WS-DL-ON-TIME PIC X(5).
        02 FILLER PIC X(5) VALUE SPACES.
        02 WS-DL-AVG-LATE PIC ZZ9.9 VALUE ZEROES.
        02 WS-DL-AVG-LATE-X REDEFINES WS-DL-AVG-LATE PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-FILL PIC ZZ9.9 VALUE ZEROES.
        02 WS-DL-FILL-X REDEFINES WS-DL-FILL PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-OVER PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-SHORT PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(4) VALUE SPACES.
        02 WS-DL-PAST-DUE PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(6) VALUE SPACES.
        02 WS-DL-PLAN-LEAD PIC ZZ9 VALUE ZEROES.
        02 WS-DL-PLAN-LEAD-X REDEFINES WS-DL-PLAN-LEAD PIC X(3).
        02 FILLER PIC X(3) VALUE SPACES.
        02 WS-DL-ACT-LEAD PIC ZZ9.9 VALUE ZEROES.
        02 WS-DL-ACT-LEAD-X REDEFINES WS-DL-ACT-LEAD PIC X(5).
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-FLAG PIC X(16) VALUE SPACES.

       01  WS-COUNT-LINE.
        02 WS-CNT-TEXT PIC X(32) VALUE SPACES.
        02 WS-CNT-VALUE PIC Z,ZZZ,ZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           OPEN INPUT PO-FILE
           IF WS-PO-FILE-STATUS NOT = '00'
               DISPLAY "PURCHASE ORDER FILE UNAVAILABLE - STATUS "
                   WS-PO-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MOVE-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "MOVEMENT LEDGER UNAVAILABLE - STATUS "
                   WS-LEDGER-FILE-STATUS
               CLOSE PO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SUPP-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SUPP-AVAILABLE
           END-IF
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           COMPUTE WS-WINDOW-START-INT = WS-TODAY-INT - WS-WINDOW-DAYS
           PERFORM 050-PRINT-PAGE-HEADER
           SORT SCORE-SORT
               ON ASCENDING KEY SS-SUPP-CODE
               INPUT PROCEDURE IS 300-SELECT-PO-LINES
               OUTPUT PROCEDURE IS 400-SCORE-SUPPLIERS
           CLOSE PO-FILE
           CLOSE MOVE-LEDGER-FILE
           IF WS-SUPP-AVAILABLE = 'Y'
               CLOSE SUPPLIER-FILE
           END-IF
           MOVE "-----  --------------------  ------  -------  "
               TO PRINT-LINE
           MOVE "--------  -----  ------  ------  --------  "
               TO PRINT-LINE (47:43)
           MOVE "-------  ------  ----------------"
               TO PRINT-LINE (90:33)
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "SUPPLIERS SCORED              :" TO WS-CNT-TEXT
           MOVE WS-TOT-SUPPLIERS TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "ORDER LINES SCORED            :" TO WS-CNT-TEXT
           MOVE WS-TOT-LINES TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "LINES OPEN PAST DUE           :" TO WS-CNT-TEXT
           MOVE WS-TOT-PAST-DUE TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "  OF WHICH ORDERED OVER A YEAR:" TO WS-CNT-TEXT
           MOVE WS-TOT-OLD-PAST-DUE TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "SUPPLIERS WITH LEAD TIME DRIFT:" TO WS-CNT-TEXT
           MOVE WS-TOT-FLAGGED TO WS-CNT-VALUE
           MOVE WS-COUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           IF WS-SUPP-AVAILABLE = 'N'
               MOVE "NO SUPPLIER MASTER - LEAD TIMES NOT COMPARED."
                   TO PRINT-LINE
               PERFORM 150-WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "SUPPLIERS SCORED     : " WS-TOT-SUPPLIERS
           DISPLAY "LEAD TIMES DRIFTED   : " WS-TOT-FLAGGED.
           STOP RUN.

       050-PRINT-PAGE-HEADER.
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE "        SUPPLIER PERFORMANCE SCORECARD" TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "SUPP   SUPPLIER NAME          LINES  ONTIME%  "
               TO PRINT-LINE
           MOVE "AVG LATE  FILL%    OVER   SHORT  PAST DUE  "
               TO PRINT-LINE (47:43)
           MOVE "PLAN LT  ACT LT  LEAD TIME" TO PRINT-LINE (90:26)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "-----  --------------------  ------  -------  "
               TO PRINT-LINE
           MOVE "--------  -----  ------  ------  --------  "
               TO PRINT-LINE (47:43)
           MOVE "-------  ------  ----------------"
               TO PRINT-LINE (90:33)
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

       300-SELECT-PO-LINES.
           PERFORM UNTIL WS-ENDOF = 'Y'
               READ PO-FILE
                   AT END MOVE 'Y' TO WS-ENDOF
                   NOT AT END
                       IF PO-ORDER-DATE > 0 AND NOT PO-CANCELLED
                           IF FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE)
                              >= WS-WINDOW-START-INT
                               PERFORM 320-FIND-FIRST-RECEIPT
                               PERFORM 340-RELEASE-ONE-LINE
                           ELSE
                               IF NOT PO-CLOSED AND
                                  PO-EXPECTED-DATE < WS-TODAY
                                   PERFORM 360-RELEASE-OLD-PAST-DUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>Nothing can be received before it is ordered, so the
      *>item's ledger entries are read from the order date on and
      *>the first receipt quoting the order is the delivery. The
      *>movement's own date is used where one was keyed.
       320-FIND-FIRST-RECEIPT.
           MOVE ZEROES TO WS-FIRST-RECEIPT
           MOVE PO-NUMBER TO WS-MR-NUMBER
           MOVE PO-ITEM-CODE TO ML-ITEM-CODE
           MOVE PO-ORDER-DATE TO ML-DATE
           MOVE ZEROES TO ML-SEQ
           MOVE 'N' TO WS-LEDGER-ENDOF
           START MOVE-LEDGER-FILE KEY >= ML-KEY
               INVALID KEY MOVE 'Y' TO WS-LEDGER-ENDOF
           END-START
           PERFORM UNTIL WS-LEDGER-ENDOF = 'Y'
               READ MOVE-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-ENDOF
                   NOT AT END
                       IF ML-ITEM-CODE NOT = PO-ITEM-CODE
                           MOVE 'Y' TO WS-LEDGER-ENDOF
                       ELSE
                           IF ML-RECEIPT AND
                              ML-REF (1:8) = WS-MATCH-REF
                               IF ML-DOC-DATE > 0
                                   MOVE ML-DOC-DATE TO WS-FIRST-RECEIPT
                               ELSE
                                   MOVE ML-DATE TO WS-FIRST-RECEIPT
                               END-IF
                               MOVE 'Y' TO WS-LEDGER-ENDOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>A line is due once it is closed or its expected date has
      *>arrived; only due lines count towards the fill rate and
      *>short shipments, so an order still in transit is not held
      *>against the supplier.
       340-RELEASE-ONE-LINE.
           MOVE PO-SUPP-CODE TO SS-SUPP-CODE
           MOVE PO-ORDER-QTY TO SS-ORDER-QTY
           MOVE PO-RECEIVED-QTY TO SS-RECEIVED-QTY
           MOVE 'N' TO SS-DUE
           MOVE 'N' TO SS-PAST-DUE
           MOVE 'N' TO SS-OVER
           MOVE 'N' TO SS-SHORT
           MOVE 'N' TO SS-DELIVERED
           MOVE 'N' TO SS-LATE
           MOVE ZEROES TO SS-DAYS-LATE
           MOVE ZEROES TO SS-LEAD-DAYS
           MOVE 'Y' TO SS-IN-WINDOW
           IF PO-CLOSED OR PO-EXPECTED-DATE <= WS-TODAY
               MOVE 'Y' TO SS-DUE
           END-IF
           IF NOT PO-CLOSED AND PO-EXPECTED-DATE < WS-TODAY
               MOVE 'Y' TO SS-PAST-DUE
           END-IF
           IF PO-RECEIVED-QTY > PO-ORDER-QTY
               MOVE 'Y' TO SS-OVER
           END-IF
           IF SS-DUE = 'Y' AND PO-RECEIVED-QTY > 0 AND
              PO-RECEIVED-QTY < PO-ORDER-QTY
               MOVE 'Y' TO SS-SHORT
           END-IF
           IF WS-FIRST-RECEIPT > 0
               MOVE 'Y' TO SS-DELIVERED
               COMPUTE WS-DAYS-DIFF =
                   FUNCTION INTEGER-OF-DATE (WS-FIRST-RECEIPT) -
                   FUNCTION INTEGER-OF-DATE (PO-ORDER-DATE)
               IF WS-DAYS-DIFF > 0
                   MOVE WS-DAYS-DIFF TO SS-LEAD-DAYS
               END-IF
               IF PO-EXPECTED-DATE > 0
                   COMPUTE WS-DAYS-DIFF =
                       FUNCTION INTEGER-OF-DATE (WS-FIRST-RECEIPT) -
                       FUNCTION INTEGER-OF-DATE (PO-EXPECTED-DATE)
                   IF WS-DAYS-DIFF > 0
                       MOVE 'Y' TO SS-LATE
                       MOVE WS-DAYS-DIFF TO SS-DAYS-LATE
                   END-IF
               END-IF
           END-IF
           RELEASE SCORE-SORT-REC.

      *>A line ordered before the window is not scored on its
      *>delivery, but while it is still open past its due date it
      *>is the overdue line buying most needs to chase.
       360-RELEASE-OLD-PAST-DUE.
           MOVE PO-SUPP-CODE TO SS-SUPP-CODE
           MOVE PO-ORDER-QTY TO SS-ORDER-QTY
           MOVE PO-RECEIVED-QTY TO SS-RECEIVED-QTY
           MOVE 'N' TO SS-DUE
           MOVE 'Y' TO SS-PAST-DUE
           MOVE 'N' TO SS-OVER
           MOVE 'N' TO SS-SHORT
           MOVE 'N' TO SS-DELIVERED
           MOVE 'N' TO SS-LATE
           MOVE ZEROES TO SS-DAYS-LATE
           MOVE ZEROES TO SS-LEAD-DAYS
           MOVE 'N' TO SS-IN-WINDOW
           RELEASE SCORE-SORT-REC.

       400-SCORE-SUPPLIERS.
           MOVE 'N' TO WS-SORT-ENDOF
           PERFORM UNTIL WS-SORT-ENDOF = 'Y'
               RETURN SCORE-SORT
                   AT END
                       MOVE 'Y' TO WS-SORT-ENDOF
                       IF WS-FIRST-SUPP = 'N'
                           PERFORM 500-PRINT-SUPPLIER-LINE
                       END-IF
                   NOT AT END
                       IF WS-FIRST-SUPP = 'Y'
                           MOVE 'N' TO WS-FIRST-SUPP
                           MOVE SS-SUPP-CODE TO WS-CURRENT-SUPP
                       ELSE
                           IF SS-SUPP-CODE NOT = WS-CURRENT-SUPP
                               PERFORM 500-PRINT-SUPPLIER-LINE
                               MOVE SS-SUPP-CODE TO WS-CURRENT-SUPP
                           END-IF
                       END-IF
                       PERFORM 450-ADD-ONE-LINE
               END-RETURN
           END-PERFORM.

       450-ADD-ONE-LINE.
           IF SS-IN-WINDOW = 'N'
               ADD 1 TO WS-ST-PAST-DUE
               ADD 1 TO WS-TOT-OLD-PAST-DUE
           ELSE
               PERFORM 460-ADD-SCORED-LINE
           END-IF.

       460-ADD-SCORED-LINE.
           ADD 1 TO WS-ST-LINES
           IF SS-DUE = 'Y'
               ADD SS-ORDER-QTY TO WS-ST-DUE-ORDERED
               ADD SS-RECEIVED-QTY TO WS-ST-DUE-RECEIVED
           END-IF
           IF SS-PAST-DUE = 'Y'
               ADD 1 TO WS-ST-PAST-DUE
           END-IF
           IF SS-OVER = 'Y'
               ADD 1 TO WS-ST-OVER
           END-IF
           IF SS-SHORT = 'Y'
               ADD 1 TO WS-ST-SHORT
           END-IF
           IF SS-DELIVERED = 'Y'
               ADD 1 TO WS-ST-DELIVERED
               ADD SS-LEAD-DAYS TO WS-ST-LEAD-DAYS
               IF SS-LATE = 'Y'
                   ADD 1 TO WS-ST-LATE
                   ADD SS-DAYS-LATE TO WS-ST-DAYS-LATE
               ELSE
                   ADD 1 TO WS-ST-ON-TIME
               END-IF
           END-IF.

       500-PRINT-SUPPLIER-LINE.
           MOVE SPACES TO WS-DL-FLAG
           MOVE WS-CURRENT-SUPP TO WS-DL-SUPP
           MOVE 'N' TO WS-SUPP-FOUND
           IF WS-SUPP-AVAILABLE = 'Y'
               MOVE WS-CURRENT-SUPP TO SUPP-CODE
               READ SUPPLIER-FILE
                   INVALID KEY MOVE 'N' TO WS-SUPP-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-SUPP-FOUND
               END-READ
           END-IF
           IF WS-SUPP-FOUND = 'Y'
               MOVE SUPP-NAME TO WS-DL-NAME
               MOVE SUPP-LEAD-TIME TO WS-DL-PLAN-LEAD
           ELSE
               MOVE "*** NOT ON MASTER" TO WS-DL-NAME
               MOVE "N/A" TO WS-DL-PLAN-LEAD-X
           END-IF
           MOVE WS-ST-LINES TO WS-DL-LINES
           MOVE WS-ST-OVER TO WS-DL-OVER
           MOVE WS-ST-SHORT TO WS-DL-SHORT
           MOVE WS-ST-PAST-DUE TO WS-DL-PAST-DUE
           IF WS-ST-DELIVERED > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-ST-ON-TIME * 100 / WS-ST-DELIVERED
               MOVE WS-PERCENT TO WS-DL-ON-TIME
               COMPUTE WS-AVG-LEAD ROUNDED =
                   WS-ST-LEAD-DAYS / WS-ST-DELIVERED
               IF WS-AVG-LEAD > 999.9
                   MOVE 999.9 TO WS-AVG-LEAD
               END-IF
               MOVE WS-AVG-LEAD TO WS-DL-ACT-LEAD
           ELSE
               MOVE "  N/A" TO WS-DL-ON-TIME-X
               MOVE "  N/A" TO WS-DL-ACT-LEAD-X
           END-IF
           IF WS-ST-LATE > 0
               COMPUTE WS-AVG-LATE ROUNDED =
                   WS-ST-DAYS-LATE / WS-ST-LATE
               IF WS-AVG-LATE > 999.9
                   MOVE 999.9 TO WS-AVG-LATE
               END-IF
               MOVE WS-AVG-LATE TO WS-DL-AVG-LATE
           ELSE
               IF WS-ST-DELIVERED > 0
                   MOVE ZEROES TO WS-DL-AVG-LATE
               ELSE
                   MOVE "  N/A" TO WS-DL-AVG-LATE-X
               END-IF
           END-IF
           IF WS-ST-DUE-ORDERED > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-ST-DUE-RECEIVED * 100 / WS-ST-DUE-ORDERED
               IF WS-PERCENT > 999.9
                   MOVE 999.9 TO WS-PERCENT
               END-IF
               MOVE WS-PERCENT TO WS-DL-FILL
           ELSE
               MOVE "  N/A" TO WS-DL-FILL-X
           END-IF
           IF WS-SUPP-FOUND = 'Y'
               PERFORM 550-CHECK-LEAD-TIME-DRIFT
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           ADD 1 TO WS-TOT-SUPPLIERS
           ADD WS-ST-LINES TO WS-TOT-LINES
           ADD WS-ST-PAST-DUE TO WS-TOT-PAST-DUE
           MOVE ZEROES TO WS-SUPP-TOTALS.

      *>Allowance over the master lead time is the larger of the
      *>percentage and the minimum number of days, so suppliers
      *>with short lead times are not flagged for a day or two.
       550-CHECK-LEAD-TIME-DRIFT.
           IF WS-ST-DELIVERED >= WS-DRIFT-MIN-LINES
               COMPUTE WS-DRIFT-LIMIT = SUPP-LEAD-TIME *
                   (100 + WS-DRIFT-PERCENT) / 100
               IF WS-DRIFT-LIMIT < SUPP-LEAD-TIME + WS-DRIFT-MIN-DAYS
                   COMPUTE WS-DRIFT-LIMIT =
                       SUPP-LEAD-TIME + WS-DRIFT-MIN-DAYS
               END-IF
               IF WS-AVG-LEAD > WS-DRIFT-LIMIT
                   MOVE "** DRIFTED" TO WS-DL-FLAG
                   ADD 1 TO WS-TOT-FLAGGED
               END-IF
           END-IF.
