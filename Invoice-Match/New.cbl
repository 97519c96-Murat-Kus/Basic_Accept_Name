       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATCH-SUPPLIER-INVOICES.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Three-way match of supplier invoices against the
      *         purchase order and the goods actually received, so
      *         we stop paying for stock that never arrived. The
      *         supplier invoice file is keyed from the paper
      *         invoices: one record per invoice line with the
      *         supplier, invoice number and date, the PO number
      *         and line being billed, the quantity and the unit
      *         price. Each line is matched to its PO-FILE line:
      *         the PO line must exist and belong to that supplier,
      *         the quantity billed to date (this invoice included)
      *         must not exceed PO-RECEIVED-QTY, which receipt
      *         matching keeps in step with the ledger receipts,
      *         and the unit price must not be more than the
      *         price tolerance above PO-PRICE. A line against a
      *         PO line that is closed or cancelled and already
      *         fully billed, and an invoice number the supplier
      *         has already been approved for, are exceptions too.
      *         An invoice is approved only when every line on it
      *         matches: it is then written to the approved-for-
      *         payment file, its lines are added to the quantity
      *         billed against each PO line, and its number is
      *         recorded so it cannot be paid twice. Any exception
      *         holds the whole invoice and lists all its lines on
      *         the exceptions report for purchasing to take up
      *         with the supplier; the corrected invoice is keyed
      *         again in a later batch. The invoice file is
      *         emptied at the end of each run.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUPP-INVOICE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoice-Match\supinvoice.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUPINV-FILE-STATUS.

           SELECT PO-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Purchase-Orders\pofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PO-KEY
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Supplier-Master\suppmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SUPP-CODE
           FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT PO-BILLED-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoice-Match\pobilled.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS PB-KEY
           FILE STATUS IS WS-BILLED-FILE-STATUS.

           SELECT INVOICE-SEEN-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoice-Match\invseen.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SN-KEY
           FILE STATUS IS WS-SEEN-FILE-STATUS.

           SELECT APPROVED-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoice-Match\approved.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-APPROVED-FILE-STATUS.

           SELECT MATCH-SORT ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoice-Match\sortwork".

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoice-Match\invmatch.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *>One record per supplier invoice line, keyed from the paper.
       FD  SUPP-INVOICE-FILE.
       01  SUPP-INVOICE-RECORD.
        02 SI-SUPP-CODE PIC X(5) VALUE SPACES.
        02 SI-INVOICE-NUMBER PIC X(10) VALUE SPACES.
        02 SI-INVOICE-DATE PIC 9(8) VALUE ZEROES.
        02 SI-PO-NUMBER PIC 9(6) VALUE ZEROES.
        02 SI-PO-LINE PIC 9(3) VALUE ZEROES.
        02 SI-QTY PIC 9(5) VALUE ZEROES.
        02 SI-PRICE PIC 9(5)V99 VALUE ZEROES.

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

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
        02 SUPP-CODE PIC X(5) VALUE SPACES.
        02 SUPP-NAME PIC X(20) VALUE SPACES.
        02 SUPP-LEAD-TIME PIC 9(3) VALUE ZEROES.

      *>Quantity and value billed to date on each PO line, built
      *>up from approved invoices only.
       FD  PO-BILLED-FILE.
       01  PO-BILLED-RECORD.
        02 PB-KEY.
         03 PB-PO-NUMBER PIC 9(6) VALUE ZEROES.
         03 PB-PO-LINE PIC 9(3) VALUE ZEROES.
        02 PB-BILLED-QTY PIC 9(6) VALUE ZEROES.
        02 PB-BILLED-VALUE PIC 9(9)V99 VALUE ZEROES.
        02 PB-LAST-INVOICE PIC X(10) VALUE SPACES.
        02 PB-LAST-DATE PIC 9(8) VALUE ZEROES.

      *>Every supplier invoice number ever approved, so the same
      *>invoice cannot be paid twice.
       FD  INVOICE-SEEN-FILE.
       01  INVOICE-SEEN-RECORD.
        02 SN-KEY.
         03 SN-SUPP-CODE PIC X(5) VALUE SPACES.
         03 SN-INVOICE-NUMBER PIC X(10) VALUE SPACES.
        02 SN-INVOICE-DATE PIC 9(8) VALUE ZEROES.
        02 SN-APPROVED-DATE PIC 9(8) VALUE ZEROES.
        02 SN-INVOICE-VALUE PIC 9(9)V99 VALUE ZEROES.

      *>One record per invoice cleared for payment.
       FD  APPROVED-FILE.
       01  APPROVED-RECORD.
        02 AP-SUPP-CODE PIC X(5) VALUE SPACES.
        02 AP-INVOICE-NUMBER PIC X(10) VALUE SPACES.
        02 AP-INVOICE-DATE PIC 9(8) VALUE ZEROES.
        02 AP-LINE-COUNT PIC 9(3) VALUE ZEROES.
        02 AP-INVOICE-VALUE PIC 9(9)V99 VALUE ZEROES.
        02 AP-APPROVED-DATE PIC 9(8) VALUE ZEROES.

       SD  MATCH-SORT.
       01  MATCH-SORT-REC.
        02 MS-SUPP-CODE PIC X(5).
        02 MS-INVOICE-NUMBER PIC X(10).
        02 MS-INVOICE-DATE PIC 9(8).
        02 MS-PO-NUMBER PIC 9(6).
        02 MS-PO-LINE PIC 9(3).
        02 MS-QTY PIC 9(5).
        02 MS-PRICE PIC 9(5)V99.

       FD  REPORT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

      *>A price up to this percentage above PO-PRICE is accepted
      *>as rounding or carriage. Change here to retune.
       01  WS-PRICE-TOLERANCE-PCT PIC 9(2)V99 VALUE 02.00.

       01  WS-SUPINV-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-PO-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-SUPP-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-BILLED-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-SEEN-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-APPROVED-FILE-STATUS PIC X(2) VALUE ZEROES.

       01  WS-SUPINV-ENDOF PIC A(1) VALUE 'N'.
       01  WS-SORT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-FIRST-INVOICE PIC A(1) VALUE 'Y'.
       01  WS-SUPP-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-PO-FOUND PIC A(1) VALUE 'N'.
       01  WS-BILLED-FOUND PIC A(1) VALUE 'N'.
       01  WS-INVOICE-DUPLICATE PIC A(1) VALUE 'N'.
       01  WS-INVOICE-OVERFLOW PIC A(1) VALUE 'N'.

       01  WS-TODAY PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-SUPP PIC X(5) VALUE SPACES.
       01  WS-CURRENT-INVOICE PIC X(10) VALUE SPACES.
       01  WS-CURRENT-INV-DATE PIC 9(8) VALUE ZEROES.
       01  WS-CURRENT-SUPP-NAME PIC X(20) VALUE SPACES.

       01  WS-BILLED-TO-DATE PIC 9(7) VALUE ZEROES.
       01  WS-PRICE-LIMIT PIC 9(7)V9999 VALUE ZEROES.
       01  WS-LINE-VALUE PIC 9(9)V99 VALUE ZEROES.
       01  WS-INVOICE-VALUE PIC 9(9)V99 VALUE ZEROES.
       01  WS-EXCEPTION-COUNT PIC 9(3) VALUE ZEROES.

      *>The lines of the invoice in hand, held until the whole
      *>invoice has been matched.
       01  WS-LINE-COUNT-INV PIC 9(3) VALUE ZEROES.
       01  WS-LINE-SUB PIC 9(3) VALUE ZEROES.
       01  WS-EARLIER-SUB PIC 9(3) VALUE ZEROES.
       01  WS-INVOICE-TABLE.
        02 WS-INVOICE-ENTRY OCCURS 99.
         03 WS-IL-PO-NUMBER PIC 9(6) VALUE ZEROES.
         03 WS-IL-PO-LINE PIC 9(3) VALUE ZEROES.
         03 WS-IL-QTY PIC 9(5) VALUE ZEROES.
         03 WS-IL-PRICE PIC 9(5)V99 VALUE ZEROES.
         03 WS-IL-PO-PRICE PIC 9(5)V99 VALUE ZEROES.
         03 WS-IL-RECEIVED PIC 9(5) VALUE ZEROES.
         03 WS-IL-BILLED PIC 9(7) VALUE ZEROES.
         03 WS-IL-QTY-REASON PIC X(24) VALUE SPACES.
         03 WS-IL-PRICE-REASON PIC X(24) VALUE SPACES.

       01  WS-INVOICES-READ PIC 9(5) VALUE ZEROES.
       01  WS-INVOICES-APPROVED PIC 9(5) VALUE ZEROES.
       01  WS-INVOICES-HELD PIC 9(5) VALUE ZEROES.
       01  WS-LINES-READ PIC 9(7) VALUE ZEROES.
       01  WS-LINES-IN-EXCEPTION PIC 9(7) VALUE ZEROES.
       01  WS-APPROVED-VALUE PIC 9(11)V99 VALUE ZEROES.
       01  WS-HELD-VALUE PIC 9(11)V99 VALUE ZEROES.

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

       01  WS-INVOICE-HEAD-LINE.
        02 FILLER PIC X(9) VALUE "SUPPLIER ".
        02 WS-IH-SUPP PIC X(5) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 WS-IH-SUPP-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "  INVOICE ".
        02 WS-IH-INVOICE PIC X(10) VALUE SPACES.
        02 FILLER PIC X(7) VALUE " DATED ".
        02 WS-IH-DATE PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-IH-STATUS PIC X(40) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-EL-PO-NUMBER PIC 9(6) VALUE ZEROES.
        02 FILLER PIC X(1) VALUE "/".
        02 WS-EL-PO-LINE PIC 9(3) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-EL-QTY PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-EL-PRICE PIC ZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-EL-PO-PRICE PIC ZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-EL-RECEIVED PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-EL-BILLED PIC Z,ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-EL-QTY-REASON PIC X(24) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 WS-EL-PRICE-REASON PIC X(24) VALUE SPACES.

       01  WS-TOTAL-LINE.
        02 WS-TL-LABEL PIC X(30) VALUE SPACES.
        02 WS-TL-COUNT PIC ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-TL-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           OPEN INPUT SUPP-INVOICE-FILE
           IF WS-SUPINV-FILE-STATUS NOT = '00'
               DISPLAY "NO SUPPLIER INVOICE FILE - NOTHING TO MATCH."
               STOP RUN
           END-IF
           OPEN INPUT PO-FILE
           IF WS-PO-FILE-STATUS NOT = '00'
               DISPLAY "PURCHASE ORDER FILE UNAVAILABLE - STATUS "
                   WS-PO-FILE-STATUS
               DISPLAY "NO INVOICES MATCHED."
               CLOSE SUPP-INVOICE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PO-BILLED-FILE
           IF WS-BILLED-FILE-STATUS = '35'
               OPEN OUTPUT PO-BILLED-FILE
               CLOSE PO-BILLED-FILE
               OPEN I-O PO-BILLED-FILE
           END-IF
           OPEN I-O INVOICE-SEEN-FILE
           IF WS-SEEN-FILE-STATUS = '35'
               OPEN OUTPUT INVOICE-SEEN-FILE
               CLOSE INVOICE-SEEN-FILE
               OPEN I-O INVOICE-SEEN-FILE
           END-IF
           IF WS-BILLED-FILE-STATUS NOT = '00' OR
              WS-SEEN-FILE-STATUS NOT = '00'
               DISPLAY "BILLING HISTORY UNAVAILABLE - STATUS "
                   WS-BILLED-FILE-STATUS " / " WS-SEEN-FILE-STATUS
               DISPLAY "NO INVOICES MATCHED."
               CLOSE SUPP-INVOICE-FILE
               CLOSE PO-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND APPROVED-FILE
           IF WS-APPROVED-FILE-STATUS NOT = '00'
               OPEN OUTPUT APPROVED-FILE
           END-IF
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SUPP-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SUPP-AVAILABLE
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           OPEN OUTPUT REPORT-FILE
           PERFORM 500-PRINT-PAGE-HEADER

           SORT MATCH-SORT
               ON ASCENDING KEY MS-SUPP-CODE MS-INVOICE-NUMBER
                                MS-PO-NUMBER MS-PO-LINE
               INPUT PROCEDURE IS 200-SELECT-INVOICE-LINES
               OUTPUT PROCEDURE IS 300-MATCH-INVOICES

           PERFORM 700-PRINT-TOTALS
           CLOSE SUPP-INVOICE-FILE
           CLOSE PO-FILE
           CLOSE PO-BILLED-FILE
           CLOSE INVOICE-SEEN-FILE
           CLOSE APPROVED-FILE
           IF WS-SUPP-AVAILABLE = 'Y'
               CLOSE SUPPLIER-FILE
           END-IF
           CLOSE REPORT-FILE
           PERFORM 800-CLEAR-INVOICE-FILE
           DISPLAY "INVOICES READ     : " WS-INVOICES-READ
           DISPLAY "INVOICES APPROVED : " WS-INVOICES-APPROVED
           DISPLAY "INVOICES HELD     : " WS-INVOICES-HELD.
           STOP RUN.

       200-SELECT-INVOICE-LINES.
           PERFORM UNTIL WS-SUPINV-ENDOF = 'Y'
               READ SUPP-INVOICE-FILE
                   AT END MOVE 'Y' TO WS-SUPINV-ENDOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       MOVE SUPP-INVOICE-RECORD TO MATCH-SORT-REC
                       RELEASE MATCH-SORT-REC
               END-READ
           END-PERFORM.

      *>Invoice lines arrive grouped by supplier and invoice
      *>number; a change of either closes the invoice in hand.
       300-MATCH-INVOICES.
           MOVE 'N' TO WS-SORT-ENDOF
           PERFORM UNTIL WS-SORT-ENDOF = 'Y'
               RETURN MATCH-SORT
                   AT END
                       MOVE 'Y' TO WS-SORT-ENDOF
                       IF WS-FIRST-INVOICE = 'N'
                           PERFORM 360-FINISH-INVOICE
                       END-IF
                   NOT AT END
                       IF WS-FIRST-INVOICE = 'Y'
                           MOVE 'N' TO WS-FIRST-INVOICE
                           PERFORM 320-START-INVOICE
                       ELSE
                           IF MS-SUPP-CODE NOT = WS-CURRENT-SUPP OR
                              MS-INVOICE-NUMBER NOT =
                              WS-CURRENT-INVOICE
                               PERFORM 360-FINISH-INVOICE
                               PERFORM 320-START-INVOICE
                           END-IF
                       END-IF
                       PERFORM 340-HOLD-INVOICE-LINE
               END-RETURN
           END-PERFORM.

       320-START-INVOICE.
           MOVE MS-SUPP-CODE TO WS-CURRENT-SUPP
           MOVE MS-INVOICE-NUMBER TO WS-CURRENT-INVOICE
           MOVE MS-INVOICE-DATE TO WS-CURRENT-INV-DATE
           MOVE ZEROES TO WS-LINE-COUNT-INV
           MOVE 'N' TO WS-INVOICE-OVERFLOW
           ADD 1 TO WS-INVOICES-READ.

      *>An invoice longer than the table is held whole - it is
      *>far past anything a supplier sends us.
       340-HOLD-INVOICE-LINE.
           IF WS-LINE-COUNT-INV >= 99
               MOVE 'Y' TO WS-INVOICE-OVERFLOW
           ELSE
               ADD 1 TO WS-LINE-COUNT-INV
               MOVE MS-PO-NUMBER TO WS-IL-PO-NUMBER (WS-LINE-COUNT-INV)
               MOVE MS-PO-LINE TO WS-IL-PO-LINE (WS-LINE-COUNT-INV)
               MOVE MS-QTY TO WS-IL-QTY (WS-LINE-COUNT-INV)
               MOVE MS-PRICE TO WS-IL-PRICE (WS-LINE-COUNT-INV)
               MOVE ZEROES TO WS-IL-PO-PRICE (WS-LINE-COUNT-INV)
               MOVE ZEROES TO WS-IL-RECEIVED (WS-LINE-COUNT-INV)
               MOVE ZEROES TO WS-IL-BILLED (WS-LINE-COUNT-INV)
               MOVE SPACES TO WS-IL-QTY-REASON (WS-LINE-COUNT-INV)
               MOVE SPACES TO WS-IL-PRICE-REASON (WS-LINE-COUNT-INV)
           END-IF.

      *>The invoice is matched line by line, then approved or held
      *>as a whole.
       360-FINISH-INVOICE.
           MOVE ZEROES TO WS-EXCEPTION-COUNT
           MOVE ZEROES TO WS-INVOICE-VALUE
           MOVE WS-CURRENT-SUPP TO SN-SUPP-CODE
           MOVE WS-CURRENT-INVOICE TO SN-INVOICE-NUMBER
           READ INVOICE-SEEN-FILE
               INVALID KEY MOVE 'N' TO WS-INVOICE-DUPLICATE
               NOT INVALID KEY MOVE 'Y' TO WS-INVOICE-DUPLICATE
           END-READ
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT-INV
               PERFORM 400-MATCH-ONE-LINE
           END-PERFORM
           IF WS-INVOICE-DUPLICATE = 'Y' OR
              WS-INVOICE-OVERFLOW = 'Y' OR
              WS-EXCEPTION-COUNT > 0
               PERFORM 450-REPORT-HELD-INVOICE
           ELSE
               PERFORM 600-APPROVE-INVOICE
           END-IF.

      *>Quantity checks: the PO line must exist for this supplier,
      *>must not be closed and fully billed already, and what has
      *>been billed - earlier invoices, earlier lines of this one
      *>and this line - must not pass what has been received.
      *>Price check: not above PO-PRICE plus the tolerance.
       400-MATCH-ONE-LINE.
           COMPUTE WS-LINE-VALUE = WS-IL-QTY (WS-LINE-SUB) *
               WS-IL-PRICE (WS-LINE-SUB)
           ADD WS-LINE-VALUE TO WS-INVOICE-VALUE
           MOVE WS-IL-PO-NUMBER (WS-LINE-SUB) TO PO-NUMBER
           MOVE WS-IL-PO-LINE (WS-LINE-SUB) TO PO-LINE
           READ PO-FILE
               INVALID KEY MOVE 'N' TO WS-PO-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-PO-FOUND
           END-READ
           IF WS-PO-FOUND = 'Y' AND PO-SUPP-CODE NOT = WS-CURRENT-SUPP
               MOVE 'N' TO WS-PO-FOUND
           END-IF
           IF WS-PO-FOUND = 'N'
               MOVE "UNKNOWN PO LINE" TO WS-IL-QTY-REASON (WS-LINE-SUB)
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               MOVE PO-PRICE TO WS-IL-PO-PRICE (WS-LINE-SUB)
               MOVE PO-RECEIVED-QTY TO WS-IL-RECEIVED (WS-LINE-SUB)
               MOVE PO-KEY TO PB-KEY
               READ PO-BILLED-FILE
                   INVALID KEY MOVE 'N' TO WS-BILLED-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-BILLED-FOUND
               END-READ
               IF WS-BILLED-FOUND = 'Y'
                   MOVE PB-BILLED-QTY TO WS-BILLED-TO-DATE
               ELSE
                   MOVE ZEROES TO WS-BILLED-TO-DATE
               END-IF
               MOVE WS-BILLED-TO-DATE TO WS-IL-BILLED (WS-LINE-SUB)
               PERFORM VARYING WS-EARLIER-SUB FROM 1 BY 1
                   UNTIL WS-EARLIER-SUB >= WS-LINE-SUB
                   IF WS-IL-PO-NUMBER (WS-EARLIER-SUB) = PO-NUMBER AND
                      WS-IL-PO-LINE (WS-EARLIER-SUB) = PO-LINE
                       ADD WS-IL-QTY (WS-EARLIER-SUB)
                           TO WS-BILLED-TO-DATE
                   END-IF
               END-PERFORM
               IF (PO-CLOSED OR PO-CANCELLED) AND
                  WS-BILLED-TO-DATE >= PO-RECEIVED-QTY
                   MOVE "CLOSED AND FULLY BILLED"
                       TO WS-IL-QTY-REASON (WS-LINE-SUB)
                   ADD 1 TO WS-EXCEPTION-COUNT
               ELSE
                   IF WS-BILLED-TO-DATE + WS-IL-QTY (WS-LINE-SUB) >
                      PO-RECEIVED-QTY
                       MOVE "BILLED ABOVE RECEIVED"
                           TO WS-IL-QTY-REASON (WS-LINE-SUB)
                       ADD 1 TO WS-EXCEPTION-COUNT
                   END-IF
               END-IF
               COMPUTE WS-PRICE-LIMIT = PO-PRICE *
                   (100 + WS-PRICE-TOLERANCE-PCT) / 100
               IF WS-IL-PRICE (WS-LINE-SUB) > WS-PRICE-LIMIT
                   MOVE "PRICE ABOVE PO TOLERANCE"
                       TO WS-IL-PRICE-REASON (WS-LINE-SUB)
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.

      *>A held invoice is listed whole so purchasing can see the
      *>good lines next to the bad ones when they ring the supplier.
       450-REPORT-HELD-INVOICE.
           ADD 1 TO WS-INVOICES-HELD
           ADD WS-INVOICE-VALUE TO WS-HELD-VALUE
           PERFORM 470-FIND-SUPPLIER-NAME
           MOVE SPACES TO PRINT-LINE
           PERFORM 550-WRITE-REPORT-LINE
           MOVE WS-CURRENT-SUPP TO WS-IH-SUPP
           MOVE WS-CURRENT-SUPP-NAME TO WS-IH-SUPP-NAME
           MOVE WS-CURRENT-INVOICE TO WS-IH-INVOICE
           MOVE WS-CURRENT-INV-DATE TO WS-IH-DATE
           IF WS-INVOICE-DUPLICATE = 'Y'
               MOVE "*** DUPLICATE INVOICE NUMBER - HELD"
                   TO WS-IH-STATUS
           ELSE
               IF WS-INVOICE-OVERFLOW = 'Y'
                   MOVE "*** OVER 99 LINES - HELD, CHECK BY HAND"
                       TO WS-IH-STATUS
               ELSE
                   MOVE "*** HELD - EXCEPTIONS BELOW" TO WS-IH-STATUS
               END-IF
           END-IF
           MOVE WS-INVOICE-HEAD-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REPORT-LINE
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT-INV
               MOVE WS-IL-PO-NUMBER (WS-LINE-SUB) TO WS-EL-PO-NUMBER
               MOVE WS-IL-PO-LINE (WS-LINE-SUB) TO WS-EL-PO-LINE
               MOVE WS-IL-QTY (WS-LINE-SUB) TO WS-EL-QTY
               MOVE WS-IL-PRICE (WS-LINE-SUB) TO WS-EL-PRICE
               MOVE WS-IL-PO-PRICE (WS-LINE-SUB) TO WS-EL-PO-PRICE
               MOVE WS-IL-RECEIVED (WS-LINE-SUB) TO WS-EL-RECEIVED
               MOVE WS-IL-BILLED (WS-LINE-SUB) TO WS-EL-BILLED
               MOVE WS-IL-QTY-REASON (WS-LINE-SUB) TO WS-EL-QTY-REASON
               MOVE WS-IL-PRICE-REASON (WS-LINE-SUB)
                   TO WS-EL-PRICE-REASON
               IF WS-IL-QTY-REASON (WS-LINE-SUB) NOT = SPACES OR
                  WS-IL-PRICE-REASON (WS-LINE-SUB) NOT = SPACES
                   ADD 1 TO WS-LINES-IN-EXCEPTION
               END-IF
               MOVE WS-EXCEPTION-LINE TO PRINT-LINE
               PERFORM 550-WRITE-REPORT-LINE
           END-PERFORM.

       470-FIND-SUPPLIER-NAME.
           MOVE "*** NOT ON MASTER ***" TO WS-CURRENT-SUPP-NAME
           IF WS-SUPP-AVAILABLE = 'Y'
               MOVE WS-CURRENT-SUPP TO SUPP-CODE
               READ SUPPLIER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SUPP-NAME TO WS-CURRENT-SUPP-NAME
               END-READ
           END-IF.

       500-PRINT-PAGE-HEADER.
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE "          SUPPLIER INVOICE MATCH EXCEPTIONS"
               TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "  PO NO /LIN     QTY      PRICE   PO PRICE  RECEIVED"
               TO PRINT-LINE
           MOVE "     BILLED  EXCEPTION" TO PRINT-LINE (53:22)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "  ----------  ------  ---------  ---------  ------"
               TO PRINT-LINE
           MOVE "  ---------  ------------------------"
               TO PRINT-LINE (51:37)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-LINE-COUNT.

      *>The page header borrows PRINT-LINE, so the pending line is
      *>parked while the new page starts.
       550-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE PRINT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUM
               PERFORM 500-PRINT-PAGE-HEADER
               MOVE WS-SAVE-LINE TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *>Every line matched: clear the invoice for payment, add its
      *>lines to the billed quantities and record the number.
       600-APPROVE-INVOICE.
           MOVE SPACES TO APPROVED-RECORD
           MOVE WS-CURRENT-SUPP TO AP-SUPP-CODE
           MOVE WS-CURRENT-INVOICE TO AP-INVOICE-NUMBER
           MOVE WS-CURRENT-INV-DATE TO AP-INVOICE-DATE
           MOVE WS-LINE-COUNT-INV TO AP-LINE-COUNT
           MOVE WS-INVOICE-VALUE TO AP-INVOICE-VALUE
           MOVE WS-TODAY TO AP-APPROVED-DATE
           WRITE APPROVED-RECORD
           END-WRITE
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT-INV
               PERFORM 650-ADD-TO-BILLED
           END-PERFORM
           MOVE WS-CURRENT-SUPP TO SN-SUPP-CODE
           MOVE WS-CURRENT-INVOICE TO SN-INVOICE-NUMBER
           MOVE WS-CURRENT-INV-DATE TO SN-INVOICE-DATE
           MOVE WS-TODAY TO SN-APPROVED-DATE
           MOVE WS-INVOICE-VALUE TO SN-INVOICE-VALUE
           WRITE INVOICE-SEEN-RECORD
               INVALID KEY
                   DISPLAY "** INVOICE " WS-CURRENT-INVOICE
                       " ALREADY RECORDED FOR " WS-CURRENT-SUPP
           END-WRITE
           ADD 1 TO WS-INVOICES-APPROVED
           ADD WS-INVOICE-VALUE TO WS-APPROVED-VALUE.

       650-ADD-TO-BILLED.
           COMPUTE WS-LINE-VALUE = WS-IL-QTY (WS-LINE-SUB) *
               WS-IL-PRICE (WS-LINE-SUB)
           MOVE WS-IL-PO-NUMBER (WS-LINE-SUB) TO PB-PO-NUMBER
           MOVE WS-IL-PO-LINE (WS-LINE-SUB) TO PB-PO-LINE
           READ PO-BILLED-FILE
               INVALID KEY MOVE 'N' TO WS-BILLED-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-BILLED-FOUND
           END-READ
           IF WS-BILLED-FOUND = 'N'
               MOVE ZEROES TO PB-BILLED-QTY
               MOVE ZEROES TO PB-BILLED-VALUE
           END-IF
           ADD WS-IL-QTY (WS-LINE-SUB) TO PB-BILLED-QTY
           ADD WS-LINE-VALUE TO PB-BILLED-VALUE
           MOVE WS-CURRENT-INVOICE TO PB-LAST-INVOICE
           MOVE WS-TODAY TO PB-LAST-DATE
           IF WS-BILLED-FOUND = 'Y'
               REWRITE PO-BILLED-RECORD
               END-REWRITE
           ELSE
               WRITE PO-BILLED-RECORD
               END-WRITE
           END-IF.

       700-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE
           PERFORM 550-WRITE-REPORT-LINE
           IF WS-INVOICES-HELD = 0
               MOVE "NO EXCEPTIONS - EVERY INVOICE MATCHED."
                   TO PRINT-LINE
               PERFORM 550-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "INVOICE LINES READ" TO WS-TL-LABEL
           MOVE WS-LINES-READ TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "INVOICES APPROVED / VALUE" TO WS-TL-LABEL
           MOVE WS-INVOICES-APPROVED TO WS-TL-COUNT
           MOVE WS-APPROVED-VALUE TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "INVOICES HELD / VALUE" TO WS-TL-LABEL
           MOVE WS-INVOICES-HELD TO WS-TL-COUNT
           MOVE WS-HELD-VALUE TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "LINES IN EXCEPTION" TO WS-TL-LABEL
           MOVE WS-LINES-IN-EXCEPTION TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REPORT-LINE.

      *>Approved invoices are on the approved file and held ones
      *>on the report, so the keyed batch is finished with.
       800-CLEAR-INVOICE-FILE.
           OPEN OUTPUT SUPP-INVOICE-FILE
           CLOSE SUPP-INVOICE-FILE.
