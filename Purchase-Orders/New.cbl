      *         and due date so buying can chase late deliveries.
      *         PO numbers come from the last-number control file
      *         and never repeat.
      *         Every order raised is printed as a purchase order
      *         document for the supplier (supplier name, lines,
      *         quantities, prices, expected date and order total)
      *         and added to that supplier's outbound order file in
      *         fixed format ('H' header, 'D' line, 'T' trailer
      *         with the line count and order total) for suppliers
      *         who load orders through a portal. Any order can be
      *         printed again on demand. Buying can cancel a whole
      *         order or a single line with a reason code: every
      *         line not yet fully received is marked cancelled,
      *         so receipt matching and the open order list no
      *         longer see it, the reason is kept on the
      *         cancellation file, each line cancelled is audited
      *         (POCANC) and an 'X' record tells the supplier's
      *         outbound file. Anything already received on a
      *         cancelled line stays received and can still be
      *         invoiced.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS SUPP-CODE
           FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT PO-CANCEL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Purchase-Orders\pocancel.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PC-KEY
           FILE STATUS IS WS-CANCEL-FILE-STATUS.

           SELECT PO-DOC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Purchase-Orders\podocs.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT OUTBOUND-FILE ASSIGN TO WS-OUTBOUND-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OUTBOUND-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           88 PO-OPEN VALUE 'O'.
           88 PO-PART-RECEIVED VALUE 'P'.
           88 PO-CLOSED VALUE 'C'.
           88 PO-CANCELLED VALUE 'X'.

       FD  PO-NUMBER-FILE.
       01  PO-NUMBER-RECORD.
        02 SUPP-NAME PIC X(20) VALUE SPACES.
        02 SUPP-LEAD-TIME PIC 9(3) VALUE ZEROES.

      *>Why and when each PO line was cancelled, and how much was
      *>still to come when it was.
       FD  PO-CANCEL-FILE.
       01  PO-CANCEL-RECORD.
        02 PC-KEY.
         03 PC-PO-NUMBER PIC 9(6) VALUE ZEROES.
         03 PC-PO-LINE PIC 9(3) VALUE ZEROES.
        02 PC-REASON PIC X(3) VALUE SPACES.
        02 PC-CANCEL-DATE PIC 9(8) VALUE ZEROES.
        02 PC-CANCEL-QTY PIC 9(5) VALUE ZEROES.
        02 PC-USER-ID PIC X(20) VALUE SPACES.

       FD  PO-DOC-FILE.
       01  PRINT-LINE PIC X(132).

      *>One outbound file per supplier, poout.<supplier>.dat, added
      *>to until the supplier's portal collects it. Each order is
      *>an 'H' header, a 'D' record per line and a 'T' trailer;
      *>a cancelled line is sent as an 'X' record.
       FD  OUTBOUND-FILE.
       01  OUTBOUND-RECORD.
        02 OB-REC-TYPE PIC X(1) VALUE SPACES.
           88 OB-HEADER-REC VALUE 'H'.
           88 OB-LINE-REC VALUE 'D'.
           88 OB-CANCEL-REC VALUE 'X'.
           88 OB-TRAILER-REC VALUE 'T'.
        02 OB-PO-NUMBER PIC 9(6) VALUE ZEROES.
        02 OB-REC-DATA PIC X(63) VALUE SPACES.
        02 OB-HEADER-DATA REDEFINES OB-REC-DATA.
         03 OB-SUPP-CODE PIC X(5).
         03 OB-SUPP-NAME PIC X(20).
         03 OB-ORDER-DATE PIC 9(8).
         03 FILLER PIC X(30).
        02 OB-LINE-DATA REDEFINES OB-REC-DATA.
         03 OB-PO-LINE PIC 9(3).
         03 OB-ITEM-CODE PIC 9(5).
         03 OB-ITEM-NAME PIC X(20).
         03 OB-ORDER-QTY PIC 9(5).
         03 OB-PRICE PIC 9(5)V99.
         03 OB-EXPECTED-DATE PIC 9(8).
         03 OB-LINE-VALUE PIC 9(10)V99.
         03 FILLER PIC X(3).
        02 OB-CANCEL-DATA REDEFINES OB-REC-DATA.
         03 OB-CX-PO-LINE PIC 9(3).
         03 OB-CX-ITEM-CODE PIC 9(5).
         03 OB-CX-QTY PIC 9(5).
         03 OB-CX-REASON PIC X(3).
         03 OB-CX-DATE PIC 9(8).
         03 FILLER PIC X(39).
        02 OB-TRAILER-DATA REDEFINES OB-REC-DATA.
         03 OB-LINE-COUNT PIC 9(3).
         03 OB-ORDER-TOTAL PIC 9(10)V99.
         03 FILLER PIC X(48).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
        02 AUDIT-TIMESTAMP PIC X(21) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUDIT-USER-ID PIC X(20) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUDIT-ACTION PIC X(6) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUDIT-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUDIT-OLD-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUDIT-OLD-PRICE PIC 9(5)V99 VALUE ZEROES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUDIT-OLD-QTY PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUDIT-NEW-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUDIT-NEW-PRICE PIC 9(5)V99 VALUE ZEROES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUDIT-NEW-QTY PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUDIT-OLD-STATUS PIC X(1) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AUDIT-NEW-STATUS PIC X(1) VALUE SPACES.

       WORKING-STORAGE SECTION.

      *>Expected dates allow this many days on top of the supplier
       01  WS-PO-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-NUMBER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-SUPP-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-CANCEL-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-OUTBOUND-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-OUTBOUND-NAME PIC X(80) VALUE SPACES.

       01  WS-MENU-CHOICE PIC X(1) VALUE SPACES.
       01  WS-SUGGEST-ENDOF PIC A(1) VALUE 'N'.
       01  WS-ORDERS-RAISED PIC 9(5) VALUE ZEROES.
       01  WS-OPEN-LINE-COUNT PIC 9(5) VALUE ZEROES.

      *>Printing and sending the order documents.
       01  WS-FIRST-NEW-PO PIC 9(7) VALUE ZEROES.
       01  WS-DOC-PO PIC 9(7) VALUE ZEROES.
       01  WS-REPRINT-PO PIC 9(6) VALUE ZEROES.
       01  WS-DOC-STARTED PIC A(1) VALUE 'N'.
       01  WS-DOC-SUPP PIC X(5) VALUE SPACES.
       01  WS-DOC-SUPP-NAME PIC X(20) VALUE SPACES.
       01  WS-DOC-ORDER-DATE PIC 9(8) VALUE ZEROES.
       01  WS-DOC-PAGE PIC 9(3) VALUE ZEROES.
       01  WS-DOC-TOTAL PIC 9(10)V99 VALUE ZEROES.
       01  WS-LINE-VALUE PIC 9(10)V99 VALUE ZEROES.
       01  WS-LINE-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 050.
       01  WS-SAVE-LINE PIC X(132) VALUE SPACES.
       01  WS-SEND-OUTBOUND PIC A(1) VALUE 'N'.
       01  WS-OUTBOUND-OPEN PIC A(1) VALUE 'N'.
       01  WS-OB-LINES PIC 9(3) VALUE ZEROES.
       01  WS-OB-TOTAL PIC 9(10)V99 VALUE ZEROES.
       01  WS-SUPP-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-CANCEL-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-DOCS-PRINTED PIC 9(5) VALUE ZEROES.
       01  WS-ORDERS-SENT PIC 9(5) VALUE ZEROES.

      *>Cancelling an order or a line.
       01  WS-CANCEL-PO PIC 9(6) VALUE ZEROES.
       01  WS-CANCEL-LINE PIC 9(3) VALUE ZEROES.
       01  WS-CANCEL-REASON PIC X(3) VALUE SPACES.
       01  WS-REASON-OK PIC A(1) VALUE 'N'.
       01  WS-CANCEL-PASS PIC X(1) VALUE SPACES.
       01  WS-PO-FOUND PIC A(1) VALUE 'N'.
       01  WS-CANCELLABLE-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-LINES-CANCELLED PIC 9(5) VALUE ZEROES.
       01  WS-OLD-PO-STATUS PIC X(1) VALUE SPACES.
       01  WS-CANCEL-QTY PIC 9(5) VALUE ZEROES.
       01  WS-AUDIT-USER-ID PIC X(20) VALUE SPACES.

       01  WS-QTY-EDIT PIC ZZ,ZZ9 VALUE ZEROES.
       01  WS-PRICE-EDIT PIC Z(4)9.99 VALUE ZEROES.
       01  WS-DATE-EDIT PIC 9999/99/99 VALUE ZEROES.
       01  WS-OUTSTANDING PIC S9(6) VALUE ZEROES.

       01  WS-VALUE-EDIT PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       01  WS-DOC-HEAD-LINE-1.
        02 FILLER PIC X(13) VALUE "PO NUMBER  : ".
        02 WS-DH-PO-NUMBER PIC 9(6) VALUE ZEROES.
        02 FILLER PIC X(18) VALUE "     ORDER DATE : ".
        02 WS-DH-ORDER-DATE PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(12) VALUE "     PAGE : ".
        02 WS-DH-PAGE PIC ZZ9 VALUE ZEROES.

       01  WS-DOC-HEAD-LINE-2.
        02 FILLER PIC X(13) VALUE "SUPPLIER   : ".
        02 WS-DH-SUPP PIC X(5) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DH-SUPP-NAME PIC X(20) VALUE SPACES.

       01  WS-DOC-HEAD-LINE-3.
        02 FILLER PIC X(25) VALUE "PLEASE QUOTE REFERENCE PO".
        02 WS-DH-REF PIC 9(6) VALUE ZEROES.
        02 FILLER PIC X(36) VALUE
           " ON EVERY DELIVERY NOTE AND INVOICE.".

       01  WS-DOC-LINE.
        02 WS-DL-PO-LINE PIC 9(3) VALUE ZEROES.
        02 FILLER PIC X(3) VALUE SPACES.
        02 WS-DL-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-ITEM-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-QTY PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-PRICE PIC ZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-EXPECTED PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-VALUE PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-NOTE PIC X(20) VALUE SPACES.

       01  WS-DOC-TOTAL-LINE.
        02 FILLER PIC X(52) VALUE SPACES.
        02 FILLER PIC X(14) VALUE "ORDER TOTAL".
        02 WS-DT-TOTAL PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       01  WS-OPEN-LINE.
        02 WS-OL-PO-NUMBER PIC 9(6) VALUE ZEROES.
        02 FILLER PIC X(1) VALUE "/".
           DISPLAY "Welcome to the Purchase Order App"
           DISPLAY "1. Raise orders from the suggestion file"
           DISPLAY "2. List open orders"
           DISPLAY "3. Print a purchase order"
           DISPLAY "4. Cancel an order or a line"
           DISPLAY "Enter your choice:"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN '1' PERFORM 100-RAISE-FROM-SUGGESTIONS
               WHEN '2' PERFORM 700-LIST-OPEN-ORDERS
               WHEN '3' PERFORM 790-REPRINT-ONE-ORDER
               WHEN '4' PERFORM 900-CANCEL-ORDER-OR-LINE
               WHEN OTHER DISPLAY "Invalid choice - nothing done."
           END-EVALUATE

                   CLOSE PO-SUGGEST-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'Y' TO WS-SUPP-AVAILABLE
                   PERFORM 150-READ-LAST-PO-NUMBER
                   COMPUTE WS-FIRST-NEW-PO = WS-LAST-PO-NUMBER + 1
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   PERFORM UNTIL WS-SUGGEST-ENDOF = 'Y'
                       READ PO-SUGGEST-FILE
                       END-READ
                   END-PERFORM
                   PERFORM 600-RECORD-LAST-PO-NUMBER
                   IF WS-ORDERS-RAISED > 0
                       PERFORM 800-ISSUE-NEW-ORDERS
                   END-IF
                   CLOSE PO-SUGGEST-FILE
                   CLOSE SUPPLIER-FILE
                   DISPLAY "ORDERS RAISED : " WS-ORDERS-RAISED
               READ PO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PO-ENDOF
                   NOT AT END
                       IF PO-OPEN OR PO-PART-RECEIVED
                           PERFORM 750-LIST-ONE-OPEN-LINE
                       END-IF
               END-READ
               MOVE "OPEN" TO WS-OL-STATUS
           END-IF
           DISPLAY WS-OPEN-LINE.

       790-REPRINT-ONE-ORDER.
           DISPLAY "Please enter the PO number to print:"
           ACCEPT WS-REPRINT-PO
           MOVE WS-REPRINT-PO TO WS-DOC-PO
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPP-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SUPP-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SUPP-AVAILABLE
           END-IF
           OPEN INPUT PO-CANCEL-FILE
           IF WS-CANCEL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CANCEL-AVAILABLE
           ELSE
               MOVE 'N' TO WS-CANCEL-AVAILABLE
           END-IF
           MOVE 'N' TO WS-SEND-OUTBOUND
           OPEN OUTPUT PO-DOC-FILE
           PERFORM 820-PRINT-ONE-ORDER
           CLOSE PO-DOC-FILE
           IF WS-SUPP-AVAILABLE = 'Y'
               CLOSE SUPPLIER-FILE
           END-IF
           IF WS-CANCEL-AVAILABLE = 'Y'
               CLOSE PO-CANCEL-FILE
           END-IF
           IF WS-DOCS-PRINTED > 0
               DISPLAY "PO " WS-REPRINT-PO
                   " PRINTED - see podocs.rpt"
           END-IF.

      *>Every order raised in this run is printed and sent to its
      *>supplier's outbound file. An order whose lines were all
      *>skipped has nothing to send.
       800-ISSUE-NEW-ORDERS.
           MOVE 'Y' TO WS-SEND-OUTBOUND
           MOVE 'N' TO WS-CANCEL-AVAILABLE
           OPEN OUTPUT PO-DOC-FILE
           PERFORM VARYING WS-DOC-PO FROM WS-FIRST-NEW-PO BY 1
               UNTIL WS-DOC-PO > WS-LAST-PO-NUMBER
               PERFORM 820-PRINT-ONE-ORDER
           END-PERFORM
           CLOSE PO-DOC-FILE
           DISPLAY "ORDERS PRINTED: " WS-DOCS-PRINTED
               " - see podocs.rpt"
           DISPLAY "ORDERS SENT   : " WS-ORDERS-SENT
               " - added to the supplier outbound files".

       820-PRINT-ONE-ORDER.
           MOVE 'N' TO WS-DOC-STARTED
           MOVE ZEROES TO WS-DOC-TOTAL
           MOVE ZEROES TO WS-OB-LINES
           MOVE ZEROES TO WS-OB-TOTAL
           MOVE WS-DOC-PO TO PO-NUMBER
           MOVE ZEROES TO PO-LINE
           MOVE 'N' TO WS-PO-ENDOF
           START PO-FILE KEY >= PO-KEY
               INVALID KEY MOVE 'Y' TO WS-PO-ENDOF
           END-START
           PERFORM UNTIL WS-PO-ENDOF = 'Y'
               READ PO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PO-ENDOF
                   NOT AT END
                       IF PO-NUMBER NOT = WS-DOC-PO
                           MOVE 'Y' TO WS-PO-ENDOF
                       ELSE
                           IF WS-DOC-STARTED = 'N'
                               PERFORM 825-START-ORDER-DOCUMENT
                           END-IF
                           PERFORM 840-PRINT-ORDER-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DOC-STARTED = 'Y'
               PERFORM 880-FINISH-ORDER-DOCUMENT
               ADD 1 TO WS-DOCS-PRINTED
           ELSE
               DISPLAY "PO " WS-DOC-PO (2:6)
                   " HAS NO LINES - NOTHING PRINTED."
           END-IF.

       825-START-ORDER-DOCUMENT.
           MOVE 'Y' TO WS-DOC-STARTED
           MOVE PO-SUPP-CODE TO WS-DOC-SUPP
           MOVE PO-ORDER-DATE TO WS-DOC-ORDER-DATE
           MOVE "*** NOT ON MASTER ***" TO WS-DOC-SUPP-NAME
           IF WS-SUPP-AVAILABLE = 'Y'
               MOVE PO-SUPP-CODE TO SUPP-CODE
               READ SUPPLIER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SUPP-NAME TO WS-DOC-SUPP-NAME
               END-READ
           END-IF
           MOVE 1 TO WS-DOC-PAGE
           PERFORM 830-PRINT-ORDER-HEADER
           IF WS-SEND-OUTBOUND = 'Y'
               PERFORM 860-OPEN-OUTBOUND
               IF WS-OUTBOUND-OPEN = 'Y'
                   MOVE SPACES TO OUTBOUND-RECORD
                   SET OB-HEADER-REC TO TRUE
                   MOVE PO-NUMBER TO OB-PO-NUMBER
                   MOVE WS-DOC-SUPP TO OB-SUPP-CODE
                   MOVE WS-DOC-SUPP-NAME TO OB-SUPP-NAME
                   MOVE WS-DOC-ORDER-DATE TO OB-ORDER-DATE
                   WRITE OUTBOUND-RECORD
                   END-WRITE
               END-IF
           END-IF.

      *>Each order starts on a new page; a long order carries its
      *>header onto the following pages.
       830-PRINT-ORDER-HEADER.
           MOVE SPACES TO PRINT-LINE
           MOVE "PURCHASE ORDER" TO PRINT-LINE (34:14)
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE WS-DOC-PO TO WS-DH-PO-NUMBER
           MOVE WS-DOC-ORDER-DATE TO WS-DH-ORDER-DATE
           MOVE WS-DOC-PAGE TO WS-DH-PAGE
           MOVE WS-DOC-HEAD-LINE-1 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES
           MOVE WS-DOC-SUPP TO WS-DH-SUPP
           MOVE WS-DOC-SUPP-NAME TO WS-DH-SUPP-NAME
           MOVE WS-DOC-HEAD-LINE-2 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-DOC-PO TO WS-DH-REF
           MOVE WS-DOC-HEAD-LINE-3 TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES
           MOVE "LIN   CODE   ITEM NAME                QTY  "
               TO PRINT-LINE
           MOVE "    PRICE  EXPECTED             VALUE  NOTE"
               TO PRINT-LINE (44:43)
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES
           MOVE "---   -----  --------------------  ------  "
               TO PRINT-LINE
           MOVE "---------  ----------  " TO PRINT-LINE (44:23)
           MOVE ALL "-" TO PRINT-LINE (67:14)
           MOVE ALL "-" TO PRINT-LINE (83:20)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-LINE-COUNT.

      *>A cancelled line stays on the document, valued at what was
      *>received on it before it was cancelled.
       840-PRINT-ORDER-LINE.
           MOVE SPACES TO WS-DOC-LINE
           MOVE PO-LINE TO WS-DL-PO-LINE
           MOVE PO-ITEM-CODE TO WS-DL-ITEM-CODE
           MOVE PO-ITEM-NAME TO WS-DL-ITEM-NAME
           MOVE PO-ORDER-QTY TO WS-DL-QTY
           MOVE PO-PRICE TO WS-DL-PRICE
           MOVE PO-EXPECTED-DATE TO WS-DL-EXPECTED
           IF PO-CANCELLED
               COMPUTE WS-LINE-VALUE = PO-RECEIVED-QTY * PO-PRICE
               MOVE "CANCELLED" TO WS-DL-NOTE
               IF WS-CANCEL-AVAILABLE = 'Y'
                   MOVE PO-KEY TO PC-KEY
                   READ PO-CANCEL-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE PC-REASON TO WS-DL-NOTE (11:3)
                   END-READ
               END-IF
           ELSE
               COMPUTE WS-LINE-VALUE = PO-ORDER-QTY * PO-PRICE
               EVALUATE TRUE
                   WHEN PO-CLOSED
                       MOVE "RECEIVED" TO WS-DL-NOTE
                   WHEN PO-PART-RECEIVED
                       MOVE "PART RECEIVED" TO WS-DL-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE WS-LINE-VALUE TO WS-DL-VALUE
           ADD WS-LINE-VALUE TO WS-DOC-TOTAL
           MOVE WS-DOC-LINE TO PRINT-LINE
           PERFORM 850-WRITE-DOC-LINE
           IF WS-OUTBOUND-OPEN = 'Y' AND NOT PO-CANCELLED
               MOVE SPACES TO OUTBOUND-RECORD
               SET OB-LINE-REC TO TRUE
               MOVE PO-NUMBER TO OB-PO-NUMBER
               MOVE PO-LINE TO OB-PO-LINE
               MOVE PO-ITEM-CODE TO OB-ITEM-CODE
               MOVE PO-ITEM-NAME TO OB-ITEM-NAME
               MOVE PO-ORDER-QTY TO OB-ORDER-QTY
               MOVE PO-PRICE TO OB-PRICE
               MOVE PO-EXPECTED-DATE TO OB-EXPECTED-DATE
               MOVE WS-LINE-VALUE TO OB-LINE-VALUE
               WRITE OUTBOUND-RECORD
               END-WRITE
               ADD 1 TO WS-OB-LINES
               ADD WS-LINE-VALUE TO WS-OB-TOTAL
           END-IF.

      *>The page header borrows PRINT-LINE, so the pending line is
      *>parked while the new page starts.
       850-WRITE-DOC-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE PRINT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-DOC-PAGE
               PERFORM 830-PRINT-ORDER-HEADER
               MOVE WS-SAVE-LINE TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *>The outbound file is named after the supplier and added
      *>to, so orders wait there until the supplier collects them.
       860-OPEN-OUTBOUND.
           MOVE SPACES TO WS-OUTBOUND-NAME
           STRING "C:\Coding etc\Github Cobol\Purchase-Orders"
               "\poout." DELIMITED BY SIZE
               WS-DOC-SUPP DELIMITED BY SPACE
               ".dat" DELIMITED BY SIZE
               INTO WS-OUTBOUND-NAME
           END-STRING
           OPEN EXTEND OUTBOUND-FILE
           IF WS-OUTBOUND-FILE-STATUS = '35'
               OPEN OUTPUT OUTBOUND-FILE
           END-IF
           IF WS-OUTBOUND-FILE-STATUS = '00'
               MOVE 'Y' TO WS-OUTBOUND-OPEN
           ELSE
               MOVE 'N' TO WS-OUTBOUND-OPEN
               DISPLAY "OUTBOUND FILE FOR SUPPLIER " WS-DOC-SUPP
                   " UNAVAILABLE - STATUS " WS-OUTBOUND-FILE-STATUS
                   " - NOT SENT."
           END-IF.

       880-FINISH-ORDER-DOCUMENT.
           MOVE SPACES TO PRINT-LINE
           PERFORM 850-WRITE-DOC-LINE
           MOVE WS-DOC-TOTAL TO WS-DT-TOTAL
           MOVE WS-DOC-TOTAL-LINE TO PRINT-LINE
           PERFORM 850-WRITE-DOC-LINE
           IF WS-OUTBOUND-OPEN = 'Y'
               MOVE SPACES TO OUTBOUND-RECORD
               SET OB-TRAILER-REC TO TRUE
               MOVE WS-DOC-PO TO OB-PO-NUMBER
               MOVE WS-OB-LINES TO OB-LINE-COUNT
               MOVE WS-OB-TOTAL TO OB-ORDER-TOTAL
               WRITE OUTBOUND-RECORD
               END-WRITE
               CLOSE OUTBOUND-FILE
               MOVE 'N' TO WS-OUTBOUND-OPEN
               ADD 1 TO WS-ORDERS-SENT
           END-IF.

      *>A line can be cancelled while anything on it is still to
      *>come; what has already been received stays received. The
      *>whole order cancels every such line on it.
       900-CANCEL-ORDER-OR-LINE.
           DISPLAY "Please enter the PO number to cancel:"
           ACCEPT WS-CANCEL-PO
           DISPLAY "Please enter the line to cancel "
               "(0 for the whole order):"
           ACCEPT WS-CANCEL-LINE
           DISPLAY "Reason codes: SUP supplier cannot supply, "
               "DUP duplicate order,"
           DISPLAY "              NLN no longer needed, "
               "PRC price or terms not agreed,"
           DISPLAY "              LAT too late, OTH other"
           DISPLAY "Please enter the reason code:"
           ACCEPT WS-CANCEL-REASON
           EVALUATE WS-CANCEL-REASON
               WHEN 'SUP' WHEN 'DUP' WHEN 'NLN'
               WHEN 'PRC' WHEN 'LAT' WHEN 'OTH'
                   MOVE 'Y' TO WS-REASON-OK
               WHEN OTHER
                   MOVE 'N' TO WS-REASON-OK
           END-EVALUATE
           IF WS-REASON-OK = 'N'
               DISPLAY "Invalid reason code - nothing cancelled."
           ELSE
               OPEN I-O PO-CANCEL-FILE
               IF WS-CANCEL-FILE-STATUS = '35'
                   OPEN OUTPUT PO-CANCEL-FILE
                   CLOSE PO-CANCEL-FILE
                   OPEN I-O PO-CANCEL-FILE
               END-IF
               IF WS-CANCEL-FILE-STATUS NOT = '00'
                   DISPLAY "PO CANCELLATION FILE UNAVAILABLE - STATUS "
                       WS-CANCEL-FILE-STATUS " - NOTHING CANCELLED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
                   IF WS-AUDIT-USER-ID = SPACES
                       ACCEPT WS-AUDIT-USER-ID
                           FROM ENVIRONMENT "USERNAME"
                   END-IF
                   OPEN EXTEND AUDIT-FILE
                   IF WS-CANCEL-LINE = 0
                       PERFORM 920-CANCEL-WHOLE-ORDER
                   ELSE
                       PERFORM 910-CANCEL-SINGLE-LINE
                   END-IF
                   IF WS-OUTBOUND-OPEN = 'Y'
                       CLOSE OUTBOUND-FILE
                       MOVE 'N' TO WS-OUTBOUND-OPEN
                   END-IF
                   CLOSE AUDIT-FILE
                   CLOSE PO-CANCEL-FILE
                   DISPLAY "LINES CANCELLED : " WS-LINES-CANCELLED
               END-IF
           END-IF.

       910-CANCEL-SINGLE-LINE.
           MOVE WS-CANCEL-PO TO PO-NUMBER
           MOVE WS-CANCEL-LINE TO PO-LINE
           READ PO-FILE
               INVALID KEY MOVE 'N' TO WS-PO-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-PO-FOUND
           END-READ
           EVALUATE TRUE
               WHEN WS-PO-FOUND = 'N'
                   DISPLAY "PO LINE " WS-CANCEL-PO "/" WS-CANCEL-LINE
                       " NOT ON FILE - NOTHING CANCELLED."
               WHEN PO-CLOSED
                   DISPLAY "PO LINE " PO-NUMBER "/" PO-LINE
                       " IS FULLY RECEIVED - NOTHING CANCELLED."
               WHEN PO-CANCELLED
                   DISPLAY "PO LINE " PO-NUMBER "/" PO-LINE
                       " IS ALREADY CANCELLED."
               WHEN OTHER
                   PERFORM 750-LIST-ONE-OPEN-LINE
                   DISPLAY "Cancel this line (Y/N)?:"
                   ACCEPT WS-BUYER-ANSWER
                   IF WS-BUYER-ANSWER = 'Y' OR WS-BUYER-ANSWER = 'y'
                       PERFORM 940-CANCEL-ONE-LINE
                   ELSE
                       DISPLAY "Nothing cancelled."
                   END-IF
           END-EVALUATE.

      *>The order's lines are listed first and cancelled only once
      *>the buyer has confirmed the whole list.
       920-CANCEL-WHOLE-ORDER.
           MOVE 'N' TO WS-PO-FOUND
           MOVE ZEROES TO WS-CANCELLABLE-COUNT
           MOVE 'L' TO WS-CANCEL-PASS
           PERFORM 930-WALK-ORDER-LINES
           EVALUATE TRUE
               WHEN WS-PO-FOUND = 'N'
                   DISPLAY "PO " WS-CANCEL-PO
                       " NOT ON FILE - NOTHING CANCELLED."
               WHEN WS-CANCELLABLE-COUNT = 0
                   DISPLAY "PO " WS-CANCEL-PO
                       " HAS NO LINES STILL TO COME - NOTHING "
                       "CANCELLED."
               WHEN OTHER
                   DISPLAY "Cancel these " WS-CANCELLABLE-COUNT
                       " lines (Y/N)?:"
                   ACCEPT WS-BUYER-ANSWER
                   IF WS-BUYER-ANSWER = 'Y' OR WS-BUYER-ANSWER = 'y'
                       MOVE 'C' TO WS-CANCEL-PASS
                       PERFORM 930-WALK-ORDER-LINES
                   ELSE
                       DISPLAY "Nothing cancelled."
                   END-IF
           END-EVALUATE.

       930-WALK-ORDER-LINES.
           MOVE WS-CANCEL-PO TO PO-NUMBER
           MOVE ZEROES TO PO-LINE
           MOVE 'N' TO WS-PO-ENDOF
           START PO-FILE KEY >= PO-KEY
               INVALID KEY MOVE 'Y' TO WS-PO-ENDOF
           END-START
           PERFORM UNTIL WS-PO-ENDOF = 'Y'
               READ PO-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-PO-ENDOF
                   NOT AT END
                       IF PO-NUMBER NOT = WS-CANCEL-PO
                           MOVE 'Y' TO WS-PO-ENDOF
                       ELSE
                           MOVE 'Y' TO WS-PO-FOUND
                           IF PO-OPEN OR PO-PART-RECEIVED
                               IF WS-CANCEL-PASS = 'L'
                                   ADD 1 TO WS-CANCELLABLE-COUNT
                                   PERFORM 750-LIST-ONE-OPEN-LINE
                               ELSE
                                   PERFORM 940-CANCEL-ONE-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       940-CANCEL-ONE-LINE.
           IF PO-RECEIVED-QTY < PO-ORDER-QTY
               COMPUTE WS-CANCEL-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY
           ELSE
               MOVE ZEROES TO WS-CANCEL-QTY
           END-IF
           MOVE PO-STATUS TO WS-OLD-PO-STATUS
           SET PO-CANCELLED TO TRUE
           REWRITE PO-RECORD
               INVALID KEY
                   DISPLAY "PO LINE " PO-NUMBER "/" PO-LINE
                       " COULD NOT BE UPDATED - NOT CANCELLED."
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-CANCELLED
                   PERFORM 950-RECORD-CANCELLATION
                   PERFORM 960-WRITE-CANCEL-AUDIT
                   PERFORM 970-SEND-CANCELLATION
                   DISPLAY "CANCELLED PO " PO-NUMBER " LINE " PO-LINE
                       " - " WS-CANCEL-QTY " NO LONGER EXPECTED"
           END-REWRITE.

       950-RECORD-CANCELLATION.
           MOVE PO-KEY TO PC-KEY
           MOVE WS-CANCEL-REASON TO PC-REASON
           MOVE WS-TODAY TO PC-CANCEL-DATE
           MOVE WS-CANCEL-QTY TO PC-CANCEL-QTY
           MOVE WS-AUDIT-USER-ID TO PC-USER-ID
           WRITE PO-CANCEL-RECORD
               INVALID KEY
                   REWRITE PO-CANCEL-RECORD
                   END-REWRITE
           END-WRITE.

      *>The audit trail is item based: the line's item, with the
      *>quantity still to come before and after, and the PO line
      *>and reason code carried where the new name would go.
       960-WRITE-CANCEL-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-USER-ID TO AUDIT-USER-ID
           MOVE 'POCANC' TO AUDIT-ACTION
           MOVE PO-ITEM-CODE TO AUDIT-ITEM-CODE
           MOVE PO-ITEM-NAME TO AUDIT-OLD-NAME
           MOVE PO-PRICE TO AUDIT-OLD-PRICE
           MOVE WS-CANCEL-QTY TO AUDIT-OLD-QTY
           MOVE SPACES TO AUDIT-NEW-NAME
           STRING "PO " PO-NUMBER "/" PO-LINE " " WS-CANCEL-REASON
               DELIMITED BY SIZE
               INTO AUDIT-NEW-NAME
           END-STRING
           MOVE PO-PRICE TO AUDIT-NEW-PRICE
           MOVE ZEROES TO AUDIT-NEW-QTY
           MOVE WS-OLD-PO-STATUS TO AUDIT-OLD-STATUS
           MOVE PO-STATUS TO AUDIT-NEW-STATUS
           WRITE AUDIT-RECORD
           END-WRITE.

       970-SEND-CANCELLATION.
           IF WS-OUTBOUND-OPEN = 'N'
               MOVE PO-SUPP-CODE TO WS-DOC-SUPP
               PERFORM 860-OPEN-OUTBOUND
           END-IF
           IF WS-OUTBOUND-OPEN = 'Y'
               MOVE SPACES TO OUTBOUND-RECORD
               SET OB-CANCEL-REC TO TRUE
               MOVE PO-NUMBER TO OB-PO-NUMBER
               MOVE PO-LINE TO OB-CX-PO-LINE
               MOVE PO-ITEM-CODE TO OB-CX-ITEM-CODE
               MOVE WS-CANCEL-QTY TO OB-CX-QTY
               MOVE WS-CANCEL-REASON TO OB-CX-REASON
               MOVE WS-TODAY TO OB-CX-DATE
               WRITE OUTBOUND-RECORD
               END-WRITE
           END-IF.
