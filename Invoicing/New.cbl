       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCE-INVOICES.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Bills the customer for goods that have actually
      *         left the building, so accounts stop re-keying the
      *         picking list into the sales package. The movement
      *         posting run writes a despatch record each time an
      *         SO-referenced issue completes a customer order
      *         line, carrying the ITEM-PRICE on the day it went.
      *         This nightly step sorts the despatches into order
      *         and line sequence and raises one invoice per order:
      *         a header, a line per despatched order line priced
      *         at that despatch-day price, and a trailer with the
      *         invoice totals, all appended to the permanent
      *         invoice file. Invoice numbers come from the
      *         last-number control file and never repeat. A
      *         printed copy of every invoice, addressed from the
      *         customer master with the due date worked out from
      *         the account's terms, goes to the invoice print
      *         file. The daily invoice register lists each
      *         invoice with its quantity and value and proves the
      *         quantity invoiced for today's despatches against
      *         the quantity issued on the movement ledger today
      *         against SO references; a difference is called out
      *         for accounts to chase. The despatch file is only
      *         emptied once every invoice has been written.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DESPATCH-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoicing\despatch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DESPATCH-FILE-STATUS.

           SELECT INVOICE-NUMBER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoicing\invnumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NUMBER-FILE-STATUS.

           SELECT INVOICE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoicing\invoices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Customer-Master\custmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CUST-CODE
           FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT MOVE-LEDGER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Post-Movements\moveledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ML-KEY
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT INV-SORT ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoicing\sortwork".

           SELECT PRINT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoicing\invprint.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Invoicing\invreg.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *>One record per completed order line, written by the
      *>movement posting run: the price is ITEM-PRICE on the day
      *>the issue posted, the post date is the ledger date.
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

       FD  INVOICE-NUMBER-FILE.
       01  INVOICE-NUMBER-RECORD.
        02 IN-LAST-INVOICE-NUMBER PIC 9(6) VALUE ZEROES.

      *>Permanent invoice file: per invoice an 'H' header, a 'D'
      *>record per line and a 'T' trailer with the totals.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
        02 INV-REC-TYPE PIC X(1) VALUE SPACES.
           88 INV-HEADER-REC VALUE 'H'.
           88 INV-LINE-REC VALUE 'D'.
           88 INV-TRAILER-REC VALUE 'T'.
        02 INV-NUMBER PIC 9(6) VALUE ZEROES.
        02 INV-REC-DATA PIC X(80) VALUE SPACES.
        02 INV-HEADER-DATA REDEFINES INV-REC-DATA.
         03 INV-DATE PIC 9(8).
         03 INV-ORDER-NUMBER PIC 9(6).
         03 INV-CUST-CODE PIC X(6).
         03 INV-CUST-NAME PIC X(20).
         03 INV-DUE-DATE PIC 9(8).
         03 FILLER PIC X(32).
        02 INV-LINE-DATA REDEFINES INV-REC-DATA.
         03 INV-ORDER-LINE PIC 9(3).
         03 INV-ITEM-CODE PIC 9(5).
         03 INV-ITEM-NAME PIC X(20).
         03 INV-QTY PIC 9(5).
         03 INV-PRICE PIC 9(5)V99.
         03 INV-VALUE PIC 9(10)V99.
         03 INV-DESPATCH-DATE PIC 9(8).
         03 FILLER PIC X(20).
        02 INV-TRAILER-DATA REDEFINES INV-REC-DATA.
         03 INV-LINE-COUNT PIC 9(3).
         03 INV-TOTAL-QTY PIC 9(7).
         03 INV-TOTAL-VALUE PIC 9(11)V99.
         03 FILLER PIC X(57).

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

      *>Permanent movement ledger as written by the posting
      *>programs: one record per posting, keyed by item, posting
      *>date and sequence, with the roll-up balance after it.
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
        02 ML-SIGN PIC X(1) VALUE SPACES.
        02 ML-LOC PIC X(3) VALUE SPACES.
        02 ML-LOC-2 PIC X(3) VALUE SPACES.
        02 ML-QTY PIC 9(5) VALUE ZEROES.
        02 ML-DOC-DATE PIC 9(8) VALUE ZEROES.
        02 ML-REF PIC X(10) VALUE SPACES.
        02 ML-BALANCE PIC 9(5) VALUE ZEROES.

       SD  INV-SORT.
       01  INV-SORT-REC.
        02 IS-ORDER-NUMBER PIC 9(6).
        02 IS-LINE PIC 9(3).
        02 IS-CUST-CODE PIC X(6).
        02 IS-CUST-NAME PIC X(20).
        02 IS-ITEM-CODE PIC 9(5).
        02 IS-ITEM-NAME PIC X(20).
        02 IS-QTY PIC 9(5).
        02 IS-PRICE PIC 9(5)V99.
        02 IS-DESPATCH-DATE PIC 9(8).
        02 IS-POST-DATE PIC 9(8).

       FD  PRINT-FILE.
       01  INVOICE-PRINT-LINE PIC X(132).

       FD  REPORT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-DESPATCH-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-NUMBER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-INVOICE-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-CUST-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LEDGER-FILE-STATUS PIC X(2) VALUE ZEROES.

       01  WS-DESPATCH-ENDOF PIC A(1) VALUE 'N'.
       01  WS-SORT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LEDGER-ENDOF PIC A(1) VALUE 'N'.
       01  WS-CUST-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-CUST-FOUND PIC A(1) VALUE 'N'.
       01  WS-FIRST-LINE PIC A(1) VALUE 'Y'.

       01  WS-TODAY PIC 9(8) VALUE ZEROES.
       01  WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01  WS-DUE-DATE PIC 9(8) VALUE ZEROES.
       01  WS-LAST-INVOICE-NUMBER PIC 9(6) VALUE ZEROES.
       01  WS-CURRENT-ORDER PIC 9(6) VALUE ZEROES.

      *>Totals for the invoice being built.
       01  WS-LINE-VALUE PIC 9(10)V99 VALUE ZEROES.
       01  WS-INV-LINE-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-INV-QTY PIC 9(7) VALUE ZEROES.
       01  WS-INV-VALUE PIC 9(11)V99 VALUE ZEROES.

      *>Register totals and the ledger control figure.
       01  WS-INVOICE-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-LINES-INVOICED PIC 9(7) VALUE ZEROES.
       01  WS-TOTAL-QTY PIC 9(9) VALUE ZEROES.
       01  WS-TOTAL-VALUE PIC 9(13)V99 VALUE ZEROES.
       01  WS-TODAY-QTY PIC 9(9) VALUE ZEROES.
       01  WS-EARLIER-QTY PIC 9(9) VALUE ZEROES.
       01  WS-LEDGER-SO-QTY PIC 9(9) VALUE ZEROES.
       01  WS-CONTROL-DIFF PIC S9(9) VALUE ZEROES.

       01  WS-TODAY-SPLIT.
        02 WS-TODAY-YYYY PIC 9(4).
        02 WS-TODAY-MM PIC 9(2).
        02 WS-TODAY-DD PIC 9(2).
       01  WS-TODAY-EDIT PIC 9999/99/99.
       01  WS-DATE-EDIT PIC 9999/99/99.
       01  WS-DATE-SPLIT.
        02 WS-DATE-YYYY PIC 9(4).
        02 WS-DATE-MM PIC 9(2).
        02 WS-DATE-DD PIC 9(2).

       01  WS-PAGE-NUM PIC 9(3) VALUE 1.
       01  WS-LINE-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 050.
       01  WS-SAVE-LINE PIC X(132) VALUE SPACES.
       01  WS-INV-PAGE-NUM PIC 9(3) VALUE ZEROES.
       01  WS-INV-LINE-COUNT-PG PIC 9(3) VALUE ZEROES.
       01  WS-INV-SAVE-LINE PIC X(132) VALUE SPACES.

       01  WS-PAGE-HEADER-LINE.
        02 FILLER PIC X(6) VALUE "DATE: ".
        02 WS-PH-DATE PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(11) VALUE "     PAGE: ".
        02 WS-PH-PAGE PIC ZZ9 VALUE ZEROES.

       01  WS-REGISTER-LINE.
        02 WS-RL-INVOICE PIC 9(6) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-ORDER PIC 9(6) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-CUST-CODE PIC X(6) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-CUST-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-LINES PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-QTY PIC Z,ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-RL-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       01  WS-TOTAL-LINE.
        02 WS-TL-LABEL PIC X(40) VALUE SPACES.
        02 WS-TL-COUNT PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-TL-VALUE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       01  WS-DIFF-LINE.
        02 WS-DL-LABEL PIC X(40) VALUE SPACES.
        02 WS-DL-DIFF PIC -ZZZ,ZZZ,ZZ9 VALUE ZEROES.

      *>Printed invoice layout.
       01  WS-INV-TITLE-LINE.
        02 FILLER PIC X(10) VALUE "INVOICE   ".
        02 WS-IT-NUMBER PIC 9(6) VALUE ZEROES.
        02 FILLER PIC X(10) VALUE "    DATE: ".
        02 WS-IT-DATE PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(11) VALUE "     PAGE: ".
        02 WS-IT-PAGE PIC ZZ9 VALUE ZEROES.

       01  WS-INV-ADDRESS-LINE.
        02 FILLER PIC X(10) VALUE SPACES.
        02 WS-IA-TEXT PIC X(40) VALUE SPACES.

       01  WS-INV-ACCOUNT-LINE.
        02 FILLER PIC X(10) VALUE "ACCOUNT:  ".
        02 WS-IC-CODE PIC X(6) VALUE SPACES.
        02 FILLER PIC X(12) VALUE "    ORDER:  ".
        02 WS-IC-ORDER PIC 9(6) VALUE ZEROES.
        02 FILLER PIC X(12) VALUE "    TERMS:  ".
        02 WS-IC-TERMS PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(18) VALUE " DAYS    DUE BY:  ".
        02 WS-IC-DUE PIC 9999/99/99 VALUE ZEROES.

       01  WS-INV-DETAIL-LINE.
        02 WS-ID-LINE PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-ID-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-ID-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-ID-QTY PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-ID-PRICE PIC ZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-ID-VALUE PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-ID-DESPATCHED PIC 9999/99/99 VALUE ZEROES.

       01  WS-INV-TOTAL-LINE.
        02 FILLER PIC X(29) VALUE SPACES.
        02 FILLER PIC X(8) VALUE "TOTAL   ".
        02 WS-IX-QTY PIC ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(12) VALUE SPACES.
        02 WS-IX-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT DESPATCH-FILE
           IF WS-DESPATCH-FILE-STATUS NOT = '00'
               DISPLAY "NO DESPATCH FILE YET - NOTHING TO INVOICE."
               MOVE 'Y' TO WS-DESPATCH-ENDOF
           END-IF
           OPEN EXTEND INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS NOT = '00'
               OPEN OUTPUT INVOICE-FILE
           END-IF
           IF WS-INVOICE-FILE-STATUS NOT = '00'
               DISPLAY "INVOICE FILE UNAVAILABLE - STATUS "
                   WS-INVOICE-FILE-STATUS
               DISPLAY "NO INVOICES RAISED."
               IF WS-DESPATCH-ENDOF = 'N'
                   CLOSE DESPATCH-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CUST-AVAILABLE
           ELSE
               MOVE 'N' TO WS-CUST-AVAILABLE
           END-IF
           PERFORM 150-READ-LAST-INVOICE-NUMBER
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           PERFORM 500-PRINT-REGISTER-HEADER

           SORT INV-SORT
               ON ASCENDING KEY IS-ORDER-NUMBER IS-LINE
               INPUT PROCEDURE IS 200-SELECT-DESPATCHES
               OUTPUT PROCEDURE IS 300-PRODUCE-INVOICES

           IF WS-DESPATCH-FILE-STATUS = '00'
               CLOSE DESPATCH-FILE
           END-IF
           CLOSE INVOICE-FILE
           IF WS-CUST-AVAILABLE = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE PRINT-FILE
           IF WS-INVOICE-COUNT > 0
               PERFORM 160-RECORD-LAST-INVOICE-NUMBER
               PERFORM 800-CLEAR-DESPATCH-FILE
           END-IF
           PERFORM 600-SUM-LEDGER-SO-ISSUES
           PERFORM 700-PRINT-REGISTER-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "INVOICES RAISED   : " WS-INVOICE-COUNT
           DISPLAY "LINES INVOICED    : " WS-LINES-INVOICED
           DISPLAY "LAST INVOICE NO.  : " WS-LAST-INVOICE-NUMBER.
           STOP RUN.

       150-READ-LAST-INVOICE-NUMBER.
           MOVE ZEROES TO WS-LAST-INVOICE-NUMBER
           OPEN INPUT INVOICE-NUMBER-FILE
           IF WS-NUMBER-FILE-STATUS = '00'
               READ INVOICE-NUMBER-FILE
                   AT END MOVE ZEROES TO WS-LAST-INVOICE-NUMBER
                   NOT AT END
                       MOVE IN-LAST-INVOICE-NUMBER
                           TO WS-LAST-INVOICE-NUMBER
               END-READ
               CLOSE INVOICE-NUMBER-FILE
           END-IF.

       160-RECORD-LAST-INVOICE-NUMBER.
           OPEN OUTPUT INVOICE-NUMBER-FILE
           MOVE WS-LAST-INVOICE-NUMBER TO IN-LAST-INVOICE-NUMBER
           WRITE INVOICE-NUMBER-RECORD
           END-WRITE
           CLOSE INVOICE-NUMBER-FILE.

       200-SELECT-DESPATCHES.
           PERFORM UNTIL WS-DESPATCH-ENDOF = 'Y'
               READ DESPATCH-FILE
                   AT END MOVE 'Y' TO WS-DESPATCH-ENDOF
                   NOT AT END
                       IF DS-ORDER-NUMBER NUMERIC AND
                          DS-QTY NUMERIC AND DS-PRICE NUMERIC
                           MOVE DESPATCH-RECORD TO INV-SORT-REC
                           RELEASE INV-SORT-REC
                       ELSE
                           DISPLAY "SKIPPED - BAD DESPATCH RECORD: "
                               DESPATCH-RECORD (1:40)
                       END-IF
               END-READ
           END-PERFORM.

      *>One invoice per order: a change of order number closes
      *>the invoice in hand and opens the next.
       300-PRODUCE-INVOICES.
           MOVE 'N' TO WS-SORT-ENDOF
           PERFORM UNTIL WS-SORT-ENDOF = 'Y'
               RETURN INV-SORT
                   AT END
                       MOVE 'Y' TO WS-SORT-ENDOF
                       IF WS-FIRST-LINE = 'N'
                           PERFORM 360-FINISH-INVOICE
                       END-IF
                   NOT AT END
                       IF WS-FIRST-LINE = 'Y'
                           MOVE 'N' TO WS-FIRST-LINE
                           PERFORM 320-START-INVOICE
                       ELSE
                           IF IS-ORDER-NUMBER NOT = WS-CURRENT-ORDER
                               PERFORM 360-FINISH-INVOICE
                               PERFORM 320-START-INVOICE
                           END-IF
                       END-IF
                       PERFORM 340-INVOICE-ONE-LINE
               END-RETURN
           END-PERFORM.

      *>The address and terms come from the customer master; a
      *>line with no account on file still bills under the name
      *>it was ordered in, due on receipt.
       320-START-INVOICE.
           ADD 1 TO WS-LAST-INVOICE-NUMBER
           MOVE IS-ORDER-NUMBER TO WS-CURRENT-ORDER
           MOVE ZEROES TO WS-INV-LINE-COUNT
           MOVE ZEROES TO WS-INV-QTY
           MOVE ZEROES TO WS-INV-VALUE
           MOVE 'N' TO WS-CUST-FOUND
           IF WS-CUST-AVAILABLE = 'Y' AND IS-CUST-CODE NOT = SPACES
               MOVE IS-CUST-CODE TO CUST-CODE
               READ CUSTOMER-FILE
                   INVALID KEY MOVE 'N' TO WS-CUST-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF
           IF WS-CUST-FOUND = 'N'
               MOVE SPACES TO CUSTOMER-RECORD
               MOVE IS-CUST-CODE TO CUST-CODE
               MOVE IS-CUST-NAME TO CUST-NAME
               MOVE ZEROES TO CUST-TERMS-DAYS
               MOVE ZEROES TO CUST-CREDIT-LIMIT
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + CUST-TERMS-DAYS)
           MOVE SPACES TO INVOICE-RECORD
           SET INV-HEADER-REC TO TRUE
           MOVE WS-LAST-INVOICE-NUMBER TO INV-NUMBER
           MOVE WS-TODAY TO INV-DATE
           MOVE IS-ORDER-NUMBER TO INV-ORDER-NUMBER
           MOVE CUST-CODE TO INV-CUST-CODE
           MOVE CUST-NAME TO INV-CUST-NAME
           MOVE WS-DUE-DATE TO INV-DUE-DATE
           WRITE INVOICE-RECORD
           END-WRITE
           MOVE ZEROES TO WS-INV-PAGE-NUM
           PERFORM 400-PRINT-INVOICE-HEADER.

       340-INVOICE-ONE-LINE.
           COMPUTE WS-LINE-VALUE = IS-QTY * IS-PRICE
           ADD 1 TO WS-INV-LINE-COUNT
           ADD IS-QTY TO WS-INV-QTY
           ADD WS-LINE-VALUE TO WS-INV-VALUE
           IF IS-POST-DATE = WS-TODAY
               ADD IS-QTY TO WS-TODAY-QTY
           ELSE
               ADD IS-QTY TO WS-EARLIER-QTY
           END-IF
           MOVE SPACES TO INVOICE-RECORD
           SET INV-LINE-REC TO TRUE
           MOVE WS-LAST-INVOICE-NUMBER TO INV-NUMBER
           MOVE IS-LINE TO INV-ORDER-LINE
           MOVE IS-ITEM-CODE TO INV-ITEM-CODE
           MOVE IS-ITEM-NAME TO INV-ITEM-NAME
           MOVE IS-QTY TO INV-QTY
           MOVE IS-PRICE TO INV-PRICE
           MOVE WS-LINE-VALUE TO INV-VALUE
           MOVE IS-DESPATCH-DATE TO INV-DESPATCH-DATE
           WRITE INVOICE-RECORD
           END-WRITE
           MOVE IS-LINE TO WS-ID-LINE
           MOVE IS-ITEM-CODE TO WS-ID-CODE
           MOVE IS-ITEM-NAME TO WS-ID-NAME
           MOVE IS-QTY TO WS-ID-QTY
           MOVE IS-PRICE TO WS-ID-PRICE
           MOVE WS-LINE-VALUE TO WS-ID-VALUE
           MOVE IS-DESPATCH-DATE TO WS-DATE-SPLIT
           PERFORM 480-EDIT-DATE
           MOVE WS-DATE-EDIT TO WS-ID-DESPATCHED
           MOVE WS-INV-DETAIL-LINE TO INVOICE-PRINT-LINE
           PERFORM 450-WRITE-INVOICE-LINE.

       360-FINISH-INVOICE.
           MOVE SPACES TO INVOICE-RECORD
           SET INV-TRAILER-REC TO TRUE
           MOVE WS-LAST-INVOICE-NUMBER TO INV-NUMBER
           MOVE WS-INV-LINE-COUNT TO INV-LINE-COUNT
           MOVE WS-INV-QTY TO INV-TOTAL-QTY
           MOVE WS-INV-VALUE TO INV-TOTAL-VALUE
           WRITE INVOICE-RECORD
           END-WRITE
           MOVE "                             ------  "
               TO INVOICE-PRINT-LINE
           PERFORM 450-WRITE-INVOICE-LINE
           MOVE WS-INV-QTY TO WS-IX-QTY
           MOVE WS-INV-VALUE TO WS-IX-VALUE
           MOVE WS-INV-TOTAL-LINE TO INVOICE-PRINT-LINE
           PERFORM 450-WRITE-INVOICE-LINE
           ADD 1 TO WS-INVOICE-COUNT
           ADD WS-INV-LINE-COUNT TO WS-LINES-INVOICED
           ADD WS-INV-QTY TO WS-TOTAL-QTY
           ADD WS-INV-VALUE TO WS-TOTAL-VALUE
           MOVE WS-LAST-INVOICE-NUMBER TO WS-RL-INVOICE
           MOVE WS-CURRENT-ORDER TO WS-RL-ORDER
           MOVE CUST-CODE TO WS-RL-CUST-CODE
           MOVE CUST-NAME TO WS-RL-CUST-NAME
           MOVE WS-INV-LINE-COUNT TO WS-RL-LINES
           MOVE WS-INV-QTY TO WS-RL-QTY
           MOVE WS-INV-VALUE TO WS-RL-VALUE
           MOVE WS-REGISTER-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REGISTER-LINE.

      *>Every invoice starts a fresh page of the invoice print;
      *>a long invoice carries its title on to a continuation page.
       400-PRINT-INVOICE-HEADER.
           ADD 1 TO WS-INV-PAGE-NUM
           MOVE WS-LAST-INVOICE-NUMBER TO WS-IT-NUMBER
           MOVE WS-TODAY TO WS-DATE-SPLIT
           PERFORM 480-EDIT-DATE
           MOVE WS-DATE-EDIT TO WS-IT-DATE
           MOVE WS-INV-PAGE-NUM TO WS-IT-PAGE
           MOVE WS-INV-TITLE-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE CUST-NAME TO WS-IA-TEXT
           MOVE WS-INV-ADDRESS-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE CUST-ADDR-1 TO WS-IA-TEXT
           MOVE WS-INV-ADDRESS-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE CUST-ADDR-2 TO WS-IA-TEXT
           MOVE WS-INV-ADDRESS-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-IA-TEXT
           STRING CUST-TOWN DELIMITED BY "  "
               "  " DELIMITED BY SIZE
               CUST-POSTCODE DELIMITED BY SIZE
               INTO WS-IA-TEXT
           END-STRING
           MOVE WS-INV-ADDRESS-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE CUST-CODE TO WS-IC-CODE
           MOVE WS-CURRENT-ORDER TO WS-IC-ORDER
           MOVE CUST-TERMS-DAYS TO WS-IC-TERMS
           MOVE WS-DUE-DATE TO WS-DATE-SPLIT
           PERFORM 480-EDIT-DATE
           MOVE WS-DATE-EDIT TO WS-IC-DUE
           MOVE WS-INV-ACCOUNT-LINE TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO INVOICE-PRINT-LINE
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "LIN  CODE   DESCRIPTION              QTY      PRICE"
               TO INVOICE-PRINT-LINE
           MOVE "             VALUE  DESPATCHED"
               TO INVOICE-PRINT-LINE (52:30)
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "---  -----  --------------------  ------  ---------"
               TO INVOICE-PRINT-LINE
           MOVE "  ----------------  ----------"
               TO INVOICE-PRINT-LINE (52:30)
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-INV-LINE-COUNT-PG.

      *>The invoice header borrows the print line, so the pending
      *>line is parked while the continuation page starts.
       450-WRITE-INVOICE-LINE.
           IF WS-INV-LINE-COUNT-PG >= WS-LINES-PER-PAGE
               MOVE INVOICE-PRINT-LINE TO WS-INV-SAVE-LINE
               PERFORM 400-PRINT-INVOICE-HEADER
               MOVE WS-INV-SAVE-LINE TO INVOICE-PRINT-LINE
           END-IF
           WRITE INVOICE-PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-INV-LINE-COUNT-PG.

       480-EDIT-DATE.
           MOVE WS-DATE-YYYY TO WS-DATE-EDIT (1:4)
           MOVE WS-DATE-MM TO WS-DATE-EDIT (6:2)
           MOVE WS-DATE-DD TO WS-DATE-EDIT (9:2).

       500-PRINT-REGISTER-HEADER.
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE "          DAILY INVOICE REGISTER" TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "INVOICE ORDER   ACCOUNT CUSTOMER              LIN"
               TO PRINT-LINE
           MOVE "        QTY              VALUE" TO PRINT-LINE (50:30)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "------  ------  ------  --------------------  ---"
               TO PRINT-LINE
           MOVE "  ---------  -----------------" TO PRINT-LINE (50:30)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-LINE-COUNT.

      *>The page header borrows PRINT-LINE, so the pending line is
      *>parked while the new page starts.
       550-WRITE-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE PRINT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUM
               PERFORM 500-PRINT-REGISTER-HEADER
               MOVE WS-SAVE-LINE TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *>The control figure: every issue posted to the ledger today
      *>whose reference names a customer order. The ledger is
      *>keyed by item first, so the whole file is read.
       600-SUM-LEDGER-SO-ISSUES.
           MOVE ZEROES TO WS-LEDGER-SO-QTY
           OPEN INPUT MOVE-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "MOVEMENT LEDGER UNAVAILABLE - STATUS "
                   WS-LEDGER-FILE-STATUS " - REGISTER NOT PROVED."
           ELSE
               MOVE 'N' TO WS-LEDGER-ENDOF
               PERFORM UNTIL WS-LEDGER-ENDOF = 'Y'
                   READ MOVE-LEDGER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-LEDGER-ENDOF
                       NOT AT END
                           IF ML-DATE = WS-TODAY AND ML-ISSUE AND
                              ML-REF (1:2) = 'SO' AND
                              ML-REF (3:6) NUMERIC
                               ADD ML-QTY TO WS-LEDGER-SO-QTY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVE-LEDGER-FILE
           END-IF.

       700-PRINT-REGISTER-TOTALS.
           MOVE "------  ------  ------  --------------------  ---"
               TO PRINT-LINE
           MOVE "  ---------  -----------------" TO PRINT-LINE (50:30)
           PERFORM 550-WRITE-REGISTER-LINE
           IF WS-INVOICE-COUNT = 0
               MOVE "NO DESPATCHES TO INVOICE." TO PRINT-LINE
               PERFORM 550-WRITE-REGISTER-LINE
           END-IF
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "INVOICES RAISED / TOTAL VALUE" TO WS-TL-LABEL
           MOVE WS-INVOICE-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-VALUE TO WS-TL-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REGISTER-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "LINES INVOICED" TO WS-TL-LABEL
           MOVE WS-LINES-INVOICED TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REGISTER-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "QUANTITY INVOICED - ALL DESPATCHES" TO WS-TL-LABEL
           MOVE WS-TOTAL-QTY TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REGISTER-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "  OF WHICH DESPATCHED BEFORE TODAY" TO WS-TL-LABEL
           MOVE WS-EARLIER-QTY TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REGISTER-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "  OF WHICH DESPATCHED TODAY" TO WS-TL-LABEL
           MOVE WS-TODAY-QTY TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REGISTER-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "QUANTITY ISSUED TODAY AGAINST SO REFS" TO WS-TL-LABEL
           MOVE WS-LEDGER-SO-QTY TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-LINE
           PERFORM 550-WRITE-REGISTER-LINE
           COMPUTE WS-CONTROL-DIFF = WS-TODAY-QTY - WS-LEDGER-SO-QTY
           IF WS-CONTROL-DIFF = 0
               MOVE "REGISTER AGREES TO TODAY'S SO ISSUES."
                   TO PRINT-LINE
               PERFORM 550-WRITE-REGISTER-LINE
               DISPLAY "INVOICE REGISTER AGREES TO THE LEDGER."
           ELSE
               MOVE "*** REGISTER DOES NOT AGREE - DIFFERENCE"
                   TO WS-DL-LABEL
               MOVE WS-CONTROL-DIFF TO WS-DL-DIFF
               MOVE WS-DIFF-LINE TO PRINT-LINE
               PERFORM 550-WRITE-REGISTER-LINE
               MOVE "*** CHECK THE POSTING REGISTER FOR FLAGGED SO "
                   TO PRINT-LINE
               MOVE "ISSUES." TO PRINT-LINE (47:7)
               PERFORM 550-WRITE-REGISTER-LINE
               DISPLAY "*** INVOICE REGISTER DOES NOT AGREE TO THE "
                   "LEDGER - DIFFERENCE " WS-CONTROL-DIFF
           END-IF.

      *>Once every invoice is on file and the number recorded the
      *>despatches have been billed, so the file is emptied for
      *>the next posting run to append to.
       800-CLEAR-DESPATCH-FILE.
           OPEN OUTPUT DESPATCH-FILE
           CLOSE DESPATCH-FILE.
