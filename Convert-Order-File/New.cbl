       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-ORDER-FILE.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. One-time cutover utility, reworked for each layout
      *         change of the customer order file. This edition
      *         reads the previous INDEXED custorder.dat (no
      *         account code, no returned quantity, no lot) and
      *         rewrites it in the current layout with nothing
      *         returned yet and no lot against any line; lines
      *         already allocated pick from the undated stock at
      *         their location.
      *         Each line's account code is taken from the
      *         customer master account whose name matches the
      *         free-text customer name on the line; lines with no
      *         matching account are converted with a blank code
      *         and listed so sales can put them right. Set up the
      *         customer master first. Run once, offline, before
      *         any program built against the new layout is used
      *         against a production custorder.dat:
      *           1. Stop all jobs that use custorder.dat.
      *           2. Rename the existing custorder.dat to
      *              custorder.old.
      *           3. Run this program. It reads custorder.old
      *              and creates the new custorder.dat.
      *           4. Resume normal jobs.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-ORDER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Customer-Orders\custorder.old"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OLD-CO-KEY
           FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT CUST-ORDER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Customer-Orders\custorder.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CO-KEY
           FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Customer-Master\custmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUST-CODE
           FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-ORDER-FILE.
       01  OLD-CUST-ORDER-RECORD.
        02 OLD-CO-KEY.
         03 OLD-CO-ORDER-NUMBER PIC 9(6) VALUE ZEROES.
         03 OLD-CO-LINE PIC 9(3) VALUE ZEROES.
        02 OLD-CO-CUST-NAME PIC X(20) VALUE SPACES.
        02 OLD-CO-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 OLD-CO-ITEM-NAME PIC X(20) VALUE SPACES.
        02 OLD-CO-ORDER-QTY PIC 9(5) VALUE ZEROES.
        02 OLD-CO-ALLOC-QTY PIC 9(5) VALUE ZEROES.
        02 OLD-CO-LOC PIC X(3) VALUE SPACES.
        02 OLD-CO-ORDER-DATE PIC 9(8) VALUE ZEROES.
        02 OLD-CO-STATUS PIC X(1) VALUE 'B'.

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

       WORKING-STORAGE SECTION.

       01  WS-OLD-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ORDER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-CUST-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-OLD-ENDOF PIC A(1) VALUE 'N'.
       01  WS-CUST-ENDOF PIC A(1) VALUE 'N'.
       01  WS-CUST-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-MATCH-NAME PIC X(20) VALUE SPACES.
       01  WS-MATCH-CODE PIC X(6) VALUE SPACES.
       01  WS-CONVERTED-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-UNMATCHED-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-REJECTED-COUNT PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           OPEN INPUT OLD-ORDER-FILE
           IF WS-OLD-FILE-STATUS NOT = '00'
               DISPLAY "OLD ORDER FILE WILL NOT OPEN - STATUS "
                   WS-OLD-FILE-STATUS
               DISPLAY "Rename the outgoing custorder.dat to "
                   "custorder.old first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CUST-AVAILABLE
           ELSE
               DISPLAY "CUSTOMER MASTER UNAVAILABLE - STATUS "
                   WS-CUST-FILE-STATUS
                   " - EVERY LINE CONVERTS WITH A BLANK ACCOUNT."
           END-IF
           OPEN OUTPUT CUST-ORDER-FILE

           PERFORM UNTIL WS-OLD-ENDOF = 'Y'
               READ OLD-ORDER-FILE
                   AT END MOVE 'Y' TO WS-OLD-ENDOF
                   NOT AT END PERFORM 100-CONVERT-ONE-LINE
               END-READ
           END-PERFORM

           CLOSE OLD-ORDER-FILE
           CLOSE CUST-ORDER-FILE
           IF WS-CUST-AVAILABLE = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF
           DISPLAY "ORDER LINES CONVERTED : " WS-CONVERTED-COUNT
           DISPLAY "LINES WITH NO ACCOUNT : " WS-UNMATCHED-COUNT
           DISPLAY "ORDER LINES REJECTED  : " WS-REJECTED-COUNT.
           STOP RUN.

       100-CONVERT-ONE-LINE.
           MOVE OLD-CO-ORDER-NUMBER TO CO-ORDER-NUMBER
           MOVE OLD-CO-LINE TO CO-LINE
           MOVE OLD-CO-CUST-NAME TO CO-CUST-NAME
           MOVE OLD-CO-ITEM-CODE TO CO-ITEM-CODE
           MOVE OLD-CO-ITEM-NAME TO CO-ITEM-NAME
           MOVE OLD-CO-ORDER-QTY TO CO-ORDER-QTY
           MOVE OLD-CO-ALLOC-QTY TO CO-ALLOC-QTY
           MOVE OLD-CO-LOC TO CO-LOC
           MOVE OLD-CO-ORDER-DATE TO CO-ORDER-DATE
           MOVE OLD-CO-STATUS TO CO-STATUS
           MOVE ZEROES TO CO-RETURNED-QTY
           MOVE SPACES TO CO-LOT
           PERFORM 200-FIND-ACCOUNT
           MOVE WS-MATCH-CODE TO CO-CUST-CODE
           IF WS-MATCH-CODE = SPACES
               DISPLAY "NO ACCOUNT FOR " OLD-CO-ORDER-NUMBER "/"
                   OLD-CO-LINE " CUSTOMER " OLD-CO-CUST-NAME
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF
           WRITE CUST-ORDER-RECORD
               INVALID KEY
                   DISPLAY "REJECTED - DUPLICATE LINE: "
                       OLD-CO-ORDER-NUMBER "/" OLD-CO-LINE
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.

      *>The old lines only carry the name as keyed, so the match
      *>ignores case; the first account with that name wins.
       200-FIND-ACCOUNT.
           MOVE SPACES TO WS-MATCH-CODE
           MOVE FUNCTION UPPER-CASE (OLD-CO-CUST-NAME) TO WS-MATCH-NAME
           IF WS-CUST-AVAILABLE = 'Y' AND WS-MATCH-NAME NOT = SPACES
               MOVE LOW-VALUES TO CUST-CODE
               MOVE 'N' TO WS-CUST-ENDOF
               START CUSTOMER-FILE KEY >= CUST-CODE
                   INVALID KEY MOVE 'Y' TO WS-CUST-ENDOF
               END-START
               PERFORM UNTIL WS-CUST-ENDOF = 'Y'
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-CUST-ENDOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE (CUST-NAME) =
                              WS-MATCH-NAME
                               MOVE CUST-CODE TO WS-MATCH-CODE
                               MOVE 'Y' TO WS-CUST-ENDOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
