       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-EXPIRY-REPORT.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Weekly list of the lots that will expire within
      *         the expiry window - 30 days unless the run card
      *         names another number of days - so the warehouse
      *         can sell, move or write them off before they go
      *         out of date. Every lot with stock and an expiry
      *         date inside the window is printed in expiry date
      *         order with its item, location, quantity and value
      *         at ITEM-COST; lots already past their date are
      *         flagged EXPIRED. Undated stock is never listed.
      *         Totals show the value at risk and the value
      *         already expired.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOT-STOCK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Stock\lotstock.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT EXPIRY-SORT ASSIGN TO
           "C:\Coding etc\Github Cobol\Lot-Expiry-Report\sortwork".

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Lot-Expiry-Report\lotexp.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  REPORT-FILE.
       01  PRINT-LINE PIC X(132).

       SD  EXPIRY-SORT.
       01  EXPIRY-SORT-REC.
        02 EX-EXPIRY-DATE PIC 9(8).
        02 EX-ITEM-CODE PIC 9(5).
        02 EX-LOC PIC X(3).
        02 EX-LOT PIC X(10).
        02 EX-ITEM-NAME PIC X(20).
        02 EX-QTY PIC 9(5).
        02 EX-COST PIC 9(5)V99.
        02 EX-DAYS-LEFT PIC S9(5).

       WORKING-STORAGE SECTION.

       01  WS-LOT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-SORT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-ITEM-FOUND PIC A(1) VALUE 'N'.

      *>Lots expiring within this many days are listed; a run card
      *>with another number of days overrides it for that run.
      *>Change here to retune.
       01  WS-EXPIRY-WINDOW-DAYS PIC 9(3) VALUE 030.
       01  WS-WINDOW-ENTRY PIC 9(3) VALUE ZEROES.

       01  WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01  WS-DAYS-LEFT PIC S9(5) VALUE ZEROES.
       01  WS-LOT-VALUE PIC 9(10)V99 VALUE ZEROES.
       01  WS-LOT-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-EXPIRED-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-TOT-VALUE PIC 9(12)V99 VALUE ZEROES.
       01  WS-EXPIRED-VALUE PIC 9(12)V99 VALUE ZEROES.
       01  WS-NO-COST-COUNT PIC 9(5) VALUE ZEROES.

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

       01  WS-TITLE-LINE.
        02 FILLER PIC X(29) VALUE "        LOTS EXPIRING WITHIN ".
        02 WS-TL-DAYS PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(5) VALUE " DAYS".

       01  WS-DETAIL-LINE.
        02 WS-DL-EXPIRY PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-LOC PIC X(3) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-LOT PIC X(10) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-QTY PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-COST PIC Z(4)9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-VALUE PIC Z,ZZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-DAYS PIC -ZZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-FLAG PIC X(9) VALUE SPACES.

       01  WS-TOTAL-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           DISPLAY "Expiry window in days (blank for "
               WS-EXPIRY-WINDOW-DAYS "):"
           ACCEPT WS-WINDOW-ENTRY
           IF WS-WINDOW-ENTRY NUMERIC AND WS-WINDOW-ENTRY > 0
               MOVE WS-WINDOW-ENTRY TO WS-EXPIRY-WINDOW-DAYS
           END-IF
           OPEN INPUT LOT-STOCK-FILE
           IF WS-LOT-FILE-STATUS NOT = '00'
               DISPLAY "LOT STOCK FILE UNAVAILABLE - STATUS "
                   WS-LOT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ITEM-FILE UNAVAILABLE - STATUS " WS-FILE-STATUS
               CLOSE LOT-STOCK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 050-PRINT-PAGE-HEADER
           SORT EXPIRY-SORT
               ON ASCENDING KEY EX-EXPIRY-DATE EX-ITEM-CODE EX-LOC
                   EX-LOT
               INPUT PROCEDURE IS 300-SELECT-LOTS
               OUTPUT PROCEDURE IS 400-PRINT-LOTS
           CLOSE LOT-STOCK-FILE
           CLOSE ITEM-FILE
           MOVE "----------  -----  --------------------  ---"
               TO PRINT-LINE
           MOVE "----------  ------  --------  ------------  -----"
               TO PRINT-LINE (47:49)
           PERFORM 150-WRITE-REPORT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "LOTS LISTED          : " WS-LOT-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING
           PERFORM 150-WRITE-REPORT-LINE
           MOVE WS-TOT-VALUE TO WS-TOTAL-EDIT
           MOVE "VALUE AT RISK AT COST:" TO PRINT-LINE
           MOVE WS-TOTAL-EDIT TO PRINT-LINE (24:16)
           PERFORM 150-WRITE-REPORT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING "LOTS ALREADY EXPIRED : " WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           END-STRING
           PERFORM 150-WRITE-REPORT-LINE
           MOVE WS-EXPIRED-VALUE TO WS-TOTAL-EDIT
           MOVE "VALUE EXPIRED AT COST:" TO PRINT-LINE
           MOVE WS-TOTAL-EDIT TO PRINT-LINE (24:16)
           PERFORM 150-WRITE-REPORT-LINE
           IF WS-NO-COST-COUNT > 0
               MOVE SPACES TO PRINT-LINE
               STRING "LOTS WITH NO COST ON FILE: "
                   WS-NO-COST-COUNT DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               PERFORM 150-WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "LOTS LISTED: " WS-LOT-COUNT
               " EXPIRED: " WS-EXPIRED-COUNT.
           STOP RUN.

       050-PRINT-PAGE-HEADER.
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE WS-EXPIRY-WINDOW-DAYS TO WS-TL-DAYS
           MOVE WS-TITLE-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "EXPIRY      CODE   ITEM NAME             LOC  LOT"
               TO PRINT-LINE
           MOVE "   QTY      COST         VALUE   DAYS"
               TO PRINT-LINE (59:37)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "----------  -----  --------------------  ---"
               TO PRINT-LINE
           MOVE "----------  ------  --------  ------------  -----"
               TO PRINT-LINE (47:49)
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

      *>Only lots with stock and an expiry date are looked at;
      *>the days left run negative once the date has passed.
       300-SELECT-LOTS.
           PERFORM UNTIL WS-LOT-ENDOF = 'Y'
               READ LOT-STOCK-FILE
                   AT END MOVE 'Y' TO WS-LOT-ENDOF
                   NOT AT END
                       IF LOT-QTY > 0 AND LOT-EXPIRY-DATE > 0
                           COMPUTE WS-DAYS-LEFT =
                               FUNCTION INTEGER-OF-DATE
                                   (LOT-EXPIRY-DATE) - WS-TODAY-INT
                           IF WS-DAYS-LEFT <= WS-EXPIRY-WINDOW-DAYS
                               PERFORM 350-RELEASE-ONE-LOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       350-RELEASE-ONE-LOT.
           MOVE LOT-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           IF WS-ITEM-FOUND = 'N'
               MOVE "*** NOT ON ITEM-FILE" TO ITEM-NAME
               MOVE ZEROES TO ITEM-COST
           END-IF
           MOVE LOT-EXPIRY-DATE TO EX-EXPIRY-DATE
           MOVE LOT-ITEM-CODE TO EX-ITEM-CODE
           MOVE LOT-WH-CODE TO EX-LOC
           MOVE LOT-NUMBER TO EX-LOT
           MOVE ITEM-NAME TO EX-ITEM-NAME
           MOVE LOT-QTY TO EX-QTY
           MOVE ITEM-COST TO EX-COST
           MOVE WS-DAYS-LEFT TO EX-DAYS-LEFT
           RELEASE EXPIRY-SORT-REC.

       400-PRINT-LOTS.
           MOVE 'N' TO WS-SORT-ENDOF
           PERFORM UNTIL WS-SORT-ENDOF = 'Y'
               RETURN EXPIRY-SORT
                   AT END MOVE 'Y' TO WS-SORT-ENDOF
                   NOT AT END PERFORM 420-PRINT-ONE-LOT
               END-RETURN
           END-PERFORM.

       420-PRINT-ONE-LOT.
           COMPUTE WS-LOT-VALUE = EX-QTY * EX-COST
           ADD WS-LOT-VALUE TO WS-TOT-VALUE
           ADD 1 TO WS-LOT-COUNT
           MOVE EX-EXPIRY-DATE TO WS-DL-EXPIRY
           MOVE EX-ITEM-CODE TO WS-DL-CODE
           MOVE EX-ITEM-NAME TO WS-DL-NAME
           MOVE EX-LOC TO WS-DL-LOC
           MOVE EX-LOT TO WS-DL-LOT
           MOVE EX-QTY TO WS-DL-QTY
           MOVE EX-COST TO WS-DL-COST
           MOVE WS-LOT-VALUE TO WS-DL-VALUE
           MOVE EX-DAYS-LEFT TO WS-DL-DAYS
           EVALUATE TRUE
               WHEN EX-DAYS-LEFT < 0
                   MOVE "EXPIRED" TO WS-DL-FLAG
                   ADD 1 TO WS-EXPIRED-COUNT
                   ADD WS-LOT-VALUE TO WS-EXPIRED-VALUE
               WHEN EX-COST = 0
                   MOVE "*NO COST*" TO WS-DL-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-DL-FLAG
           END-EVALUATE
           IF EX-COST = 0
               ADD 1 TO WS-NO-COST-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE.
