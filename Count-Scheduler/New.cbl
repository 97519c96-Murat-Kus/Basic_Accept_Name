       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDULE-COUNTS.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Picks the day's cycle count so stock can be
      *         checked a little at a time instead of in one
      *         wall-to-wall stock-take. Every item at every
      *         location on the location stock file is due when
      *         its last count is as old as the cycle for its ABC
      *         class - 30 days for A, 91 for B and 365 for C,
      *         with items not yet classed taken as C - or when
      *         its last count found a variance. A line first seen
      *         here takes its last count from the latest count
      *         posting on the movement ledger for that item and
      *         location; one that has never been counted has its
      *         first count spread across its class cycle by item
      *         code, so the counts fall a few each day rather
      *         than all at once. Either way the starting date is
      *         kept on the count schedule file. The due lines are
      *         printed as count sheets, one page per warehouse
      *         location in item order, with a line per lot and no
      *         system quantity on them, and written to a blank
      *         count file in COUNT-RECORD layout for the counters
      *         to fill in; the filled-in file is what
      *         RECONCILE-COUNTS reports on and, once approved,
      *         posts. Posting moves the last-counted dates
      *         forward on the count schedule file. A coverage
      *         report lists, location by location, the items
      *         overdue for a count and the share still inside
      *         their cycle.
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

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT LOCATION-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Master\locmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS WH-CODE
           FILE STATUS IS WS-LOCMAST-FILE-STATUS.

           SELECT ITEM-ABC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\ABC-Analysis\itemabc.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ABC-ITEM-CODE
           FILE STATUS IS WS-ABC-FILE-STATUS.

           SELECT COUNT-SCHED-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Count-Scheduler\countsched.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CS-KEY
           FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT MOVE-LEDGER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Post-Movements\moveledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ML-KEY
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT COUNT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Count-Scheduler\countblank.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT COUNT-SORT ASSIGN TO
           "C:\Coding etc\Github Cobol\Count-Scheduler\sortwork".

           SELECT SHEET-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Count-Scheduler\countsheet.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT COVER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Count-Scheduler\countcover.rpt"
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

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
        02 WH-CODE PIC X(3) VALUE SPACES.
        02 WH-NAME PIC X(20) VALUE SPACES.

      *>ABC class of each item from the last analysis run, with
      *>the annual issue value it was ranked on.
       FD  ITEM-ABC-FILE.
       01  ITEM-ABC-RECORD.
        02 ABC-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 ABC-CLASS PIC X(1) VALUE 'C'.
           88 ABC-CLASS-A VALUE 'A'.
           88 ABC-CLASS-B VALUE 'B'.
           88 ABC-CLASS-C VALUE 'C'.
        02 ABC-ANNUAL-VALUE PIC 9(9)V99 VALUE ZEROES.
        02 ABC-CLASS-DATE PIC 9(8) VALUE ZEROES.

      *>Count schedule: the date each item was last counted at
      *>each location and whether that count found a variance.
      *>Written by the count posting in RECONCILE-COUNTS, and here
      *>when a line is first scheduled. A line never counted is
      *>marked S and its date is only where its cycle starts.
       FD  COUNT-SCHED-FILE.
       01  COUNT-SCHED-RECORD.
        02 CS-KEY.
         03 CS-ITEM-CODE PIC 9(5) VALUE ZEROES.
         03 CS-WH-CODE PIC X(3) VALUE SPACES.
        02 CS-LAST-COUNTED PIC 9(8) VALUE ZEROES.
        02 CS-LAST-VARIANCE PIC X(1) VALUE 'N'.
           88 CS-VARIANCE-FOUND VALUE 'Y'.
           88 CS-NO-VARIANCE VALUE 'N'.
           88 CS-NOT-YET-COUNTED VALUE 'S'.

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
           88 ML-KIT-ASSEMBLY VALUE 'K'.
        02 ML-SIGN PIC X(1) VALUE SPACES.
        02 ML-LOC PIC X(3) VALUE SPACES.
        02 ML-LOC-2 PIC X(3) VALUE SPACES.
        02 ML-QTY PIC 9(5) VALUE ZEROES.
        02 ML-DOC-DATE PIC 9(8) VALUE ZEROES.
        02 ML-REF PIC X(10) VALUE SPACES.
        02 ML-BALANCE PIC 9(5) VALUE ZEROES.

       FD  COUNT-FILE.
       01  COUNT-RECORD.
        02 COUNT-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 COUNT-LOC PIC X(3) VALUE SPACES.
        02 COUNT-QTY PIC 9(5) VALUE ZEROES.
        02 COUNT-LOT PIC X(10) VALUE SPACES.

       FD  SHEET-FILE.
       01  SHEET-LINE PIC X(132).

       FD  COVER-FILE.
       01  COVER-LINE PIC X(132).

       SD  COUNT-SORT.
       01  COUNT-SORT-REC.
        02 CC-LOC PIC X(3).
        02 CC-ITEM-CODE PIC 9(5).
        02 CC-ITEM-NAME PIC X(20).
        02 CC-CLASS PIC X(1).
        02 CC-LAST-COUNTED PIC 9(8).
        02 CC-DAYS PIC 9(5).
        02 CC-CYCLE PIC 9(3).
        02 CC-DUE PIC X(1).
        02 CC-OVERDUE PIC X(1).
        02 CC-REASON PIC X(7).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOC-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOCMAST-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ABC-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-SCHED-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LEDGER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LEDGER-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-LEDGER-ENDOF PIC A(1) VALUE 'N'.
       01  WS-ABC-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-SCHED-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-ITEM-FOUND PIC A(1) VALUE 'N'.
       01  WS-ABC-FOUND PIC A(1) VALUE 'N'.
       01  WS-SCHED-FOUND PIC A(1) VALUE 'N'.
       01  WS-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LOT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-SORT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-FIRST-LOC PIC A(1) VALUE 'Y'.
       01  WS-SHEET-STARTED PIC A(1) VALUE 'N'.
       01  WS-CURRENT-LOC PIC X(3) VALUE SPACES.
       01  WS-LOC-NAME PIC X(20) VALUE SPACES.
       01  WS-LOTS-LISTED PIC 9(3) VALUE ZEROES.

      *>Count cycle in days for each ABC class; items with no
      *>class yet are counted on the C cycle. Change here to
      *>retune.
       01  WS-A-CYCLE-DAYS PIC 9(3) VALUE 030.
       01  WS-B-CYCLE-DAYS PIC 9(3) VALUE 091.
       01  WS-C-CYCLE-DAYS PIC 9(3) VALUE 365.

       01  WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01  WS-ITEM-CLASS PIC X(1) VALUE SPACES.
       01  WS-CYCLE-DAYS PIC 9(3) VALUE ZEROES.
       01  WS-DAYS-SINCE PIC 9(5) VALUE ZEROES.
       01  WS-DAYS-OVER PIC 9(5) VALUE ZEROES.
       01  WS-LAST-COUNT-DATE PIC 9(8) VALUE ZEROES.
       01  WS-STAGGER-QUOT PIC 9(5) VALUE ZEROES.
       01  WS-STAGGER-DAYS PIC 9(3) VALUE ZEROES.
       01  WS-SEED-INT PIC 9(7) VALUE ZEROES.
       01  WS-LOC-ITEMS PIC 9(5) VALUE ZEROES.
       01  WS-LOC-OVERDUE PIC 9(5) VALUE ZEROES.
       01  WS-TOT-ITEMS PIC 9(5) VALUE ZEROES.
       01  WS-TOT-OVERDUE PIC 9(5) VALUE ZEROES.
       01  WS-TOT-DUE PIC 9(5) VALUE ZEROES.
       01  WS-TOT-COUNT-LINES PIC 9(5) VALUE ZEROES.
       01  WS-COVERAGE-PCT PIC 9(3)V9 VALUE ZEROES.

       01  WS-TODAY PIC 9(8) VALUE ZEROES.
       01  WS-TODAY-SPLIT.
        02 WS-TODAY-YYYY PIC 9(4).
        02 WS-TODAY-MM PIC 9(2).
        02 WS-TODAY-DD PIC 9(2).
       01  WS-TODAY-EDIT PIC 9999/99/99.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 050.
       01  WS-SHEET-PAGE-NUM PIC 9(3) VALUE ZEROES.
       01  WS-SHEET-LINE-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-COVER-PAGE-NUM PIC 9(3) VALUE 1.
       01  WS-COVER-LINE-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-SAVE-LINE PIC X(132) VALUE SPACES.

       01  WS-PAGE-HEADER-LINE.
        02 FILLER PIC X(6) VALUE "DATE: ".
        02 WS-PH-DATE PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(11) VALUE "     PAGE: ".
        02 WS-PH-PAGE PIC ZZ9 VALUE ZEROES.

       01  WS-LOC-HEADER-LINE.
        02 FILLER PIC X(10) VALUE "LOCATION: ".
        02 WS-LH-CODE PIC X(3) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-LH-NAME PIC X(20) VALUE SPACES.

       01  WS-SHEET-DETAIL-LINE.
        02 WS-SD-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-SD-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-SD-LOT PIC X(10) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-SD-REASON PIC X(7) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(11) VALUE "___________".
        02 FILLER PIC X(2) VALUE SPACES.
        02 FILLER PIC X(10) VALUE "__________".

       01  WS-COVER-DETAIL-LINE.
        02 WS-CD-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-CD-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(3) VALUE SPACES.
        02 WS-CD-CLASS PIC X(1) VALUE SPACES.
        02 FILLER PIC X(3) VALUE SPACES.
        02 WS-CD-LAST-COUNTED PIC X(10) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-CD-DAYS PIC X(5) VALUE SPACES.
        02 FILLER PIC X(4) VALUE SPACES.
        02 WS-CD-CYCLE PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(3) VALUE SPACES.
        02 WS-CD-OVER PIC X(5) VALUE SPACES.

       01  WS-DATE-EDIT PIC 9999/99/99 VALUE ZEROES.
       01  WS-DAYS-EDIT PIC ZZZZ9 VALUE ZEROES.

       01  WS-LOC-TOTAL-LINE.
        02 FILLER PIC X(9) VALUE "LOCATION ".
        02 WS-LT-CODE PIC X(3) VALUE SPACES.
        02 FILLER PIC X(2) VALUE ": ".
        02 WS-LT-ITEMS PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(9) VALUE " ITEMS, ".
        02 WS-LT-OVERDUE PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(11) VALUE " OVERDUE - ".
        02 WS-LT-PCT PIC ZZ9.9 VALUE ZEROES.
        02 FILLER PIC X(22) VALUE "% COUNTED WITHIN CYCLE".

       01  WS-GRAND-TOTAL-LINE.
        02 FILLER PIC X(14) VALUE "ALL LOCATIONS:".
        02 WS-GT-ITEMS PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(9) VALUE " ITEMS, ".
        02 WS-GT-OVERDUE PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(11) VALUE " OVERDUE - ".
        02 WS-GT-PCT PIC ZZ9.9 VALUE ZEROES.
        02 FILLER PIC X(22) VALUE "% COUNTED WITHIN CYCLE".

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
           OPEN INPUT LOCATION-FILE
           IF WS-LOCMAST-FILE-STATUS NOT = '00'
               DISPLAY "LOCATION MASTER UNAVAILABLE - STATUS "
                   WS-LOCMAST-FILE-STATUS
               CLOSE LOC-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               CLOSE ITEM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ITEM-ABC-FILE
           IF WS-ABC-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ABC-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ABC-AVAILABLE
           END-IF
      *>No schedule file yet means nothing has been counted since
      *>the scheduler came in; it is started here so the first
      *>count of every line can be spread over its cycle.
           OPEN I-O COUNT-SCHED-FILE
           IF WS-SCHED-FILE-STATUS = '35'
               OPEN OUTPUT COUNT-SCHED-FILE
               CLOSE COUNT-SCHED-FILE
               OPEN I-O COUNT-SCHED-FILE
           END-IF
           IF WS-SCHED-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SCHED-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SCHED-AVAILABLE
           END-IF
           OPEN INPUT MOVE-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LEDGER-AVAILABLE
           ELSE
               MOVE 'N' TO WS-LEDGER-AVAILABLE
           END-IF
           OPEN OUTPUT COUNT-FILE
           OPEN OUTPUT SHEET-FILE
           OPEN OUTPUT COVER-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           PERFORM 060-PRINT-COVER-HEADER
           SORT COUNT-SORT
               ON ASCENDING KEY CC-LOC
               ON ASCENDING KEY CC-ITEM-CODE
               INPUT PROCEDURE IS 300-SELECT-LOCATIONS
               OUTPUT PROCEDURE IS 400-PRINT-BY-LOCATION
           CLOSE LOC-STOCK-FILE
           CLOSE LOT-STOCK-FILE
           CLOSE ITEM-FILE
           CLOSE LOCATION-FILE
           IF WS-ABC-AVAILABLE = 'Y'
               CLOSE ITEM-ABC-FILE
           END-IF
           IF WS-SCHED-AVAILABLE = 'Y'
               CLOSE COUNT-SCHED-FILE
           END-IF
           IF WS-LEDGER-AVAILABLE = 'Y'
               CLOSE MOVE-LEDGER-FILE
           END-IF
           IF WS-TOT-COUNT-LINES = 0
               MOVE 1 TO WS-SHEET-PAGE-NUM
               MOVE SPACES TO WS-LH-CODE
               MOVE SPACES TO WS-LH-NAME
               PERFORM 050-PRINT-SHEET-HEADER
               MOVE "NOTHING IS DUE FOR COUNT TODAY." TO SHEET-LINE
               PERFORM 150-WRITE-SHEET-LINE
           END-IF
           MOVE "-----  --------------------  ---  ----------  -----"
               TO COVER-LINE
           MOVE "  -----   -----" TO COVER-LINE (52:15)
           PERFORM 250-WRITE-COVER-LINE
           MOVE WS-TOT-ITEMS TO WS-GT-ITEMS
           MOVE WS-TOT-OVERDUE TO WS-GT-OVERDUE
           IF WS-TOT-ITEMS > 0
               COMPUTE WS-COVERAGE-PCT ROUNDED =
                   (WS-TOT-ITEMS - WS-TOT-OVERDUE) * 100 / WS-TOT-ITEMS
           ELSE
               MOVE ZEROES TO WS-COVERAGE-PCT
           END-IF
           MOVE WS-COVERAGE-PCT TO WS-GT-PCT
           MOVE WS-GRAND-TOTAL-LINE TO COVER-LINE
           PERFORM 250-WRITE-COVER-LINE
           IF WS-ABC-AVAILABLE = 'N'
               MOVE "NO ABC CLASSES ON FILE - EVERY ITEM IS ON THE C "
                   TO COVER-LINE
               MOVE "CYCLE." TO COVER-LINE (50:6)
               PERFORM 250-WRITE-COVER-LINE
           END-IF
           CLOSE COUNT-FILE
           CLOSE SHEET-FILE
           CLOSE COVER-FILE
           DISPLAY "ITEM-LOCATIONS DUE FOR COUNT: " WS-TOT-DUE
           DISPLAY "COUNT LINES WRITTEN         : " WS-TOT-COUNT-LINES
           DISPLAY "ITEM-LOCATIONS OVERDUE      : " WS-TOT-OVERDUE.
           STOP RUN.

      *>Each location's count sheet starts on a new page so the
      *>sheets can be handed to different counters.
       050-PRINT-SHEET-HEADER.
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-SHEET-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-PAGE-HEADER-LINE TO SHEET-LINE
           WRITE SHEET-LINE AFTER ADVANCING PAGE
           MOVE "        CYCLE COUNT SHEET" TO SHEET-LINE
           WRITE SHEET-LINE AFTER ADVANCING 1 LINE
           MOVE WS-LOC-HEADER-LINE TO SHEET-LINE
           WRITE SHEET-LINE AFTER ADVANCING 1 LINE
           MOVE "CODE   ITEM NAME             LOT         REASON   "
               TO SHEET-LINE
           MOVE "COUNTED QTY  COUNTED BY" TO SHEET-LINE (51:23)
           WRITE SHEET-LINE AFTER ADVANCING 1 LINE
           MOVE "-----  --------------------  ----------  -------  "
               TO SHEET-LINE
           MOVE "-----------  ----------" TO SHEET-LINE (51:23)
           WRITE SHEET-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-SHEET-LINE-COUNT.

       060-PRINT-COVER-HEADER.
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-COVER-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-PAGE-HEADER-LINE TO COVER-LINE
           WRITE COVER-LINE AFTER ADVANCING PAGE
           MOVE "        CYCLE COUNT COVERAGE - ITEMS OVERDUE FOR COUNT"
               TO COVER-LINE
           WRITE COVER-LINE AFTER ADVANCING 1 LINE
           MOVE "CODE   ITEM NAME             ABC  LAST COUNT   DAYS"
               TO COVER-LINE
           MOVE "  CYCLE OVERDUE" TO COVER-LINE (52:15)
           WRITE COVER-LINE AFTER ADVANCING 1 LINE
           MOVE "-----  --------------------  ---  ----------  -----"
               TO COVER-LINE
           MOVE "  -----   -----" TO COVER-LINE (52:15)
           WRITE COVER-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-COVER-LINE-COUNT.

      *>The page headers borrow the print lines, so the pending
      *>line is parked while the new page starts.
       150-WRITE-SHEET-LINE.
           IF WS-SHEET-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE SHEET-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-SHEET-PAGE-NUM
               PERFORM 050-PRINT-SHEET-HEADER
               MOVE WS-SAVE-LINE TO SHEET-LINE
           END-IF
           WRITE SHEET-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SHEET-LINE-COUNT.

       250-WRITE-COVER-LINE.
           IF WS-COVER-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE COVER-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-COVER-PAGE-NUM
               PERFORM 060-PRINT-COVER-HEADER
               MOVE WS-SAVE-LINE TO COVER-LINE
           END-IF
           WRITE COVER-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-COVER-LINE-COUNT.

       300-SELECT-LOCATIONS.
           PERFORM UNTIL WS-ENDOF = 'Y'
               READ LOC-STOCK-FILE
                   AT END MOVE 'Y' TO WS-ENDOF
                   NOT AT END PERFORM 320-SCHEDULE-ONE-LOCATION
               END-READ
           END-PERFORM.

      *>A line is due once its last count is as old as its class
      *>cycle, and overdue once it is older. A line never counted
      *>goes by the date its first cycle was started from. A
      *>variance found last time brings it back for a recount
      *>whatever its cycle.
       320-SCHEDULE-ONE-LOCATION.
           MOVE LOC-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           IF WS-ITEM-FOUND = 'Y'
               MOVE ITEM-NAME TO CC-ITEM-NAME
           ELSE
               MOVE "*** NOT ON ITEM-FILE" TO CC-ITEM-NAME
           END-IF
           PERFORM 340-FIND-CLASS
           MOVE 'N' TO WS-SCHED-FOUND
           IF WS-SCHED-AVAILABLE = 'Y'
               MOVE LOC-ITEM-CODE TO CS-ITEM-CODE
               MOVE LOC-WH-CODE TO CS-WH-CODE
               READ COUNT-SCHED-FILE
                   INVALID KEY MOVE 'N' TO WS-SCHED-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-SCHED-FOUND
               END-READ
           END-IF
           IF WS-SCHED-FOUND = 'N'
               PERFORM 350-SEED-SCHEDULE
           END-IF
           IF CS-LAST-COUNTED = 0
               MOVE 99999 TO WS-DAYS-SINCE
           ELSE
               COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (CS-LAST-COUNTED)
           END-IF
           MOVE 'N' TO CC-DUE
           MOVE 'N' TO CC-OVERDUE
           MOVE SPACES TO CC-REASON
           IF WS-DAYS-SINCE >= WS-CYCLE-DAYS
               MOVE 'Y' TO CC-DUE
               MOVE "CYCLE" TO CC-REASON
           END-IF
           IF WS-DAYS-SINCE > WS-CYCLE-DAYS
               MOVE 'Y' TO CC-OVERDUE
           END-IF
           IF CS-LAST-COUNTED = 0 OR CS-NOT-YET-COUNTED
               MOVE "NEVER" TO CC-REASON
           END-IF
           IF CS-VARIANCE-FOUND
               MOVE 'Y' TO CC-DUE
               MOVE "RECOUNT" TO CC-REASON
           END-IF
           MOVE LOC-WH-CODE TO CC-LOC
           MOVE LOC-ITEM-CODE TO CC-ITEM-CODE
           MOVE WS-ITEM-CLASS TO CC-CLASS
           IF CS-NOT-YET-COUNTED
               MOVE ZEROES TO CC-LAST-COUNTED
           ELSE
               MOVE CS-LAST-COUNTED TO CC-LAST-COUNTED
           END-IF
           MOVE WS-DAYS-SINCE TO CC-DAYS
           MOVE WS-CYCLE-DAYS TO CC-CYCLE
           RELEASE COUNT-SORT-REC.

       340-FIND-CLASS.
           MOVE 'N' TO WS-ABC-FOUND
           IF WS-ABC-AVAILABLE = 'Y'
               MOVE LOC-ITEM-CODE TO ABC-ITEM-CODE
               READ ITEM-ABC-FILE
                   INVALID KEY MOVE 'N' TO WS-ABC-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-ABC-FOUND
               END-READ
           END-IF
           IF WS-ABC-FOUND = 'Y'
               MOVE ABC-CLASS TO WS-ITEM-CLASS
           ELSE
               MOVE SPACES TO WS-ITEM-CLASS
           END-IF
           EVALUATE TRUE
               WHEN WS-ABC-FOUND = 'Y' AND ABC-CLASS-A
                   MOVE WS-A-CYCLE-DAYS TO WS-CYCLE-DAYS
               WHEN WS-ABC-FOUND = 'Y' AND ABC-CLASS-B
                   MOVE WS-B-CYCLE-DAYS TO WS-CYCLE-DAYS
               WHEN OTHER
                   MOVE WS-C-CYCLE-DAYS TO WS-CYCLE-DAYS
           END-EVALUATE.

      *>A line with no schedule record yet is started from its
      *>latest count on the ledger. Failing that it has never been
      *>counted: its cycle is taken to have begun up to a cycle
      *>ago, set back by the item code so that a few lines fall
      *>due each day and the rest follow.
       350-SEED-SCHEDULE.
           MOVE LOC-ITEM-CODE TO CS-ITEM-CODE
           MOVE LOC-WH-CODE TO CS-WH-CODE
           PERFORM 360-FIND-LAST-COUNT
           IF WS-LAST-COUNT-DATE > 0
               MOVE WS-LAST-COUNT-DATE TO CS-LAST-COUNTED
               SET CS-NO-VARIANCE TO TRUE
           ELSE
               DIVIDE LOC-ITEM-CODE BY WS-CYCLE-DAYS
                   GIVING WS-STAGGER-QUOT
                   REMAINDER WS-STAGGER-DAYS
               COMPUTE WS-SEED-INT = WS-TODAY-INT - WS-CYCLE-DAYS
                   + WS-STAGGER-DAYS
               COMPUTE CS-LAST-COUNTED =
                   FUNCTION DATE-OF-INTEGER (WS-SEED-INT)
               SET CS-NOT-YET-COUNTED TO TRUE
           END-IF
           IF WS-SCHED-AVAILABLE = 'Y'
               WRITE COUNT-SCHED-RECORD
               END-WRITE
           END-IF.

      *>The ledger is keyed by item and date, so the last count
      *>read walking the item's entries forward is the latest.
       360-FIND-LAST-COUNT.
           MOVE ZEROES TO WS-LAST-COUNT-DATE
           IF WS-LEDGER-AVAILABLE = 'Y'
               MOVE LOC-ITEM-CODE TO ML-ITEM-CODE
               MOVE ZEROES TO ML-DATE
               MOVE ZEROES TO ML-SEQ
               MOVE 'N' TO WS-LEDGER-ENDOF
               START MOVE-LEDGER-FILE KEY >= ML-KEY
                   INVALID KEY MOVE 'Y' TO WS-LEDGER-ENDOF
               END-START
               PERFORM UNTIL WS-LEDGER-ENDOF = 'Y'
                   READ MOVE-LEDGER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-LEDGER-ENDOF
                       NOT AT END
                           IF ML-ITEM-CODE NOT = LOC-ITEM-CODE
                               MOVE 'Y' TO WS-LEDGER-ENDOF
                           ELSE
                               IF ML-COUNT AND
                                  ML-LOC = LOC-WH-CODE
                                   MOVE ML-DATE TO WS-LAST-COUNT-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       400-PRINT-BY-LOCATION.
           MOVE 'N' TO WS-SORT-ENDOF
           PERFORM UNTIL WS-SORT-ENDOF = 'Y'
               RETURN COUNT-SORT
                   AT END
                       MOVE 'Y' TO WS-SORT-ENDOF
                       IF WS-FIRST-LOC = 'N'
                           PERFORM 500-PRINT-LOCATION-TOTAL
                       END-IF
                   NOT AT END
                       IF WS-FIRST-LOC = 'Y'
                           MOVE 'N' TO WS-FIRST-LOC
                           MOVE CC-LOC TO WS-CURRENT-LOC
                           PERFORM 420-START-LOCATION
                       ELSE
                           IF CC-LOC NOT = WS-CURRENT-LOC
                               PERFORM 500-PRINT-LOCATION-TOTAL
                               MOVE CC-LOC TO WS-CURRENT-LOC
                               PERFORM 420-START-LOCATION
                           END-IF
                       END-IF
                       PERFORM 430-PRINT-ONE-LINE
               END-RETURN
           END-PERFORM.

       420-START-LOCATION.
           MOVE WS-CURRENT-LOC TO WH-CODE
           READ LOCATION-FILE
               INVALID KEY MOVE "*** NOT ON MASTER ***" TO WS-LOC-NAME
               NOT INVALID KEY MOVE WH-NAME TO WS-LOC-NAME
           END-READ
           MOVE WS-CURRENT-LOC TO WS-LH-CODE
           MOVE WS-LOC-NAME TO WS-LH-NAME
           MOVE 'N' TO WS-SHEET-STARTED
           MOVE WS-LOC-HEADER-LINE TO COVER-LINE
           PERFORM 250-WRITE-COVER-LINE.

       430-PRINT-ONE-LINE.
           ADD 1 TO WS-LOC-ITEMS
           ADD 1 TO WS-TOT-ITEMS
           IF CC-DUE = 'Y'
               ADD 1 TO WS-TOT-DUE
               PERFORM 440-LIST-ONE-COUNT
           END-IF
           IF CC-OVERDUE = 'Y'
               ADD 1 TO WS-LOC-OVERDUE
               ADD 1 TO WS-TOT-OVERDUE
               PERFORM 480-PRINT-OVERDUE-LINE
           END-IF.

      *>One count line per lot held at the location; a location
      *>with no stock in any lot gets a single blank-lot line so
      *>the counters still check the shelf.
       440-LIST-ONE-COUNT.
           IF WS-SHEET-STARTED = 'N'
               MOVE 'Y' TO WS-SHEET-STARTED
               ADD 1 TO WS-SHEET-PAGE-NUM
               PERFORM 050-PRINT-SHEET-HEADER
           END-IF
           MOVE ZEROES TO WS-LOTS-LISTED
           MOVE CC-ITEM-CODE TO LOT-ITEM-CODE
           MOVE CC-LOC TO LOT-WH-CODE
           MOVE SPACES TO LOT-NUMBER
           MOVE 'N' TO WS-LOT-ENDOF
           START LOT-STOCK-FILE KEY >= LOT-KEY
               INVALID KEY MOVE 'Y' TO WS-LOT-ENDOF
           END-START
           PERFORM UNTIL WS-LOT-ENDOF = 'Y'
               READ LOT-STOCK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOT-ENDOF
                   NOT AT END
                       IF LOT-ITEM-CODE NOT = CC-ITEM-CODE OR
                          LOT-WH-CODE NOT = CC-LOC
                           MOVE 'Y' TO WS-LOT-ENDOF
                       ELSE
                           IF LOT-QTY > 0
                               PERFORM 460-WRITE-COUNT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOTS-LISTED = 0
               MOVE SPACES TO LOT-NUMBER
               PERFORM 460-WRITE-COUNT-LINE
           END-IF.

       460-WRITE-COUNT-LINE.
           MOVE CC-ITEM-CODE TO COUNT-ITEM-CODE
           MOVE CC-LOC TO COUNT-LOC
           MOVE ZEROES TO COUNT-QTY
           MOVE LOT-NUMBER TO COUNT-LOT
           WRITE COUNT-RECORD
           END-WRITE
           MOVE CC-ITEM-CODE TO WS-SD-CODE
           MOVE CC-ITEM-NAME TO WS-SD-NAME
           MOVE LOT-NUMBER TO WS-SD-LOT
           MOVE CC-REASON TO WS-SD-REASON
           MOVE WS-SHEET-DETAIL-LINE TO SHEET-LINE
           PERFORM 150-WRITE-SHEET-LINE
           ADD 1 TO WS-LOTS-LISTED
           ADD 1 TO WS-TOT-COUNT-LINES.

       480-PRINT-OVERDUE-LINE.
           MOVE CC-ITEM-CODE TO WS-CD-CODE
           MOVE CC-ITEM-NAME TO WS-CD-NAME
           MOVE CC-CLASS TO WS-CD-CLASS
           MOVE CC-CYCLE TO WS-CD-CYCLE
           IF CC-LAST-COUNTED = 0
               MOVE "NEVER" TO WS-CD-LAST-COUNTED
               MOVE SPACES TO WS-CD-DAYS
           ELSE
               MOVE CC-LAST-COUNTED TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO WS-CD-LAST-COUNTED
               MOVE CC-DAYS TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-CD-DAYS
           END-IF
           IF CC-DAYS = 99999
               MOVE SPACES TO WS-CD-OVER
           ELSE
               COMPUTE WS-DAYS-OVER = CC-DAYS - CC-CYCLE
               MOVE WS-DAYS-OVER TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-CD-OVER
           END-IF
           MOVE WS-COVER-DETAIL-LINE TO COVER-LINE
           PERFORM 250-WRITE-COVER-LINE.

       500-PRINT-LOCATION-TOTAL.
           MOVE WS-CURRENT-LOC TO WS-LT-CODE
           MOVE WS-LOC-ITEMS TO WS-LT-ITEMS
           MOVE WS-LOC-OVERDUE TO WS-LT-OVERDUE
           IF WS-LOC-ITEMS > 0
               COMPUTE WS-COVERAGE-PCT ROUNDED =
                   (WS-LOC-ITEMS - WS-LOC-OVERDUE) * 100 / WS-LOC-ITEMS
           ELSE
               MOVE ZEROES TO WS-COVERAGE-PCT
           END-IF
           MOVE WS-COVERAGE-PCT TO WS-LT-PCT
           MOVE WS-LOC-TOTAL-LINE TO COVER-LINE
           PERFORM 250-WRITE-COVER-LINE
           MOVE SPACES TO COVER-LINE
           PERFORM 250-WRITE-COVER-LINE
           MOVE ZEROES TO WS-LOC-ITEMS
           MOVE ZEROES TO WS-LOC-OVERDUE.
