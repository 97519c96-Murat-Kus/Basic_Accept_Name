       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEAD-STOCK-REPORT.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Lists the slow-moving and dead stock so management
      *         can decide what to mark discontinued. Every item
      *         with stock on hand whose last issue on the movement
      *         ledger - an 'I' issue or a component taken into a
      *         kit build - is 90, 180 or 365 days old or more is
      *         printed with its last issue date, quantity on hand
      *         and the value tied up at ITEM-COST, banded by age.
      *         An item that has never issued is aged from its
      *         first movement on the ledger, so new stock is not
      *         reported until it has sat for 90 days; one with no
      *         movement on record at all goes in the oldest band.
      *         The listing is sorted into item category order,
      *         oldest band first, with a subtotal per category and
      *         totals per band. The item's ABC class from the
      *         last analysis run is shown alongside, and items
      *         already discontinued are flagged.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT MOVE-LEDGER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Post-Movements\moveledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ML-KEY
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT ITEM-CAT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Category-Master\itemcat.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IC-ITEM-CODE
           FILE STATUS IS WS-ITEMCAT-FILE-STATUS.

           SELECT CATEGORY-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Category-Master\catmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS CAT-CODE
           FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT ITEM-ABC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\ABC-Analysis\itemabc.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ABC-ITEM-CODE
           FILE STATUS IS WS-ABC-FILE-STATUS.

           SELECT DEAD-SORT ASSIGN TO
           "C:\Coding etc\Github Cobol\Dead-Stock-Report\sortwork".

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Dead-Stock-Report\deadstock.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  ITEM-CAT-FILE.
       01  ITEM-CAT-RECORD.
        02 IC-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 IC-CAT-CODE PIC X(3) VALUE SPACES.

       FD  CATEGORY-FILE.
       01  CATEGORY-RECORD.
        02 CAT-CODE PIC X(3) VALUE SPACES.
        02 CAT-DESC PIC X(20) VALUE SPACES.

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

       FD  REPORT-FILE.
       01  PRINT-LINE PIC X(132).

       SD  DEAD-SORT.
       01  DEAD-SORT-REC.
        02 DS-CAT-CODE PIC X(3).
        02 DS-BAND PIC 9(3).
        02 DS-ITEM-CODE PIC 9(5).
        02 DS-ITEM-NAME PIC X(20).
        02 DS-CLASS PIC X(1).
        02 DS-LAST-ISSUE PIC 9(8).
        02 DS-DAYS PIC 9(5).
        02 DS-QTY PIC 9(5).
        02 DS-COST PIC 9(5)V99.
        02 DS-STATUS PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LEDGER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ITEMCAT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-CAT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ABC-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-CAT-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-ABC-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-ASSIGN-FOUND PIC A(1) VALUE 'N'.
       01  WS-CAT-FOUND PIC A(1) VALUE 'N'.
       01  WS-ABC-FOUND PIC A(1) VALUE 'N'.
       01  WS-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LEDGER-ENDOF PIC A(1) VALUE 'N'.
       01  WS-SORT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-FIRST-ITEM PIC A(1) VALUE 'Y'.
       01  WS-CURRENT-CAT PIC X(3) VALUE SPACES.

      *>Age bands in days since the last issue, youngest first.
      *>Change here to retune.
       01  WS-BAND-DAYS-TABLE.
        02 WS-BAND-DAYS PIC 9(3) OCCURS 3.
       01  WS-BAND-DAYS-VALUES REDEFINES WS-BAND-DAYS-TABLE.
        02 FILLER PIC X(9).
       01  WS-BAND-SUB PIC 9(1) VALUE ZEROES.

       01  WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01  WS-LAST-ISSUE PIC 9(8) VALUE ZEROES.
       01  WS-FIRST-MOVE PIC 9(8) VALUE ZEROES.
       01  WS-DAYS-SINCE PIC 9(5) VALUE ZEROES.
       01  WS-ITEM-BAND PIC 9(3) VALUE ZEROES.
       01  WS-ITEM-VALUE PIC 9(10)V99 VALUE ZEROES.
       01  WS-CAT-VALUE PIC 9(12)V99 VALUE ZEROES.
       01  WS-CAT-ITEMS PIC 9(5) VALUE ZEROES.
       01  WS-TOT-VALUE PIC 9(12)V99 VALUE ZEROES.
       01  WS-TOT-ITEMS PIC 9(5) VALUE ZEROES.

       01  WS-BAND-TOTALS.
        02 WS-BAND-ENTRY OCCURS 3.
         03 WS-BT-ITEMS PIC 9(5) VALUE ZEROES.
         03 WS-BT-QTY PIC 9(9) VALUE ZEROES.
         03 WS-BT-VALUE PIC 9(12)V99 VALUE ZEROES.

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
        02 FILLER PIC X(3) VALUE SPACES.
        02 WS-DL-CLASS PIC X(1) VALUE SPACES.
        02 FILLER PIC X(3) VALUE SPACES.
        02 WS-DL-LAST-ISSUE PIC X(10) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-DAYS PIC X(5) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-QTY PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-COST PIC Z(4)9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-VALUE PIC Z,ZZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-BAND PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(6) VALUE "+ DAYS".
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-FLAG PIC X(12) VALUE SPACES.

       01  WS-DATE-EDIT PIC 9999/99/99 VALUE ZEROES.
       01  WS-DAYS-EDIT PIC ZZZZ9 VALUE ZEROES.

       01  WS-CAT-HEADER-LINE.
        02 FILLER PIC X(9) VALUE "CATEGORY ".
        02 WS-CH-CODE PIC X(3) VALUE SPACES.
        02 FILLER PIC X(3) VALUE " - ".
        02 WS-CH-DESC PIC X(20) VALUE SPACES.

       01  WS-CAT-TOTAL-LINE.
        02 FILLER PIC X(9) VALUE "CATEGORY ".
        02 WS-CT-CODE PIC X(3) VALUE SPACES.
        02 FILLER PIC X(2) VALUE ": ".
        02 WS-CT-ITEMS PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(21) VALUE " ITEMS, VALUE AT COST".
        02 FILLER PIC X(1) VALUE SPACES.
        02 WS-CT-VALUE PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       01  WS-BAND-TOTAL-LINE.
        02 FILLER PIC X(5) VALUE "BAND ".
        02 WS-BL-BAND PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(8) VALUE "+ DAYS: ".
        02 WS-BL-ITEMS PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(8) VALUE " ITEMS, ".
        02 WS-BL-QTY PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(18) VALUE " ON HAND, AT COST ".
        02 WS-BL-VALUE PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       01  WS-TOTAL-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           MOVE "090180365" TO WS-BAND-DAYS-VALUES
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ITEM-FILE UNAVAILABLE - STATUS " WS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MOVE-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "MOVEMENT LEDGER UNAVAILABLE - STATUS "
                   WS-LEDGER-FILE-STATUS
               CLOSE ITEM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-CAT-AVAILABLE
           OPEN INPUT ITEM-CAT-FILE
           IF WS-ITEMCAT-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-CAT-AVAILABLE
           END-IF
           OPEN INPUT CATEGORY-FILE
           IF WS-CAT-FILE-STATUS NOT = '00'
               IF WS-CAT-AVAILABLE = 'Y'
                   CLOSE ITEM-CAT-FILE
               END-IF
               MOVE 'N' TO WS-CAT-AVAILABLE
           ELSE
               IF WS-CAT-AVAILABLE = 'N'
                   CLOSE CATEGORY-FILE
               END-IF
           END-IF
           OPEN INPUT ITEM-ABC-FILE
           IF WS-ABC-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ABC-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ABC-AVAILABLE
           END-IF
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 050-PRINT-PAGE-HEADER
           SORT DEAD-SORT
               ON ASCENDING KEY DS-CAT-CODE
               ON DESCENDING KEY DS-BAND
               ON ASCENDING KEY DS-ITEM-CODE
               INPUT PROCEDURE IS 300-SELECT-ITEMS
               OUTPUT PROCEDURE IS 400-PRINT-BY-CATEGORY
           CLOSE ITEM-FILE
           CLOSE MOVE-LEDGER-FILE
           IF WS-CAT-AVAILABLE = 'Y'
               CLOSE ITEM-CAT-FILE
               CLOSE CATEGORY-FILE
           END-IF
           IF WS-ABC-AVAILABLE = 'Y'
               CLOSE ITEM-ABC-FILE
           END-IF
           MOVE "-----  --------------------  ---  ----------  -----"
               TO PRINT-LINE
           MOVE "-------  --------  ------------  ---------  "
               TO PRINT-LINE (53:44)
           MOVE "------------" TO PRINT-LINE (97:12)
           PERFORM 150-WRITE-REPORT-LINE
           PERFORM VARYING WS-BAND-SUB FROM 3 BY -1
               UNTIL WS-BAND-SUB < 1
               MOVE WS-BAND-DAYS (WS-BAND-SUB) TO WS-BL-BAND
               MOVE WS-BT-ITEMS (WS-BAND-SUB) TO WS-BL-ITEMS
               MOVE WS-BT-QTY (WS-BAND-SUB) TO WS-BL-QTY
               MOVE WS-BT-VALUE (WS-BAND-SUB) TO WS-BL-VALUE
               MOVE WS-BAND-TOTAL-LINE TO PRINT-LINE
               PERFORM 150-WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-TOT-VALUE TO WS-TOTAL-EDIT
           MOVE "VALUE TIED UP AT COST:" TO PRINT-LINE
           MOVE WS-TOTAL-EDIT TO PRINT-LINE (24:16)
           PERFORM 150-WRITE-REPORT-LINE
           IF WS-ABC-AVAILABLE = 'N'
               MOVE "NO ABC CLASSES ON FILE - RUN THE ABC ANALYSIS."
                   TO PRINT-LINE
               PERFORM 150-WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "SLOW AND DEAD ITEMS LISTED: " WS-TOT-ITEMS.
           STOP RUN.

       050-PRINT-PAGE-HEADER.
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE "        SLOW-MOVING AND DEAD STOCK REPORT"
               TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "CODE   ITEM NAME             ABC  LAST ISSUE   DAYS"
               TO PRINT-LINE
           MOVE "ON HAND      COST         VALUE  NO ISSUES  STATUS"
               TO PRINT-LINE (53:50)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "-----  --------------------  ---  ----------  -----"
               TO PRINT-LINE
           MOVE "-------  --------  ------------  ---------  "
               TO PRINT-LINE (53:44)
           MOVE "------------" TO PRINT-LINE (97:12)
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

      *>Only stock on hand ties up money, so items with nothing
      *>on hand are left out. An item that has never issued is
      *>aged from its first ledger movement, and falls in the
      *>oldest band only if it has none.
       300-SELECT-ITEMS.
           PERFORM UNTIL WS-ENDOF = 'Y'
               READ ITEM-FILE
                   AT END MOVE 'Y' TO WS-ENDOF
                   NOT AT END
                       IF ITEM-QTY > 0
                           PERFORM 320-FIND-LAST-ISSUE
                           PERFORM 340-BAND-ONE-ITEM
                           IF WS-ITEM-BAND > 0
                               PERFORM 360-RELEASE-ONE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>The ledger is keyed by item and date, so the last issue
      *>read walking the item's entries forward is the latest,
      *>and the first entry read is its earliest movement. A
      *>component taken into a kit build is an issue like any
      *>other.
       320-FIND-LAST-ISSUE.
           MOVE ZEROES TO WS-LAST-ISSUE
           MOVE ZEROES TO WS-FIRST-MOVE
           MOVE ITEM-CODE TO ML-ITEM-CODE
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
                       IF ML-ITEM-CODE NOT = ITEM-CODE
                           MOVE 'Y' TO WS-LEDGER-ENDOF
                       ELSE
                           IF WS-FIRST-MOVE = 0
                               MOVE ML-DATE TO WS-FIRST-MOVE
                           END-IF
                           IF ML-ISSUE OR
                              (ML-KIT-ASSEMBLY AND ML-SIGN = '-')
                               MOVE ML-DATE TO WS-LAST-ISSUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       340-BAND-ONE-ITEM.
           MOVE ZEROES TO WS-ITEM-BAND
           IF WS-LAST-ISSUE = 0
               IF WS-FIRST-MOVE = 0
                   MOVE 99999 TO WS-DAYS-SINCE
               ELSE
                   COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE (WS-FIRST-MOVE)
               END-IF
           ELSE
               COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (WS-LAST-ISSUE)
           END-IF
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 3
               IF WS-DAYS-SINCE >= WS-BAND-DAYS (WS-BAND-SUB)
                   MOVE WS-BAND-DAYS (WS-BAND-SUB) TO WS-ITEM-BAND
               END-IF
           END-PERFORM.

       360-RELEASE-ONE-ITEM.
           MOVE SPACES TO DS-CAT-CODE
           IF WS-CAT-AVAILABLE = 'Y'
               MOVE ITEM-CODE TO IC-ITEM-CODE
               READ ITEM-CAT-FILE
                   INVALID KEY MOVE 'N' TO WS-ASSIGN-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-ASSIGN-FOUND
               END-READ
               IF WS-ASSIGN-FOUND = 'Y'
                   MOVE IC-CAT-CODE TO DS-CAT-CODE
               END-IF
           END-IF
           MOVE SPACES TO DS-CLASS
           IF WS-ABC-AVAILABLE = 'Y'
               MOVE ITEM-CODE TO ABC-ITEM-CODE
               READ ITEM-ABC-FILE
                   INVALID KEY MOVE 'N' TO WS-ABC-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-ABC-FOUND
               END-READ
               IF WS-ABC-FOUND = 'Y'
                   MOVE ABC-CLASS TO DS-CLASS
               END-IF
           END-IF
           MOVE WS-ITEM-BAND TO DS-BAND
           MOVE ITEM-CODE TO DS-ITEM-CODE
           MOVE ITEM-NAME TO DS-ITEM-NAME
           MOVE WS-LAST-ISSUE TO DS-LAST-ISSUE
           MOVE WS-DAYS-SINCE TO DS-DAYS
           MOVE ITEM-QTY TO DS-QTY
           MOVE ITEM-COST TO DS-COST
           MOVE ITEM-STATUS TO DS-STATUS
           RELEASE DEAD-SORT-REC.

       400-PRINT-BY-CATEGORY.
           MOVE 'N' TO WS-SORT-ENDOF
           PERFORM UNTIL WS-SORT-ENDOF = 'Y'
               RETURN DEAD-SORT
                   AT END
                       MOVE 'Y' TO WS-SORT-ENDOF
                       IF WS-FIRST-ITEM = 'N'
                           PERFORM 500-PRINT-CATEGORY-TOTAL
                       END-IF
                   NOT AT END
                       IF WS-FIRST-ITEM = 'Y'
                           MOVE 'N' TO WS-FIRST-ITEM
                           MOVE DS-CAT-CODE TO WS-CURRENT-CAT
                           PERFORM 450-PRINT-CATEGORY-HEADER
                       ELSE
                           IF DS-CAT-CODE NOT = WS-CURRENT-CAT
                               PERFORM 500-PRINT-CATEGORY-TOTAL
                               MOVE DS-CAT-CODE TO WS-CURRENT-CAT
                               PERFORM 450-PRINT-CATEGORY-HEADER
                           END-IF
                       END-IF
                       PERFORM 420-PRINT-ONE-ITEM
               END-RETURN
           END-PERFORM.

       420-PRINT-ONE-ITEM.
           COMPUTE WS-ITEM-VALUE = DS-QTY * DS-COST
           ADD WS-ITEM-VALUE TO WS-CAT-VALUE
           ADD WS-ITEM-VALUE TO WS-TOT-VALUE
           ADD 1 TO WS-CAT-ITEMS
           ADD 1 TO WS-TOT-ITEMS
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 3
               IF DS-BAND = WS-BAND-DAYS (WS-BAND-SUB)
                   ADD 1 TO WS-BT-ITEMS (WS-BAND-SUB)
                   ADD DS-QTY TO WS-BT-QTY (WS-BAND-SUB)
                   ADD WS-ITEM-VALUE TO WS-BT-VALUE (WS-BAND-SUB)
               END-IF
           END-PERFORM
           MOVE DS-ITEM-CODE TO WS-DL-CODE
           MOVE DS-ITEM-NAME TO WS-DL-NAME
           MOVE DS-CLASS TO WS-DL-CLASS
           IF DS-LAST-ISSUE = 0
               MOVE "NEVER" TO WS-DL-LAST-ISSUE
               IF DS-DAYS = 99999
                   MOVE SPACES TO WS-DL-DAYS
               ELSE
                   MOVE DS-DAYS TO WS-DAYS-EDIT
                   MOVE WS-DAYS-EDIT TO WS-DL-DAYS
               END-IF
           ELSE
               MOVE DS-LAST-ISSUE TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO WS-DL-LAST-ISSUE
               MOVE DS-DAYS TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO WS-DL-DAYS
           END-IF
           MOVE DS-QTY TO WS-DL-QTY
           MOVE DS-COST TO WS-DL-COST
           MOVE WS-ITEM-VALUE TO WS-DL-VALUE
           MOVE DS-BAND TO WS-DL-BAND
           IF DS-STATUS = 'D'
               MOVE "DISCONTINUED" TO WS-DL-FLAG
           ELSE
               MOVE SPACES TO WS-DL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE.

       450-PRINT-CATEGORY-HEADER.
           IF WS-CURRENT-CAT = SPACES
               MOVE "*N*" TO WS-CH-CODE
               MOVE "NOT YET ASSIGNED" TO WS-CH-DESC
           ELSE
               MOVE WS-CURRENT-CAT TO WS-CH-CODE
               MOVE WS-CURRENT-CAT TO CAT-CODE
               READ CATEGORY-FILE
                   INVALID KEY MOVE 'N' TO WS-CAT-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-CAT-FOUND
               END-READ
               IF WS-CAT-FOUND = 'Y'
                   MOVE CAT-DESC TO WS-CH-DESC
               ELSE
                   MOVE "*** UNKNOWN ***" TO WS-CH-DESC
               END-IF
           END-IF
           MOVE WS-CAT-HEADER-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE.

       500-PRINT-CATEGORY-TOTAL.
           IF WS-CURRENT-CAT = SPACES
               MOVE "*N*" TO WS-CT-CODE
           ELSE
               MOVE WS-CURRENT-CAT TO WS-CT-CODE
           END-IF
           MOVE WS-CAT-ITEMS TO WS-CT-ITEMS
           MOVE WS-CAT-VALUE TO WS-CT-VALUE
           MOVE WS-CAT-TOTAL-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE ZEROES TO WS-CAT-ITEMS
           MOVE ZEROES TO WS-CAT-VALUE.
