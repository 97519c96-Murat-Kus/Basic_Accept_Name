       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOVER-STOCK.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Forward recovery of the stock quantities when
      *         VERIFY-ITEM-FILE or BALANCE-DAY-END has found the
      *         item master or the location file broken, so the
      *         day does not have to be re-keyed. Starts from the
      *         last good closing positions recorded by
      *         BALANCE-DAY-END run mode U and the copy of the
      *         location stock file it saved at the same close,
      *         then replays every movement ledger posting dated
      *         after that close up to today, item by item, to
      *         rebuild ITEM-QTY and every LOC-QTY: receipts,
      *         returns and upward adjustments and counts add,
      *         issues, write-offs and downward adjustments and
      *         counts take away, kit postings go by their sign,
      *         and transfers and quarantine releases move stock
      *         from one location to the other without touching
      *         ITEM-QTY.
      *         Run mode C compares only: it prints every item and
      *         location whose live quantity differs from the
      *         rebuilt one and ends with condition code 8 if there
      *         are any. Run mode A applies the rebuilt quantities,
      *         writing an audit trail entry for each one corrected
      *         (RECOVR for an item, RECLOC for a location), and
      *         registers itself in the in-use register while it
      *         holds the files.
      *         Only quantities are rebuilt. A record lost from
      *         ITEM-FILE has to be restored or re-added first,
      *         and items added since the close have no starting
      *         position, so both are listed and left alone. The
      *         ledger does not carry the lot, so lots are not
      *         rebuilt: a location whose lots no longer add up to
      *         the rebuilt quantity is listed to be counted.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT LOC-STOCK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Stock\locstock.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOC-KEY
           FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Stock\lotstock.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOT-KEY
           FILE STATUS IS WS-LOT-FILE-STATUS.

           SELECT DAYBAL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Daily-Balance\daybal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DAYBAL-FILE-STATUS.

           SELECT DAYBAL-LOC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Daily-Balance\dayballoc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DAYBAL-LOC-FILE-STATUS.

           SELECT MOVE-LEDGER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Post-Movements\moveledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ML-KEY
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT INUSE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\In-Use-Register\inuse.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IU-PROGRAM
           FILE STATUS IS WS-INUSE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Stock-Recovery\recover.rpt"
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

      *>Closing positions in item-code order as recorded by
      *>BALANCE-DAY-END run mode U. The 'H' header carries the
      *>date the positions were cut; 'D' records are one per item.
       FD  DAYBAL-FILE.
       01  DAYBAL-RECORD.
        02 DB-REC-TYPE PIC X(1) VALUE SPACES.
           88 DB-HEADER-REC VALUE 'H'.
           88 DB-DETAIL-REC VALUE 'D'.
        02 FILLER PIC X(1) VALUE SPACES.
        02 DB-REC-DATA PIC X(12) VALUE SPACES.
        02 DB-HEADER-DATA REDEFINES DB-REC-DATA.
         03 DB-CLOSE-DATE PIC 9(8).
         03 FILLER PIC X(4).
        02 DB-DETAIL-DATA REDEFINES DB-REC-DATA.
         03 DB-ITEM-CODE PIC 9(5).
         03 FILLER PIC X(1).
         03 DB-QTY PIC 9(5).
         03 FILLER PIC X(1).

      *>Copy of the location stock file cut with the closing
      *>positions, in item and location order. The 'H' header
      *>carries the same close date as DAYBAL-FILE; 'D' records
      *>are one per item and location.
       FD  DAYBAL-LOC-FILE.
       01  DAYBAL-LOC-RECORD.
        02 DL-REC-TYPE PIC X(1) VALUE SPACES.
           88 DL-HEADER-REC VALUE 'H'.
           88 DL-DETAIL-REC VALUE 'D'.
        02 FILLER PIC X(1) VALUE SPACES.
        02 DL-REC-DATA PIC X(15) VALUE SPACES.
        02 DL-HEADER-DATA REDEFINES DL-REC-DATA.
         03 DL-CLOSE-DATE PIC 9(8).
         03 FILLER PIC X(7).
        02 DL-DETAIL-DATA REDEFINES DL-REC-DATA.
         03 DL-ITEM-CODE PIC 9(5).
         03 FILLER PIC X(1).
         03 DL-WH-CODE PIC X(3).
         03 FILLER PIC X(1).
         03 DL-QTY PIC 9(5).

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

      *>Shared in-use register: every program that updates the
      *>masters records itself here at open and clears itself at
      *>close, so interactive sessions and the nightly chain
      *>cannot sit on the same file at the same time.
       FD  INUSE-FILE.
       01  INUSE-RECORD.
        02 IU-PROGRAM PIC X(20) VALUE SPACES.
        02 IU-TYPE PIC X(1) VALUE SPACES.
           88 IU-INTERACTIVE VALUE 'I'.
           88 IU-BATCH VALUE 'B'.
        02 IU-USER PIC X(20) VALUE SPACES.
        02 IU-TIMESTAMP PIC X(21) VALUE SPACES.

       FD  REPORT-FILE.
       01  PRINT-LINE PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-INUSE-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-INUSE-ACTIVE PIC A(1) VALUE 'N'.
       01  WS-INUSE-BLOCKED PIC A(1) VALUE 'N'.
       01  WS-INUSE-ENDOF PIC A(1) VALUE 'N'.
       01  WS-INUSE-PROGRAM PIC X(20) VALUE "RECOVER-STOCK".
       01  WS-INUSE-USER PIC X(20) VALUE SPACES.

       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOC-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-DAYBAL-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-DAYBAL-LOC-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LEDGER-FILE-STATUS PIC X(2) VALUE ZEROES.

       01  WS-RUN-MODE PIC X(1) VALUE SPACES.
       01  WS-APPLY PIC A(1) VALUE 'N'.
       01  WS-AUDIT-USER-ID PIC X(20) VALUE SPACES.
       01  WS-TODAY PIC 9(8) VALUE ZEROES.
       01  WS-CLOSE-DATE PIC 9(8) VALUE ZEROES.
       01  WS-HEADER-OK PIC A(1) VALUE 'N'.
       01  WS-LOC-COPY-OK PIC A(1) VALUE 'N'.
       01  WS-LOC-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-LOT-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-ITEM-ENDOF PIC A(1) VALUE 'N'.
       01  WS-DAYBAL-ENDOF PIC A(1) VALUE 'N'.
       01  WS-DAYBAL-GOT PIC A(1) VALUE 'N'.
       01  WS-DAYBAL-LOC-ENDOF PIC A(1) VALUE 'N'.
       01  WS-DAYBAL-LOC-GOT PIC A(1) VALUE 'N'.
       01  WS-LOC-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LOT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LEDGER-ENDOF PIC A(1) VALUE 'N'.

      *>The item being rebuilt and what the ledger does to it.
       01  WS-REC-ITEM PIC 9(5) VALUE ZEROES.
       01  WS-REC-NAME PIC X(20) VALUE SPACES.
       01  WS-ITEM-NET PIC S9(7) VALUE ZEROES.
       01  WS-ITEM-EFFECT PIC S9(7) VALUE ZEROES.
       01  WS-RECOVERED-QTY PIC S9(7) VALUE ZEROES.
       01  WS-LIVE-QTY PIC S9(7) VALUE ZEROES.
       01  WS-OLD-QTY PIC 9(5) VALUE ZEROES.
       01  WS-LOC-TOTAL PIC S9(7) VALUE ZEROES.
       01  WS-LOT-SUM PIC 9(7) VALUE ZEROES.
       01  WS-FIND-LOC PIC X(3) VALUE SPACES.
       01  WS-LOC-EFFECT PIC S9(7) VALUE ZEROES.

      *>The item's locations: as saved at the close, what the
      *>ledger has moved since, and what the live file holds now.
      *>Change the limit here and on the table to retune.
       01  WS-LOC-MAX PIC 9(2) VALUE 30.
       01  WS-LOC-SUB PIC 9(2) VALUE ZEROES.
       01  WS-LOC-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-LOC-OVERFLOW PIC A(1) VALUE 'N'.
       01  WS-LOC-TABLE.
        02 WS-LOC-ENTRY OCCURS 30.
         03 WS-LT-LOC PIC X(3).
         03 WS-LT-SAVED PIC 9(7).
         03 WS-LT-NET PIC S9(7).
         03 WS-LT-LIVE PIC 9(5).
         03 WS-LT-FOUND PIC A(1).
         03 WS-LT-BAD PIC A(1).

       01  WS-ITEM-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-ITEM-DIFF-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-LOCS-CHECKED PIC 9(7) VALUE ZEROES.
       01  WS-LOC-DIFF-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-NEW-ITEM-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-NOT-RECOVERED-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-LOT-COUNT-DUE PIC 9(7) VALUE ZEROES.
       01  WS-SPLIT-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-FIXED-COUNT PIC 9(7) VALUE ZEROES.

       01  WS-TODAY-SPLIT.
        02 WS-TODAY-YYYY PIC 9(4).
        02 WS-TODAY-MM PIC 9(2).
        02 WS-TODAY-DD PIC 9(2).
       01  WS-TODAY-EDIT PIC 9999/99/99.
       01  WS-PAGE-NUM PIC 9(3) VALUE 1.
       01  WS-LINE-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 050.
       01  WS-SAVE-LINE PIC X(132) VALUE SPACES.
       01  WS-QTY-EDIT PIC -Z,ZZZ,ZZ9 VALUE ZEROES.

       01  WS-PAGE-HEADER-LINE.
        02 FILLER PIC X(6) VALUE "DATE: ".
        02 WS-PH-DATE PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(11) VALUE "     PAGE: ".
        02 WS-PH-PAGE PIC ZZ9 VALUE ZEROES.

       01  WS-WINDOW-LINE.
        02 FILLER PIC X(9) VALUE "CLOSE OF ".
        02 WS-WL-CLOSE PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(31) VALUE
           " - LEDGER POSTINGS AFTER IT TO ".
        02 WS-WL-TODAY PIC 9999/99/99 VALUE ZEROES.

       01  WS-DETAIL-LINE.
        02 WS-DT-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DT-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DT-LOC PIC X(3) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DT-CLOSING PIC -ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DT-MOVEMENT PIC -ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DT-RECOVERED PIC -ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DT-LIVE PIC -ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DT-DIFF PIC -ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DT-ACTION PIC X(40) VALUE SPACES.

       01  WS-NOTE-LINE.
        02 WS-NL-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-NL-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-NL-LOC PIC X(3) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-NL-TEXT PIC X(60) VALUE SPACES.
        02 WS-NL-QTY PIC -Z,ZZZ,ZZ9 VALUE ZEROES.

       01  WS-SUMMARY-LINE.
        02 WS-SL-LABEL PIC X(40) VALUE SPACES.
        02 WS-SL-COUNT PIC Z,ZZZ,ZZ9 VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           DISPLAY "Run mode - C to compare only, A to apply the "
               "recovered quantities:"
           ACCEPT WS-RUN-MODE
           IF WS-RUN-MODE = 'A' OR WS-RUN-MODE = 'a'
               MOVE 'Y' TO WS-APPLY
           ELSE
               MOVE 'N' TO WS-APPLY
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
           IF WS-AUDIT-USER-ID = SPACES
               ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USERNAME"
           END-IF

           IF WS-APPLY = 'Y'
               PERFORM 910-REGISTER-IN-USE
               IF WS-INUSE-BLOCKED = 'Y'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 050-READ-CLOSE-HEADERS
           IF WS-HEADER-OK = 'N'
               PERFORM 930-CLEAR-IN-USE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-APPLY = 'Y'
               OPEN I-O ITEM-FILE
           ELSE
               OPEN INPUT ITEM-FILE
           END-IF
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ITEM-FILE UNAVAILABLE - STATUS "
                   WS-FILE-STATUS
               DISPLAY "Restore the item master from its last backup "
                   "first - only the quantities are rebuilt here."
               CLOSE DAYBAL-FILE
               CLOSE DAYBAL-LOC-FILE
               PERFORM 930-CLEAR-IN-USE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MOVE-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "MOVEMENT LEDGER UNAVAILABLE - STATUS "
                   WS-LEDGER-FILE-STATUS " - NOTHING RECOVERED."
               CLOSE ITEM-FILE
               CLOSE DAYBAL-FILE
               CLOSE DAYBAL-LOC-FILE
               PERFORM 930-CLEAR-IN-USE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *>A location file that has gone altogether is laid down
      *>again from the saved copy in apply mode.
           IF WS-APPLY = 'Y'
               OPEN I-O LOC-STOCK-FILE
               IF WS-LOC-FILE-STATUS = '35'
                   OPEN OUTPUT LOC-STOCK-FILE
                   CLOSE LOC-STOCK-FILE
                   OPEN I-O LOC-STOCK-FILE
               END-IF
           ELSE
               OPEN INPUT LOC-STOCK-FILE
           END-IF
           IF WS-LOC-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LOC-AVAILABLE
           ELSE
               MOVE 'N' TO WS-LOC-AVAILABLE
               MOVE 'N' TO WS-LOC-COPY-OK
               DISPLAY "LOCATION STOCK FILE UNAVAILABLE - STATUS "
                   WS-LOC-FILE-STATUS " - LOCATIONS NOT RECOVERED."
           END-IF
           OPEN INPUT LOT-STOCK-FILE
           IF WS-LOT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-LOT-AVAILABLE
           END-IF
           IF WS-APPLY = 'Y'
               OPEN EXTEND AUDIT-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           PERFORM 600-PRINT-PAGE-HEADER

           PERFORM 150-RECOVER-ALL-ITEMS
           PERFORM 700-PRINT-SUMMARY

           CLOSE ITEM-FILE
           CLOSE MOVE-LEDGER-FILE
           CLOSE DAYBAL-FILE
           CLOSE DAYBAL-LOC-FILE
           IF WS-LOC-AVAILABLE = 'Y'
               CLOSE LOC-STOCK-FILE
           END-IF
           IF WS-LOT-AVAILABLE = 'Y'
               CLOSE LOT-STOCK-FILE
           END-IF
           IF WS-APPLY = 'Y'
               CLOSE AUDIT-FILE
           END-IF
           CLOSE REPORT-FILE
           PERFORM 930-CLEAR-IN-USE.
           STOP RUN.

      *>The recovery has to start from a close that BALANCE-DAY-END
      *>recorded properly. The location copy only counts if it was
      *>cut at that same close; otherwise the items are still
      *>rebuilt but the locations are left alone.
       050-READ-CLOSE-HEADERS.
           MOVE 'N' TO WS-HEADER-OK
           MOVE 'N' TO WS-LOC-COPY-OK
           OPEN INPUT DAYBAL-FILE
           IF WS-DAYBAL-FILE-STATUS NOT = '00'
               DISPLAY "NO CLOSING POSITIONS ON FILE - STATUS "
                   WS-DAYBAL-FILE-STATUS " - NOTHING TO RECOVER FROM."
           ELSE
               READ DAYBAL-FILE
                   AT END
                       DISPLAY "CLOSING-POSITION FILE IS EMPTY - "
                           "NOTHING TO RECOVER FROM."
                   NOT AT END
                       IF DB-HEADER-REC AND DB-CLOSE-DATE NUMERIC
                           MOVE DB-CLOSE-DATE TO WS-CLOSE-DATE
                           MOVE 'Y' TO WS-HEADER-OK
                       ELSE
                           DISPLAY "NO CLOSE DATE ON THE CLOSING-"
                               "POSITION FILE - NOTHING TO RECOVER "
                               "FROM."
                       END-IF
               END-READ
               IF WS-HEADER-OK = 'N'
                   CLOSE DAYBAL-FILE
               END-IF
           END-IF
           IF WS-HEADER-OK = 'Y'
               MOVE 'Y' TO WS-DAYBAL-LOC-ENDOF
               OPEN INPUT DAYBAL-LOC-FILE
               IF WS-DAYBAL-LOC-FILE-STATUS = '00'
                   READ DAYBAL-LOC-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF DL-HEADER-REC AND
                              DL-CLOSE-DATE NUMERIC AND
                              DL-CLOSE-DATE = WS-CLOSE-DATE
                               MOVE 'Y' TO WS-LOC-COPY-OK
                               MOVE 'N' TO WS-DAYBAL-LOC-ENDOF
                           END-IF
                   END-READ
               END-IF
               IF WS-LOC-COPY-OK = 'N'
                   DISPLAY "NO LOCATION COPY SAVED AT THE CLOSE OF "
                       WS-CLOSE-DATE " - LOCATIONS NOT RECOVERED."
               END-IF
           END-IF.

      *>Match-merge of the master against the closing positions,
      *>the same way BALANCE-DAY-END walks them.
       150-RECOVER-ALL-ITEMS.
           PERFORM 200-READ-ITEM
           PERFORM 250-READ-DAYBAL
           PERFORM 270-READ-DAYBAL-LOC
           PERFORM UNTIL WS-ITEM-ENDOF = 'Y' AND
               WS-DAYBAL-ENDOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-DAYBAL-ENDOF = 'Y'
                       PERFORM 300-NOTE-NEW-ITEM
                       PERFORM 200-READ-ITEM
                   WHEN WS-ITEM-ENDOF = 'Y'
                       PERFORM 350-REPORT-LOST-ITEM
                       PERFORM 250-READ-DAYBAL
                   WHEN ITEM-CODE < DB-ITEM-CODE
                       PERFORM 300-NOTE-NEW-ITEM
                       PERFORM 200-READ-ITEM
                   WHEN ITEM-CODE > DB-ITEM-CODE
                       PERFORM 350-REPORT-LOST-ITEM
                       PERFORM 250-READ-DAYBAL
                   WHEN OTHER
                       PERFORM 400-RECOVER-ONE-ITEM
                       PERFORM 200-READ-ITEM
                       PERFORM 250-READ-DAYBAL
               END-EVALUATE
           END-PERFORM.

       200-READ-ITEM.
           IF WS-ITEM-ENDOF = 'N'
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ITEM-ENDOF
                   NOT AT END ADD 1 TO WS-ITEM-COUNT
               END-READ
           END-IF.

      *>Reads the next detail record; anything that is not a 'D'
      *>record is stepped over.
       250-READ-DAYBAL.
           IF WS-DAYBAL-ENDOF = 'N'
               MOVE 'N' TO WS-DAYBAL-GOT
               PERFORM UNTIL WS-DAYBAL-ENDOF = 'Y'
                   OR WS-DAYBAL-GOT = 'Y'
                   READ DAYBAL-FILE
                       AT END MOVE 'Y' TO WS-DAYBAL-ENDOF
                       NOT AT END
                           IF DB-DETAIL-REC
                               MOVE 'Y' TO WS-DAYBAL-GOT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       270-READ-DAYBAL-LOC.
           IF WS-DAYBAL-LOC-ENDOF = 'N'
               MOVE 'N' TO WS-DAYBAL-LOC-GOT
               PERFORM UNTIL WS-DAYBAL-LOC-ENDOF = 'Y'
                   OR WS-DAYBAL-LOC-GOT = 'Y'
                   READ DAYBAL-LOC-FILE
                       AT END MOVE 'Y' TO WS-DAYBAL-LOC-ENDOF
                       NOT AT END
                           IF DL-DETAIL-REC
                               MOVE 'Y' TO WS-DAYBAL-LOC-GOT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *>An item added since the close has no starting position to
      *>rebuild from, so it is listed and left as it is.
       300-NOTE-NEW-ITEM.
           ADD 1 TO WS-NEW-ITEM-COUNT
           MOVE SPACES TO WS-NOTE-LINE
           MOVE ITEM-CODE TO WS-NL-CODE
           MOVE ITEM-NAME TO WS-NL-NAME
           MOVE "NEW SINCE THE CLOSE - NOT RECOVERED, QTY ON FILE"
               TO WS-NL-TEXT
           IF ITEM-QTY NUMERIC
               MOVE ITEM-QTY TO WS-NL-QTY
           END-IF
           MOVE WS-NOTE-LINE TO PRINT-LINE
           PERFORM 650-WRITE-REPORT-LINE.

      *>An item with a closing position but no master record has
      *>been lost from the file. Its quantity can be worked out
      *>but there is no record to put it on until the item is
      *>restored or re-added.
       350-REPORT-LOST-ITEM.
           ADD 1 TO WS-NOT-RECOVERED-COUNT
           MOVE DB-ITEM-CODE TO WS-REC-ITEM
           MOVE "*** NOT ON FILE ***" TO WS-REC-NAME
           PERFORM 420-LOAD-SAVED-LOCATIONS
           PERFORM 460-REPLAY-LEDGER
           COMPUTE WS-RECOVERED-QTY = DB-QTY + WS-ITEM-NET
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-REC-ITEM TO WS-DT-CODE
           MOVE WS-REC-NAME TO WS-DT-NAME
           MOVE DB-QTY TO WS-DT-CLOSING
           MOVE WS-ITEM-NET TO WS-DT-MOVEMENT
           MOVE WS-RECOVERED-QTY TO WS-DT-RECOVERED
           MOVE "RESTORE OR RE-ADD THE ITEM, THEN RERUN"
               TO WS-DT-ACTION
           MOVE WS-DETAIL-LINE TO PRINT-LINE
           PERFORM 650-WRITE-REPORT-LINE.

       400-RECOVER-ONE-ITEM.
           MOVE ITEM-CODE TO WS-REC-ITEM
           MOVE ITEM-NAME TO WS-REC-NAME
           PERFORM 420-LOAD-SAVED-LOCATIONS
           IF WS-LOC-COPY-OK = 'Y'
               PERFORM 440-LOAD-LIVE-LOCATIONS
           END-IF
           PERFORM 460-REPLAY-LEDGER
           PERFORM 500-SETTLE-ITEM-QTY
           IF WS-LOC-COPY-OK = 'Y'
               IF WS-LOC-OVERFLOW = 'Y'
                   ADD 1 TO WS-NOT-RECOVERED-COUNT
                   MOVE SPACES TO WS-NOTE-LINE
                   MOVE WS-REC-ITEM TO WS-NL-CODE
                   MOVE WS-REC-NAME TO WS-NL-NAME
                   MOVE "MORE THAN 30 LOCATIONS - LOCATIONS NOT "
                       TO WS-NL-TEXT
                   MOVE "RECOVERED" TO WS-NL-TEXT (40:9)
                   MOVE WS-NOTE-LINE TO PRINT-LINE
                   PERFORM 650-WRITE-REPORT-LINE
               ELSE
                   MOVE ZEROES TO WS-LOC-TOTAL
                   PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                       UNTIL WS-LOC-SUB > WS-LOC-COUNT
                       PERFORM 550-SETTLE-ONE-LOCATION
                   END-PERFORM
                   IF WS-LOC-TOTAL NOT = WS-RECOVERED-QTY
                       ADD 1 TO WS-SPLIT-COUNT
                       MOVE SPACES TO WS-NOTE-LINE
                       MOVE WS-REC-ITEM TO WS-NL-CODE
                       MOVE WS-REC-NAME TO WS-NL-NAME
                       MOVE "LOCATIONS DO NOT ADD UP TO THE ITEM - "
                           TO WS-NL-TEXT
                       MOVE "THEY REBUILD TO" TO WS-NL-TEXT (39:15)
                       MOVE WS-LOC-TOTAL TO WS-NL-QTY
                       MOVE WS-NOTE-LINE TO PRINT-LINE
                       PERFORM 650-WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

      *>Takes the item's locations off the saved copy, stepping
      *>over any left behind by items that are not being rebuilt.
       420-LOAD-SAVED-LOCATIONS.
           MOVE ZEROES TO WS-LOC-COUNT
           MOVE 'N' TO WS-LOC-OVERFLOW
           PERFORM UNTIL WS-DAYBAL-LOC-ENDOF = 'Y'
               OR DL-ITEM-CODE > WS-REC-ITEM
               IF DL-ITEM-CODE = WS-REC-ITEM
                   MOVE DL-WH-CODE TO WS-FIND-LOC
                   PERFORM 490-FIND-LOC-ENTRY
                   IF WS-LOC-SUB > 0
                       ADD DL-QTY TO WS-LT-SAVED (WS-LOC-SUB)
                   END-IF
               END-IF
               PERFORM 270-READ-DAYBAL-LOC
           END-PERFORM.

       440-LOAD-LIVE-LOCATIONS.
           IF WS-LOC-AVAILABLE = 'Y'
               MOVE WS-REC-ITEM TO LOC-ITEM-CODE
               MOVE SPACES TO LOC-WH-CODE
               MOVE 'N' TO WS-LOC-ENDOF
               START LOC-STOCK-FILE KEY >= LOC-KEY
                   INVALID KEY MOVE 'Y' TO WS-LOC-ENDOF
               END-START
               PERFORM UNTIL WS-LOC-ENDOF = 'Y'
                   READ LOC-STOCK-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-LOC-ENDOF
                       NOT AT END
                           IF LOC-ITEM-CODE NOT = WS-REC-ITEM
                               MOVE 'Y' TO WS-LOC-ENDOF
                           ELSE
                               MOVE LOC-WH-CODE TO WS-FIND-LOC
                               PERFORM 490-FIND-LOC-ENTRY
                               PERFORM 445-NOTE-LIVE-LOCATION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       445-NOTE-LIVE-LOCATION.
           IF WS-LOC-SUB > 0
               MOVE 'Y' TO WS-LT-FOUND (WS-LOC-SUB)
               IF LOC-QTY NUMERIC
                   MOVE LOC-QTY TO WS-LT-LIVE (WS-LOC-SUB)
               ELSE
                   MOVE 'Y' TO WS-LT-BAD (WS-LOC-SUB)
               END-IF
           END-IF.

      *>The item's postings dated after the close up to today, in
      *>the order they were posted.
       460-REPLAY-LEDGER.
           MOVE ZEROES TO WS-ITEM-NET
           MOVE WS-REC-ITEM TO ML-ITEM-CODE
           MOVE WS-CLOSE-DATE TO ML-DATE
           MOVE 999 TO ML-SEQ
           MOVE 'N' TO WS-LEDGER-ENDOF
           START MOVE-LEDGER-FILE KEY >= ML-KEY
               INVALID KEY MOVE 'Y' TO WS-LEDGER-ENDOF
           END-START
           PERFORM UNTIL WS-LEDGER-ENDOF = 'Y'
               READ MOVE-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-ENDOF
                   NOT AT END
                       IF ML-ITEM-CODE NOT = WS-REC-ITEM OR
                          ML-DATE > WS-TODAY
                           MOVE 'Y' TO WS-LEDGER-ENDOF
                       ELSE
                           IF ML-DATE > WS-CLOSE-DATE
                               PERFORM 480-APPLY-ONE-LEDGER-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>Each posting moves ITEM-QTY and its location the way the
      *>posting program did. A transfer, and a release from
      *>quarantine, take stock out of ML-LOC and put it into
      *>ML-LOC-2 without touching ITEM-QTY.
       480-APPLY-ONE-LEDGER-ENTRY.
           EVALUATE TRUE
               WHEN ML-RECEIPT
               WHEN ML-RETURN
                   MOVE ML-QTY TO WS-ITEM-EFFECT
               WHEN ML-ISSUE
                   COMPUTE WS-ITEM-EFFECT = 0 - ML-QTY
               WHEN (ML-ADJUSTMENT OR ML-COUNT OR ML-KIT-ASSEMBLY
                     OR ML-DISPOSITION) AND ML-SIGN = '-'
                   COMPUTE WS-ITEM-EFFECT = 0 - ML-QTY
               WHEN ML-ADJUSTMENT OR ML-COUNT OR ML-KIT-ASSEMBLY
                   MOVE ML-QTY TO WS-ITEM-EFFECT
               WHEN OTHER
                   MOVE ZEROES TO WS-ITEM-EFFECT
           END-EVALUATE
           ADD WS-ITEM-EFFECT TO WS-ITEM-NET
           IF ML-TRANSFER OR (ML-DISPOSITION AND ML-SIGN = '+')
               MOVE ML-LOC TO WS-FIND-LOC
               COMPUTE WS-LOC-EFFECT = 0 - ML-QTY
               PERFORM 485-MOVE-LOCATION
               MOVE ML-LOC-2 TO WS-FIND-LOC
               MOVE ML-QTY TO WS-LOC-EFFECT
               PERFORM 485-MOVE-LOCATION
           ELSE
               IF WS-ITEM-EFFECT NOT = 0
                   MOVE ML-LOC TO WS-FIND-LOC
                   MOVE WS-ITEM-EFFECT TO WS-LOC-EFFECT
                   PERFORM 485-MOVE-LOCATION
               END-IF
           END-IF.

       485-MOVE-LOCATION.
           PERFORM 490-FIND-LOC-ENTRY
           IF WS-LOC-SUB > 0
               ADD WS-LOC-EFFECT TO WS-LT-NET (WS-LOC-SUB)
           END-IF.

      *>Finds the location in the item's table, opening a new
      *>entry for it if need be. WS-LOC-SUB comes back zero when
      *>the table is full, and the item's locations are then left
      *>alone rather than rebuilt from part of the picture.
       490-FIND-LOC-ENTRY.
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
               UNTIL WS-LOC-SUB > WS-LOC-COUNT
               OR WS-LT-LOC (WS-LOC-SUB) = WS-FIND-LOC
               CONTINUE
           END-PERFORM
           IF WS-LOC-SUB > WS-LOC-COUNT
               IF WS-LOC-COUNT < WS-LOC-MAX
                   ADD 1 TO WS-LOC-COUNT
                   MOVE WS-LOC-COUNT TO WS-LOC-SUB
                   MOVE WS-FIND-LOC TO WS-LT-LOC (WS-LOC-SUB)
                   MOVE ZEROES TO WS-LT-SAVED (WS-LOC-SUB)
                   MOVE ZEROES TO WS-LT-NET (WS-LOC-SUB)
                   MOVE ZEROES TO WS-LT-LIVE (WS-LOC-SUB)
                   MOVE 'N' TO WS-LT-FOUND (WS-LOC-SUB)
                   MOVE 'N' TO WS-LT-BAD (WS-LOC-SUB)
               ELSE
                   MOVE 'Y' TO WS-LOC-OVERFLOW
                   MOVE ZEROES TO WS-LOC-SUB
               END-IF
           END-IF.

      *>The item's rebuilt quantity against the live one. A
      *>quantity the ledger would take below zero or past the
      *>field means the starting point or the ledger is wrong,
      *>so nothing is written for it.
       500-SETTLE-ITEM-QTY.
           COMPUTE WS-RECOVERED-QTY = DB-QTY + WS-ITEM-NET
           IF ITEM-QTY NUMERIC
               MOVE ITEM-QTY TO WS-LIVE-QTY
               MOVE ITEM-QTY TO WS-OLD-QTY
           ELSE
               MOVE ZEROES TO WS-LIVE-QTY
               MOVE ZEROES TO WS-OLD-QTY
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-REC-ITEM TO WS-DT-CODE
           MOVE WS-REC-NAME TO WS-DT-NAME
           MOVE DB-QTY TO WS-DT-CLOSING
           MOVE WS-ITEM-NET TO WS-DT-MOVEMENT
           MOVE WS-RECOVERED-QTY TO WS-DT-RECOVERED
           MOVE WS-LIVE-QTY TO WS-DT-LIVE
           COMPUTE WS-DT-DIFF = WS-RECOVERED-QTY - WS-LIVE-QTY
           EVALUATE TRUE
               WHEN WS-RECOVERED-QTY < 0 OR
                    WS-RECOVERED-QTY > 99999
                   ADD 1 TO WS-NOT-RECOVERED-COUNT
                   MOVE "OUT OF RANGE - NOT RECOVERED"
                       TO WS-DT-ACTION
                   MOVE WS-DETAIL-LINE TO PRINT-LINE
                   PERFORM 650-WRITE-REPORT-LINE
               WHEN ITEM-QTY NOT NUMERIC OR
                    WS-LIVE-QTY NOT = WS-RECOVERED-QTY
                   ADD 1 TO WS-ITEM-DIFF-COUNT
                   IF WS-APPLY = 'Y'
                       MOVE WS-RECOVERED-QTY TO ITEM-QTY
                       REWRITE STOCK-ITEMS
                           INVALID KEY
                               MOVE "REWRITE FAILED - NOT CORRECTED"
                                   TO WS-DT-ACTION
                               ADD 1 TO WS-NOT-RECOVERED-COUNT
                           NOT INVALID KEY
                               MOVE "CORRECTED" TO WS-DT-ACTION
                               ADD 1 TO WS-FIXED-COUNT
                               PERFORM 800-WRITE-ITEM-AUDIT
                       END-REWRITE
                   ELSE
                       IF ITEM-QTY NOT NUMERIC
                           MOVE "LIVE QTY NOT NUMERIC"
                               TO WS-DT-ACTION
                       ELSE
                           MOVE "DIFFERS" TO WS-DT-ACTION
                       END-IF
                   END-IF
                   MOVE WS-DETAIL-LINE TO PRINT-LINE
                   PERFORM 650-WRITE-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>One location of the item: the saved quantity plus what the
      *>ledger has moved since, against the live record. A
      *>location missing from the live file is written back.
       550-SETTLE-ONE-LOCATION.
           ADD 1 TO WS-LOCS-CHECKED
           COMPUTE WS-RECOVERED-QTY = WS-LT-SAVED (WS-LOC-SUB)
               + WS-LT-NET (WS-LOC-SUB)
           ADD WS-RECOVERED-QTY TO WS-LOC-TOTAL
           MOVE WS-LT-LIVE (WS-LOC-SUB) TO WS-LIVE-QTY
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-REC-ITEM TO WS-DT-CODE
           MOVE WS-REC-NAME TO WS-DT-NAME
           MOVE WS-LT-LOC (WS-LOC-SUB) TO WS-DT-LOC
           MOVE WS-LT-SAVED (WS-LOC-SUB) TO WS-DT-CLOSING
           MOVE WS-LT-NET (WS-LOC-SUB) TO WS-DT-MOVEMENT
           MOVE WS-RECOVERED-QTY TO WS-DT-RECOVERED
           MOVE WS-LIVE-QTY TO WS-DT-LIVE
           COMPUTE WS-DT-DIFF = WS-RECOVERED-QTY - WS-LIVE-QTY
           EVALUATE TRUE
               WHEN WS-RECOVERED-QTY < 0 OR
                    WS-RECOVERED-QTY > 99999
                   ADD 1 TO WS-NOT-RECOVERED-COUNT
                   MOVE "OUT OF RANGE - NOT RECOVERED"
                       TO WS-DT-ACTION
                   MOVE WS-DETAIL-LINE TO PRINT-LINE
                   PERFORM 650-WRITE-REPORT-LINE
               WHEN WS-LT-BAD (WS-LOC-SUB) = 'Y'
               WHEN WS-LIVE-QTY NOT = WS-RECOVERED-QTY
                   ADD 1 TO WS-LOC-DIFF-COUNT
                   IF WS-APPLY = 'Y'
                       PERFORM 560-WRITE-LOCATION
                   ELSE
                       EVALUATE TRUE
                           WHEN WS-LT-BAD (WS-LOC-SUB) = 'Y'
                               MOVE "LIVE QTY NOT NUMERIC"
                                   TO WS-DT-ACTION
                           WHEN WS-LT-FOUND (WS-LOC-SUB) = 'N'
                               MOVE "MISSING FROM LOCATION FILE"
                                   TO WS-DT-ACTION
                           WHEN OTHER
                               MOVE "DIFFERS" TO WS-DT-ACTION
                       END-EVALUATE
                   END-IF
                   MOVE WS-DETAIL-LINE TO PRINT-LINE
                   PERFORM 650-WRITE-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-LOT-AVAILABLE = 'Y' AND WS-RECOVERED-QTY >= 0
               PERFORM 570-SUM-LOTS-AT-LOCATION
               IF WS-LOT-SUM NOT = WS-RECOVERED-QTY
                   ADD 1 TO WS-LOT-COUNT-DUE
                   MOVE SPACES TO WS-NOTE-LINE
                   MOVE WS-REC-ITEM TO WS-NL-CODE
                   MOVE WS-REC-NAME TO WS-NL-NAME
                   MOVE WS-LT-LOC (WS-LOC-SUB) TO WS-NL-LOC
                   MOVE "LOTS HERE NO LONGER ADD UP - COUNT THE "
                       TO WS-NL-TEXT
                   MOVE "LOCATION. LOTS HOLD" TO WS-NL-TEXT (40:19)
                   MOVE WS-LOT-SUM TO WS-NL-QTY
                   MOVE WS-NOTE-LINE TO PRINT-LINE
                   PERFORM 650-WRITE-REPORT-LINE
               END-IF
           END-IF.

       560-WRITE-LOCATION.
           MOVE WS-REC-ITEM TO LOC-ITEM-CODE
           MOVE WS-LT-LOC (WS-LOC-SUB) TO LOC-WH-CODE
           MOVE WS-RECOVERED-QTY TO LOC-QTY
           IF WS-LT-FOUND (WS-LOC-SUB) = 'Y'
               REWRITE LOC-STOCK-REC
                   INVALID KEY
                       MOVE "REWRITE FAILED - NOT CORRECTED"
                           TO WS-DT-ACTION
                       ADD 1 TO WS-NOT-RECOVERED-COUNT
                   NOT INVALID KEY
                       MOVE "CORRECTED" TO WS-DT-ACTION
                       ADD 1 TO WS-FIXED-COUNT
                       PERFORM 820-WRITE-LOCATION-AUDIT
               END-REWRITE
           ELSE
               WRITE LOC-STOCK-REC
                   INVALID KEY
                       MOVE "WRITE FAILED - NOT CORRECTED"
                           TO WS-DT-ACTION
                       ADD 1 TO WS-NOT-RECOVERED-COUNT
                   NOT INVALID KEY
                       MOVE "WRITTEN BACK" TO WS-DT-ACTION
                       ADD 1 TO WS-FIXED-COUNT
                       PERFORM 820-WRITE-LOCATION-AUDIT
               END-WRITE
           END-IF.

       570-SUM-LOTS-AT-LOCATION.
           MOVE ZEROES TO WS-LOT-SUM
           MOVE WS-REC-ITEM TO LOT-ITEM-CODE
           MOVE WS-LT-LOC (WS-LOC-SUB) TO LOT-WH-CODE
           MOVE SPACES TO LOT-NUMBER
           MOVE 'N' TO WS-LOT-ENDOF
           START LOT-STOCK-FILE KEY >= LOT-KEY
               INVALID KEY MOVE 'Y' TO WS-LOT-ENDOF
           END-START
           PERFORM UNTIL WS-LOT-ENDOF = 'Y'
               READ LOT-STOCK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOT-ENDOF
                   NOT AT END
                       IF LOT-ITEM-CODE NOT = WS-REC-ITEM OR
                          LOT-WH-CODE NOT = WS-LT-LOC (WS-LOC-SUB)
                           MOVE 'Y' TO WS-LOT-ENDOF
                       ELSE
                           IF LOT-QTY NUMERIC
                               ADD LOT-QTY TO WS-LOT-SUM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       600-PRINT-PAGE-HEADER.
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           IF WS-APPLY = 'Y'
               MOVE "        FORWARD RECOVERY OF STOCK POSITIONS - "
                   TO PRINT-LINE
               MOVE "APPLIED" TO PRINT-LINE (47:7)
           ELSE
               MOVE "        FORWARD RECOVERY OF STOCK POSITIONS - "
                   TO PRINT-LINE
               MOVE "COMPARE ONLY" TO PRINT-LINE (47:12)
           END-IF
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CLOSE-DATE TO WS-TODAY-SPLIT
           PERFORM 610-EDIT-DATE
           MOVE WS-TODAY-EDIT TO WS-WL-CLOSE
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           PERFORM 610-EDIT-DATE
           MOVE WS-TODAY-EDIT TO WS-WL-TODAY
           MOVE WS-WINDOW-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "CODE   ITEM NAME             LOC  " TO PRINT-LINE
           MOVE " CLOSING  MOVEMENT RECOVERED" TO PRINT-LINE (35:28)
           MOVE "      LIVE      DIFF  ACTION" TO PRINT-LINE (63:28)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "-----  --------------------  ---  " TO PRINT-LINE
           MOVE "--------  --------  --------" TO PRINT-LINE (35:28)
           MOVE "  --------  --------  " TO PRINT-LINE (63:22)
           MOVE ALL "-" TO PRINT-LINE (85:40)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-LINE-COUNT.

       610-EDIT-DATE.
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2).

      *>The page header borrows PRINT-LINE, so the pending line is
      *>parked while the new page starts.
       650-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE PRINT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUM
               MOVE WS-TODAY TO WS-TODAY-SPLIT
               PERFORM 600-PRINT-PAGE-HEADER
               MOVE WS-SAVE-LINE TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *>Compare mode ends with condition code 8 when anything
      *>differs, so a job can stop on it; apply mode only when
      *>something could not be put right.
       700-PRINT-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           PERFORM 650-WRITE-REPORT-LINE
           MOVE "ITEMS ON FILE" TO WS-SL-LABEL
           MOVE WS-ITEM-COUNT TO WS-SL-COUNT
           PERFORM 750-WRITE-SUMMARY-LINE
           MOVE "ITEM QUANTITIES THAT DIFFER" TO WS-SL-LABEL
           MOVE WS-ITEM-DIFF-COUNT TO WS-SL-COUNT
           PERFORM 750-WRITE-SUMMARY-LINE
           MOVE "LOCATIONS CHECKED" TO WS-SL-LABEL
           MOVE WS-LOCS-CHECKED TO WS-SL-COUNT
           PERFORM 750-WRITE-SUMMARY-LINE
           MOVE "LOCATION QUANTITIES THAT DIFFER" TO WS-SL-LABEL
           MOVE WS-LOC-DIFF-COUNT TO WS-SL-COUNT
           PERFORM 750-WRITE-SUMMARY-LINE
           MOVE "CORRECTIONS WRITTEN" TO WS-SL-LABEL
           MOVE WS-FIXED-COUNT TO WS-SL-COUNT
           PERFORM 750-WRITE-SUMMARY-LINE
           MOVE "NOT RECOVERED - SEE ABOVE" TO WS-SL-LABEL
           MOVE WS-NOT-RECOVERED-COUNT TO WS-SL-COUNT
           PERFORM 750-WRITE-SUMMARY-LINE
           MOVE "NEW SINCE THE CLOSE - LEFT AS THEY ARE" TO WS-SL-LABEL
           MOVE WS-NEW-ITEM-COUNT TO WS-SL-COUNT
           PERFORM 750-WRITE-SUMMARY-LINE
           MOVE "ITEMS WHOSE LOCATIONS DO NOT ADD UP" TO WS-SL-LABEL
           MOVE WS-SPLIT-COUNT TO WS-SL-COUNT
           PERFORM 750-WRITE-SUMMARY-LINE
           MOVE "LOCATIONS WHOSE LOTS NEED COUNTING" TO WS-SL-LABEL
           MOVE WS-LOT-COUNT-DUE TO WS-SL-COUNT
           PERFORM 750-WRITE-SUMMARY-LINE
           IF WS-LOC-COPY-OK = 'N'
               MOVE "NO LOCATION COPY FOR THIS CLOSE - LOCATIONS NOT "
                   TO PRINT-LINE
               MOVE "RECOVERED" TO PRINT-LINE (49:9)
               PERFORM 650-WRITE-REPORT-LINE
           END-IF
           IF WS-APPLY = 'N'
               MOVE "COMPARE ONLY - NOTHING WRITTEN." TO PRINT-LINE
               PERFORM 650-WRITE-REPORT-LINE
               IF WS-ITEM-DIFF-COUNT > 0 OR WS-LOC-DIFF-COUNT > 0
                  OR WS-NOT-RECOVERED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-NOT-RECOVERED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "RECOVERY FROM THE CLOSE OF " WS-CLOSE-DATE
           DISPLAY "ITEM QUANTITIES THAT DIFFER    : "
               WS-ITEM-DIFF-COUNT
           DISPLAY "LOCATION QUANTITIES THAT DIFFER: "
               WS-LOC-DIFF-COUNT
           DISPLAY "CORRECTIONS WRITTEN            : " WS-FIXED-COUNT
           DISPLAY "NOT RECOVERED                  : "
               WS-NOT-RECOVERED-COUNT
           DISPLAY "See recover.rpt for the detail.".

       750-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO PRINT-LINE
           PERFORM 650-WRITE-REPORT-LINE.

      *>ITEM-FILE holds the item just corrected.
       800-WRITE-ITEM-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-USER-ID TO AUDIT-USER-ID
           MOVE 'RECOVR' TO AUDIT-ACTION
           MOVE ITEM-CODE TO AUDIT-ITEM-CODE
           MOVE ITEM-NAME TO AUDIT-OLD-NAME
           MOVE ITEM-PRICE TO AUDIT-OLD-PRICE
           MOVE WS-OLD-QTY TO AUDIT-OLD-QTY
           MOVE ITEM-NAME TO AUDIT-NEW-NAME
           MOVE ITEM-PRICE TO AUDIT-NEW-PRICE
           MOVE ITEM-QTY TO AUDIT-NEW-QTY
           MOVE ITEM-STATUS TO AUDIT-OLD-STATUS
           MOVE ITEM-STATUS TO AUDIT-NEW-STATUS
           WRITE AUDIT-RECORD
           END-WRITE.

      *>Like a transfer, a location correction is audited with the
      *>location's quantity before and after.
       820-WRITE-LOCATION-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-USER-ID TO AUDIT-USER-ID
           MOVE 'RECLOC' TO AUDIT-ACTION
           MOVE WS-REC-ITEM TO AUDIT-ITEM-CODE
           MOVE WS-REC-NAME TO AUDIT-OLD-NAME
           MOVE ITEM-PRICE TO AUDIT-OLD-PRICE
           MOVE WS-LT-LIVE (WS-LOC-SUB) TO AUDIT-OLD-QTY
           MOVE WS-REC-NAME TO AUDIT-NEW-NAME
           MOVE ITEM-PRICE TO AUDIT-NEW-PRICE
           MOVE LOC-QTY TO AUDIT-NEW-QTY
           MOVE ITEM-STATUS TO AUDIT-OLD-STATUS
           MOVE ITEM-STATUS TO AUDIT-NEW-STATUS
           WRITE AUDIT-RECORD
           END-WRITE.

      *>Shared in-use register: this session records itself while
      *>it holds the masters open and refuses to start while a
      *>live interactive session is registered, so an operator left on
      *>a menu overnight and the nightly chain cannot collide.
       910-REGISTER-IN-USE.
           MOVE 'N' TO WS-INUSE-BLOCKED
           MOVE 'N' TO WS-INUSE-ENDOF
           ACCEPT WS-INUSE-USER FROM ENVIRONMENT "USER"
           IF WS-INUSE-USER = SPACES
               ACCEPT WS-INUSE-USER FROM ENVIRONMENT "USERNAME"
           END-IF
           OPEN I-O INUSE-FILE
           IF WS-INUSE-FILE-STATUS = '35'
               OPEN OUTPUT INUSE-FILE
               CLOSE INUSE-FILE
               OPEN I-O INUSE-FILE
           END-IF
           IF WS-INUSE-FILE-STATUS NOT = '00'
               DISPLAY "IN-USE REGISTER UNAVAILABLE - STATUS "
                   WS-INUSE-FILE-STATUS " - NOT STARTING."
               MOVE 'Y' TO WS-INUSE-BLOCKED
           ELSE
               MOVE 'Y' TO WS-INUSE-ACTIVE
               PERFORM UNTIL WS-INUSE-ENDOF = 'Y'
                   READ INUSE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-INUSE-ENDOF
                       NOT AT END
                           IF IU-INTERACTIVE
                               MOVE 'Y' TO WS-INUSE-BLOCKED
                               DISPLAY "BLOCKED - " IU-PROGRAM
                                   " REGISTERED BY " IU-USER
                                   " AT " IU-TIMESTAMP (1:16)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-INUSE-BLOCKED = 'Y'
                   DISPLAY "If that session crashed, clear its "
                       "entry with the in-use register app."
                   CLOSE INUSE-FILE
                   MOVE 'N' TO WS-INUSE-ACTIVE
               ELSE
                   MOVE WS-INUSE-PROGRAM TO IU-PROGRAM
                   MOVE 'B' TO IU-TYPE
                   MOVE WS-INUSE-USER TO IU-USER
                   MOVE FUNCTION CURRENT-DATE TO IU-TIMESTAMP
                   WRITE INUSE-RECORD
                       INVALID KEY
                           MOVE 'Y' TO WS-INUSE-BLOCKED
                           DISPLAY "BLOCKED - " WS-INUSE-PROGRAM
                               " IS ALREADY REGISTERED."
                           DISPLAY "If that session crashed, clear "
                               "its entry with the in-use register "
                               "app."
                           CLOSE INUSE-FILE
                           MOVE 'N' TO WS-INUSE-ACTIVE
                   END-WRITE
               END-IF
           END-IF.

       930-CLEAR-IN-USE.
           IF WS-INUSE-ACTIVE = 'Y'
               MOVE WS-INUSE-PROGRAM TO IU-PROGRAM
               DELETE INUSE-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               CLOSE INUSE-FILE
               MOVE 'N' TO WS-INUSE-ACTIVE
           END-IF.
