       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-STOCK-VALUE.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Nightly general ledger interface, so finance stops
      *         rebuilding stock movements by hand from the
      *         reports at month-end. Every movement ledger posting
      *         made since the last journal run is valued at the
      *         item's ITEM-COST and turned into double entries:
      *         receipts debit stock and credit goods received not
      *         invoiced, issues debit cost of sales and credit
      *         stock, customer returns reverse cost of sales into
      *         stock, and count corrections, adjustments and
      *         quarantine write-offs go between stock and stock
      *         shrinkage. Transfers and releases from quarantine
      *         move stock within the building, net to zero and
      *         raise no entries. Kit assembly postings go
      *         between stock and the kit assembly clearing
      *         account: components into a kit and kits broken
      *         down credit stock, kits made up and components
      *         back from a kit debit it, so the clearing account
      *         is left holding any difference between a kit's
      *         cost and the cost of its components. The entries
      *         are summarized by
      *         item category and account into a balanced journal
      *         file - a header, one line per category and account
      *         and a trailer carrying the line count and the debit
      *         and credit control totals - for the finance system
      *         to load. The printed journal summary analyses the
      *         postings by movement type and reconciles the net
      *         on the stock account to the movement in stock value
      *         at cost shown by the ledger balances themselves. A
      *         journal that does not reconcile ends with condition
      *         code 8 and is not marked as done, so the next run
      *         takes the same postings again. The date and batch
      *         number of the last good journal are kept on the
      *         journal control file. Once today has been
      *         journalled a second run the same day writes
      *         nothing and ends with condition code 4, so the
      *         same postings can never reach finance twice.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MOVE-LEDGER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Post-Movements\moveledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ML-KEY
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

           SELECT ITEM-CAT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Category-Master\itemcat.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IC-ITEM-CODE
           FILE STATUS IS WS-ITEMCAT-FILE-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\GL-Journal\glcontrol.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\GL-Journal\gljournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT JOURNAL-SORT ASSIGN TO
           "C:\Coding etc\Github Cobol\GL-Journal\sortwork".

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\GL-Journal\gljournal.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
           88 ML-SIGN-DOWN VALUE '-'.
        02 ML-LOC PIC X(3) VALUE SPACES.
        02 ML-LOC-2 PIC X(3) VALUE SPACES.
        02 ML-QTY PIC 9(5) VALUE ZEROES.
        02 ML-DOC-DATE PIC 9(8) VALUE ZEROES.
        02 ML-REF PIC X(10) VALUE SPACES.
        02 ML-BALANCE PIC 9(5) VALUE ZEROES.

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

       FD  ITEM-CAT-FILE.
       01  ITEM-CAT-RECORD.
        02 IC-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 IC-CAT-CODE PIC X(3) VALUE SPACES.

      *>Last posting date taken into a good journal and the batch
      *>number it went out under.
       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-RECORD.
        02 GC-LAST-DATE PIC 9(8) VALUE ZEROES.
        02 GC-LAST-BATCH PIC 9(6) VALUE ZEROES.

      *>Journal for the finance system: an 'H' header, a 'D' line
      *>per category and account carrying its net debit or credit,
      *>and a 'T' trailer with the control totals.
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
        02 GJ-REC-TYPE PIC X(1) VALUE SPACES.
           88 GJ-HEADER-REC VALUE 'H'.
           88 GJ-LINE-REC VALUE 'D'.
           88 GJ-TRAILER-REC VALUE 'T'.
        02 GJ-BATCH PIC 9(6) VALUE ZEROES.
        02 GJ-REC-DATA PIC X(60) VALUE SPACES.
        02 GJ-HEADER-DATA REDEFINES GJ-REC-DATA.
         03 GJ-JOURNAL-DATE PIC 9(8).
         03 GJ-FROM-DATE PIC 9(8).
         03 GJ-TO-DATE PIC 9(8).
         03 GJ-SOURCE PIC X(10).
         03 FILLER PIC X(26).
        02 GJ-LINE-DATA REDEFINES GJ-REC-DATA.
         03 GJ-ACCOUNT PIC X(6).
         03 GJ-CATEGORY PIC X(3).
         03 GJ-DR-CR PIC X(1).
            88 GJ-DEBIT VALUE 'D'.
            88 GJ-CREDIT VALUE 'C'.
         03 GJ-AMOUNT PIC 9(11)V99.
         03 GJ-NARRATIVE PIC X(20).
         03 FILLER PIC X(17).
        02 GJ-TRAILER-DATA REDEFINES GJ-REC-DATA.
         03 GJ-LINE-COUNT PIC 9(5).
         03 GJ-TOTAL-DEBIT PIC 9(13)V99.
         03 GJ-TOTAL-CREDIT PIC 9(13)V99.
         03 FILLER PIC X(25).

       FD  REPORT-FILE.
       01  PRINT-LINE PIC X(132).

       SD  JOURNAL-SORT.
       01  JOURNAL-SORT-REC.
        02 JS-CATEGORY PIC X(3).
        02 JS-ACCOUNT PIC X(6).
        02 JS-NARRATIVE PIC X(20).
        02 JS-DEBIT PIC 9(11)V99.
        02 JS-CREDIT PIC 9(11)V99.

       WORKING-STORAGE SECTION.

      *>General ledger accounts the stock entries post to. Change
      *>here to retune.
       01  WS-ACC-STOCK PIC X(6) VALUE "130000".
       01  WS-ACC-GRNI PIC X(6) VALUE "215000".
       01  WS-ACC-COST-OF-SALES PIC X(6) VALUE "500000".
       01  WS-ACC-SHRINKAGE PIC X(6) VALUE "540000".
       01  WS-ACC-ASSEMBLY PIC X(6) VALUE "131000".

       01  WS-LEDGER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ITEMCAT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-CONTROL-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-CAT-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-ITEM-FOUND PIC A(1) VALUE 'N'.
       01  WS-ASSIGN-FOUND PIC A(1) VALUE 'N'.
       01  WS-LEDGER-ENDOF PIC A(1) VALUE 'N'.
       01  WS-SORT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-FIRST-LINE PIC A(1) VALUE 'Y'.
       01  WS-RECONCILED PIC A(1) VALUE 'N'.

       01  WS-TODAY PIC 9(8) VALUE ZEROES.
       01  WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01  WS-LAST-DATE PIC 9(8) VALUE ZEROES.
       01  WS-FROM-DATE PIC 9(8) VALUE ZEROES.
       01  WS-BATCH PIC 9(6) VALUE ZEROES.

      *>The item being read off the ledger, its cost and category,
      *>and its roll-up balance either side of the postings taken.
       01  WS-CURRENT-ITEM PIC 9(5) VALUE ZEROES.
       01  WS-ITEM-STARTED PIC A(1) VALUE 'N'.
       01  WS-ITEM-COST PIC 9(5)V99 VALUE ZEROES.
       01  WS-ITEM-CAT PIC X(3) VALUE SPACES.
       01  WS-OPEN-BALANCE PIC S9(6) VALUE ZEROES.
       01  WS-CLOSE-BALANCE PIC S9(6) VALUE ZEROES.
       01  WS-QTY-EFFECT PIC S9(6) VALUE ZEROES.
       01  WS-POSTING-VALUE PIC 9(11)V99 VALUE ZEROES.
       01  WS-TYPE-SUB PIC 9(2) VALUE ZEROES.

      *>Analysis of the postings taken, by movement type; the
      *>value is the effect on stock at cost.
       01  WS-TYPE-NAMES.
        02 FILLER PIC X(26) VALUE "RECEIPTS".
        02 FILLER PIC X(26) VALUE "CUSTOMER RETURNS".
        02 FILLER PIC X(26) VALUE "ISSUES".
        02 FILLER PIC X(26) VALUE "ADJUSTMENTS UP".
        02 FILLER PIC X(26) VALUE "ADJUSTMENTS DOWN".
        02 FILLER PIC X(26) VALUE "COUNT GAINS".
        02 FILLER PIC X(26) VALUE "COUNT LOSSES".
        02 FILLER PIC X(26) VALUE "QUARANTINE WRITE-OFFS".
        02 FILLER PIC X(26) VALUE "TRANSFERS (NET ZERO)".
        02 FILLER PIC X(26) VALUE "QUARANTINE RELEASES".
        02 FILLER PIC X(26) VALUE "KIT ASSEMBLY IN".
        02 FILLER PIC X(26) VALUE "KIT ASSEMBLY OUT".
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
        02 WS-TYPE-NAME PIC X(26) OCCURS 12.
       01  WS-TYPE-TOTALS.
        02 WS-TYPE-ENTRY OCCURS 12.
         03 WS-TT-COUNT PIC 9(7) VALUE ZEROES.
         03 WS-TT-QTY PIC 9(9) VALUE ZEROES.
         03 WS-TT-VALUE PIC S9(13)V99 VALUE ZEROES.

       01  WS-POSTINGS-TAKEN PIC 9(7) VALUE ZEROES.
       01  WS-NOT-ON-MASTER PIC 9(5) VALUE ZEROES.
       01  WS-LINE-NET PIC S9(13)V99 VALUE ZEROES.
       01  WS-LINE-DEBIT PIC 9(13)V99 VALUE ZEROES.
       01  WS-LINE-CREDIT PIC 9(13)V99 VALUE ZEROES.
       01  WS-CURRENT-CAT PIC X(3) VALUE SPACES.
       01  WS-CURRENT-ACCOUNT PIC X(6) VALUE SPACES.
       01  WS-CURRENT-NARRATIVE PIC X(20) VALUE SPACES.
       01  WS-JOURNAL-LINES PIC 9(5) VALUE ZEROES.
       01  WS-TOTAL-DEBIT PIC 9(13)V99 VALUE ZEROES.
       01  WS-TOTAL-CREDIT PIC 9(13)V99 VALUE ZEROES.
       01  WS-STOCK-NET-JOURNAL PIC S9(13)V99 VALUE ZEROES.
       01  WS-STOCK-NET-LEDGER PIC S9(13)V99 VALUE ZEROES.
       01  WS-RECON-DIFF PIC S9(13)V99 VALUE ZEROES.

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
        02 FILLER PIC X(11) VALUE "     BATCH ".
        02 WS-PH-BATCH PIC 9(6) VALUE ZEROES.
        02 FILLER PIC X(16) VALUE "     POSTINGS ".
        02 WS-PH-FROM PIC 9999/99/99 VALUE ZEROES.
        02 FILLER PIC X(4) VALUE " TO ".
        02 WS-PH-TO PIC 9999/99/99 VALUE ZEROES.

       01  WS-DETAIL-LINE.
        02 WS-DL-CAT PIC X(3) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-ACCOUNT PIC X(6) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-NARRATIVE PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-DEBIT PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.
        02 WS-DL-DEBIT-X REDEFINES WS-DL-DEBIT PIC X(16).
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-CREDIT PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.
        02 WS-DL-CREDIT-X REDEFINES WS-DL-CREDIT PIC X(16).

       01  WS-ANALYSIS-LINE.
        02 WS-AL-NAME PIC X(26) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-AL-COUNT PIC Z,ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(10) VALUE " POSTINGS ".
        02 WS-AL-QTY PIC ZZZ,ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(7) VALUE " UNITS ".
        02 WS-AL-VALUE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       01  WS-AMOUNT-LINE.
        02 WS-AM-TEXT PIC X(36) VALUE SPACES.
        02 WS-AM-VALUE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           OPEN INPUT MOVE-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "MOVEMENT LEDGER UNAVAILABLE - STATUS "
                   WS-LEDGER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ITEM-FILE UNAVAILABLE - STATUS " WS-FILE-STATUS
               CLOSE MOVE-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ITEM-CAT-FILE
           IF WS-ITEMCAT-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CAT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-CAT-AVAILABLE
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 050-READ-CONTROL
           IF WS-LAST-DATE >= WS-TODAY
               DISPLAY "ALREADY JOURNALLED FOR TODAY - BATCH "
                   GC-LAST-BATCH " - NO JOURNAL WRITTEN."
               CLOSE MOVE-LEDGER-FILE
               CLOSE ITEM-FILE
               IF WS-CAT-AVAILABLE = 'Y'
                   CLOSE ITEM-CAT-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 060-PRINT-PAGE-HEADER
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'H' TO GJ-REC-TYPE
           MOVE WS-BATCH TO GJ-BATCH
           MOVE WS-TODAY TO GJ-JOURNAL-DATE
           MOVE WS-FROM-DATE TO GJ-FROM-DATE
           MOVE WS-TODAY TO GJ-TO-DATE
           MOVE "STOCK" TO GJ-SOURCE
           WRITE GL-JOURNAL-RECORD
           END-WRITE
           SORT JOURNAL-SORT
               ON ASCENDING KEY JS-CATEGORY JS-ACCOUNT
               INPUT PROCEDURE IS 300-VALUE-POSTINGS
               OUTPUT PROCEDURE IS 400-WRITE-JOURNAL-LINES
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GJ-REC-TYPE
           MOVE WS-BATCH TO GJ-BATCH
           MOVE WS-JOURNAL-LINES TO GJ-LINE-COUNT
           MOVE WS-TOTAL-DEBIT TO GJ-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDIT TO GJ-TOTAL-CREDIT
           WRITE GL-JOURNAL-RECORD
           END-WRITE
           CLOSE GL-JOURNAL-FILE
           CLOSE MOVE-LEDGER-FILE
           CLOSE ITEM-FILE
           IF WS-CAT-AVAILABLE = 'Y'
               CLOSE ITEM-CAT-FILE
           END-IF
           PERFORM 600-PRINT-SUMMARY
           CLOSE REPORT-FILE
           IF WS-RECONCILED = 'Y'
               PERFORM 700-WRITE-CONTROL
               DISPLAY "JOURNAL BATCH " WS-BATCH " - "
                   WS-JOURNAL-LINES " LINES, RECONCILED"
           ELSE
               DISPLAY "JOURNAL BATCH " WS-BATCH
                   " DOES NOT RECONCILE - NOT RELEASED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *>With no control record yet, only today's postings are
      *>taken; earlier history is assumed already in the ledger.
       050-READ-CONTROL.
           COMPUTE WS-LAST-DATE =
               FUNCTION DATE-OF-INTEGER (WS-TODAY-INT - 1)
           MOVE ZEROES TO WS-BATCH
           OPEN INPUT GL-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               READ GL-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE GC-LAST-DATE TO WS-LAST-DATE
                       MOVE GC-LAST-BATCH TO WS-BATCH
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF
           ADD 1 TO WS-BATCH
           IF WS-LAST-DATE < WS-TODAY
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-LAST-DATE) + 1)
           END-IF.

       060-PRINT-PAGE-HEADER.
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-BATCH TO WS-PH-BATCH
           MOVE WS-FROM-DATE TO WS-PH-FROM
           MOVE WS-TODAY TO WS-PH-TO
           MOVE WS-PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE "        STOCK JOURNAL FOR THE GENERAL LEDGER"
               TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "CAT  ACCOUNT NARRATIVE" TO PRINT-LINE
           MOVE "DEBIT            CREDIT" TO PRINT-LINE (47:23)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "---  ------  --------------------  " TO PRINT-LINE
           MOVE "----------------  ----------------"
               TO PRINT-LINE (36:34)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE ZEROES TO WS-LINE-COUNT.

      *>The page header borrows PRINT-LINE, so the pending line is
      *>parked while the new page starts.
       150-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE PRINT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUM
               PERFORM 060-PRINT-PAGE-HEADER
               MOVE WS-SAVE-LINE TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *>The ledger is in item and date order, so each item's
      *>postings in the window arrive together and its balance
      *>before the first and after the last can be taken as it
      *>goes.
       300-VALUE-POSTINGS.
           PERFORM UNTIL WS-LEDGER-ENDOF = 'Y'
               READ MOVE-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO WS-LEDGER-ENDOF
                       IF WS-ITEM-STARTED = 'Y'
                           PERFORM 390-CLOSE-ITEM-MOVEMENT
                       END-IF
                   NOT AT END
                       IF ML-DATE >= WS-FROM-DATE AND
                          ML-DATE <= WS-TODAY
                           IF WS-ITEM-STARTED = 'Y' AND
                              ML-ITEM-CODE NOT = WS-CURRENT-ITEM
                               PERFORM 390-CLOSE-ITEM-MOVEMENT
                           END-IF
                           IF WS-ITEM-STARTED = 'N'
                               PERFORM 310-START-ITEM
                           END-IF
                           PERFORM 320-VALUE-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.

       310-START-ITEM.
           MOVE ML-ITEM-CODE TO WS-CURRENT-ITEM
           MOVE 'Y' TO WS-ITEM-STARTED
           MOVE ML-ITEM-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           IF WS-ITEM-FOUND = 'Y'
               MOVE ITEM-COST TO WS-ITEM-COST
           ELSE
               MOVE ZEROES TO WS-ITEM-COST
               ADD 1 TO WS-NOT-ON-MASTER
               DISPLAY "ITEM " ML-ITEM-CODE
                   " NOT ON ITEM-FILE - POSTINGS VALUED AT ZERO"
           END-IF
           MOVE SPACES TO WS-ITEM-CAT
           IF WS-CAT-AVAILABLE = 'Y'
               MOVE ML-ITEM-CODE TO IC-ITEM-CODE
               READ ITEM-CAT-FILE
                   INVALID KEY MOVE 'N' TO WS-ASSIGN-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-ASSIGN-FOUND
               END-READ
               IF WS-ASSIGN-FOUND = 'Y'
                   MOVE IC-CAT-CODE TO WS-ITEM-CAT
               END-IF
           END-IF
           PERFORM 330-WORK-OUT-QTY-EFFECT
           COMPUTE WS-OPEN-BALANCE = ML-BALANCE - WS-QTY-EFFECT.

      *>Each posting raises a debit and a credit of the same value;
      *>those that only move stock within the building raise
      *>nothing.
       320-VALUE-ONE-POSTING.
           PERFORM 330-WORK-OUT-QTY-EFFECT
           MOVE ML-BALANCE TO WS-CLOSE-BALANCE
           COMPUTE WS-POSTING-VALUE = ML-QTY * WS-ITEM-COST
           ADD 1 TO WS-POSTINGS-TAKEN
           ADD 1 TO WS-TT-COUNT (WS-TYPE-SUB)
           ADD ML-QTY TO WS-TT-QTY (WS-TYPE-SUB)
           EVALUATE WS-TYPE-SUB
               WHEN 1
                   ADD WS-POSTING-VALUE TO WS-TT-VALUE (WS-TYPE-SUB)
                   MOVE WS-ACC-GRNI TO JS-ACCOUNT
                   PERFORM 340-RELEASE-STOCK-DEBIT
               WHEN 2
                   ADD WS-POSTING-VALUE TO WS-TT-VALUE (WS-TYPE-SUB)
                   MOVE WS-ACC-COST-OF-SALES TO JS-ACCOUNT
                   PERFORM 340-RELEASE-STOCK-DEBIT
               WHEN 3
                   SUBTRACT WS-POSTING-VALUE
                       FROM WS-TT-VALUE (WS-TYPE-SUB)
                   MOVE WS-ACC-COST-OF-SALES TO JS-ACCOUNT
                   PERFORM 350-RELEASE-STOCK-CREDIT
               WHEN 4
               WHEN 6
                   ADD WS-POSTING-VALUE TO WS-TT-VALUE (WS-TYPE-SUB)
                   MOVE WS-ACC-SHRINKAGE TO JS-ACCOUNT
                   PERFORM 340-RELEASE-STOCK-DEBIT
               WHEN 5
               WHEN 7
               WHEN 8
                   SUBTRACT WS-POSTING-VALUE
                       FROM WS-TT-VALUE (WS-TYPE-SUB)
                   MOVE WS-ACC-SHRINKAGE TO JS-ACCOUNT
                   PERFORM 350-RELEASE-STOCK-CREDIT
               WHEN 11
                   ADD WS-POSTING-VALUE TO WS-TT-VALUE (WS-TYPE-SUB)
                   MOVE WS-ACC-ASSEMBLY TO JS-ACCOUNT
                   PERFORM 340-RELEASE-STOCK-DEBIT
               WHEN 12
                   SUBTRACT WS-POSTING-VALUE
                       FROM WS-TT-VALUE (WS-TYPE-SUB)
                   MOVE WS-ACC-ASSEMBLY TO JS-ACCOUNT
                   PERFORM 350-RELEASE-STOCK-CREDIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>Same rules as the posting run applies to ITEM-QTY: a
      *>release from quarantine and a transfer leave the roll-up
      *>alone.
       330-WORK-OUT-QTY-EFFECT.
           EVALUATE TRUE
               WHEN ML-RECEIPT
                   MOVE 1 TO WS-TYPE-SUB
                   MOVE ML-QTY TO WS-QTY-EFFECT
               WHEN ML-RETURN
                   MOVE 2 TO WS-TYPE-SUB
                   MOVE ML-QTY TO WS-QTY-EFFECT
               WHEN ML-ISSUE
                   MOVE 3 TO WS-TYPE-SUB
                   COMPUTE WS-QTY-EFFECT = 0 - ML-QTY
               WHEN ML-ADJUSTMENT AND ML-SIGN-DOWN
                   MOVE 5 TO WS-TYPE-SUB
                   COMPUTE WS-QTY-EFFECT = 0 - ML-QTY
               WHEN ML-ADJUSTMENT
                   MOVE 4 TO WS-TYPE-SUB
                   MOVE ML-QTY TO WS-QTY-EFFECT
               WHEN ML-COUNT AND ML-SIGN-DOWN
                   MOVE 7 TO WS-TYPE-SUB
                   COMPUTE WS-QTY-EFFECT = 0 - ML-QTY
               WHEN ML-COUNT
                   MOVE 6 TO WS-TYPE-SUB
                   MOVE ML-QTY TO WS-QTY-EFFECT
               WHEN ML-DISPOSITION AND ML-SIGN-DOWN
                   MOVE 8 TO WS-TYPE-SUB
                   COMPUTE WS-QTY-EFFECT = 0 - ML-QTY
               WHEN ML-DISPOSITION
                   MOVE 10 TO WS-TYPE-SUB
                   MOVE ZEROES TO WS-QTY-EFFECT
               WHEN ML-KIT-ASSEMBLY AND ML-SIGN-DOWN
                   MOVE 12 TO WS-TYPE-SUB
                   COMPUTE WS-QTY-EFFECT = 0 - ML-QTY
               WHEN ML-KIT-ASSEMBLY
                   MOVE 11 TO WS-TYPE-SUB
                   MOVE ML-QTY TO WS-QTY-EFFECT
               WHEN OTHER
                   MOVE 9 TO WS-TYPE-SUB
                   MOVE ZEROES TO WS-QTY-EFFECT
           END-EVALUATE.

      *>Stock is debited; JS-ACCOUNT already holds the account
      *>credited.
       340-RELEASE-STOCK-DEBIT.
           MOVE WS-ITEM-CAT TO JS-CATEGORY
           PERFORM 360-NAME-ACCOUNT
           MOVE ZEROES TO JS-DEBIT
           MOVE WS-POSTING-VALUE TO JS-CREDIT
           RELEASE JOURNAL-SORT-REC
           MOVE WS-ACC-STOCK TO JS-ACCOUNT
           PERFORM 360-NAME-ACCOUNT
           MOVE WS-POSTING-VALUE TO JS-DEBIT
           MOVE ZEROES TO JS-CREDIT
           RELEASE JOURNAL-SORT-REC.

      *>Stock is credited; JS-ACCOUNT already holds the account
      *>debited.
       350-RELEASE-STOCK-CREDIT.
           MOVE WS-ITEM-CAT TO JS-CATEGORY
           PERFORM 360-NAME-ACCOUNT
           MOVE WS-POSTING-VALUE TO JS-DEBIT
           MOVE ZEROES TO JS-CREDIT
           RELEASE JOURNAL-SORT-REC
           MOVE WS-ACC-STOCK TO JS-ACCOUNT
           PERFORM 360-NAME-ACCOUNT
           MOVE ZEROES TO JS-DEBIT
           MOVE WS-POSTING-VALUE TO JS-CREDIT
           RELEASE JOURNAL-SORT-REC.

       360-NAME-ACCOUNT.
           EVALUATE JS-ACCOUNT
               WHEN WS-ACC-STOCK
                   MOVE "STOCK AT COST" TO JS-NARRATIVE
               WHEN WS-ACC-GRNI
                   MOVE "GOODS RECD NOT INVD" TO JS-NARRATIVE
               WHEN WS-ACC-COST-OF-SALES
                   MOVE "COST OF SALES" TO JS-NARRATIVE
               WHEN WS-ACC-SHRINKAGE
                   MOVE "STOCK SHRINKAGE" TO JS-NARRATIVE
               WHEN WS-ACC-ASSEMBLY
                   MOVE "KIT ASSEMBLY CLRG" TO JS-NARRATIVE
               WHEN OTHER
                   MOVE SPACES TO JS-NARRATIVE
           END-EVALUATE.

      *>The ledger's own view of the item's movement in value:
      *>roll-up balance after the last posting less the balance
      *>before the first, at the same cost the postings used.
       390-CLOSE-ITEM-MOVEMENT.
           COMPUTE WS-STOCK-NET-LEDGER = WS-STOCK-NET-LEDGER +
               (WS-CLOSE-BALANCE - WS-OPEN-BALANCE) * WS-ITEM-COST
           MOVE 'N' TO WS-ITEM-STARTED.

       400-WRITE-JOURNAL-LINES.
           MOVE 'N' TO WS-SORT-ENDOF
           PERFORM UNTIL WS-SORT-ENDOF = 'Y'
               RETURN JOURNAL-SORT
                   AT END
                       MOVE 'Y' TO WS-SORT-ENDOF
                       IF WS-FIRST-LINE = 'N'
                           PERFORM 500-WRITE-ONE-LINE
                       END-IF
                   NOT AT END
                       IF WS-FIRST-LINE = 'Y'
                           MOVE 'N' TO WS-FIRST-LINE
                       ELSE
                           IF JS-CATEGORY NOT = WS-CURRENT-CAT OR
                              JS-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                               PERFORM 500-WRITE-ONE-LINE
                           END-IF
                       END-IF
                       MOVE JS-CATEGORY TO WS-CURRENT-CAT
                       MOVE JS-ACCOUNT TO WS-CURRENT-ACCOUNT
                       MOVE JS-NARRATIVE TO WS-CURRENT-NARRATIVE
                       ADD JS-DEBIT TO WS-LINE-DEBIT
                       ADD JS-CREDIT TO WS-LINE-CREDIT
               END-RETURN
           END-PERFORM.

      *>Each category and account goes to the ledger as one net
      *>debit or credit; an account that nets to nothing is left
      *>out.
       500-WRITE-ONE-LINE.
           COMPUTE WS-LINE-NET = WS-LINE-DEBIT - WS-LINE-CREDIT
           IF WS-CURRENT-ACCOUNT = WS-ACC-STOCK
               ADD WS-LINE-NET TO WS-STOCK-NET-JOURNAL
           END-IF
           IF WS-LINE-NET NOT = 0
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GJ-REC-TYPE
               MOVE WS-BATCH TO GJ-BATCH
               MOVE WS-CURRENT-ACCOUNT TO GJ-ACCOUNT
               MOVE WS-CURRENT-CAT TO GJ-CATEGORY
               MOVE WS-CURRENT-NARRATIVE TO GJ-NARRATIVE
               MOVE WS-CURRENT-CAT TO WS-DL-CAT
               MOVE WS-CURRENT-ACCOUNT TO WS-DL-ACCOUNT
               MOVE WS-CURRENT-NARRATIVE TO WS-DL-NARRATIVE
               IF WS-LINE-NET > 0
                   MOVE 'D' TO GJ-DR-CR
                   MOVE WS-LINE-NET TO GJ-AMOUNT
                   ADD WS-LINE-NET TO WS-TOTAL-DEBIT
                   MOVE WS-LINE-NET TO WS-DL-DEBIT
                   MOVE SPACES TO WS-DL-CREDIT-X
               ELSE
                   COMPUTE WS-LINE-NET = 0 - WS-LINE-NET
                   MOVE 'C' TO GJ-DR-CR
                   MOVE WS-LINE-NET TO GJ-AMOUNT
                   ADD WS-LINE-NET TO WS-TOTAL-CREDIT
                   MOVE SPACES TO WS-DL-DEBIT-X
                   MOVE WS-LINE-NET TO WS-DL-CREDIT
               END-IF
               WRITE GL-JOURNAL-RECORD
               END-WRITE
               ADD 1 TO WS-JOURNAL-LINES
               MOVE WS-DETAIL-LINE TO PRINT-LINE
               PERFORM 150-WRITE-REPORT-LINE
           END-IF
           MOVE ZEROES TO WS-LINE-DEBIT
           MOVE ZEROES TO WS-LINE-CREDIT.

       600-PRINT-SUMMARY.
           MOVE "---  ------  --------------------  " TO PRINT-LINE
           MOVE "----------------  ----------------"
               TO PRINT-LINE (36:34)
           PERFORM 150-WRITE-REPORT-LINE
           MOVE SPACES TO WS-DL-CAT
           MOVE SPACES TO WS-DL-ACCOUNT
           MOVE "JOURNAL TOTALS" TO WS-DL-NARRATIVE
           MOVE WS-TOTAL-DEBIT TO WS-DL-DEBIT
           MOVE WS-TOTAL-CREDIT TO WS-DL-CREDIT
           MOVE WS-DETAIL-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "POSTINGS BY MOVEMENT TYPE - EFFECT ON STOCK AT COST"
               TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 12
               MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO WS-AL-NAME
               MOVE WS-TT-COUNT (WS-TYPE-SUB) TO WS-AL-COUNT
               MOVE WS-TT-QTY (WS-TYPE-SUB) TO WS-AL-QTY
               MOVE WS-TT-VALUE (WS-TYPE-SUB) TO WS-AL-VALUE
               MOVE WS-ANALYSIS-LINE TO PRINT-LINE
               PERFORM 150-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           COMPUTE WS-RECON-DIFF =
               WS-STOCK-NET-JOURNAL - WS-STOCK-NET-LEDGER
           MOVE "NET ON STOCK ACCOUNT PER JOURNAL  :" TO WS-AM-TEXT
           MOVE WS-STOCK-NET-JOURNAL TO WS-AM-VALUE
           MOVE WS-AMOUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "MOVEMENT IN STOCK VALUE PER LEDGER:" TO WS-AM-TEXT
           MOVE WS-STOCK-NET-LEDGER TO WS-AM-VALUE
           MOVE WS-AMOUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           MOVE "DIFFERENCE                        :" TO WS-AM-TEXT
           MOVE WS-RECON-DIFF TO WS-AM-VALUE
           MOVE WS-AMOUNT-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE
           IF WS-RECON-DIFF = 0 AND WS-TOTAL-DEBIT = WS-TOTAL-CREDIT
               MOVE 'Y' TO WS-RECONCILED
               MOVE "JOURNAL BALANCES AND RECONCILES TO THE LEDGER."
                   TO PRINT-LINE
           ELSE
               MOVE 'N' TO WS-RECONCILED
               MOVE "*** JOURNAL DOES NOT RECONCILE - DO NOT RELEASE"
                   TO PRINT-LINE
           END-IF
           PERFORM 150-WRITE-REPORT-LINE
           IF WS-NOT-ON-MASTER > 0
               MOVE "ITEMS NOT ON ITEM-FILE, VALUED AT ZERO:"
                   TO PRINT-LINE
               MOVE WS-NOT-ON-MASTER TO PRINT-LINE (41:5)
               PERFORM 150-WRITE-REPORT-LINE
           END-IF.

       700-WRITE-CONTROL.
           OPEN OUTPUT GL-CONTROL-FILE
           MOVE WS-TODAY TO GC-LAST-DATE
           MOVE WS-BATCH TO GC-LAST-BATCH
           WRITE GL-CONTROL-RECORD
           END-WRITE
           CLOSE GL-CONTROL-FILE.
