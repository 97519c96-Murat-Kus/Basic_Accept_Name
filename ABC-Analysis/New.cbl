       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC-ANALYSIS.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Ranks every item by the value it issued over the
      *         last year - the 'I' issues on the movement ledger
      *         and the components taken into kit builds, priced
      *         at ITEM-COST - and classifies it A, B or C
      *         by cumulative share of the total: the items that
      *         make up the first 80% of issue value are A, the
      *         next 15% B and the rest, with every item that
      *         issued nothing, C. The class is stored against the
      *         item on the item class file, which is rebuilt in
      *         full on every run, so that other programs can
      *         work by class. A ranking report is
      *         printed with each item's annual issues, its share
      *         and class, and a summary by class. Run monthly.
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

           SELECT ITEM-ABC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\ABC-Analysis\itemabc.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ABC-ITEM-CODE
           FILE STATUS IS WS-ABC-FILE-STATUS.

           SELECT ABC-SORT ASSIGN TO
           "C:\Coding etc\Github Cobol\ABC-Analysis\sortwork".

           SELECT REPORT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\ABC-Analysis\abcrpt.rpt"
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

       SD  ABC-SORT.
       01  ABC-SORT-REC.
        02 AS-VALUE PIC 9(9)V99.
        02 AS-ITEM-CODE PIC 9(5).
        02 AS-ITEM-NAME PIC X(20).
        02 AS-ISSUE-QTY PIC 9(7).
        02 AS-COST PIC 9(5)V99.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LEDGER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ABC-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LEDGER-ENDOF PIC A(1) VALUE 'N'.
       01  WS-SORT-ENDOF PIC A(1) VALUE 'N'.

      *>Issue history looked at, and the cumulative shares of
      *>issue value that close classes A and B. Change here to
      *>retune.
       01  WS-ANALYSIS-DAYS PIC 9(3) VALUE 365.
       01  WS-A-CUTOFF-PCT PIC 9(3) VALUE 080.
       01  WS-B-CUTOFF-PCT PIC 9(3) VALUE 095.

       01  WS-TODAY-INT PIC 9(7) VALUE ZEROES.
       01  WS-FROM-DATE PIC 9(8) VALUE ZEROES.
       01  WS-ISSUE-QTY PIC 9(7) VALUE ZEROES.
       01  WS-TOT-VALUE PIC 9(12)V99 VALUE ZEROES.
       01  WS-CUM-VALUE PIC 9(12)V99 VALUE ZEROES.
       01  WS-CUM-PCT-BEFORE PIC 9(3)V99 VALUE ZEROES.
       01  WS-CUM-PCT PIC 9(3)V99 VALUE ZEROES.
       01  WS-RANK PIC 9(5) VALUE ZEROES.
       01  WS-CLASS PIC X(1) VALUE SPACES.
       01  WS-CLASS-SUB PIC 9(1) VALUE ZEROES.

       01  WS-CLASS-TOTALS.
        02 WS-CLASS-ENTRY OCCURS 3.
         03 WS-CT-ITEMS PIC 9(5) VALUE ZEROES.
         03 WS-CT-VALUE PIC 9(12)V99 VALUE ZEROES.
       01  WS-CLASS-LETTERS PIC X(3) VALUE "ABC".
       01  WS-CLASS-SHARE PIC 9(3)V99 VALUE ZEROES.

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
        02 WS-DL-RANK PIC ZZZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-QTY PIC Z,ZZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-COST PIC Z(4)9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-VALUE PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-CUM-PCT PIC ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(3) VALUE SPACES.
        02 WS-DL-CLASS PIC X(1) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-DL-FLAG PIC X(9) VALUE SPACES.

       01  WS-CLASS-LINE.
        02 FILLER PIC X(6) VALUE "CLASS ".
        02 WS-CL-CLASS PIC X(1) VALUE SPACES.
        02 FILLER PIC X(3) VALUE " : ".
        02 WS-CL-ITEMS PIC ZZ,ZZ9 VALUE ZEROES.
        02 FILLER PIC X(9) VALUE " ITEMS   ".
        02 WS-CL-VALUE PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-CL-SHARE PIC ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(1) VALUE "%".

       01  WS-TOTAL-EDIT PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ITEM-FILE UNAVAILABLE - STATUS " WS-FILE-STATUS
               DISPLAY "NO ITEMS CLASSIFIED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MOVE-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "MOVEMENT LEDGER UNAVAILABLE - STATUS "
                   WS-LEDGER-FILE-STATUS
               DISPLAY "NO ITEMS CLASSIFIED."
               CLOSE ITEM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ITEM-ABC-FILE
           IF WS-ABC-FILE-STATUS NOT = '00'
               DISPLAY "ITEM CLASS FILE UNAVAILABLE - STATUS "
                   WS-ABC-FILE-STATUS
               DISPLAY "NO ITEMS CLASSIFIED."
               CLOSE ITEM-FILE
               CLOSE MOVE-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-SPLIT
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT - WS-ANALYSIS-DAYS)
           PERFORM 050-PRINT-PAGE-HEADER
           SORT ABC-SORT
               ON DESCENDING KEY AS-VALUE
               ON ASCENDING KEY AS-ITEM-CODE
               INPUT PROCEDURE IS 300-SELECT-ITEMS
               OUTPUT PROCEDURE IS 400-CLASSIFY-ITEMS
           CLOSE ITEM-FILE
           CLOSE MOVE-LEDGER-FILE
           CLOSE ITEM-ABC-FILE
           MOVE "-----  -----  --------------------  ---------  "
               TO PRINT-LINE
           MOVE "--------  --------------  ------  -----"
               TO PRINT-LINE (48:39)
           PERFORM 150-WRITE-REPORT-LINE
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 3
               MOVE WS-CLASS-LETTERS (WS-CLASS-SUB:1) TO WS-CL-CLASS
               MOVE WS-CT-ITEMS (WS-CLASS-SUB) TO WS-CL-ITEMS
               MOVE WS-CT-VALUE (WS-CLASS-SUB) TO WS-CL-VALUE
               IF WS-TOT-VALUE = 0
                   MOVE ZEROES TO WS-CLASS-SHARE
               ELSE
                   COMPUTE WS-CLASS-SHARE ROUNDED =
                       (WS-CT-VALUE (WS-CLASS-SUB) * 100)
                       / WS-TOT-VALUE
               END-IF
               MOVE WS-CLASS-SHARE TO WS-CL-SHARE
               MOVE WS-CLASS-LINE TO PRINT-LINE
               PERFORM 150-WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-TOT-VALUE TO WS-TOTAL-EDIT
           MOVE "ANNUAL ISSUE VALUE AT COST:" TO PRINT-LINE
           MOVE WS-TOTAL-EDIT TO PRINT-LINE (29:16)
           PERFORM 150-WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "ITEMS CLASSIFIED: " WS-RANK
           DISPLAY "CLASS A: " WS-CT-ITEMS (1) " B: " WS-CT-ITEMS (2)
               " C: " WS-CT-ITEMS (3).
           STOP RUN.

       050-PRINT-PAGE-HEADER.
           MOVE WS-TODAY-YYYY TO WS-TODAY-EDIT (1:4)
           MOVE WS-TODAY-MM TO WS-TODAY-EDIT (6:2)
           MOVE WS-TODAY-DD TO WS-TODAY-EDIT (9:2)
           MOVE WS-TODAY-EDIT TO WS-PH-DATE
           MOVE WS-PAGE-NUM TO WS-PH-PAGE
           MOVE WS-PAGE-HEADER-LINE TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING PAGE
           MOVE "        ABC CLASSIFICATION BY ANNUAL ISSUE VALUE"
               TO PRINT-LINE
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE " RANK  CODE   ITEM NAME                ISSUED"
               TO PRINT-LINE
           MOVE "    COST    ANNUAL VALUE   CUM %  CLASS"
               TO PRINT-LINE (48:39)
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           MOVE "-----  -----  --------------------  ---------  "
               TO PRINT-LINE
           MOVE "--------  --------------  ------  -----"
               TO PRINT-LINE (48:39)
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

      *>Every item on file goes to the sort, those with no issues
      *>at a value of zero, so each one gets a class.
       300-SELECT-ITEMS.
           PERFORM UNTIL WS-ENDOF = 'Y'
               READ ITEM-FILE
                   AT END MOVE 'Y' TO WS-ENDOF
                   NOT AT END
                       PERFORM 350-SUM-ANNUAL-ISSUES
                       MOVE ITEM-CODE TO AS-ITEM-CODE
                       MOVE ITEM-NAME TO AS-ITEM-NAME
                       MOVE WS-ISSUE-QTY TO AS-ISSUE-QTY
                       MOVE ITEM-COST TO AS-COST
                       COMPUTE AS-VALUE = WS-ISSUE-QTY * ITEM-COST
                           ON SIZE ERROR MOVE 999999999.99 TO AS-VALUE
                       END-COMPUTE
                       ADD AS-VALUE TO WS-TOT-VALUE
                       RELEASE ABC-SORT-REC
               END-READ
           END-PERFORM.

      *>The ledger is keyed by item and date, so the item's issues
      *>for the year are read forward from the start of the window.
      *>A component taken out of stock into a kit is issued just
      *>as surely as one sold, so it counts too.
       350-SUM-ANNUAL-ISSUES.
           MOVE ZEROES TO WS-ISSUE-QTY
           MOVE ITEM-CODE TO ML-ITEM-CODE
           MOVE WS-FROM-DATE TO ML-DATE
           MOVE 999 TO ML-SEQ
           MOVE 'N' TO WS-LEDGER-ENDOF
           START MOVE-LEDGER-FILE KEY > ML-KEY
               INVALID KEY MOVE 'Y' TO WS-LEDGER-ENDOF
           END-START
           PERFORM UNTIL WS-LEDGER-ENDOF = 'Y'
               READ MOVE-LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-ENDOF
                   NOT AT END
                       IF ML-ITEM-CODE NOT = ITEM-CODE
                           MOVE 'Y' TO WS-LEDGER-ENDOF
                       ELSE
                           IF ML-ISSUE OR
                              (ML-KIT-ASSEMBLY AND ML-SIGN = '-')
                               ADD ML-QTY TO WS-ISSUE-QTY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>Items come back highest issue value first. An item whose
      *>value starts inside the A share is an A item even if it
      *>carries the total past the cut-off, so the biggest mover
      *>is always A; the same rule closes class B.
       400-CLASSIFY-ITEMS.
           MOVE 'N' TO WS-SORT-ENDOF
           PERFORM UNTIL WS-SORT-ENDOF = 'Y'
               RETURN ABC-SORT
                   AT END MOVE 'Y' TO WS-SORT-ENDOF
                   NOT AT END PERFORM 420-CLASSIFY-ONE-ITEM
               END-RETURN
           END-PERFORM.

       420-CLASSIFY-ONE-ITEM.
           ADD 1 TO WS-RANK
           MOVE WS-CUM-PCT TO WS-CUM-PCT-BEFORE
           ADD AS-VALUE TO WS-CUM-VALUE
           IF WS-TOT-VALUE = 0
               MOVE ZEROES TO WS-CUM-PCT
           ELSE
               COMPUTE WS-CUM-PCT ROUNDED =
                   (WS-CUM-VALUE * 100) / WS-TOT-VALUE
           END-IF
           EVALUATE TRUE
               WHEN AS-VALUE = 0
                   MOVE 'C' TO WS-CLASS
                   MOVE 3 TO WS-CLASS-SUB
               WHEN WS-CUM-PCT-BEFORE < WS-A-CUTOFF-PCT
                   MOVE 'A' TO WS-CLASS
                   MOVE 1 TO WS-CLASS-SUB
               WHEN WS-CUM-PCT-BEFORE < WS-B-CUTOFF-PCT
                   MOVE 'B' TO WS-CLASS
                   MOVE 2 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE 'C' TO WS-CLASS
                   MOVE 3 TO WS-CLASS-SUB
           END-EVALUATE
           ADD 1 TO WS-CT-ITEMS (WS-CLASS-SUB)
           ADD AS-VALUE TO WS-CT-VALUE (WS-CLASS-SUB)
           MOVE AS-ITEM-CODE TO ABC-ITEM-CODE
           MOVE WS-CLASS TO ABC-CLASS
           MOVE AS-VALUE TO ABC-ANNUAL-VALUE
           MOVE WS-TODAY TO ABC-CLASS-DATE
           WRITE ITEM-ABC-RECORD
               INVALID KEY
                   DISPLAY "CLASS NOT STORED FOR ITEM " AS-ITEM-CODE
                       " - STATUS " WS-ABC-FILE-STATUS
           END-WRITE
           MOVE WS-RANK TO WS-DL-RANK
           MOVE AS-ITEM-CODE TO WS-DL-CODE
           MOVE AS-ITEM-NAME TO WS-DL-NAME
           MOVE AS-ISSUE-QTY TO WS-DL-QTY
           MOVE AS-COST TO WS-DL-COST
           MOVE AS-VALUE TO WS-DL-VALUE
           MOVE WS-CUM-PCT TO WS-DL-CUM-PCT
           MOVE WS-CLASS TO WS-DL-CLASS
           IF AS-COST = 0 AND AS-ISSUE-QTY > 0
               MOVE "*NO COST*" TO WS-DL-FLAG
           ELSE
               MOVE SPACES TO WS-DL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-LINE
           PERFORM 150-WRITE-REPORT-LINE.
