      *         positions at the end of a good night. Items new
      *         since the last close are noted but are not breaks;
      *         items that have vanished from the master are.
      *         Customer returns count in with the receipts and
      *         quarantine write-offs with the issues; a release
      *         from quarantine, like a transfer, leaves the
      *         roll-up alone. Kit assembly postings count in or
      *         out by their sign: components going into a kit and
      *         kits broken down go out, kits made up and
      *         components back from a kit come in.
      *         Mode U also saves a copy of the location stock
      *         file cut at the same close, one record per item and
      *         location, so RECOVER-STOCK can rebuild the item
      *         master and the location file from a known-good
      *         starting point and the ledger postings since.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS ML-KEY
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT LOC-STOCK-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Stock\locstock.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LOC-KEY
           FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT DAYBAL-LOC-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Daily-Balance\dayballoc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DAYBAL-LOC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

         03 DB-QTY PIC 9(5).
         03 FILLER PIC X(1).

       FD  LOC-STOCK-FILE.
       01  LOC-STOCK-REC.
        02 LOC-KEY.
         03 LOC-ITEM-CODE PIC 9(5) VALUE ZEROES.
         03 LOC-WH-CODE PIC X(3) VALUE SPACES.
        02 LOC-QTY PIC 9(5) VALUE ZEROES.

      *>Copy of the location stock file cut by run mode U with the
      *>closing positions, in item and location order. The 'H'
      *>header carries the same close date as DAYBAL-FILE; 'D'
      *>records are one per item and location.
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
           88 ML-ADJUSTMENT VALUE 'J'.
           88 ML-TRANSFER VALUE 'X'.
           88 ML-COUNT VALUE 'C'.
           88 ML-RETURN VALUE 'U'.
           88 ML-DISPOSITION VALUE 'D'.
           88 ML-KIT-ASSEMBLY VALUE 'K'.
        02 ML-SIGN PIC X(1) VALUE SPACES.
        02 ML-LOC PIC X(3) VALUE SPACES.
        02 ML-LOC-2 PIC X(3) VALUE SPACES.
       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-DAYBAL-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LEDGER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOC-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-DAYBAL-LOC-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOC-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LOC-RECORDED-COUNT PIC 9(7) VALUE ZEROES.

       01  WS-RUN-MODE PIC X(1) VALUE SPACES.
       01  WS-ITEM-ENDOF PIC A(1) VALUE 'N'.
                   SUBTRACT ML-QTY FROM WS-NET-MOVEMENT
               WHEN ML-COUNT
                   ADD ML-QTY TO WS-NET-MOVEMENT
               WHEN ML-RETURN
                   ADD ML-QTY TO WS-NET-MOVEMENT
               WHEN ML-DISPOSITION AND ML-SIGN = '-'
                   SUBTRACT ML-QTY FROM WS-NET-MOVEMENT
               WHEN ML-KIT-ASSEMBLY AND ML-SIGN = '-'
                   SUBTRACT ML-QTY FROM WS-NET-MOVEMENT
               WHEN ML-KIT-ASSEMBLY
                   ADD ML-QTY TO WS-NET-MOVEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-PERFORM
           CLOSE DAYBAL-FILE
           DISPLAY "CLOSING POSITIONS RECORDED: " WS-RECORDED-COUNT
               " AS AT " WS-TODAY
           PERFORM 750-SAVE-LOCATION-COPY.

      *>A copy with no header is never used for a recovery, so if
      *>the location file cannot be read the copy is left empty
      *>rather than passed off as a day with no stock anywhere.
       750-SAVE-LOCATION-COPY.
           OPEN OUTPUT DAYBAL-LOC-FILE
           OPEN INPUT LOC-STOCK-FILE
           IF WS-LOC-FILE-STATUS NOT = '00'
               DISPLAY "LOCATION STOCK FILE UNAVAILABLE - STATUS "
                   WS-LOC-FILE-STATUS " - NO LOCATION COPY SAVED."
           ELSE
               MOVE SPACES TO DAYBAL-LOC-RECORD
               SET DL-HEADER-REC TO TRUE
               MOVE WS-TODAY TO DL-CLOSE-DATE
               WRITE DAYBAL-LOC-RECORD
               END-WRITE
               PERFORM UNTIL WS-LOC-ENDOF = 'Y'
                   READ LOC-STOCK-FILE
                       AT END MOVE 'Y' TO WS-LOC-ENDOF
                       NOT AT END
                           MOVE SPACES TO DAYBAL-LOC-RECORD
                           SET DL-DETAIL-REC TO TRUE
                           MOVE LOC-ITEM-CODE TO DL-ITEM-CODE
                           MOVE LOC-WH-CODE TO DL-WH-CODE
                           MOVE LOC-QTY TO DL-QTY
                           WRITE DAYBAL-LOC-RECORD
                           END-WRITE
                           ADD 1 TO WS-LOC-RECORDED-COUNT
                   END-READ
               END-PERFORM
               CLOSE LOC-STOCK-FILE
               DISPLAY "LOCATION POSITIONS SAVED  : "
                   WS-LOC-RECORDED-COUNT " AS AT " WS-TODAY
           END-IF
           CLOSE DAYBAL-LOC-FILE.
