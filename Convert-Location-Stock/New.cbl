       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-LOC-STOCK.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. One-time cutover utility that sets up the lot
      *         stock file from the location stock file. Every
      *         item/location record on locstock.dat becomes one
      *         lot record with a blank lot number and no expiry
      *         date holding the full LOC-QTY, so the stock on hand
      *         before lots were tracked is carried as undated
      *         stock and the lots at each location add up to its
      *         LOC-QTY from the first day. Lots arrive with the
      *         receipts posted from then on. An existing
      *         lotstock.dat is never overwritten. Run once,
      *         offline, before any program that keeps lot stock is
      *         used against production files:
      *           1. Stop all jobs that use locstock.dat.
      *           2. Run this program. It reads locstock.dat and
      *              creates lotstock.dat.
      *           3. Resume normal jobs.
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

       WORKING-STORAGE SECTION.

       01  WS-LOC-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOC-ENDOF PIC A(1) VALUE 'N'.
       01  WS-CONVERTED-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-REJECTED-COUNT PIC 9(7) VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           OPEN INPUT LOT-STOCK-FILE
           IF WS-LOT-FILE-STATUS = '00'
               CLOSE LOT-STOCK-FILE
               DISPLAY "LOT STOCK FILE ALREADY EXISTS - "
                   "NOTHING CONVERTED."
               DISPLAY "lotstock.dat is only set up once; remove it "
                   "first if the set-up has to be run again."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOC-STOCK-FILE
           IF WS-LOC-FILE-STATUS NOT = '00'
               DISPLAY "LOCATION STOCK FILE WILL NOT OPEN - STATUS "
                   WS-LOC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOT-STOCK-FILE

           PERFORM UNTIL WS-LOC-ENDOF = 'Y'
               READ LOC-STOCK-FILE
                   AT END MOVE 'Y' TO WS-LOC-ENDOF
                   NOT AT END PERFORM 100-CONVERT-ONE-LOCATION
               END-READ
           END-PERFORM

           CLOSE LOC-STOCK-FILE
           CLOSE LOT-STOCK-FILE
           DISPLAY "LOCATIONS CONVERTED: " WS-CONVERTED-COUNT
           DISPLAY "LOCATIONS REJECTED : " WS-REJECTED-COUNT.
           STOP RUN.

       100-CONVERT-ONE-LOCATION.
           MOVE LOC-ITEM-CODE TO LOT-ITEM-CODE
           MOVE LOC-WH-CODE TO LOT-WH-CODE
           MOVE SPACES TO LOT-NUMBER
           MOVE ZEROES TO LOT-EXPIRY-DATE
           MOVE LOC-QTY TO LOT-QTY
           WRITE LOT-STOCK-REC
               INVALID KEY
                   DISPLAY "REJECTED - DUPLICATE LOCATION: "
                       LOC-ITEM-CODE " AT " LOC-WH-CODE
                   ADD 1 TO WS-REJECTED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.
