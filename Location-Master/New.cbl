      *         and sit in the valuation subtotals for weeks.
      *         A location is never deleted here - stock history
      *         refers to it - only added or renamed.
      *         The minimum and maximum stock levels of an item at
      *         a location are set here too, for the replenishment
      *         pass that moves stock between locations before
      *         anything is bought. Levels can only be set for an
      *         item on ITEM-FILE at a location on the master, never
      *         for the quarantine location; setting both to zero
      *         removes them.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS WH-CODE
           FILE STATUS IS WS-LOCMAST-FILE-STATUS.

           SELECT STOCK-LEVEL-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Master\stocklvl.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SL-KEY
           FILE STATUS IS WS-LEVEL-FILE-STATUS.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

        02 WH-CODE PIC X(3) VALUE SPACES.
        02 WH-NAME PIC X(20) VALUE SPACES.

      *>Minimum and maximum stock levels of an item at a location,
      *>used by the replenishment pass.
       FD  STOCK-LEVEL-FILE.
       01  STOCK-LEVEL-RECORD.
        02 SL-KEY.
         03 SL-ITEM-CODE PIC 9(5) VALUE ZEROES.
         03 SL-WH-CODE PIC X(3) VALUE SPACES.
        02 SL-MIN-QTY PIC 9(5) VALUE ZEROES.
        02 SL-MAX-QTY PIC 9(5) VALUE ZEROES.

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

       WORKING-STORAGE SECTION.

       01  WS-LOCMAST-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-UPDATE-ANSWER PIC A(1) VALUE 'N'.
       01  WS-LIST-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LISTED-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-LEVEL-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ITEM-FOUND PIC A(1) VALUE 'N'.
       01  WS-LEVEL-FOUND PIC A(1) VALUE 'N'.
       01  WS-QUARANTINE-LOC PIC X(3) VALUE 'QTN'.
       01  WS-NEW-MIN-QTY PIC 9(5) VALUE ZEROES.
       01  WS-NEW-MAX-QTY PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           DISPLAY "Welcome to the Location Maintenance App"
           DISPLAY "1. Add or rename a location"
           DISPLAY "2. List the locations"
           DISPLAY "3. Set an item's min and max at a location"
           DISPLAY "Enter your choice:"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN '1' PERFORM 100-ADD-OR-RENAME-LOCATION
               WHEN '2' PERFORM 400-LIST-LOCATIONS
               WHEN '3' PERFORM 500-SET-STOCK-LEVELS
               WHEN OTHER DISPLAY "Invalid choice - nothing done."
           END-EVALUATE

               END-READ
           END-PERFORM
           DISPLAY "LOCATIONS ON MASTER: " WS-LISTED-COUNT.

       500-SET-STOCK-LEVELS.
           OPEN I-O STOCK-LEVEL-FILE
           IF WS-LEVEL-FILE-STATUS = '35'
               OPEN OUTPUT STOCK-LEVEL-FILE
               CLOSE STOCK-LEVEL-FILE
               OPEN I-O STOCK-LEVEL-FILE
           END-IF
           IF WS-LEVEL-FILE-STATUS NOT = '00'
               DISPLAY "STOCK LEVEL FILE UNAVAILABLE - STATUS "
                   WS-LEVEL-FILE-STATUS
               CLOSE LOCATION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ITEM-FILE UNAVAILABLE - STATUS " WS-FILE-STATUS
               CLOSE STOCK-LEVEL-FILE
               CLOSE LOCATION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Please enter the location code:"
           ACCEPT WH-CODE
           READ LOCATION-FILE
               INVALID KEY MOVE 'N' TO WS-LOC-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-LOC-FOUND
           END-READ
           EVALUATE TRUE
               WHEN WS-LOC-FOUND = 'N'
                   DISPLAY "Location " WH-CODE
                       " is not on the master - nothing done."
               WHEN WH-CODE = WS-QUARANTINE-LOC
                   DISPLAY "Quarantine stock is never replenished - "
                       "nothing done."
               WHEN OTHER
                   PERFORM 550-SET-ONE-ITEM-LEVELS
           END-EVALUATE
           CLOSE STOCK-LEVEL-FILE
           CLOSE ITEM-FILE.

       550-SET-ONE-ITEM-LEVELS.
           DISPLAY "Please enter the item code:"
           ACCEPT ITEM-CODE
           READ ITEM-FILE
               INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           IF WS-ITEM-FOUND = 'N'
               DISPLAY "Item code " ITEM-CODE
                   " is not on ITEM-FILE - nothing done."
           ELSE
               DISPLAY "Item: " ITEM-NAME " at " WH-CODE " - " WH-NAME
               MOVE ITEM-CODE TO SL-ITEM-CODE
               MOVE WH-CODE TO SL-WH-CODE
               READ STOCK-LEVEL-FILE
                   INVALID KEY MOVE 'N' TO WS-LEVEL-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-LEVEL-FOUND
               END-READ
               IF WS-LEVEL-FOUND = 'Y'
                   DISPLAY "Current min " SL-MIN-QTY
                       "  max " SL-MAX-QTY
               END-IF
               DISPLAY "Please enter the minimum (0 and 0 removes):"
               ACCEPT WS-NEW-MIN-QTY
               DISPLAY "Please enter the maximum:"
               ACCEPT WS-NEW-MAX-QTY
               EVALUATE TRUE
                   WHEN WS-NEW-MIN-QTY = 0 AND WS-NEW-MAX-QTY = 0
                       IF WS-LEVEL-FOUND = 'Y'
                           DELETE STOCK-LEVEL-FILE RECORD
                           END-DELETE
                           DISPLAY "Levels removed."
                       ELSE
                           DISPLAY "No levels held - nothing done."
                       END-IF
                   WHEN WS-NEW-MAX-QTY < WS-NEW-MIN-QTY
                       DISPLAY "Maximum is below the minimum - "
                           "nothing done."
                   WHEN OTHER
                       MOVE WS-NEW-MIN-QTY TO SL-MIN-QTY
                       MOVE WS-NEW-MAX-QTY TO SL-MAX-QTY
                       IF WS-LEVEL-FOUND = 'Y'
                           REWRITE STOCK-LEVEL-RECORD
                           END-REWRITE
                       ELSE
                           WRITE STOCK-LEVEL-RECORD
                           END-WRITE
                       END-IF
                       DISPLAY "Levels saved: min " SL-MIN-QTY
                           "  max " SL-MAX-QTY
               END-EVALUATE
           END-IF.
