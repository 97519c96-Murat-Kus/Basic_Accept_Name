       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-KITS.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Maintains the bill of materials for the kits we
      *         make up in the warehouse from stocked components:
      *         one record per kit and component with the quantity
      *         of the component that goes into one kit. The kit
      *         and the component must both be on ITEM-FILE, and
      *         bills are one level deep - a kit cannot be a
      *         component of another kit. Entering a quantity of
      *         zero takes the component off the bill. Listing a
      *         bill shows each component's cost and the cost of
      *         one kit rolled up from them, which is what an
      *         assembly posted today would cost the kit at.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Kit-Master\kitbom.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BOM-KEY
           FILE STATUS IS WS-BOM-FILE-STATUS.

           SELECT ITEM-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemfile.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *>Bill of materials: one record per kit and component, in
      *>component order within the kit.
       FD  BOM-FILE.
       01  BOM-RECORD.
        02 BOM-KEY.
         03 BOM-KIT-CODE PIC 9(5) VALUE ZEROES.
         03 BOM-COMP-CODE PIC 9(5) VALUE ZEROES.
        02 BOM-COMP-QTY PIC 9(3) VALUE ZEROES.

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

       01  WS-BOM-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-MENU-CHOICE PIC X(1) VALUE SPACES.
       01  WS-ITEM-FOUND PIC A(1) VALUE 'N'.
       01  WS-LINE-FOUND PIC A(1) VALUE 'N'.
       01  WS-BOM-ENDOF PIC A(1) VALUE 'N'.
       01  WS-NESTED PIC A(1) VALUE 'N'.

       01  WS-KIT-CODE PIC 9(5) VALUE ZEROES.
       01  WS-KIT-NAME PIC X(20) VALUE SPACES.
       01  WS-COMP-CODE PIC 9(5) VALUE ZEROES.
       01  WS-NEW-COMP-QTY PIC 9(3) VALUE ZEROES.
       01  WS-LISTED-COUNT PIC 9(3) VALUE ZEROES.
       01  WS-LINE-COST PIC 9(7)V99 VALUE ZEROES.
       01  WS-KIT-COST PIC 9(7)V99 VALUE ZEROES.

       01  WS-BOM-LINE.
        02 WS-BL-COMP-CODE PIC 9(5) VALUE ZEROES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-BL-COMP-NAME PIC X(20) VALUE SPACES.
        02 FILLER PIC X(2) VALUE SPACES.
        02 WS-BL-QTY PIC ZZ9 VALUE ZEROES.
        02 FILLER PIC X(3) VALUE " @ ".
        02 WS-BL-COST PIC ZZ,ZZ9.99 VALUE ZEROES.
        02 FILLER PIC X(3) VALUE " = ".
        02 WS-BL-LINE-COST PIC Z,ZZZ,ZZ9.99 VALUE ZEROES.

       01  WS-KIT-COST-EDIT PIC Z,ZZZ,ZZ9.99 VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           OPEN I-O BOM-FILE
           IF WS-BOM-FILE-STATUS = '35'
               OPEN OUTPUT BOM-FILE
               CLOSE BOM-FILE
               OPEN I-O BOM-FILE
           END-IF
           OPEN INPUT ITEM-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ITEM-FILE UNAVAILABLE - STATUS " WS-FILE-STATUS
               CLOSE BOM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Welcome to the Kit Bill of Materials App"
           DISPLAY "1. Add, change or remove a kit component"
           DISPLAY "2. List a kit's bill of materials"
           DISPLAY "Enter your choice:"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN '1' PERFORM 100-MAINTAIN-COMPONENT
               WHEN '2' PERFORM 400-LIST-BILL
               WHEN OTHER DISPLAY "Invalid choice - nothing done."
           END-EVALUATE

           CLOSE BOM-FILE
           CLOSE ITEM-FILE.
           STOP RUN.

       100-MAINTAIN-COMPONENT.
           DISPLAY "Please enter the kit item code:"
           ACCEPT WS-KIT-CODE
           MOVE WS-KIT-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           IF WS-ITEM-FOUND = 'N'
               DISPLAY "Item code " WS-KIT-CODE
                   " is not on ITEM-FILE - nothing done."
           ELSE
               MOVE ITEM-NAME TO WS-KIT-NAME
               DISPLAY "Kit: " WS-KIT-NAME
               MOVE WS-KIT-CODE TO WS-COMP-CODE
               PERFORM 300-CHECK-USED-AS-COMPONENT
               IF WS-NESTED = 'Y'
                   DISPLAY "Item " WS-KIT-CODE " is a component of "
                       "kit " BOM-KIT-CODE
                       " and cannot be a kit itself - nothing done."
               ELSE
                   PERFORM 200-MAINTAIN-ONE-LINE
               END-IF
           END-IF.

       200-MAINTAIN-ONE-LINE.
           DISPLAY "Please enter the component item code:"
           ACCEPT WS-COMP-CODE
           MOVE WS-COMP-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           EVALUATE TRUE
               WHEN WS-ITEM-FOUND = 'N'
                   DISPLAY "Item code " WS-COMP-CODE
                       " is not on ITEM-FILE - nothing done."
               WHEN WS-COMP-CODE = WS-KIT-CODE
                   DISPLAY "A kit cannot be its own component - "
                       "nothing done."
               WHEN OTHER
                   PERFORM 250-SET-COMPONENT-QTY
           END-EVALUATE.

      *>A component that has a bill of its own is a kit, and bills
      *>are one level deep.
       250-SET-COMPONENT-QTY.
           DISPLAY "Component: " ITEM-NAME
           MOVE WS-COMP-CODE TO BOM-KIT-CODE
           MOVE ZEROES TO BOM-COMP-CODE
           MOVE 'N' TO WS-NESTED
           START BOM-FILE KEY >= BOM-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ BOM-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF BOM-KIT-CODE = WS-COMP-CODE
                               MOVE 'Y' TO WS-NESTED
                           END-IF
                   END-READ
           END-START
           IF WS-NESTED = 'Y'
               DISPLAY "Item " WS-COMP-CODE " is a kit and cannot "
                   "be a component - nothing done."
           ELSE
               MOVE WS-KIT-CODE TO BOM-KIT-CODE
               MOVE WS-COMP-CODE TO BOM-COMP-CODE
               READ BOM-FILE
                   INVALID KEY MOVE 'N' TO WS-LINE-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-LINE-FOUND
               END-READ
               IF WS-LINE-FOUND = 'Y'
                   DISPLAY "Current quantity per kit: " BOM-COMP-QTY
               END-IF
               DISPLAY "Please enter the quantity per kit "
                   "(0 removes):"
               ACCEPT WS-NEW-COMP-QTY
               EVALUATE TRUE
                   WHEN WS-NEW-COMP-QTY = 0
                       IF WS-LINE-FOUND = 'Y'
                           DELETE BOM-FILE RECORD
                           END-DELETE
                           DISPLAY "Component removed from the bill."
                       ELSE
                           DISPLAY "Component not on the bill - "
                               "nothing done."
                       END-IF
                   WHEN WS-LINE-FOUND = 'Y'
                       MOVE WS-NEW-COMP-QTY TO BOM-COMP-QTY
                       REWRITE BOM-RECORD
                       END-REWRITE
                       DISPLAY "Component quantity updated: "
                           BOM-COMP-QTY
                   WHEN OTHER
                       MOVE WS-NEW-COMP-QTY TO BOM-COMP-QTY
                       WRITE BOM-RECORD
                           INVALID KEY
                               DISPLAY "Component already on the "
                                   "bill - not saved."
                           NOT INVALID KEY
                               DISPLAY "Component added: "
                                   BOM-COMP-QTY " per kit"
                       END-WRITE
               END-EVALUATE
           END-IF.

      *>The bill file is keyed by kit, so finding an item used as
      *>a component means reading the whole file.
       300-CHECK-USED-AS-COMPONENT.
           MOVE 'N' TO WS-NESTED
           MOVE 'N' TO WS-BOM-ENDOF
           MOVE ZEROES TO BOM-KIT-CODE
           MOVE ZEROES TO BOM-COMP-CODE
           START BOM-FILE KEY >= BOM-KEY
               INVALID KEY MOVE 'Y' TO WS-BOM-ENDOF
           END-START
           PERFORM UNTIL WS-BOM-ENDOF = 'Y'
               READ BOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BOM-ENDOF
                   NOT AT END
                       IF BOM-COMP-CODE = WS-COMP-CODE
                           MOVE 'Y' TO WS-NESTED
                           MOVE 'Y' TO WS-BOM-ENDOF
                       END-IF
               END-READ
           END-PERFORM.

       400-LIST-BILL.
           DISPLAY "Please enter the kit item code:"
           ACCEPT WS-KIT-CODE
           MOVE WS-KIT-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           IF WS-ITEM-FOUND = 'N'
               DISPLAY "Item code " WS-KIT-CODE
                   " is not on ITEM-FILE - nothing done."
           ELSE
               DISPLAY "BILL OF MATERIALS FOR " WS-KIT-CODE " "
                   ITEM-NAME
               MOVE ZEROES TO WS-LISTED-COUNT
               MOVE ZEROES TO WS-KIT-COST
               MOVE 'N' TO WS-BOM-ENDOF
               MOVE WS-KIT-CODE TO BOM-KIT-CODE
               MOVE ZEROES TO BOM-COMP-CODE
               START BOM-FILE KEY >= BOM-KEY
                   INVALID KEY MOVE 'Y' TO WS-BOM-ENDOF
               END-START
               PERFORM UNTIL WS-BOM-ENDOF = 'Y'
                   READ BOM-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-BOM-ENDOF
                       NOT AT END
                           IF BOM-KIT-CODE NOT = WS-KIT-CODE
                               MOVE 'Y' TO WS-BOM-ENDOF
                           ELSE
                               PERFORM 450-LIST-ONE-COMPONENT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LISTED-COUNT = 0
                   DISPLAY "  NO COMPONENTS - NOT A KIT."
               ELSE
                   MOVE WS-KIT-COST TO WS-KIT-COST-EDIT
                   DISPLAY "COMPONENTS: " WS-LISTED-COUNT
                       "   ROLLED-UP COST PER KIT: " WS-KIT-COST-EDIT
               END-IF
           END-IF.

       450-LIST-ONE-COMPONENT.
           MOVE BOM-COMP-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY
                   MOVE "** NOT ON ITEM-FILE" TO WS-BL-COMP-NAME
                   MOVE ZEROES TO ITEM-COST
               NOT INVALID KEY
                   MOVE ITEM-NAME TO WS-BL-COMP-NAME
           END-READ
           COMPUTE WS-LINE-COST = BOM-COMP-QTY * ITEM-COST
           ADD WS-LINE-COST TO WS-KIT-COST
           MOVE BOM-COMP-CODE TO WS-BL-COMP-CODE
           MOVE BOM-COMP-QTY TO WS-BL-QTY
           MOVE ITEM-COST TO WS-BL-COST
           MOVE WS-LINE-COST TO WS-BL-LINE-COST
           DISPLAY WS-BOM-LINE
           ADD 1 TO WS-LISTED-COUNT.
