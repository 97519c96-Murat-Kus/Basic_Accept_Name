       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSEMBLE-KITS.
      *********************************
      *AUTHOR. MURAT KUS.
      *DATE-WRITTEN. 15/10/2026.
      *PURPOSE. Posts kit assembly and disassembly orders from
      *         ASSEMBLY-FILE, replacing the pair of hand-keyed
      *         adjustments that used to make a kit up. Each order
      *         names the kit, the location it is made up at and
      *         how many kits; the components and quantities come
      *         from the kit's bill of materials.
      *         An assembly is only posted when every component is
      *         available at the location in the quantity needed -
      *         stock already claimed by open customer order lines
      *         and lots past their expiry date do not count. The
      *         components are then issued from their lots, soonest
      *         expiry first, and the kits received into the lot
      *         named on the order. The kit's ITEM-COST is rolled
      *         up from the components' costs: the cost of one kit
      *         is the sum of each component's quantity times its
      *         ITEM-COST, averaged into the cost of the kits
      *         already held the same way a costed receipt is. A
      *         new kit lot takes the expiry on the order, or
      *         failing that the soonest expiry among the component
      *         lots used.
      *         A disassembly reverses it: the kits come out of the
      *         lot named and the components go back into undated
      *         stock at the location at their own cost. The kit's
      *         cost is left as it is.
      *         An order posts whole or not at all. Every component
      *         and kit movement is written to the audit trail and
      *         to the permanent movement ledger as type K, minus
      *         for stock going out and plus for stock coming in,
      *         under the order's reference, so each stock card
      *         shows the assembly that used or made the stock.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ASSEMBLY-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Kit-Assembly\asmorders.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

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

           SELECT AUDIT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Write-to-a-file\itemaudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT MOVE-LEDGER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Post-Movements\moveledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ML-KEY
           FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT LOCATION-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Location-Master\locmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS WH-CODE
           FILE STATUS IS WS-LOCMAST-FILE-STATUS.

           SELECT CUST-ORDER-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Customer-Orders\custorder.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CO-KEY
           FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT ASSEMBLY-REJECT-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\Kit-Assembly\asmrej.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT INUSE-FILE ASSIGN TO
           "C:\Coding etc\Github Cobol\In-Use-Register\inuse.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IU-PROGRAM
           FILE STATUS IS WS-INUSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *>One order per record: assemble (A) or disassemble (D) so
      *>many of the kit at the location. The kit lot is blank for
      *>undated stock; its expiry is only needed for a new lot.
       FD  ASSEMBLY-FILE.
       01  ASSEMBLY-RECORD.
        02 AO-TYPE PIC X(1) VALUE SPACES.
           88 AO-ASSEMBLE VALUE 'A'.
           88 AO-DISASSEMBLE VALUE 'D'.
        02 AO-KIT-CODE PIC 9(5) VALUE ZEROES.
        02 AO-LOC PIC X(3) VALUE SPACES.
        02 AO-QTY PIC 9(5) VALUE ZEROES.
        02 AO-DATE PIC 9(8) VALUE ZEROES.
        02 AO-REF PIC X(10) VALUE SPACES.
        02 AO-KIT-LOT PIC X(10) VALUE SPACES.
        02 AO-KIT-EXPIRY PIC 9(8) VALUE ZEROES.

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

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
        02 WH-CODE PIC X(3) VALUE SPACES.
        02 WH-NAME PIC X(20) VALUE SPACES.

      *>Customer order lines; allocated and picked lines claim
      *>stock at their location and lot until the issue posts.
       FD  CUST-ORDER-FILE.
       01  CUST-ORDER-RECORD.
        02 CO-KEY.
         03 CO-ORDER-NUMBER PIC 9(6) VALUE ZEROES.
         03 CO-LINE PIC 9(3) VALUE ZEROES.
        02 CO-CUST-NAME PIC X(20) VALUE SPACES.
        02 CO-ITEM-CODE PIC 9(5) VALUE ZEROES.
        02 CO-ITEM-NAME PIC X(20) VALUE SPACES.
        02 CO-ORDER-QTY PIC 9(5) VALUE ZEROES.
        02 CO-ALLOC-QTY PIC 9(5) VALUE ZEROES.
        02 CO-LOC PIC X(3) VALUE SPACES.
        02 CO-ORDER-DATE PIC 9(8) VALUE ZEROES.
        02 CO-STATUS PIC X(1) VALUE 'B'.
           88 CO-ALLOCATED VALUE 'A'.
           88 CO-BACKORDER VALUE 'B'.
           88 CO-PICKED VALUE 'P'.
           88 CO-COMPLETE VALUE 'C'.
           88 CO-HELD VALUE 'H'.
        02 CO-CUST-CODE PIC X(6) VALUE SPACES.
        02 CO-RETURNED-QTY PIC 9(5) VALUE ZEROES.
        02 CO-LOT PIC X(10) VALUE SPACES.

      *>Rejected orders, in ASSEMBLY-RECORD layout plus a reason
      *>code: FMT bad record, LOC location not on master, QTN
      *>quarantine location, ITM kit not on file, BOM kit has no
      *>bill of materials or more than 20 components, CMP
      *>component not on file, SHT component not available at the
      *>location, RNG roll-up out of range, NEG kit not held at
      *>the location, OVF location quantity overflow, LOT kit lot
      *>short of the quantity or expiry differs from the lot.
       FD  ASSEMBLY-REJECT-FILE.
       01  ASSEMBLY-REJECT-RECORD.
        02 AR-ASSEMBLY-DATA PIC X(50) VALUE SPACES.
        02 FILLER PIC X(1) VALUE SPACES.
        02 AR-REASON PIC X(3) VALUE SPACES.

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

       WORKING-STORAGE SECTION.

       01  WS-INUSE-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-INUSE-ACTIVE PIC A(1) VALUE 'N'.
       01  WS-INUSE-BLOCKED PIC A(1) VALUE 'N'.
       01  WS-INUSE-ENDOF PIC A(1) VALUE 'N'.
       01  WS-INUSE-PROGRAM PIC X(20) VALUE "ASSEMBLE-KITS".
       01  WS-INUSE-USER PIC X(20) VALUE SPACES.

       01  WS-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-BOM-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOC-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOT-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LEDGER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-LOCMAST-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ORDER-FILE-STATUS PIC X(2) VALUE ZEROES.
       01  WS-ORDER-AVAILABLE PIC A(1) VALUE 'N'.
       01  WS-ASSEMBLY-ENDOF PIC A(1) VALUE 'N'.
       01  WS-BOM-ENDOF PIC A(1) VALUE 'N'.
       01  WS-LOT-ENDOF PIC A(1) VALUE 'N'.
       01  WS-ORDER-ENDOF PIC A(1) VALUE 'N'.
       01  WS-ITEM-FOUND PIC A(1) VALUE 'N'.
       01  WS-LOC-FOUND PIC A(1) VALUE 'N'.
       01  WS-LOT-FOUND PIC A(1) VALUE 'N'.
       01  WS-LOC-ON-MASTER PIC A(1) VALUE 'N'.
       01  WS-LEDGER-WRITTEN PIC A(1) VALUE 'N'.
       01  WS-AUDIT-USER-ID PIC X(20) VALUE SPACES.
       01  WS-TODAY PIC 9(8) VALUE ZEROES.
       01  WS-LOC-NAME PIC X(20) VALUE SPACES.
       01  WS-REJECT-REASON PIC X(3) VALUE SPACES.

       01  WS-POSTED-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-REJECTED-COUNT PIC 9(5) VALUE ZEROES.
       01  WS-KITS-ASSEMBLED PIC 9(7) VALUE ZEROES.
       01  WS-KITS-DISASSEMBLED PIC 9(7) VALUE ZEROES.

      *>Kits are never made up from or broken down into returned
      *>goods waiting for disposition. Change here to retune.
       01  WS-QUARANTINE-LOC PIC X(3) VALUE 'QTN'.

      *>The kit on the order, as read before anything is posted.
       01  WS-KIT-OLD-QTY PIC 9(5) VALUE ZEROES.
       01  WS-KIT-NEW-QTY PIC S9(7) VALUE ZEROES.
       01  WS-KIT-OLD-LOC-QTY PIC 9(5) VALUE ZEROES.
       01  WS-KIT-NEW-LOC-QTY PIC S9(7) VALUE ZEROES.
       01  WS-KIT-LOC-FOUND PIC A(1) VALUE 'N'.
       01  WS-KIT-OLD-LOT-QTY PIC 9(5) VALUE ZEROES.
       01  WS-KIT-NEW-LOT-QTY PIC S9(7) VALUE ZEROES.
       01  WS-KIT-LOT-FOUND PIC A(1) VALUE 'N'.
       01  WS-KIT-LOT-EXPIRY PIC 9(8) VALUE ZEROES.
       01  WS-BUILD-COST PIC 9(7)V99 VALUE ZEROES.
       01  WS-SOONEST-EXPIRY PIC 9(8) VALUE ZEROES.

      *>The kit's bill of materials, with each component's cost,
      *>roll-up and location quantities read for the order. Change
      *>the limit here and on the table to retune.
       01  WS-COMP-MAX PIC 9(2) VALUE 20.
       01  WS-COMP-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-COMP-SUB PIC 9(2) VALUE ZEROES.
       01  WS-BOM-OVERFLOW PIC A(1) VALUE 'N'.
       01  WS-COMP-TABLE.
        02 WS-COMP-ENTRY OCCURS 20.
         03 WS-CP-CODE PIC 9(5).
         03 WS-CP-PER PIC 9(3).
         03 WS-CP-NEED PIC 9(8).
         03 WS-CP-COST PIC 9(5)V99.
         03 WS-CP-OLD-QTY PIC 9(5).
         03 WS-CP-NEW-QTY PIC S9(9).
         03 WS-CP-OLD-LOC-QTY PIC 9(5).
         03 WS-CP-NEW-LOC-QTY PIC S9(9).
         03 WS-CP-LOC-FOUND PIC A(1).

      *>Lots picked for the components of an assembly, soonest
      *>expiry first.
       01  WS-PICK-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-PICK-SUB PIC 9(2) VALUE ZEROES.
       01  WS-PICK-TABLE.
        02 WS-PICK-ENTRY OCCURS 50.
         03 WS-PK-COMP PIC 9(2).
         03 WS-PK-LOT PIC X(10).
         03 WS-PK-QTY PIC 9(5).

      *>The lots one component holds at the location, less what
      *>open order lines already claim from each.
       01  WS-CAND-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-CAND-SUB PIC 9(2) VALUE ZEROES.
       01  WS-CAND-BEST PIC 9(2) VALUE ZEROES.
       01  WS-CAND-TABLE.
        02 WS-CAND-ENTRY OCCURS 20.
         03 WS-CD-LOT PIC X(10).
         03 WS-CD-EXPIRY PIC 9(8).
         03 WS-CD-AVAIL PIC S9(6).
       01  WS-CLAIM-COUNT PIC 9(2) VALUE ZEROES.
       01  WS-CLAIM-SUB PIC 9(2) VALUE ZEROES.
       01  WS-CLAIM-OVERFLOW PIC A(1) VALUE 'N'.
       01  WS-CLAIM-TABLE.
        02 WS-CLAIM-ENTRY OCCURS 20.
         03 WS-CL-LOT PIC X(10).
         03 WS-CL-QTY PIC 9(6).
       01  WS-STILL-NEEDED PIC 9(8) VALUE ZEROES.
       01  WS-TAKE-QTY PIC 9(5) VALUE ZEROES.
       01  WS-LOT-RANK PIC 9(8) VALUE ZEROES.
       01  WS-BEST-RANK PIC 9(8) VALUE ZEROES.

      *>The movement being recorded on the audit trail and ledger.
       01  WS-POST-ITEM PIC 9(5) VALUE ZEROES.
       01  WS-POST-SIGN PIC X(1) VALUE SPACES.
       01  WS-POST-QTY PIC 9(5) VALUE ZEROES.
       01  WS-POST-OLD-QTY PIC 9(5) VALUE ZEROES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 910-REGISTER-IN-USE
           IF WS-INUSE-BLOCKED = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ASSEMBLY-FILE
           OPEN I-O ITEM-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY "ITEM-FILE OPEN FAILED - STATUS " WS-FILE-STATUS
               DISPLAY "NO ASSEMBLIES POSTED."
               CLOSE ASSEMBLY-FILE
               PERFORM 930-CLEAR-IN-USE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BOM-FILE
           IF WS-BOM-FILE-STATUS NOT = '00'
               DISPLAY "BILL OF MATERIALS UNAVAILABLE - STATUS "
                   WS-BOM-FILE-STATUS
               DISPLAY "Set the kits up with the kit bill of "
                   "materials app first. NO ASSEMBLIES POSTED."
               CLOSE ASSEMBLY-FILE
               CLOSE ITEM-FILE
               PERFORM 930-CLEAR-IN-USE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOCATION-FILE
           IF WS-LOCMAST-FILE-STATUS NOT = '00'
               DISPLAY "LOCATION MASTER UNAVAILABLE - STATUS "
                   WS-LOCMAST-FILE-STATUS
               DISPLAY "Set the locations up with the location "
                   "maintenance app first. NO ASSEMBLIES POSTED."
               CLOSE ASSEMBLY-FILE
               CLOSE ITEM-FILE
               CLOSE BOM-FILE
               PERFORM 930-CLEAR-IN-USE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LOC-STOCK-FILE
           IF WS-LOC-FILE-STATUS = '35'
               OPEN OUTPUT LOC-STOCK-FILE
               CLOSE LOC-STOCK-FILE
               OPEN I-O LOC-STOCK-FILE
           END-IF
           OPEN I-O LOT-STOCK-FILE
           IF WS-LOT-FILE-STATUS = '35'
               OPEN OUTPUT LOT-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               OPEN I-O LOT-STOCK-FILE
           END-IF
           OPEN INPUT CUST-ORDER-FILE
           IF WS-ORDER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ORDER-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ORDER-AVAILABLE
           END-IF
           OPEN EXTEND AUDIT-FILE
           OPEN EXTEND ASSEMBLY-REJECT-FILE
           OPEN I-O MOVE-LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = '35'
               OPEN OUTPUT MOVE-LEDGER-FILE
               CLOSE MOVE-LEDGER-FILE
               OPEN I-O MOVE-LEDGER-FILE
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USER"
           IF WS-AUDIT-USER-ID = SPACES
               ACCEPT WS-AUDIT-USER-ID FROM ENVIRONMENT "USERNAME"
           END-IF

           DISPLAY "            KIT ASSEMBLY POSTING REGISTER"

           PERFORM UNTIL WS-ASSEMBLY-ENDOF = 'Y'
               READ ASSEMBLY-FILE
                   AT END MOVE 'Y' TO WS-ASSEMBLY-ENDOF
                   NOT AT END PERFORM 100-POST-ONE-ORDER
               END-READ
           END-PERFORM

           CLOSE ASSEMBLY-FILE
           CLOSE ITEM-FILE
           CLOSE BOM-FILE
           CLOSE LOCATION-FILE
           CLOSE LOC-STOCK-FILE
           CLOSE LOT-STOCK-FILE
           IF WS-ORDER-AVAILABLE = 'Y'
               CLOSE CUST-ORDER-FILE
           END-IF
           CLOSE AUDIT-FILE
           CLOSE ASSEMBLY-REJECT-FILE
           CLOSE MOVE-LEDGER-FILE
           PERFORM 930-CLEAR-IN-USE
           DISPLAY "ORDERS POSTED     : " WS-POSTED-COUNT
           DISPLAY "ORDERS REJECTED   : " WS-REJECTED-COUNT
           DISPLAY "KITS ASSEMBLED    : " WS-KITS-ASSEMBLED
           DISPLAY "KITS DISASSEMBLED : " WS-KITS-DISASSEMBLED.
           STOP RUN.

      *>Every check is made before anything is written, so an
      *>order either posts in full or goes to the reject file
      *>untouched.
       100-POST-ONE-ORDER.
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT AO-ASSEMBLE AND NOT AO-DISASSEMBLE
               MOVE 'FMT' TO WS-REJECT-REASON
           END-IF
           IF AO-KIT-CODE NOT NUMERIC OR AO-QTY NOT NUMERIC
              OR AO-LOC = SPACES OR AO-REF = SPACES
              OR AO-DATE NOT NUMERIC
               MOVE 'FMT' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF AO-QTY = 0
                   MOVE 'FMT' TO WS-REJECT-REASON
               END-IF
               IF AO-KIT-EXPIRY NOT NUMERIC
                   MOVE ZEROES TO AO-KIT-EXPIRY
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY "REJECTED - BAD ASSEMBLY RECORD '" AO-TYPE
                   "' REF " AO-REF
           ELSE
               PERFORM 050-CHECK-LOCATION
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 150-CHECK-KIT
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 200-LOAD-BILL
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF AO-ASSEMBLE
                   PERFORM 300-CHECK-COMPONENTS-OUT
               ELSE
                   PERFORM 400-CHECK-COMPONENTS-IN
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 450-CHECK-KIT-LOT
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 070-WRITE-ASSEMBLY-REJECT
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF AO-ASSEMBLE
                   PERFORM 500-POST-ASSEMBLY
               ELSE
                   PERFORM 600-POST-DISASSEMBLY
               END-IF
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

      *>The location must be on the warehouse location master and
      *>may not be quarantine; the name read here goes on the
      *>posting register in place of the bare code.
       050-CHECK-LOCATION.
           MOVE AO-LOC TO WH-CODE
           READ LOCATION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LOC-ON-MASTER
                   MOVE SPACES TO WS-LOC-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOC-ON-MASTER
                   MOVE WH-NAME TO WS-LOC-NAME
           END-READ
           IF WS-LOC-ON-MASTER = 'N'
               DISPLAY "REJECTED - LOCATION " AO-LOC
                   " NOT ON MASTER: " AO-KIT-CODE " REF " AO-REF
               MOVE 'LOC' TO WS-REJECT-REASON
           ELSE
               IF AO-LOC = WS-QUARANTINE-LOC
                   DISPLAY "REJECTED - NO ASSEMBLY IN QUARANTINE: "
                       AO-KIT-CODE " REF " AO-REF
                   MOVE 'QTN' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *>The rejected record goes to the reject file exactly as it
      *>was read, with the reason code on the end, so it can be
      *>put right and fed back into the next posting run.
       070-WRITE-ASSEMBLY-REJECT.
           MOVE ASSEMBLY-RECORD TO AR-ASSEMBLY-DATA
           MOVE WS-REJECT-REASON TO AR-REASON
           WRITE ASSEMBLY-REJECT-RECORD
           END-WRITE.

      *>The kit must be on file and its roll-up must be able to
      *>take the kits coming in, or hold the kits going out.
       150-CHECK-KIT.
           MOVE AO-KIT-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           IF WS-ITEM-FOUND = 'N'
               DISPLAY "REJECTED - KIT NOT ON FILE: " AO-KIT-CODE
                   " REF " AO-REF
               MOVE 'ITM' TO WS-REJECT-REASON
           ELSE
               MOVE ITEM-QTY TO WS-KIT-OLD-QTY
               IF AO-ASSEMBLE
                   COMPUTE WS-KIT-NEW-QTY = WS-KIT-OLD-QTY + AO-QTY
               ELSE
                   COMPUTE WS-KIT-NEW-QTY = WS-KIT-OLD-QTY - AO-QTY
               END-IF
               IF WS-KIT-NEW-QTY < 0 OR WS-KIT-NEW-QTY > 99999
                   DISPLAY "REJECTED - KIT QTY OUT OF RANGE: "
                       AO-KIT-CODE " REF " AO-REF
                       " ON HAND " WS-KIT-OLD-QTY
                       " ORDER " AO-TYPE " " AO-QTY
                   MOVE 'RNG' TO WS-REJECT-REASON
               END-IF
           END-IF.

      *>Reads the kit's bill into the component table and works
      *>out the quantity of each the order needs and what one kit
      *>costs at today's component costs.
       200-LOAD-BILL.
           MOVE ZEROES TO WS-COMP-COUNT
           MOVE ZEROES TO WS-BUILD-COST
           MOVE 'N' TO WS-BOM-OVERFLOW
           MOVE 'N' TO WS-BOM-ENDOF
           MOVE AO-KIT-CODE TO BOM-KIT-CODE
           MOVE ZEROES TO BOM-COMP-CODE
           START BOM-FILE KEY >= BOM-KEY
               INVALID KEY MOVE 'Y' TO WS-BOM-ENDOF
           END-START
           PERFORM UNTIL WS-BOM-ENDOF = 'Y'
               READ BOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BOM-ENDOF
                   NOT AT END
                       IF BOM-KIT-CODE NOT = AO-KIT-CODE
                           MOVE 'Y' TO WS-BOM-ENDOF
                       ELSE
                           IF WS-COMP-COUNT < WS-COMP-MAX
                               ADD 1 TO WS-COMP-COUNT
                               MOVE BOM-COMP-CODE
                                   TO WS-CP-CODE (WS-COMP-COUNT)
                               MOVE BOM-COMP-QTY
                                   TO WS-CP-PER (WS-COMP-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-BOM-OVERFLOW
                               MOVE 'Y' TO WS-BOM-ENDOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-COMP-COUNT = 0
                   DISPLAY "REJECTED - NO BILL OF MATERIALS FOR KIT "
                       AO-KIT-CODE " REF " AO-REF
                   MOVE 'BOM' TO WS-REJECT-REASON
               WHEN WS-BOM-OVERFLOW = 'Y'
                   DISPLAY "REJECTED - KIT " AO-KIT-CODE
                       " HAS MORE THAN 20 COMPONENTS REF " AO-REF
                   MOVE 'BOM' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                       UNTIL WS-COMP-SUB > WS-COMP-COUNT
                       OR WS-REJECT-REASON NOT = SPACES
                       PERFORM 250-READ-ONE-COMPONENT
                   END-PERFORM
           END-EVALUATE.

       250-READ-ONE-COMPONENT.
           COMPUTE WS-CP-NEED (WS-COMP-SUB) =
               AO-QTY * WS-CP-PER (WS-COMP-SUB)
           MOVE WS-CP-CODE (WS-COMP-SUB) TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY MOVE 'N' TO WS-ITEM-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           IF WS-ITEM-FOUND = 'N'
               DISPLAY "REJECTED - COMPONENT "
                   WS-CP-CODE (WS-COMP-SUB) " NOT ON FILE: KIT "
                   AO-KIT-CODE " REF " AO-REF
               MOVE 'CMP' TO WS-REJECT-REASON
           ELSE
               IF ITEM-COST NOT NUMERIC
                   MOVE ZEROES TO ITEM-COST
               END-IF
               MOVE ITEM-COST TO WS-CP-COST (WS-COMP-SUB)
               MOVE ITEM-QTY TO WS-CP-OLD-QTY (WS-COMP-SUB)
               COMPUTE WS-BUILD-COST = WS-BUILD-COST +
                   WS-CP-PER (WS-COMP-SUB) * ITEM-COST
               MOVE WS-CP-CODE (WS-COMP-SUB) TO LOC-ITEM-CODE
               MOVE AO-LOC TO LOC-WH-CODE
               READ LOC-STOCK-FILE
                   INVALID KEY MOVE 'N' TO WS-LOC-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-LOC-FOUND
               END-READ
               MOVE WS-LOC-FOUND TO WS-CP-LOC-FOUND (WS-COMP-SUB)
               IF WS-LOC-FOUND = 'Y'
                   MOVE LOC-QTY TO WS-CP-OLD-LOC-QTY (WS-COMP-SUB)
               ELSE
                   MOVE ZEROES TO WS-CP-OLD-LOC-QTY (WS-COMP-SUB)
               END-IF
           END-IF.

      *>For an assembly every component must be available at the
      *>location: the roll-up and the location must hold the
      *>quantity, and unexpired lots not claimed by open order
      *>lines must cover it. The lots are picked here, soonest
      *>expiry first, undated stock last.
       300-CHECK-COMPONENTS-OUT.
           MOVE ZEROES TO WS-PICK-COUNT
           MOVE ZEROES TO WS-SOONEST-EXPIRY
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > WS-COMP-COUNT
               OR WS-REJECT-REASON NOT = SPACES
               COMPUTE WS-CP-NEW-QTY (WS-COMP-SUB) =
                   WS-CP-OLD-QTY (WS-COMP-SUB) -
                   WS-CP-NEED (WS-COMP-SUB)
               COMPUTE WS-CP-NEW-LOC-QTY (WS-COMP-SUB) =
                   WS-CP-OLD-LOC-QTY (WS-COMP-SUB) -
                   WS-CP-NEED (WS-COMP-SUB)
               IF WS-CP-NEW-QTY (WS-COMP-SUB) < 0 OR
                  WS-CP-NEW-LOC-QTY (WS-COMP-SUB) < 0
                   DISPLAY "REJECTED - COMPONENT "
                       WS-CP-CODE (WS-COMP-SUB) " SHORT AT "
                       AO-LOC ": NEED " WS-CP-NEED (WS-COMP-SUB)
                       " AT LOCATION "
                       WS-CP-OLD-LOC-QTY (WS-COMP-SUB)
                       " REF " AO-REF
                   MOVE 'SHT' TO WS-REJECT-REASON
               ELSE
                   PERFORM 320-PICK-COMPONENT-LOTS
               END-IF
           END-PERFORM.

       320-PICK-COMPONENT-LOTS.
           PERFORM 340-SUM-OPEN-CLAIMS
           MOVE ZEROES TO WS-CAND-COUNT
           MOVE 'N' TO WS-LOT-ENDOF
           MOVE WS-CP-CODE (WS-COMP-SUB) TO LOT-ITEM-CODE
           MOVE AO-LOC TO LOT-WH-CODE
           MOVE SPACES TO LOT-NUMBER
           START LOT-STOCK-FILE KEY >= LOT-KEY
               INVALID KEY MOVE 'Y' TO WS-LOT-ENDOF
           END-START
           PERFORM UNTIL WS-LOT-ENDOF = 'Y'
               READ LOT-STOCK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOT-ENDOF
                   NOT AT END
                       IF LOT-ITEM-CODE NOT = WS-CP-CODE (WS-COMP-SUB)
                          OR LOT-WH-CODE NOT = AO-LOC
                           MOVE 'Y' TO WS-LOT-ENDOF
                       ELSE
                           PERFORM 330-KEEP-CANDIDATE-LOT
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-CP-NEED (WS-COMP-SUB) TO WS-STILL-NEEDED
           MOVE 1 TO WS-CAND-BEST
           PERFORM UNTIL WS-STILL-NEEDED = 0 OR WS-CAND-BEST = 0
               PERFORM 360-TAKE-SOONEST-LOT
           END-PERFORM
           IF WS-CLAIM-OVERFLOW = 'Y' OR WS-STILL-NEEDED > 0
               DISPLAY "REJECTED - COMPONENT "
                   WS-CP-CODE (WS-COMP-SUB) " NOT AVAILABLE AT "
                   AO-LOC ": NEED " WS-CP-NEED (WS-COMP-SUB)
                   " SHORT " WS-STILL-NEEDED " AFTER ORDER CLAIMS "
                   "AND EXPIRED LOTS REF " AO-REF
               MOVE 'SHT' TO WS-REJECT-REASON
           END-IF.

      *>An expired lot cannot go into a kit; what open order
      *>lines claim from a lot is not available either.
       330-KEEP-CANDIDATE-LOT.
           IF (LOT-EXPIRY-DATE = 0 OR LOT-EXPIRY-DATE >= WS-TODAY)
              AND LOT-QTY > 0
              AND WS-CAND-COUNT < 20
               ADD 1 TO WS-CAND-COUNT
               MOVE LOT-NUMBER TO WS-CD-LOT (WS-CAND-COUNT)
               MOVE LOT-EXPIRY-DATE TO WS-CD-EXPIRY (WS-CAND-COUNT)
               MOVE LOT-QTY TO WS-CD-AVAIL (WS-CAND-COUNT)
               PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
                   UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
                   IF WS-CL-LOT (WS-CLAIM-SUB) = LOT-NUMBER
                       SUBTRACT WS-CL-QTY (WS-CLAIM-SUB)
                           FROM WS-CD-AVAIL (WS-CAND-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

      *>One pass over the order file totting up what open lines
      *>claim against this component at the location, by lot.
       340-SUM-OPEN-CLAIMS.
           MOVE ZEROES TO WS-CLAIM-COUNT
           MOVE 'N' TO WS-CLAIM-OVERFLOW
           IF WS-ORDER-AVAILABLE = 'Y'
               MOVE ZEROES TO CO-ORDER-NUMBER
               MOVE ZEROES TO CO-LINE
               MOVE 'N' TO WS-ORDER-ENDOF
               START CUST-ORDER-FILE KEY >= CO-KEY
                   INVALID KEY MOVE 'Y' TO WS-ORDER-ENDOF
               END-START
               PERFORM UNTIL WS-ORDER-ENDOF = 'Y'
                   READ CUST-ORDER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-ORDER-ENDOF
                       NOT AT END
                           IF CO-ITEM-CODE = WS-CP-CODE (WS-COMP-SUB)
                              AND CO-LOC = AO-LOC
                              AND (CO-ALLOCATED OR CO-PICKED)
                               PERFORM 350-ADD-ONE-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       350-ADD-ONE-CLAIM.
           PERFORM VARYING WS-CLAIM-SUB FROM 1 BY 1
               UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
               OR WS-CL-LOT (WS-CLAIM-SUB) = CO-LOT
               CONTINUE
           END-PERFORM
           IF WS-CLAIM-SUB > WS-CLAIM-COUNT
               IF WS-CLAIM-COUNT < 20
                   ADD 1 TO WS-CLAIM-COUNT
                   MOVE CO-LOT TO WS-CL-LOT (WS-CLAIM-COUNT)
                   MOVE CO-ALLOC-QTY TO WS-CL-QTY (WS-CLAIM-COUNT)
               ELSE
      *>A claim that cannot be recorded would make its lot look
      *>free, so the component is treated as not available.
                   MOVE 'Y' TO WS-CLAIM-OVERFLOW
               END-IF
           ELSE
               ADD CO-ALLOC-QTY TO WS-CL-QTY (WS-CLAIM-SUB)
           END-IF.

      *>Takes what is needed, or all it has, from the candidate
      *>lot with the soonest expiry still holding stock; sets
      *>WS-CAND-BEST to zero when none is left.
       360-TAKE-SOONEST-LOT.
           MOVE ZEROES TO WS-CAND-BEST
           MOVE 99999999 TO WS-BEST-RANK
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
               UNTIL WS-CAND-SUB > WS-CAND-COUNT
               IF WS-CD-EXPIRY (WS-CAND-SUB) = 0
                   MOVE 99999999 TO WS-LOT-RANK
               ELSE
                   MOVE WS-CD-EXPIRY (WS-CAND-SUB) TO WS-LOT-RANK
               END-IF
               IF WS-CD-AVAIL (WS-CAND-SUB) > 0 AND
                  (WS-CAND-BEST = 0 OR WS-LOT-RANK < WS-BEST-RANK)
                   MOVE WS-CAND-SUB TO WS-CAND-BEST
                   MOVE WS-LOT-RANK TO WS-BEST-RANK
               END-IF
           END-PERFORM
           IF WS-CAND-BEST > 0
               IF WS-PICK-COUNT >= 50
      *>No room to record another lot: leave the rest short.
                   MOVE ZEROES TO WS-CAND-BEST
               ELSE
                   IF WS-CD-AVAIL (WS-CAND-BEST) > WS-STILL-NEEDED
                       MOVE WS-STILL-NEEDED TO WS-TAKE-QTY
                   ELSE
                       MOVE WS-CD-AVAIL (WS-CAND-BEST) TO WS-TAKE-QTY
                   END-IF
                   ADD 1 TO WS-PICK-COUNT
                   MOVE WS-COMP-SUB TO WS-PK-COMP (WS-PICK-COUNT)
                   MOVE WS-CD-LOT (WS-CAND-BEST)
                       TO WS-PK-LOT (WS-PICK-COUNT)
                   MOVE WS-TAKE-QTY TO WS-PK-QTY (WS-PICK-COUNT)
                   SUBTRACT WS-TAKE-QTY FROM WS-STILL-NEEDED
                   SUBTRACT WS-TAKE-QTY FROM WS-CD-AVAIL (WS-CAND-BEST)
                   IF WS-CD-EXPIRY (WS-CAND-BEST) > 0 AND
                      (WS-SOONEST-EXPIRY = 0 OR
                       WS-CD-EXPIRY (WS-CAND-BEST) < WS-SOONEST-EXPIRY)
                       MOVE WS-CD-EXPIRY (WS-CAND-BEST)
                           TO WS-SOONEST-EXPIRY
                   END-IF
               END-IF
           END-IF.

      *>For a disassembly the components come back in, so the
      *>roll-up and the location must be able to take them.
       400-CHECK-COMPONENTS-IN.
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > WS-COMP-COUNT
               OR WS-REJECT-REASON NOT = SPACES
               COMPUTE WS-CP-NEW-QTY (WS-COMP-SUB) =
                   WS-CP-OLD-QTY (WS-COMP-SUB) +
                   WS-CP-NEED (WS-COMP-SUB)
               COMPUTE WS-CP-NEW-LOC-QTY (WS-COMP-SUB) =
                   WS-CP-OLD-LOC-QTY (WS-COMP-SUB) +
                   WS-CP-NEED (WS-COMP-SUB)
               EVALUATE TRUE
                   WHEN WS-CP-NEW-QTY (WS-COMP-SUB) > 99999
                       DISPLAY "REJECTED - COMPONENT "
                           WS-CP-CODE (WS-COMP-SUB)
                           " QTY OUT OF RANGE REF " AO-REF
                       MOVE 'RNG' TO WS-REJECT-REASON
                   WHEN WS-CP-NEW-LOC-QTY (WS-COMP-SUB) > 99999
                       DISPLAY "REJECTED - COMPONENT "
                           WS-CP-CODE (WS-COMP-SUB)
                           " WOULD OVERFLOW " AO-LOC " REF " AO-REF
                       MOVE 'OVF' TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *>The kit at the location and in the lot named: kits coming
      *>in must fit and keep the lot's expiry, kits going out must
      *>be there.
       450-CHECK-KIT-LOT.
           MOVE AO-KIT-CODE TO LOC-ITEM-CODE
           MOVE AO-LOC TO LOC-WH-CODE
           READ LOC-STOCK-FILE
               INVALID KEY MOVE 'N' TO WS-KIT-LOC-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-KIT-LOC-FOUND
           END-READ
           IF WS-KIT-LOC-FOUND = 'Y'
               MOVE LOC-QTY TO WS-KIT-OLD-LOC-QTY
           ELSE
               MOVE ZEROES TO WS-KIT-OLD-LOC-QTY
           END-IF
           MOVE AO-KIT-CODE TO LOT-ITEM-CODE
           MOVE AO-LOC TO LOT-WH-CODE
           MOVE AO-KIT-LOT TO LOT-NUMBER
           READ LOT-STOCK-FILE
               INVALID KEY MOVE 'N' TO WS-KIT-LOT-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-KIT-LOT-FOUND
           END-READ
           IF WS-KIT-LOT-FOUND = 'Y'
               MOVE LOT-QTY TO WS-KIT-OLD-LOT-QTY
               MOVE LOT-EXPIRY-DATE TO WS-KIT-LOT-EXPIRY
           ELSE
               MOVE ZEROES TO WS-KIT-OLD-LOT-QTY
               EVALUATE TRUE
                   WHEN AO-KIT-EXPIRY > 0
                       MOVE AO-KIT-EXPIRY TO WS-KIT-LOT-EXPIRY
                   WHEN AO-KIT-LOT = SPACES
                       MOVE ZEROES TO WS-KIT-LOT-EXPIRY
                   WHEN OTHER
                       MOVE WS-SOONEST-EXPIRY TO WS-KIT-LOT-EXPIRY
               END-EVALUATE
           END-IF
           IF AO-ASSEMBLE
               COMPUTE WS-KIT-NEW-LOC-QTY = WS-KIT-OLD-LOC-QTY + AO-QTY
               COMPUTE WS-KIT-NEW-LOT-QTY = WS-KIT-OLD-LOT-QTY + AO-QTY
               EVALUATE TRUE
                   WHEN WS-KIT-NEW-LOC-QTY > 99999
                       DISPLAY "REJECTED - KIT WOULD OVERFLOW " AO-LOC
                           ": " AO-KIT-CODE " REF " AO-REF
                       MOVE 'OVF' TO WS-REJECT-REASON
                   WHEN WS-KIT-LOT-FOUND = 'Y' AND AO-KIT-EXPIRY > 0
                        AND AO-KIT-EXPIRY NOT = WS-KIT-LOT-EXPIRY
                       DISPLAY "REJECTED - EXPIRY " AO-KIT-EXPIRY
                           " DIFFERS FROM LOT '" AO-KIT-LOT "' "
                           WS-KIT-LOT-EXPIRY ": " AO-KIT-CODE
                           " REF " AO-REF
                       MOVE 'LOT' TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               COMPUTE WS-KIT-NEW-LOC-QTY = WS-KIT-OLD-LOC-QTY - AO-QTY
               COMPUTE WS-KIT-NEW-LOT-QTY = WS-KIT-OLD-LOT-QTY - AO-QTY
               EVALUATE TRUE
                   WHEN WS-KIT-NEW-LOC-QTY < 0
                       DISPLAY "REJECTED - WOULD DRIVE LOCATION "
                           AO-LOC " NEGATIVE: " AO-KIT-CODE
                           " REF " AO-REF
                           " AT LOCATION " WS-KIT-OLD-LOC-QTY
                       MOVE 'NEG' TO WS-REJECT-REASON
                   WHEN WS-KIT-NEW-LOT-QTY < 0
                       DISPLAY "REJECTED - LOT '" AO-KIT-LOT "' HOLDS "
                           WS-KIT-OLD-LOT-QTY " AT " AO-LOC ": "
                           AO-KIT-CODE " REF " AO-REF
                       MOVE 'LOT' TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *>Components out of their picked lots, then the kits in,
      *>costed from the components at the costs read for the
      *>order.
       500-POST-ASSEMBLY.
           MOVE '-' TO WS-POST-SIGN
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > WS-COMP-COUNT
               PERFORM 700-POST-COMPONENT
           END-PERFORM
           PERFORM VARYING WS-PICK-SUB FROM 1 BY 1
               UNTIL WS-PICK-SUB > WS-PICK-COUNT
               PERFORM 720-ISSUE-PICKED-LOT
           END-PERFORM
           MOVE '+' TO WS-POST-SIGN
           PERFORM 750-POST-KIT
           ADD AO-QTY TO WS-KITS-ASSEMBLED
           DISPLAY "POSTED ASSEMBLY " AO-KIT-CODE " AT " AO-LOC
               " " WS-LOC-NAME " KITS " AO-QTY " LOT " AO-KIT-LOT
               " REF " AO-REF " NEW ON HAND " ITEM-QTY
               " COST " ITEM-COST.

      *>Kits out of the lot named, then the components back into
      *>undated stock at the location.
       600-POST-DISASSEMBLY.
           MOVE '-' TO WS-POST-SIGN
           PERFORM 750-POST-KIT
           DISPLAY "POSTED DISASSEMBLY " AO-KIT-CODE " AT " AO-LOC
               " " WS-LOC-NAME " KITS " AO-QTY " LOT " AO-KIT-LOT
               " REF " AO-REF " NEW ON HAND " ITEM-QTY
           MOVE '+' TO WS-POST-SIGN
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
               UNTIL WS-COMP-SUB > WS-COMP-COUNT
               PERFORM 700-POST-COMPONENT
               PERFORM 730-RETURN-TO-UNDATED-LOT
           END-PERFORM
           ADD AO-QTY TO WS-KITS-DISASSEMBLED.

      *>The component's roll-up and location quantities were
      *>worked out when the order was checked.
       700-POST-COMPONENT.
           MOVE WS-CP-CODE (WS-COMP-SUB) TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY CONTINUE
           END-READ
           MOVE WS-CP-NEW-QTY (WS-COMP-SUB) TO ITEM-QTY
           REWRITE STOCK-ITEMS
           END-REWRITE
           MOVE WS-CP-CODE (WS-COMP-SUB) TO LOC-ITEM-CODE
           MOVE AO-LOC TO LOC-WH-CODE
           MOVE WS-CP-NEW-LOC-QTY (WS-COMP-SUB) TO LOC-QTY
           IF WS-CP-LOC-FOUND (WS-COMP-SUB) = 'Y'
               REWRITE LOC-STOCK-REC
               END-REWRITE
           ELSE
               WRITE LOC-STOCK-REC
               END-WRITE
           END-IF
           MOVE WS-CP-CODE (WS-COMP-SUB) TO WS-POST-ITEM
           MOVE WS-CP-NEED (WS-COMP-SUB) TO WS-POST-QTY
           MOVE WS-CP-OLD-QTY (WS-COMP-SUB) TO WS-POST-OLD-QTY
           PERFORM 800-WRITE-ASSEMBLY-AUDIT
           PERFORM 850-WRITE-ASSEMBLY-LEDGER
           DISPLAY "  COMPONENT " WS-POST-SIGN " " WS-POST-ITEM
               " " ITEM-NAME " QTY " WS-POST-QTY
               " NEW ON HAND " ITEM-QTY.

      *>The lots were proved to hold the quantities when they
      *>were picked.
       720-ISSUE-PICKED-LOT.
           MOVE WS-PK-COMP (WS-PICK-SUB) TO WS-COMP-SUB
           MOVE WS-CP-CODE (WS-COMP-SUB) TO LOT-ITEM-CODE
           MOVE AO-LOC TO LOT-WH-CODE
           MOVE WS-PK-LOT (WS-PICK-SUB) TO LOT-NUMBER
           READ LOT-STOCK-FILE
               INVALID KEY CONTINUE
           END-READ
           SUBTRACT WS-PK-QTY (WS-PICK-SUB) FROM LOT-QTY
           REWRITE LOT-STOCK-REC
           END-REWRITE
           DISPLAY "    FROM LOT '" WS-PK-LOT (WS-PICK-SUB) "' "
               WS-CP-CODE (WS-COMP-SUB) " QTY " WS-PK-QTY (WS-PICK-SUB).

      *>The lot a component came from is not kept with the kit,
      *>so components back from a kit are undated stock.
       730-RETURN-TO-UNDATED-LOT.
           MOVE WS-CP-CODE (WS-COMP-SUB) TO LOT-ITEM-CODE
           MOVE AO-LOC TO LOT-WH-CODE
           MOVE SPACES TO LOT-NUMBER
           READ LOT-STOCK-FILE
               INVALID KEY MOVE 'N' TO WS-LOT-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-LOT-FOUND
           END-READ
           IF WS-LOT-FOUND = 'Y'
               ADD WS-CP-NEED (WS-COMP-SUB) TO LOT-QTY
               REWRITE LOT-STOCK-REC
               END-REWRITE
           ELSE
               MOVE ZEROES TO LOT-EXPIRY-DATE
               MOVE WS-CP-NEED (WS-COMP-SUB) TO LOT-QTY
               WRITE LOT-STOCK-REC
               END-WRITE
           END-IF.

      *>The kit's roll-up, location and lot. Kits coming in are
      *>averaged into the kit's cost like a costed receipt; a kit
      *>never costed before takes the rolled-up cost outright.
       750-POST-KIT.
           MOVE AO-KIT-CODE TO ITEM-CODE
           READ ITEM-FILE
               INVALID KEY CONTINUE
           END-READ
           IF AO-ASSEMBLE
               IF ITEM-COST NOT NUMERIC OR ITEM-COST = 0
                   MOVE WS-BUILD-COST TO ITEM-COST
               ELSE
                   COMPUTE ITEM-COST ROUNDED =
                       ((WS-KIT-OLD-QTY * ITEM-COST) +
                        (AO-QTY * WS-BUILD-COST)) / WS-KIT-NEW-QTY
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
               END-IF
           END-IF
           MOVE WS-KIT-NEW-QTY TO ITEM-QTY
           REWRITE STOCK-ITEMS
           END-REWRITE
           MOVE AO-KIT-CODE TO LOC-ITEM-CODE
           MOVE AO-LOC TO LOC-WH-CODE
           MOVE WS-KIT-NEW-LOC-QTY TO LOC-QTY
           IF WS-KIT-LOC-FOUND = 'Y'
               REWRITE LOC-STOCK-REC
               END-REWRITE
           ELSE
               WRITE LOC-STOCK-REC
               END-WRITE
           END-IF
           MOVE AO-KIT-CODE TO LOT-ITEM-CODE
           MOVE AO-LOC TO LOT-WH-CODE
           MOVE AO-KIT-LOT TO LOT-NUMBER
           MOVE WS-KIT-LOT-EXPIRY TO LOT-EXPIRY-DATE
           MOVE WS-KIT-NEW-LOT-QTY TO LOT-QTY
           IF WS-KIT-LOT-FOUND = 'Y'
               REWRITE LOT-STOCK-REC
               END-REWRITE
           ELSE
               WRITE LOT-STOCK-REC
               END-WRITE
           END-IF
           MOVE AO-KIT-CODE TO WS-POST-ITEM
           MOVE AO-QTY TO WS-POST-QTY
           MOVE WS-KIT-OLD-QTY TO WS-POST-OLD-QTY
           PERFORM 800-WRITE-ASSEMBLY-AUDIT
           PERFORM 850-WRITE-ASSEMBLY-LEDGER.

      *>ITEM-FILE holds the item just posted.
       800-WRITE-ASSEMBLY-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-USER-ID TO AUDIT-USER-ID
           IF AO-ASSEMBLE
               MOVE 'ASSMBL' TO AUDIT-ACTION
           ELSE
               MOVE 'DISASM' TO AUDIT-ACTION
           END-IF
           MOVE ITEM-CODE TO AUDIT-ITEM-CODE
           MOVE ITEM-NAME TO AUDIT-OLD-NAME
           MOVE ITEM-PRICE TO AUDIT-OLD-PRICE
           MOVE WS-POST-OLD-QTY TO AUDIT-OLD-QTY
           MOVE ITEM-NAME TO AUDIT-NEW-NAME
           MOVE ITEM-PRICE TO AUDIT-NEW-PRICE
           MOVE ITEM-QTY TO AUDIT-NEW-QTY
           MOVE ITEM-STATUS TO AUDIT-OLD-STATUS
           MOVE ITEM-STATUS TO AUDIT-NEW-STATUS
           WRITE AUDIT-RECORD
           END-WRITE.

      *>Every kit and component movement goes on the ledger as
      *>type K under the order reference, signed by direction. The
      *>sequence walks up from 001 until the write lands.
       850-WRITE-ASSEMBLY-LEDGER.
           MOVE WS-POST-ITEM TO ML-ITEM-CODE
           MOVE WS-TODAY TO ML-DATE
           MOVE 001 TO ML-SEQ
           SET ML-KIT-ASSEMBLY TO TRUE
           MOVE WS-POST-SIGN TO ML-SIGN
           MOVE AO-LOC TO ML-LOC
           MOVE SPACES TO ML-LOC-2
           MOVE WS-POST-QTY TO ML-QTY
           MOVE AO-DATE TO ML-DOC-DATE
           MOVE AO-REF TO ML-REF
           MOVE ITEM-QTY TO ML-BALANCE
           MOVE 'N' TO WS-LEDGER-WRITTEN
           PERFORM UNTIL WS-LEDGER-WRITTEN = 'Y'
               WRITE MOVE-LEDGER-RECORD
                   INVALID KEY
                       IF ML-SEQ < 999
                           ADD 1 TO ML-SEQ
                       ELSE
                           DISPLAY "** LEDGER SEQUENCE FULL FOR "
                               ML-ITEM-CODE " ON " ML-DATE
                               " - ENTRY NOT WRITTEN"
                           MOVE 'Y' TO WS-LEDGER-WRITTEN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LEDGER-WRITTEN
               END-WRITE
           END-PERFORM.

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
