      *         input file in their ordinary layout; the reject
      *         file is rewritten at the end holding only the
      *         records kept.
      *         Movements and transfers carry the lot they move
      *         (blank for undated stock); a receipt also carries
      *         the lot's expiry date.
      *********************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         03 MR-DATE PIC 9(8).
         03 MR-REF PIC X(10).
         03 MR-COST PIC 9(5)V99.
         03 MR-LOT PIC X(10).
         03 MR-EXPIRY PIC 9(8).
        02 FILLER PIC X(1).
        02 MR-REASON PIC X(3).

         03 XR-QTY PIC 9(5).
         03 XR-DATE PIC 9(8).
         03 XR-REF PIC X(10).
         03 XR-LOT PIC X(10).
        02 FILLER PIC X(1).
        02 XR-REASON PIC X(3).

        02 MOVE-DATE PIC 9(8) VALUE ZEROES.
        02 MOVE-REF PIC X(10) VALUE SPACES.
        02 MOVE-COST PIC 9(5)V99 VALUE ZEROES.
        02 MOVE-LOT PIC X(10) VALUE SPACES.
        02 MOVE-EXPIRY PIC 9(8) VALUE ZEROES.

       FD  XFER-FILE.
       01  XFER-RECORD.
        02 XFER-QTY PIC 9(5) VALUE ZEROES.
        02 XFER-DATE PIC 9(8) VALUE ZEROES.
        02 XFER-REF PIC X(10) VALUE SPACES.
        02 XFER-LOT PIC X(10) VALUE SPACES.

       WORKING-STORAGE SECTION.

      *>and written back over the reject file at the end.
       01  WS-KEPT-TABLE.
        02 WS-KEPT-ENTRY OCCURS 200.
         03 WS-KT-DATA PIC X(58) VALUE SPACES.
         03 WS-KT-REASON PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
               " LOC " MR-LOC
           DISPLAY "  QTY " MR-QTY " DATE " MR-DATE
               " REF " MR-REF " COST " MR-COST
           DISPLAY "  LOT " MR-LOT " EXPIRY " MR-EXPIRY
           DISPLAY "Resubmit (R), edit and resubmit (E), "
               "drop (D) or keep (K)?:"
           ACCEPT WS-ACTION
           END-EVALUATE.

       250-EDIT-MOVE-REJECT.
           DISPLAY "Type (R/I/J/U/D):"
           ACCEPT MR-TYPE
           DISPLAY "Sign (+/- or blank):"
           ACCEPT MR-SIGN
           DISPLAY "Reference:"
           ACCEPT MR-REF
           DISPLAY "Unit cost (0 unless a costed receipt):"
           ACCEPT MR-COST
           DISPLAY "Lot (blank for undated stock):"
           ACCEPT MR-LOT
           DISPLAY "Expiry date (YYYYMMDD, 0 if none):"
           ACCEPT MR-EXPIRY.

       300-RESUBMIT-MOVEMENT.
           MOVE MR-TYPE TO MOVE-TYPE
           MOVE MR-DATE TO MOVE-DATE
           MOVE MR-REF TO MOVE-REF
           MOVE MR-COST TO MOVE-COST
           MOVE MR-LOT TO MOVE-LOT
           MOVE MR-EXPIRY TO MOVE-EXPIRY
           WRITE MOVE-RECORD
           END-WRITE
           ADD 1 TO WS-RESUBMIT-COUNT
           DISPLAY "REJECT (" XR-REASON "): ITEM " XR-ITEM-CODE
               " FROM " XR-FROM-LOC " TO " XR-TO-LOC
           DISPLAY "  QTY " XR-QTY " DATE " XR-DATE
               " REF " XR-REF " LOT " XR-LOT
           DISPLAY "Resubmit (R), edit and resubmit (E), "
               "drop (D) or keep (K)?:"
           ACCEPT WS-ACTION
           DISPLAY "Date (YYYYMMDD):"
           ACCEPT XR-DATE
           DISPLAY "Reference:"
           ACCEPT XR-REF
           DISPLAY "Lot (blank for undated stock):"
           ACCEPT XR-LOT.

       700-RESUBMIT-TRANSFER.
           MOVE XR-ITEM-CODE TO XFER-ITEM-CODE
           MOVE XR-QTY TO XFER-QTY
           MOVE XR-DATE TO XFER-DATE
           MOVE XR-REF TO XFER-REF
           MOVE XR-LOT TO XFER-LOT
           WRITE XFER-RECORD
           END-WRITE
           ADD 1 TO WS-RESUBMIT-COUNT
