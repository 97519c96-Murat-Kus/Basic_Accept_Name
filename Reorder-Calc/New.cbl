      *PURPOSE. Periodic job that stops the purchasing parameters
      *         going stale. Run mode P works out each item's
      *         average daily usage from the issue movements on
      *         the permanent movement ledger over a usage window
      *         (components taken into kit builds count as issued),
      *         multiplies by SUPP-LEAD-TIME from the supplier
      *         master plus a safety margin, and writes a
      *         proposed-changes file showing the current against
           88 ML-ADJUSTMENT VALUE 'J'.
           88 ML-TRANSFER VALUE 'X'.
           88 ML-COUNT VALUE 'C'.
           88 ML-KIT-ASSEMBLY VALUE 'K'.
        02 ML-SIGN PIC X(1) VALUE SPACES.
        02 ML-LOC PIC X(3) VALUE SPACES.
        02 ML-LOC-2 PIC X(3) VALUE SPACES.
                       IF ML-ITEM-CODE NOT = PP-ITEM-CODE
                           MOVE 'Y' TO WS-LEDGER-ENDOF
                       ELSE
                           IF ML-ISSUE OR
                              (ML-KIT-ASSEMBLY AND ML-SIGN = '-')
                               ADD ML-QTY TO WS-USAGE-QTY
                           END-IF
                       END-IF
