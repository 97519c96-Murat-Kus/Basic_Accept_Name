      *         spelled out and the extended value, the quantity
      *         held at each warehouse location, a stock card of
      *         the item's recent receipts, issues, adjustments,
      *         transfers, count corrections, customer returns,
      *         quarantine dispositions and kit assemblies and
      *         disassemblies from the permanent
      *         movement ledger with the running balance, the
      *         item's price changes from the price history, and
      *         its last few audit trail entries. Loops for the
               WHEN 'J' MOVE "ADJUST" TO WS-CL-TYPE
               WHEN 'X' MOVE "XFER" TO WS-CL-TYPE
               WHEN 'C' MOVE "COUNT" TO WS-CL-TYPE
               WHEN 'U' MOVE "RETURN" TO WS-CL-TYPE
               WHEN 'D' MOVE "DISPOS" TO WS-CL-TYPE
               WHEN 'K' MOVE "KIT" TO WS-CL-TYPE
               WHEN OTHER MOVE WS-CD-TYPE (WS-CARD-SUB)
                   TO WS-CL-TYPE
           END-EVALUATE
