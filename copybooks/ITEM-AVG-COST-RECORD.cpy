      *> Shared perpetual weighted-average cost, one row per stores
      *> item in ITEM-AVERAGE-COST.DAT. PO-RECEIVING re-averages the
      *> item on every receipt at the PO price; P02700-BATCH costs
      *> allocations and STOCK-VALUATION values stock at this figure.
      *> An item with no row yet falls back to ITEM-COST.DAT.
       01 AVG-COST-REC.
          05 AC-ITEM-ID         PIC X(6).
          05 FILLER             PIC X(1).
          05 AC-AVG-COST        PIC 9(7)V9(4).
          05 FILLER             PIC X(1).
          05 AC-LAST-RECEIPT    PIC 9(8).
