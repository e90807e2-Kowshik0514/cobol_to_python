      *> Shared supply-usage record, one per approved allocation in
      *> SUPPLY-USAGE-HISTORY.DAT, written by P02700-BATCH. The quantity
      *> drives FORECAST-REORDER; the unit cost is the item's weighted
      *> average at the time of issue and the value is quantity times
      *> that cost, which STOCK-VALUATION posts as the month's
      *> consumption. The department is the expense account of the
      *> department that drew the stock, charged back monthly by
      *> DEPT-CHARGEBACK. Rows written before costing or before the
      *> department was recorded read as spaces in those fields.
       01 USAGE-HISTORY-REC.
          05 UH-USE-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 UH-ITEM-ID         PIC X(6).
          05 FILLER             PIC X(1).
          05 UH-QTY-USED        PIC 9(10).
          05 FILLER             PIC X(1).
          05 UH-UNIT-COST       PIC 9(7)V9(4).
          05 FILLER             PIC X(1).
          05 UH-VALUE           PIC 9(9)V99.
          05 FILLER             PIC X(1).
          05 UH-DEPARTMENT      PIC 9(6).
