      *> Shared over-budget hold record, one per order line in
      *> PO-BUDGET-HOLD.DAT that PO-GENERATE would have raised but
      *> for the budget: the line as it would have been ordered, its
      *> value against what was left uncommitted, and the supervisor
      *> decision from PO-BUDGET-OVERRIDE. Status H held, A approved
      *> (BH-PO-NO then carries the PO raised), R rejected.
       01 BUDGET-HOLD-REC.
          05 BH-VENDOR-ID       PIC X(5).
          05 FILLER             PIC X(1).
          05 BH-ITEM-ID         PIC X(6).
          05 FILLER             PIC X(1).
          05 BH-ORDER-QTY       PIC 9(7).
          05 FILLER             PIC X(1).
          05 BH-LEAD-DAYS       PIC 9(3).
          05 FILLER             PIC X(1).
          05 BH-UNIT-COST       PIC 9(7).
          05 FILLER             PIC X(1).
          05 BH-VALUE           PIC 9(9).
          05 FILLER             PIC X(1).
          05 BH-AVAILABLE       PIC 9(9).
          05 FILLER             PIC X(1).
          05 BH-ACCOUNT         PIC 9(6).
          05 FILLER             PIC X(1).
          05 BH-PERIOD          PIC 9(6).
          05 FILLER             PIC X(1).
          05 BH-HELD-DATE       PIC 9(8).
          05 FILLER             PIC X(1).
          05 BH-STATUS          PIC X(1).
          05 FILLER             PIC X(1).
          05 BH-PO-NO           PIC 9(6).
          05 FILLER             PIC X(1).
          05 BH-SUPERVISOR      PIC X(30).
