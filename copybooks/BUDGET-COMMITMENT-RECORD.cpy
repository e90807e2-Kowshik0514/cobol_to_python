      *> Shared budget-commitment record, one per purchase-order line
      *> in BUDGET-COMMITMENTS.DAT: raised by PO-GENERATE (or by
      *> PO-BUDGET-OVERRIDE for a line released over budget) at the
      *> line's value, relieved by PO-RECEIVING as the goods are
      *> booked in. Status O open, C closed - fully received or the
      *> line closed short, which gives back whatever was unreceived.
       01 COMMITMENT-REC.
          05 BC-PO-NO           PIC 9(6).
          05 FILLER             PIC X(1).
          05 BC-ITEM-ID         PIC X(6).
          05 FILLER             PIC X(1).
          05 BC-ACCOUNT         PIC 9(6).
          05 FILLER             PIC X(1).
          05 BC-PERIOD          PIC 9(6).
          05 FILLER             PIC X(1).
          05 BC-UNIT-COST       PIC 9(7).
          05 FILLER             PIC X(1).
          05 BC-COMMITTED       PIC 9(9).
          05 FILLER             PIC X(1).
          05 BC-RELIEVED        PIC 9(9).
          05 FILLER             PIC X(1).
          05 BC-STATUS          PIC X(1).
