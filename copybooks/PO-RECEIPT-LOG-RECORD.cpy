      *> Shared goods-receipt log record, one per receipt booked by
      *> PO-RECEIVING in PO-RECEIPT-LOG.DAT: the date the goods came
      *> in against the PO line's due date, for the vendor scorecard.
       01 RECEIPT-LOG-REC.
          05 RL-RECEIPT-DATE    PIC 9(8).
          05 FILLER             PIC X(1).
          05 RL-PO-NO           PIC 9(6).
          05 FILLER             PIC X(1).
          05 RL-VENDOR-ID       PIC X(5).
          05 FILLER             PIC X(1).
          05 RL-ITEM-ID         PIC X(6).
          05 FILLER             PIC X(1).
          05 RL-QTY             PIC 9(7).
          05 FILLER             PIC X(1).
          05 RL-DUE-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 RL-STOREMAN        PIC X(20).
