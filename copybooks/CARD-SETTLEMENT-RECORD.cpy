      *> One line of the card processor's settlement file
      *> CARD-SETTLEMENT.DAT. A B line is a settled terminal batch: the
      *> business day and till it covers, the processor's batch number,
      *> the gross card sales, the fee the processor kept and the net
      *> paid to the bank. A C line is a chargeback: the till and day of
      *> the original sale, the processor's case number in CS-BATCH-NO
      *> and the amount taken back in CS-GROSS.
       01 CARD-SETTLEMENT-REC.
          05 CS-RECORD-TYPE     PIC X(1).
          05 FILLER             PIC X(1).
          05 CS-SETTLE-DATE     PIC 9(8).
          05 FILLER             PIC X(1).
          05 CS-BUSINESS-DATE   PIC 9(8).
          05 FILLER             PIC X(1).
          05 CS-TILL-ID         PIC X(2).
          05 FILLER             PIC X(1).
          05 CS-BATCH-NO        PIC X(8).
          05 FILLER             PIC X(1).
          05 CS-GROSS           PIC 9(9)V99.
          05 FILLER             PIC X(1).
          05 CS-FEE             PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 CS-NET             PIC 9(9)V99.
