      *> Shared accounts-payable open-item record, one per matched
      *> vendor invoice in AP-OPEN-ITEMS.DAT: raised by
      *> AP-INVOICE-MATCH once the invoice agrees with its purchase
      *> order and receipts, paid down by AP-PAYMENT-RUN. Status:
      *> O open, P part-paid, C closed (paid in full), D debit memo
      *> for goods returned, raised by VENDOR-RETURN-ENTRY and taken
      *> off the vendor's next payments - AP-PAID is what has been
      *> taken, and it closes to C once taken in full.
       01 AP-OPEN-ITEM-REC.
          05 AP-VENDOR-ID       PIC X(5).
          05 FILLER             PIC X(1).
          05 AP-INVOICE-NO      PIC X(10).
          05 FILLER             PIC X(1).
          05 AP-INV-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 AP-PO-NO           PIC 9(6).
          05 FILLER             PIC X(1).
          05 AP-AMOUNT          PIC 9(9)V99.
          05 FILLER             PIC X(1).
          05 AP-PAID            PIC 9(9)V99.
          05 FILLER             PIC X(1).
          05 AP-STATUS          PIC X(1).
