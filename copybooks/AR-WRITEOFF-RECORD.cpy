      *> A bad-debt write-off, raised by AR-WRITEOFF-REQUEST in
      *> AR-WRITEOFF-REQUESTS.DAT and decided in AR-WRITEOFF-APPROVE by
      *> a second person, never the one who asked. WO-BALANCE is the
      *> balance outstanding when it was raised; WO-REASON one of the
      *> codes in AR-WRITEOFF-REASONS.cpy. WO-STATUS: P awaiting
      *> approval, W written off, R refused, V void - the invoice was
      *> settled or closed before the approver reached it.
       01 WRITEOFF-REC.
          05 WO-INV-NO          PIC 9(6).
          05 FILLER             PIC X(1).
          05 WO-CUSTOMER        PIC X(6).
          05 FILLER             PIC X(1).
          05 WO-BALANCE         PIC 9(9)V99.
          05 FILLER             PIC X(1).
          05 WO-REASON          PIC X(2).
          05 FILLER             PIC X(1).
          05 WO-REQUESTED-BY    PIC X(30).
          05 FILLER             PIC X(1).
          05 WO-REQUEST-DATE    PIC 9(8).
          05 FILLER             PIC X(1).
          05 WO-STATUS          PIC X(1).
          05 FILLER             PIC X(1).
          05 WO-APPROVER        PIC X(30).
          05 FILLER             PIC X(1).
          05 WO-DECIDED-DATE    PIC 9(8).
