      *> A group booking GROUP-INVOICE would not bill on account,
      *> written to GROUP-CREDIT-HOLD.DAT for a supervisor to decide in
      *> CREDIT-OVERRIDE. CH-REASON: H customer on credit hold, L over
      *> the credit limit, U no credit account. CH-STATUS: H awaiting
      *> a decision, A approved (invoiced on the next run), X refused.
       01 CREDIT-HOLD-REC.
          05 CH-VISIT-DATE      PIC 9(8).
          05 FILLER             PIC X(1).
          05 CH-HEADS           PIC 9(5).
          05 FILLER             PIC X(1).
          05 CH-ACCOUNT         PIC X(6).
          05 FILLER             PIC X(1).
          05 CH-VALUE           PIC 9(9).
          05 FILLER             PIC X(1).
          05 CH-EXPOSURE        PIC 9(9).
          05 FILLER             PIC X(1).
          05 CH-LIMIT           PIC 9(9).
          05 FILLER             PIC X(1).
          05 CH-REASON          PIC X(1).
          05 FILLER             PIC X(1).
          05 CH-STATUS          PIC X(1).
          05 FILLER             PIC X(1).
          05 CH-SUPERVISOR      PIC X(30).
          05 FILLER             PIC X(1).
          05 CH-DECIDED-DATE    PIC 9(8).
