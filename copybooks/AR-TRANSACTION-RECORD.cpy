      *> One settlement against a customer account, appended to
      *> AR-TRANSACTIONS.DAT as it is applied: RC a receipt posted by
      *> AR-CASH-APPLY, CN a credit note raised by CREDIT-NOTE-ISSUE,
      *> WO a bad-debt write-off approved in AR-WRITEOFF-APPROVE.
      *> AT-INV-NO is the invoice settled (zero for cash or credit
      *> left on account); AT-REFERENCE is the credit note number.
      *> AR-STATEMENTS reads it for the month's credits, receipts and
      *> write-offs.
       01 AR-TRANSACTION-REC.
          05 AT-DATE            PIC 9(8).
          05 FILLER             PIC X(1).
          05 AT-TYPE            PIC X(2).
          05 FILLER             PIC X(1).
          05 AT-CUSTOMER        PIC X(6).
          05 FILLER             PIC X(1).
          05 AT-INV-NO          PIC 9(6).
          05 FILLER             PIC X(1).
          05 AT-REFERENCE       PIC 9(6).
          05 FILLER             PIC X(1).
          05 AT-AMOUNT          PIC 9(9)V99.
