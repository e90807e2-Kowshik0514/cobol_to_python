      *> Shared accounts-receivable open-item record, one per invoice
      *> in AR-OPEN-ITEMS.DAT: raised by AR-BUILD-OPEN-ITEMS from the
      *> invoice register, paid down by AR-CASH-APPLY and
      *> CREDIT-NOTE-ISSUE, aged by AR-AGED-DEBTORS. Status: O open,
      *> P part-paid, C closed, A unapplied on-account cash, W written
      *> off as a bad debt by AR-WRITEOFF-APPROVE, with AR-WO-REASON
      *> the reason code the write-off was approved under.
      *> AR-DUN-LEVEL is the last reminder AR-DUNNING sent for the
      *> item (0 none, 1 at 30 days, 2 at 60, 3 final at 90) and
      *> AR-DUN-DATE the day it went; lines written before the
      *> dunning run existed read back as spaces, which means none.
      *> AR-ITEM-TYPE is I for a season-pass instalment set up by
      *> MEMBER-RENEWAL-APPLY, blank for any other invoice. An
      *> instalment waits as S scheduled, dated its due date, until
      *> PASS-INSTALMENT-BILL raises it to O on that date; until then
      *> nothing is owed on it and the ledger programs pass it by.
      *> The file is indexed on AR-INV-NO, with AR-CUSTOMER as an
      *> alternate key carrying duplicates; on-account cash and
      *> credits take the next number from INVOICE-LAST-NUMBER.DAT
      *> like any invoice, so every line has a key of its own.
       01 OPEN-ITEM-REC.
          05 AR-INV-NO          PIC 9(6).
          05 FILLER             PIC X(1).
          05 AR-CUSTOMER        PIC X(6).
          05 FILLER             PIC X(1).
          05 AR-INV-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 AR-AMOUNT          PIC 9(9)V99.
          05 FILLER             PIC X(1).
          05 AR-PAID            PIC 9(9)V99.
          05 FILLER             PIC X(1).
          05 AR-STATUS          PIC X(1).
          05 FILLER             PIC X(1).
          05 AR-DUN-LEVEL       PIC 9(1).
          05 FILLER             PIC X(1).
          05 AR-DUN-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 AR-WO-REASON       PIC X(2).
          05 FILLER             PIC X(1).
          05 AR-ITEM-TYPE       PIC X(1).
