      *> One line of the point-of-sale transaction journal,
      *> POS-JOURNAL.DAT, split by POS-JOURNAL-SPLIT into the till,
      *> gift-card, coupon and admissions feeds. Lines of one
      *> transaction share till and PJ-TXN-NO and arrive together.
      *> PJ-LINE-TYPE is S for a sale line, R for a refund line, T for
      *> a tender taken and P for a tender paid back out on a refund.
      *> Sale and refund lines carry the visitor type (A adult, C
      *> child, S senior) and head count, and PJ-REFERENCE holds any
      *> sales rep; a refund line also names the reason and the date
      *> and shift of the sale it reverses. A sale or refund line for
      *> a party arriving on an advance booking carries the booking
      *> reference in PJ-BOOKING-REF. Tender lines carry the
      *> tender - CA cash, CD card, GC gift card, CP coupon - with the
      *> card number or customer id in PJ-REFERENCE, and for a coupon
      *> the coupon count in PJ-QUANTITY and any win-back offer code.
      *> The file closes with a trailer of record count and the sum of
      *> PJ-AMOUNT over every line.
       01 POS-JOURNAL-REC.
          05 PJ-TXN-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 PJ-TXN-TIME        PIC 9(6).
          05 FILLER             PIC X(1).
          05 PJ-TILL-ID         PIC X(2).
          05 FILLER             PIC X(1).
          05 PJ-SHIFT           PIC X(1).
          05 FILLER             PIC X(1).
          05 PJ-TXN-NO          PIC X(6).
          05 FILLER             PIC X(1).
          05 PJ-CASHIER         PIC X(20).
          05 FILLER             PIC X(1).
          05 PJ-LINE-TYPE       PIC X(1).
          05 FILLER             PIC X(1).
          05 PJ-VISITOR-TYPE    PIC X(1).
          05 FILLER             PIC X(1).
          05 PJ-QUANTITY        PIC X(3).
          05 FILLER             PIC X(1).
          05 PJ-TENDER          PIC X(2).
          05 FILLER             PIC X(1).
          05 PJ-AMOUNT          PIC X(7).
          05 FILLER             PIC X(1).
          05 PJ-REFERENCE       PIC X(10).
          05 FILLER             PIC X(1).
          05 PJ-OFFER-CODE      PIC X(10).
          05 FILLER             PIC X(1).
          05 PJ-REASON          PIC X(2).
          05 FILLER             PIC X(1).
          05 PJ-ORIG-DATE       PIC X(8).
          05 FILLER             PIC X(1).
          05 PJ-ORIG-SHIFT      PIC X(1).
          05 FILLER             PIC X(1).
          05 PJ-BOOKING-REF     PIC X(7).
       01 POS-JOURNAL-TRAILER REDEFINES POS-JOURNAL-REC.
          05 PT-LITERAL         PIC X(8).
          05 PT-RECORD-COUNT    PIC 9(7).
          05 FILLER             PIC X(1).
          05 PT-HASH-TOTAL      PIC 9(9).
          05 FILLER             PIC X(86).
