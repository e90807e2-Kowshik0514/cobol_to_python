      *> One member purchase in MEMBER-PURCHASES.DAT, the day's sales
      *> rung against a member card at the tills: card presented, sale
      *> date and the amount in whole currency units.
       01 MEMBER-PURCHASE-REC.
          05 MP-MEMBER-ID       PIC X(6).
          05 FILLER             PIC X(1).
          05 MP-SALE-DATE       PIC 9(8).
          05 FILLER             PIC X(1).
          05 MP-AMOUNT          PIC 9(7).
