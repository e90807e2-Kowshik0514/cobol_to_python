      *> One points movement in LOYALTY-LEDGER.DAT, appended and never
      *> rewritten. LL-TYPE is V earned on a visit, P earned on a
      *> purchase, C converted to coupons, X expired for inactivity;
      *> LL-POINTS is always positive and LL-TYPE gives the direction.
      *> LL-BALANCE is the member's points after the movement.
       01 LOYALTY-LEDGER-REC.
          05 LL-MEMBER-ID       PIC X(6).
          05 FILLER             PIC X(1).
          05 LL-DATE            PIC 9(8).
          05 FILLER             PIC X(1).
          05 LL-TYPE            PIC X(1).
          05 FILLER             PIC X(1).
          05 LL-POINTS          PIC 9(7).
          05 FILLER             PIC X(1).
          05 LL-BALANCE         PIC 9(7).
