      *> Loyalty scheme terms, one line in LOYALTY-PARM.DAT: points for
      *> each visit scanned at the gate, the spend in whole currency
      *> units that earns one point on a purchase, the points one
      *> coupon costs when a member converts, and the months without
      *> earning or converting after which a member's points lapse.
       01 LOYALTY-PARM-REC.
          05 LP-VISIT-POINTS    PIC 9(3).
          05 FILLER             PIC X(1).
          05 LP-SPEND-UNIT      PIC 9(5).
          05 FILLER             PIC X(1).
          05 LP-COUPON-POINTS   PIC 9(5).
          05 FILLER             PIC X(1).
          05 LP-INACTIVE-MONTHS PIC 9(2).
