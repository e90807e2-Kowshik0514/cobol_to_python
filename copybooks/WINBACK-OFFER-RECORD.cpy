      *> One win-back offer in WINBACK-OFFERS.DAT, written by WINBACK-
      *> EXTRACT when a lapsed member's household is mailed. The code
      *> is WB, the run's year and month (YYMM) and the household key,
      *> so a household gets at most one code a month. COUPON-REDEEM-
      *> BATCH accepts the code for up to WB-COUPONS coupons until
      *> WB-VALID-TO and stamps WB-REDEEMED-DATE, zero until then.
       01 WINBACK-OFFER-REC.
          05 WB-OFFER-CODE      PIC X(10).
          05 FILLER             PIC X(1).
          05 WB-MEMBER-ID       PIC X(6).
          05 FILLER             PIC X(1).
          05 WB-HOUSEHOLD       PIC 9(4).
          05 FILLER             PIC X(1).
          05 WB-ISSUED-DATE     PIC 9(8).
          05 FILLER             PIC X(1).
          05 WB-VALID-TO        PIC 9(8).
          05 FILLER             PIC X(1).
          05 WB-COUPONS         PIC 9(2).
          05 FILLER             PIC X(1).
          05 WB-REDEEMED-DATE   PIC 9(8).
