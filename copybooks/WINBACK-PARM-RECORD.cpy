      *> Win-back terms, one line in WINBACK-PARM.DAT: the window of
      *> days since a pass expired within which a lapsed member is
      *> mailed, how many days the offer code stays good, how many
      *> coupons it is worth, and the days a household is left alone
      *> after being mailed before it may be mailed again.
       01 WINBACK-PARM-REC.
          05 WP-LAPSED-FROM     PIC 9(3).
          05 FILLER             PIC X(1).
          05 WP-LAPSED-TO       PIC 9(3).
          05 FILLER             PIC X(1).
          05 WP-VALID-DAYS      PIC 9(3).
          05 FILLER             PIC X(1).
          05 WP-COUPONS         PIC 9(2).
          05 FILLER             PIC X(1).
          05 WP-REST-DAYS       PIC 9(3).
