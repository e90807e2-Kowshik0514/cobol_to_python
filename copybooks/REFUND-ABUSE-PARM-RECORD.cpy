      *> Loss-prevention thresholds for REFUND-ABUSE-REPORT, one line
      *> in REFUND-ABUSE-PARM.DAT. A refund is an exception when it is
      *> over RX-THRESHOLD, a whole multiple of RX-ROUND-UNIT, on the
      *> shift of its own sale, or under a reason code the cashier used
      *> RX-REPEAT-COUNT times or more in the week. A cashier goes to
      *> the store manager with RX-MIN-EXCEPTIONS exceptions or a
      *> refund rate over RX-RATIO-PCT per cent of the site average.
       01 REFUND-ABUSE-PARM-REC.
          05 RX-THRESHOLD       PIC 9(7).
          05 FILLER             PIC X(1).
          05 RX-ROUND-UNIT      PIC 9(5).
          05 FILLER             PIC X(1).
          05 RX-REPEAT-COUNT    PIC 9(2).
          05 FILLER             PIC X(1).
          05 RX-RATIO-PCT       PIC 9(3).
          05 FILLER             PIC X(1).
          05 RX-MIN-EXCEPTIONS  PIC 9(2).
