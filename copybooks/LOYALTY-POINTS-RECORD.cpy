      *> One member's points in LOYALTY-POINTS.DAT, kept by LOYALTY-
      *> POINTS-EARN and LOYALTY-CONVERT. LB-LAST-ACTIVITY is the last
      *> date points were earned or converted, from which inactivity
      *> expiry runs; LB-EARNED-TOTAL is every point ever earned.
       01 LOYALTY-POINTS-REC.
          05 LB-MEMBER-ID       PIC X(6).
          05 FILLER             PIC X(1).
          05 LB-BALANCE         PIC 9(7).
          05 FILLER             PIC X(1).
          05 LB-LAST-ACTIVITY   PIC 9(8).
          05 FILLER             PIC X(1).
          05 LB-EARNED-TOTAL    PIC 9(9).
