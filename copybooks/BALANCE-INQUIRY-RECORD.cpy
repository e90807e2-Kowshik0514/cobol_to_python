      *> One line of BALANCE-INQUIRY.DAT, the nightly outbound file the
      *> website and kiosks load to answer balance and pass questions.
      *> BI-TYPE is G for a gift card, C for a coupon balance and P for
      *> a season pass. The key is the card, customer or member number
      *> followed by its CHECK-DIGIT digit, so the web side can refuse
      *> a mistyped number before looking it up.
      *> BI-STATUS for a gift card is the master status (A active, C
      *> fully redeemed); for a coupon A active or E expired; for a pass
      *> A valid, E lapsed, S suspended for instalment arrears or B not
      *> valid today because of a tier blackout. BI-BLACKOUT-FROM and
      *> BI-BLACKOUT-TO give a pass the current or next blackout range
      *> for its tier, zero when there is none.
      *> The file closes with a trailer of record count and the sum of
      *> BI-BALANCE over every line.
       01 BALANCE-INQUIRY-REC.
          05 BI-TYPE            PIC X(1).
          05 FILLER             PIC X(1).
          05 BI-KEY.
             10 BI-KEY-BODY     PIC X(6).
             10 BI-CHECK-DIGIT  PIC 9(1).
          05 FILLER             PIC X(1).
          05 BI-STATUS          PIC X(1).
          05 FILLER             PIC X(1).
          05 BI-BALANCE         PIC 9(7).
          05 FILLER             PIC X(1).
          05 BI-EXPIRY-DATE     PIC 9(8).
          05 FILLER             PIC X(1).
          05 BI-PASS-TIER       PIC X(1).
          05 FILLER             PIC X(1).
          05 BI-BLACKOUT-FROM   PIC 9(8).
          05 FILLER             PIC X(1).
          05 BI-BLACKOUT-TO     PIC 9(8).
          05 FILLER             PIC X(1).
          05 BI-AS-OF-DATE      PIC 9(8).
       01 BALANCE-INQUIRY-TRAILER REDEFINES BALANCE-INQUIRY-REC.
          05 BT-LITERAL         PIC X(8).
          05 BT-RECORD-COUNT    PIC 9(7).
          05 FILLER             PIC X(1).
          05 BT-HASH-TOTAL      PIC 9(9).
          05 FILLER             PIC X(32).
