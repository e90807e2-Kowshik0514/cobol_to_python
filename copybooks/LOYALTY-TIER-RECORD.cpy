      *> Points multiplier per pass tier in LOYALTY-TIER-MULT.DAT, one
      *> line per MM-PASS-TIER; a tier with no line earns at 1.00.
       01 LOYALTY-TIER-REC.
          05 LT-TIER            PIC X(1).
          05 FILLER             PIC X(1).
          05 LT-MULTIPLIER      PIC 9V99.
