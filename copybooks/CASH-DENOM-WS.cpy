      *> The notes and coins the sites handle, largest first, in the
      *> order they are keyed at the safe and the tills.
       01 WS-CASH-DENOM-VALUES.
          05 FILLER             PIC 9(3) VALUE 500.
          05 FILLER             PIC 9(3) VALUE 100.
          05 FILLER             PIC 9(3) VALUE 050.
          05 FILLER             PIC 9(3) VALUE 010.
          05 FILLER             PIC 9(3) VALUE 005.
          05 FILLER             PIC 9(3) VALUE 001.
       01 WS-CASH-DENOM-TABLE REDEFINES WS-CASH-DENOM-VALUES.
          05 WS-CASH-DENOM      PIC 9(3) OCCURS 6 TIMES.
       01 WS-CASH-DENOM-COUNT   PIC 9(1) VALUE 6.
       01 WS-CASH-DENOM-IDX     PIC 9(1).
