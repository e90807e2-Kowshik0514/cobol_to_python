      *> One priced admissions line, appended by 055A-REPORT to
      *> ADMISSIONS-YIELD-LOG.DAT: the occupancy band it was priced in
      *> (space when it went at the flat price), whether the band came
      *> from the party's booking or was the day's band for a walk-up,
      *> and what the line earned against what the same heads would
      *> have paid at the flat tier and calendar rates. YL-TYPE is S
      *> for a sale and R for a refund or void. Amounts are local
      *> currency. Read by YIELD-BAND-REPORT.
       01 ADMISSIONS-YIELD-LOG-REC.
          05 YL-TXN-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 YL-TYPE            PIC X(1).
          05 FILLER             PIC X(1).
          05 YL-BAND            PIC X(1).
          05 FILLER             PIC X(1).
          05 YL-BOOKED          PIC X(1).
          05 FILLER             PIC X(1).
          05 YL-HEADS           PIC 9(5).
          05 FILLER             PIC X(1).
          05 YL-AMOUNT          PIC 9(9).
          05 FILLER             PIC X(1).
          05 YL-FLAT-AMOUNT     PIC 9(9).
