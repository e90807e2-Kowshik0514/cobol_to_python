      *> Control-chart settings for QC-SPC-CHART, one line in
      *> QC-SPC-PARM.DAT. Limits are set from the SP-BASELINE-DAYS days
      *> before the SP-CHART-DAYS days charted, which end on the run
      *> date; SP-TREND-POINTS points in a row each higher (or each
      *> lower) than the one before is a trend signal.
       01 QC-SPC-PARM-REC.
          05 SP-BASELINE-DAYS   PIC 9(3).
          05 FILLER             PIC X(1).
          05 SP-CHART-DAYS      PIC 9(3).
          05 FILLER             PIC X(1).
          05 SP-TREND-POINTS    PIC 9(2).
