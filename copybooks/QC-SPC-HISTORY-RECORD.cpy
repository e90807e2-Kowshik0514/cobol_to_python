      *> One day's QC tally in QC-SPC-HISTORY.DAT, appended by
      *> QC-SPC-CHART from that day's QC-RESULTS.DAT. The row with a
      *> blank SH-QC-CODE carries the day's items inspected and items
      *> defective; each defect code found that day has its own row with
      *> the same day's inspected count and that code's defects, so any
      *> row gives a defect proportion on its own. A rerun for the same
      *> day replaces that day's rows.
       01 SPC-HISTORY-REC.
          05 SH-RUN-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 SH-QC-CODE         PIC X(3).
          05 FILLER             PIC X(1).
          05 SH-INSPECTED       PIC 9(7).
          05 FILLER             PIC X(1).
          05 SH-DEFECTS         PIC 9(7).
