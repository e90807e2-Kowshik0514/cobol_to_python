      *> Orphan count history, one row per rule per run of
      *> REF-INTEGRITY-SWEEP in REF-INTEGRITY-TREND.DAT. Each run
      *> compares its counts with the latest earlier run for the rule,
      *> so the report shows whether the data is getting better or
      *> worse. RT-STATUS is S when the rule could not be checked that
      *> run (a file missing or the rule malformed).
       01 REF-INTEGRITY-TREND-REC.
          05 RT-RUN-DATE         PIC 9(8).
          05 FILLER              PIC X(1).
          05 RT-RULE-ID          PIC X(8).
          05 FILLER              PIC X(1).
          05 RT-STATUS           PIC X(1).
          05 FILLER              PIC X(1).
          05 RT-CHECKED          PIC 9(7).
          05 FILLER              PIC X(1).
          05 RT-ORPHANS          PIC 9(7).
