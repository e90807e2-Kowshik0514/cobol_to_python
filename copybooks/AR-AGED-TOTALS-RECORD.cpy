      *> The ledger's open balances by age band as AR-AGED-DEBTORS last
      *> reported them, rewritten in AR-AGED-TOTALS.DAT on every run.
      *> AR-DEBT-PROVISION provides against these bands, so the
      *> provision always ties to an aged-debtors report the auditors
      *> can be shown. AG-RUN-DATE is the run date of that report.
       01 AGED-TOTALS-REC.
          05 AG-RUN-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 AG-CURRENT         PIC 9(11)V99.
          05 FILLER             PIC X(1).
          05 AG-OVER30          PIC 9(11)V99.
          05 FILLER             PIC X(1).
          05 AG-OVER60          PIC 9(11)V99.
          05 FILLER             PIC X(1).
          05 AG-OVER90          PIC 9(11)V99.
