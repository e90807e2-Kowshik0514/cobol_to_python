      *> One-off month-end accrual in GL-ACCRUALS.DAT, keyed by
      *> GL-ACCRUAL-ENTRY. The pair of legs posts on the last day of
      *> AC-PERIOD; PERIOD-END-CLOSE posts the mirror-image legs on
      *> the first day of the next open period and marks the accrual
      *> reversed. AC-STATUS: P posted, awaiting reversal; R reversed.
       01 ACCRUAL-REC.
          05 AC-ACCRUAL-NO      PIC 9(6).
          05 FILLER             PIC X(1).
          05 AC-PERIOD          PIC 9(6).
          05 FILLER             PIC X(1).
          05 AC-DR-ACCOUNT      PIC 9(6).
          05 FILLER             PIC X(1).
          05 AC-CR-ACCOUNT      PIC 9(6).
          05 FILLER             PIC X(1).
          05 AC-AMOUNT          PIC 9(9).
          05 FILLER             PIC X(1).
          05 AC-REASON          PIC X(30).
          05 FILLER             PIC X(1).
          05 AC-ENTERED-BY      PIC X(30).
          05 FILLER             PIC X(1).
          05 AC-ENTERED-DATE    PIC 9(8).
          05 FILLER             PIC X(1).
          05 AC-STATUS          PIC X(1).
          05 FILLER             PIC X(1).
          05 AC-REVERSE-DATE    PIC 9(8).
