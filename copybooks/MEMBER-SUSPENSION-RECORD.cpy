      *> A member whose pass instalments are in arrears, one line per
      *> member in MEMBER-SUSPENSIONS.DAT. PASS-INSTALMENT-BILL adds the
      *> member when an instalment is more than the allowed days past
      *> due and AR-CASH-APPLY removes them once the arrears are paid;
      *> MEMBER-ADMIT refuses entry to anyone on the file. MS-INV-NO
      *> and MS-DUE-DATE are the oldest instalment still overdue.
       01 MEMBER-SUSPENSION-REC.
          05 MS-MEMBER-ID       PIC X(6).
          05 FILLER             PIC X(1).
          05 MS-SUSPENDED-DATE  PIC 9(8).
          05 FILLER             PIC X(1).
          05 MS-INV-NO          PIC 9(6).
          05 FILLER             PIC X(1).
          05 MS-DUE-DATE        PIC 9(8).
