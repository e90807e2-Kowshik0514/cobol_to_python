      *> One priced admissions line that named the till it was rung
      *> on, appended by 055A-REPORT to ADMISSIONS-TILL-LOG.DAT. AL-TYPE
      *> is S for a sale and R for a refund or void; a refund also
      *> carries the date and shift of the sale it reverses when the
      *> line gave them. The till and shift resolve to the cashier
      *> through TILL-ASSIGNMENTS.DAT. Read by REFUND-ABUSE-REPORT.
       01 ADMISSIONS-TILL-LOG-REC.
          05 AL-TXN-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 AL-TYPE            PIC X(1).
          05 FILLER             PIC X(1).
          05 AL-REASON          PIC X(2).
          05 FILLER             PIC X(1).
          05 AL-TILL-ID         PIC X(2).
          05 FILLER             PIC X(1).
          05 AL-SHIFT           PIC X(1).
          05 FILLER             PIC X(1).
          05 AL-AMOUNT          PIC 9(9).
          05 FILLER             PIC X(1).
          05 AL-SALE-DATE       PIC 9(8).
          05 FILLER             PIC X(1).
          05 AL-SALE-SHIFT      PIC X(1).
          05 FILLER             PIC X(1).
          05 AL-REP-ID          PIC X(6).
