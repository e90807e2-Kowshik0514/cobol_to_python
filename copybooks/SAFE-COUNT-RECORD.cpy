      *> One denomination line of the physical safe count taken at
      *> close, appended to SAFE-COUNTS.DAT by SAFE-ENTRY only when two
      *> different counters have keyed the same quantities. A later
      *> count on the same date replaces an earlier one in SAFE-LEDGER.
       01 SAFE-COUNT-REC.
          05 SN-DATE            PIC 9(8).
          05 FILLER             PIC X(1).
          05 SN-DENOM           PIC 9(3).
          05 FILLER             PIC X(1).
          05 SN-QUANTITY        PIC 9(7).
          05 FILLER             PIC X(1).
          05 SN-COUNTER-1       PIC X(30).
          05 FILLER             PIC X(1).
          05 SN-COUNTER-2       PIC X(30).
