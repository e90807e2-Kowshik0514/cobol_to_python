      *> Emergency run override for change control, one row per
      *> program in CHANGE-OVERRIDE.DAT, placed by a supervisor when a
      *> fix must run before it can be promoted. DAILY-BATCH-DRIVER
      *> honours a row once, logs it against the supervisor and
      *> removes it.
       01 CHANGE-OVERRIDE-REC.
          05 CO-PROGRAM-NAME     PIC X(20).
          05 FILLER              PIC X(1).
          05 CO-SUPERVISOR-NAME  PIC X(30).
          05 FILLER              PIC X(1).
          05 CO-REASON           PIC X(30).
