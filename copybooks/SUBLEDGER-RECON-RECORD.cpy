      *> One sub-ledger against its GL control account for one period
      *> in SUBLEDGER-RECON.DAT, written by SUBLEDGER-RECON. SR-STATUS:
      *> A agreed within SR-TOLERANCE, D difference outstanding, E
      *> difference explained by a supervisor in SUBLEDGER-EXPLAIN.
      *> PERIOD-END-CLOSE will not close a period that has no lines
      *> here or that still has a D line.
       01 RECON-REC.
          05 SR-PERIOD          PIC 9(6).
          05 FILLER             PIC X(1).
          05 SR-LEDGER          PIC X(4).
          05 FILLER             PIC X(1).
          05 SR-ACCOUNT         PIC 9(6).
          05 FILLER             PIC X(1).
          05 SR-SUBLEDGER       PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER             PIC X(1).
          05 SR-CONTROL         PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER             PIC X(1).
          05 SR-DIFFERENCE      PIC S9(11) SIGN LEADING SEPARATE.
          05 FILLER             PIC X(1).
          05 SR-TOLERANCE       PIC 9(7).
          05 FILLER             PIC X(1).
          05 SR-STATUS          PIC X(1).
          05 FILLER             PIC X(1).
          05 SR-EXPLAINED-BY    PIC X(30).
          05 FILLER             PIC X(1).
          05 SR-EXPLAINED-DATE  PIC 9(8).
          05 FILLER             PIC X(1).
          05 SR-EXPLANATION     PIC X(40).
