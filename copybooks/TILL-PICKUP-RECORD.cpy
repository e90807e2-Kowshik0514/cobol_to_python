      *> A mid-shift cash pickup, appended by TILL-PICKUP to
      *> TILL-PICKUPS.DAT when a supervisor lifts notes from a heavy
      *> drawer to the safe. PK-CASHIER is the operator on the drawer,
      *> PK-WITNESS the supervisor who counted the lift with them.
      *> 173A-RECON takes the day's pickups off the expected drawer and
      *> TILL-ACCOUNTABILITY lists them under the cashier's shift.
       01 TILL-PICKUP-REC.
          05 PK-DATE            PIC 9(8).
          05 FILLER             PIC X(1).
          05 PK-TIME            PIC 9(6).
          05 FILLER             PIC X(1).
          05 PK-TILL-ID         PIC X(2).
          05 FILLER             PIC X(1).
          05 PK-AMOUNT          PIC 9(9).
          05 FILLER             PIC X(1).
          05 PK-CASHIER         PIC X(30).
          05 FILLER             PIC X(1).
          05 PK-WITNESS         PIC X(30).
