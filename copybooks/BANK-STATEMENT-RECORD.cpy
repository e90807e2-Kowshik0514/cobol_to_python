      *> One line of the bank's daily statement file BANK-STATEMENT.DAT.
      *> T lines are transactions as the bank booked them - CR is money
      *> into the account, DR money out - with the bank's transaction
      *> code (DEP deposit, RCP customer receipt, CHK check paid, CHG
      *> bank charge, INT interest) and the reference the bank carried:
      *> the bag number on a deposit, the check number on a check, the
      *> customer number on a receipt. The single B line is the closing
      *> ledger balance, CR when in funds and DR when overdrawn.
       01 BANK-STATEMENT-REC.
          05 BS-RECORD-TYPE     PIC X(1).
          05 FILLER             PIC X(1).
          05 BS-DATE            PIC 9(8).
          05 FILLER             PIC X(1).
          05 BS-DR-CR           PIC X(2).
          05 FILLER             PIC X(1).
          05 BS-AMOUNT          PIC 9(9)V99.
          05 FILLER             PIC X(1).
          05 BS-TXN-CODE        PIC X(3).
          05 FILLER             PIC X(1).
          05 BS-REFERENCE       PIC X(12).
          05 FILLER             PIC X(1).
          05 BS-DESCRIPTION     PIC X(30).
