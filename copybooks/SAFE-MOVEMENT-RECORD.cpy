      *> One denomination line of cash moving into or out of the
      *> back-office safe, appended to SAFE-MOVEMENTS.DAT by the program
      *> that moves it. SM-TYPE says which way: CF change fund in from
      *> the bank (CHANGE-FUND-ORDER), PU pickup in from a till
      *> (TILL-PICKUP), DP deposit bag out to the bank (DEPOSIT-PREP),
      *> FL change float out to a till (SAFE-ENTRY). SM-REFERENCE is
      *> the till id or bag number. SAFE-LEDGER rolls the balance.
       01 SAFE-MOVEMENT-REC.
          05 SM-DATE            PIC 9(8).
          05 FILLER             PIC X(1).
          05 SM-TIME            PIC 9(6).
          05 FILLER             PIC X(1).
          05 SM-TYPE            PIC X(2).
          05 FILLER             PIC X(1).
          05 SM-DENOM           PIC 9(3).
          05 FILLER             PIC X(1).
          05 SM-QUANTITY        PIC 9(7).
          05 FILLER             PIC X(1).
          05 SM-REFERENCE       PIC X(8).
