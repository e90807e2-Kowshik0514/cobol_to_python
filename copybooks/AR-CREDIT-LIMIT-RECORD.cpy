      *> Credit terms for one account customer in AR-CREDIT-LIMITS.DAT,
      *> kept by AR-CREDIT-MAINT. CL-LIMIT is the most the customer may
      *> owe on open AR items, in whole units; CL-HOLD 'Y' stops new
      *> business on account whatever the balance. A customer with no
      *> line here has no credit account and books at the gate.
       01 CREDIT-LIMIT-REC.
          05 CL-CUSTOMER        PIC X(6).
          05 FILLER             PIC X(1).
          05 CL-NAME            PIC X(30).
          05 FILLER             PIC X(1).
          05 CL-LIMIT           PIC 9(9).
          05 FILLER             PIC X(1).
          05 CL-HOLD            PIC X(1).
          05 FILLER             PIC X(1).
          05 CL-UPDATED-BY      PIC X(30).
          05 FILLER             PIC X(1).
          05 CL-UPDATED-DATE    PIC 9(8).
