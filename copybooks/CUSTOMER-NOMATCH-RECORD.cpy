      *> Links a clerk has refused in CUSTOMER-LINK, CUSTOMER-NOMATCH.DAT,
      *> so CUSTOMER-MATCH does not propose them again: the subsystem
      *> key is not to join CN-CUSTOMER-NO, or, when that is zero, is
      *> not to be put into any new customer.
       01 CUSTOMER-NOMATCH-REC.
          05 CN-SYSTEM           PIC X(1).
          05 FILLER              PIC X(1).
          05 CN-KEY              PIC X(45).
          05 FILLER              PIC X(1).
          05 CN-CUSTOMER-NO      PIC 9(6).
          05 FILLER              PIC X(1).
          05 CN-REFUSED-BY       PIC X(30).
          05 FILLER              PIC X(1).
          05 CN-REFUSED-DATE     PIC 9(8).
