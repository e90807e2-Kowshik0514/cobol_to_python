      *> Customer cross-reference, CUSTOMER-XREF.DAT: one row per
      *> subsystem key confirmed as belonging to a customer on
      *> CUSTOMER-MASTER.DAT. CX-SYSTEM says whose key it is:
      *>   A  AR customer (AR-CUSTOMER on open items, BK-ACCOUNT on
      *>      bookings, CL-CUSTOMER on credit limits)
      *>   C  coupon balance holder (CB-CUSTOMER-ID)
      *>   M  pass member (MM-MEMBER-ID)
      *>   D  address master record, keyed by its cleansed match key
      *>      (upper-cased street, blanks squeezed, plus postal code,
      *>      as ADDRESS-HOUSEHOLD builds it)
      *> A key belongs to one customer only.
       01 CUSTOMER-XREF-REC.
          05 CX-CUSTOMER-NO      PIC 9(6).
          05 FILLER              PIC X(1).
          05 CX-SYSTEM           PIC X(1).
          05 FILLER              PIC X(1).
          05 CX-KEY              PIC X(45).
          05 FILLER              PIC X(1).
          05 CX-LINKED-BY        PIC X(30).
          05 FILLER              PIC X(1).
          05 CX-LINKED-DATE      PIC 9(8).
