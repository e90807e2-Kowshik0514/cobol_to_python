      *> A customer's request to have their personal data erased, in
      *> ERASURE-REQUESTS.DAT. Raised by ERASURE-REQUEST against a
      *> customer number (every key on the cross-reference) or, for
      *> someone not yet on the customer master, a single subsystem
      *> key (ER-SYSTEM A, C or M and ER-KEY). A second person decides
      *> it in ERASURE-APPROVE, never the one who raised it, and
      *> ERASURE-APPLY does the erasure overnight. ER-STATUS: P
      *> awaiting approval, A approved, R refused, C erased on
      *> ER-COMPLETED-DATE. ER-REFERENCE is the customer's own
      *> reference for the request (letter, e-mail, form number).
       01 ERASURE-REQUEST-REC.
          05 ER-ERASURE-NO       PIC 9(5).
          05 FILLER              PIC X(1).
          05 ER-CUSTOMER-NO      PIC 9(6).
          05 FILLER              PIC X(1).
          05 ER-SYSTEM           PIC X(1).
          05 FILLER              PIC X(1).
          05 ER-KEY              PIC X(6).
          05 FILLER              PIC X(1).
          05 ER-REFERENCE        PIC X(30).
          05 FILLER              PIC X(1).
          05 ER-REQUESTED-BY     PIC X(30).
          05 FILLER              PIC X(1).
          05 ER-REQUEST-DATE     PIC 9(8).
          05 FILLER              PIC X(1).
          05 ER-STATUS           PIC X(1).
          05 FILLER              PIC X(1).
          05 ER-APPROVER         PIC X(30).
          05 FILLER              PIC X(1).
          05 ER-DECIDED-DATE     PIC 9(8).
          05 FILLER              PIC X(1).
          05 ER-COMPLETED-DATE   PIC 9(8).
