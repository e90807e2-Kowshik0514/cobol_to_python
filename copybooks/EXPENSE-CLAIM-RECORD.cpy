      *> One staff expense claim in EXPENSE-CLAIMS.DAT, raised by the
      *> claimant through EXPENSE-CLAIM-ENTRY. XC-EXPENSE-DATE is the
      *> date on the receipt, XC-RECEIPT-REF the receipt's own number
      *> as written on it. XC-STATUS: S submitted, awaiting the
      *> overnight screen in P02811-BATCH; L rejected over the
      *> category limit; D rejected, receipt already claimed; P
      *> awaiting the claimant's manager; A approved by the manager
      *> on XC-DECIDED-DATE; R refused by the manager; Y paid by
      *> EXPENSE-REIMBURSE under XC-PAYMENT-NO on XC-PAID-DATE.
       01 EXPENSE-CLAIM-REC.
          05 XC-CLAIM-NO         PIC 9(6).
          05 FILLER              PIC X(1).
          05 XC-CLAIMANT         PIC X(30).
          05 FILLER              PIC X(1).
          05 XC-EXPENSE-DATE     PIC 9(8).
          05 FILLER              PIC X(1).
          05 XC-CATEGORY         PIC X(4).
          05 FILLER              PIC X(1).
          05 XC-AMOUNT           PIC 9(7)V99.
          05 FILLER              PIC X(1).
          05 XC-RECEIPT-REF      PIC X(15).
          05 FILLER              PIC X(1).
          05 XC-DESCRIPTION      PIC X(30).
          05 FILLER              PIC X(1).
          05 XC-ENTERED-DATE     PIC 9(8).
          05 FILLER              PIC X(1).
          05 XC-STATUS           PIC X(1).
          05 FILLER              PIC X(1).
          05 XC-APPROVER         PIC X(30).
          05 FILLER              PIC X(1).
          05 XC-DECIDED-DATE     PIC 9(8).
          05 FILLER              PIC X(1).
          05 XC-PAYMENT-NO       PIC 9(6).
          05 FILLER              PIC X(1).
          05 XC-PAID-DATE        PIC 9(8).
