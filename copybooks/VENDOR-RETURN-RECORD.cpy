      *> Shared return-to-vendor record, one per return authorisation
      *> in VENDOR-RETURNS.DAT: raised by VENDOR-RETURN-ENTRY for goods
      *> QC scrapped, traced back to the PO line they came in on. The
      *> debit memo it raises sits in AP-OPEN-ITEMS.DAT as status D
      *> under invoice number RA plus the authorisation number, and
      *> is open until AP-PAYMENT-RUN has taken it off the vendor's
      *> payments.
       01 VENDOR-RETURN-REC.
          05 VR-RA-NO           PIC 9(6).
          05 FILLER             PIC X(1).
          05 VR-RA-DATE         PIC 9(8).
          05 FILLER             PIC X(1).
          05 VR-QC-RECORD-ID    PIC 9(7).
          05 FILLER             PIC X(1).
          05 VR-PO-NO           PIC 9(6).
          05 FILLER             PIC X(1).
          05 VR-VENDOR-ID       PIC X(5).
          05 FILLER             PIC X(1).
          05 VR-ITEM-ID         PIC X(6).
          05 FILLER             PIC X(1).
          05 VR-QTY             PIC 9(7).
          05 FILLER             PIC X(1).
          05 VR-UNIT-PRICE      PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 VR-VALUE           PIC 9(9)V99.
          05 FILLER             PIC X(1).
          05 VR-OPERATOR        PIC X(20).
