      *> Sales-tax exemption for one account customer in
      *> TAX-EXEMPTIONS.DAT, kept by TAX-EXEMPT-MAINT. The certificate
      *> covers sales in TE-JURISDICTION only and stops applying after
      *> TE-EXPIRY; a customer with no line here is charged tax in
      *> full. Invoices carry TE-CERT-NO so the return can list exempt
      *> sales certificate by certificate.
       01 TAX-EXEMPTION-REC.
          05 TE-CUSTOMER        PIC X(6).
          05 FILLER             PIC X(1).
          05 TE-NAME            PIC X(30).
          05 FILLER             PIC X(1).
          05 TE-CERT-NO         PIC X(12).
          05 FILLER             PIC X(1).
          05 TE-JURISDICTION    PIC X(3).
          05 FILLER             PIC X(1).
          05 TE-EXPIRY          PIC 9(8).
          05 FILLER             PIC X(1).
          05 TE-UPDATED-BY      PIC X(30).
          05 FILLER             PIC X(1).
          05 TE-UPDATED-DATE    PIC 9(8).
