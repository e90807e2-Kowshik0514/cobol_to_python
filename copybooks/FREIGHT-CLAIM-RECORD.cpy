      *> One freight claim against a carrier in FREIGHT-CLAIMS.DAT.
      *> FC-CLAIM-TYPE is L for lost or D for damaged. FC-STATUS: N
      *> proposed - raised by SHIPMENT-AGING for a shipment overdue past
      *> the lost threshold and not yet put to the carrier - F filed, A
      *> acknowledged by the carrier, P paid, D denied. FC-RESPONSE-DUE
      *> is the filing date plus the carrier's response days from
      *> CARRIER-CLAIM-TERMS.DAT. FC-RECOVERED is what the carrier paid,
      *> posted to the GL when the payment is entered.
       01 FREIGHT-CLAIM-REC.
          05 FC-CLAIM-NO        PIC 9(6).
          05 FILLER             PIC X(1).
          05 FC-SHIP-ID         PIC X(6).
          05 FILLER             PIC X(1).
          05 FC-CARRIER         PIC X(5).
          05 FILLER             PIC X(1).
          05 FC-CLAIM-TYPE      PIC X(1).
          05 FILLER             PIC X(1).
          05 FC-STATUS          PIC X(1).
          05 FILLER             PIC X(1).
          05 FC-CLAIMED         PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 FC-RAISED-DATE     PIC 9(8).
          05 FILLER             PIC X(1).
          05 FC-FILING-DATE     PIC 9(8).
          05 FILLER             PIC X(1).
          05 FC-RESPONSE-DUE    PIC 9(8).
          05 FILLER             PIC X(1).
          05 FC-RECOVERED       PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 FC-SETTLED-DATE    PIC 9(8).
