      *> Consignment details keyed when a shipment is booked: who it is
      *> for, where it goes and what is in it. SN-STREET and
      *> SN-POSTAL-CODE locate the ship-to on ADDRESS-MASTER.DAT through
      *> the household match key, so the dispatch documents print the
      *> address as the master holds it. A shipment rebooked before it
      *> leaves gets a fresh line; the last line for a shipment counts.
       01 CONSIGNMENT-REC.
          05 SN-SHIP-ID         PIC X(6).
          05 FILLER             PIC X(1).
          05 SN-CONSIGNEE       PIC X(20).
          05 FILLER             PIC X(1).
          05 SN-STREET          PIC X(40).
          05 FILLER             PIC X(1).
          05 SN-POSTAL-CODE     PIC 9(5).
          05 FILLER             PIC X(1).
          05 SN-PIECES          PIC 9(3).
          05 FILLER             PIC X(1).
          05 SN-CONTENTS        PIC X(30).
