      *> One dock-scale reading as SCALE-VERIFY applied it: the weight
      *> the shipment index held before the reading and the weight the
      *> scale put there. The first line for a shipment carries the
      *> weight the shipper declared; the last carries the weight it
      *> left the dock at.
       01 WEIGHT-LOG-REC.
          05 SW-SHIP-ID         PIC X(6).
          05 FILLER             PIC X(1).
          05 SW-DECLARED-WEIGHT PIC 9(3).
          05 FILLER             PIC X(1).
          05 SW-SCALE-WEIGHT    PIC 9(3).
          05 FILLER             PIC X(1).
          05 SW-READ-DATE       PIC 9(8).
