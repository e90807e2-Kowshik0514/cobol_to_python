      *> One occupancy pricing band in PRICE-BANDS.DAT: the band code,
      *> the range of booked occupancy it covers as a whole percentage
      *> of the day's capacity, and the whole-percent adjustment each
      *> visitor type's gate rate takes in the band - plus for an
      *> uplift, minus for a discount, zero for the flat price. The
      *> band is struck on the booking when it is taken and honoured
      *> at the gate by 055A-REPORT. Read through OCCUPANCY-BAND.
       01 PRICE-BAND-REC.
          05 PB-BAND            PIC X(1).
          05 FILLER             PIC X(1).
          05 PB-OCC-FROM        PIC 9(3).
          05 FILLER             PIC X(1).
          05 PB-OCC-TO          PIC 9(3).
          05 FILLER             PIC X(1).
          05 PB-ADULT-ADJ       PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER             PIC X(1).
          05 PB-CHILD-ADJ       PIC S9(3) SIGN LEADING SEPARATE.
          05 FILLER             PIC X(1).
          05 PB-SENIOR-ADJ      PIC S9(3) SIGN LEADING SEPARATE.
