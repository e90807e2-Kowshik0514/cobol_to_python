       >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. 051A-EXT.
      DATA DIVISION.
