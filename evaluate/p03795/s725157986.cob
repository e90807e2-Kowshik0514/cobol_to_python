       >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. 055A.
      DATA DIVISION.
