       >>SOURCE FORMAT IS FREE
      IDENTIFICATION DIVISION.
      PROGRAM-ID. 055A-TIERS.
      ENVIRONMENT DIVISION.
