       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. 173A-VALIDATED.
DATA DIVISION.
