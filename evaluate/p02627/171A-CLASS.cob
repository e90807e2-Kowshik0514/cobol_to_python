       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. 171A-CLASS.
DATA DIVISION.
