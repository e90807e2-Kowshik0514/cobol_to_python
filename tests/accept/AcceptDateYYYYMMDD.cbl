       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AcceptDateYYYYMMDD.
ENVIRONMENT DIVISION.
