       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION. 
PROGRAM-ID. AcceptDateExample. 
DATA DIVISION. 
