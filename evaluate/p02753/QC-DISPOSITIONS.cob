       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. QC-DISPOSITIONS.

   05 QC-DISPOSITION     PIC X(1).
   05 FILLER             PIC X(1).
   05 QC-INSPECTOR       PIC X(10).
   05 FILLER             PIC X(1).
   05 QC-CODE            PIC X(3).

FD DISPOSITION-REPORT.
01 DISPOSITION-LINE      PIC X(60).
