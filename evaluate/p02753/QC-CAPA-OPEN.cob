       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. QC-CAPA-OPEN.

   05 QC-DISPOSITION     PIC X(1).
   05 FILLER             PIC X(1).
   05 QC-INSPECTOR       PIC X(10).
   05 FILLER             PIC X(1).
   05 QC-CODE            PIC X(3).

*> One corrective action per reworked or scrapped item: the "why"
*> and who owns fixing the source, so the 158A repeat offenders
