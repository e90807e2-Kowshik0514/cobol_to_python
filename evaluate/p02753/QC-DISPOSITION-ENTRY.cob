       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. QC-DISPOSITION-ENTRY.

DATA DIVISION.
FILE SECTION.
FD RESULTS-FILE.
01 RESULTS-REC           PIC X(26).

FD WORK-FILE.
01 WORK-REC              PIC X(26).

*> One row per disposition stamped, with the date, so the
*> supervisor's workload report can measure flag-to-disposition
   05 QC-DISPOSITION     PIC X(1).
   05 FILLER             PIC X(1).
   05 QC-INSPECTOR       PIC X(10).
   05 FILLER             PIC X(1).
   05 QC-CODE            PIC X(3).

PROCEDURE DIVISION.
MAIN.
