       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHECK-DIGIT-SWEEP.

01 SCORE-REC             PIC X(14).

FD QC-RESULTS-FILE.
01 QC-RESULTS-REC        PIC X(26).

FD EXCEPTION-REPORT.
01 EXCEPTION-LINE        PIC X(60).
