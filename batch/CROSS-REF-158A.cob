       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CROSS-REF-158A.

01 ZERO-RESULTS-REC     PIC X(30).

FD QC-RESULTS-FILE.
01 QC-RESULTS-REC        PIC X(26).

FD CROSS-REF-REPORT.
01 CROSS-REF-LINE         PIC X(60).
