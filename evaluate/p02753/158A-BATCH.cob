       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. 158A-BATCH.

01 CODE-REC           PIC X(3).

FD RESULTS-FILE.
01 RESULTS-REC         PIC X(26).

WORKING-STORAGE SECTION.
COPY "OPS-STATS-WS.cpy".

*> Flagged records carry a disposition code (R released,
*> W reworked, S scrapped, blank awaiting) and the inspector who
*> recorded it, maintained by QC-DISPOSITION-ENTRY. The code
*> inspected rides along so QC-SPC-CHART can chart defects by code.
01 WS-RESULT-LINE.
   05 WS-R-RECORD-ID    PIC 9(7).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-R-DISPOSITION  PIC X(1).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-R-INSPECTOR    PIC X(10).
   05 FILLER            PIC X(1) VALUE SPACES.
   05 WS-R-QC-CODE      PIC X(3).

PROCEDURE DIVISION.
MAIN-001.
    END-IF.
    MOVE SPACE TO WS-R-DISPOSITION.
    MOVE SPACES TO WS-R-INSPECTOR.
    MOVE INP TO WS-R-QC-CODE.
    WRITE RESULTS-REC FROM WS-RESULT-LINE.
