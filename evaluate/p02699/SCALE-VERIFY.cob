       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SCALE-VERIFY.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TOLERANCE-FILE ASSIGN TO "SCALE-TOLERANCE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL WEIGHT-LOG-FILE ASSIGN TO "SCALE-WEIGHT-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
01 TOLERANCE-REC.
   05 ST-TOLERANCE-PCT   PIC 9(3).

*> The index keeps only the latest weight, so every matched reading
*> is logged with the weight it replaced; the dispatch documents
*> show the declared weight beside the one the dock scale verified.
FD WEIGHT-LOG-FILE.
COPY "SCALE-WEIGHT-LOG-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-SCALE-STATUS       PIC X(2).
        GOBACK
    END-IF.
    OPEN OUTPUT DISCREPANCY-REPORT.
    OPEN EXTEND WEIGHT-LOG-FILE.
    WRITE DISCREPANCY-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.

    CLOSE SCALE-FILE.
    CLOSE SHIPMENT-INDEX-FILE.
    CLOSE DISCREPANCY-REPORT.
    CLOSE WEIGHT-LOG-FILE.

    DISPLAY "READINGS PROCESSED : " WS-READ-COUNT.
    DISPLAY "WEIGHTS VERIFIED   : " WS-VERIFIED-COUNT.
    END-READ.

JUDGE-AND-REWRITE.
    MOVE SPACES TO WEIGHT-LOG-REC.
    MOVE SC-SHIP-ID TO SW-SHIP-ID.
    MOVE SI-W TO SW-DECLARED-WEIGHT.
    MOVE SC-ACTUAL-WEIGHT TO SW-SCALE-WEIGHT.
    MOVE WS-RH-RUN-DATE TO SW-READ-DATE.
    WRITE WEIGHT-LOG-REC.
    COMPUTE WS-DIFF = SC-ACTUAL-WEIGHT - SI-W.
    IF SI-W > 0
        COMPUTE WS-DIFF-PCT ROUNDED =
