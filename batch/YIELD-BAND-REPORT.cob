       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. YIELD-BAND-REPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL BAND-FILE ASSIGN TO "PRICE-BANDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL YIELD-LOG-FILE ASSIGN TO "ADMISSIONS-YIELD-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT YIELD-REPORT ASSIGN TO "YIELD-BAND-REPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BAND-FILE.
COPY "PRICE-BAND-RECORD.cpy".

FD YIELD-LOG-FILE.
COPY "ADMISSIONS-YIELD-LOG-RECORD.cpy".

FD YIELD-REPORT.
01 YIELD-LINE            PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-TODAY-INT          PIC 9(8).
01 WS-FROM-DATE          PIC 9(8).
01 WS-LOG-LINES          PIC 9(7) VALUE 0.

*> One row per band on the table, in table order, then any band the
*> log names that the table no longer holds, then the admissions
*> that went at the flat price. Refunds come off the band they were
*> priced in.
01 WS-BAND-COUNT         PIC 9(2) VALUE 0.
01 WS-BAND-TABLE.
   05 WS-BAND-ENTRY OCCURS 30 TIMES.
      10 WS-BT-BAND       PIC X(1).
      10 WS-BT-ON-TABLE   PIC X(1).
      10 WS-BT-OCC-FROM   PIC 9(3).
      10 WS-BT-OCC-TO     PIC 9(3).
      10 WS-BT-GROUPS     PIC 9(5).
      10 WS-BT-HEADS      PIC S9(7).
      10 WS-BT-REVENUE    PIC S9(11).
      10 WS-BT-FLAT       PIC S9(11).
01 WS-BAND-IDX           PIC 9(2).
01 WS-BAND-HIT           PIC 9(2).
01 WS-LOOK-BAND          PIC X(1).

01 WS-TOTAL-GROUPS       PIC 9(7) VALUE 0.
01 WS-TOTAL-HEADS        PIC S9(9) VALUE 0.
01 WS-TOTAL-REVENUE      PIC S9(11) VALUE 0.
01 WS-TOTAL-FLAT         PIC S9(11) VALUE 0.
01 WS-YIELD-PCT          PIC 9(3)V9.

01 WS-TITLE-LINE.
   05 FILLER             PIC X(33)
      VALUE "OCCUPANCY BAND YIELD AGAINST FLAT".
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-TL-FROM         PIC 9(8).
   05 FILLER             PIC X(4) VALUE " TO ".
   05 WS-TL-TO           PIC 9(8).

01 WS-COLUMN-LINE        PIC X(80) VALUE
   "BAND OCCUPANCY GROUPS   HEADS     REVENUE     AT FLAT   DIFFERENCE YIELD".

01 WS-DETAIL-LINE.
   05 WS-DL-BAND         PIC X(4).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-RANGE        PIC X(10).
   05 WS-DL-GROUPS       PIC ZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-HEADS        PIC -ZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-REVENUE      PIC -ZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-FLAT         PIC -ZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-DIFFERENCE   PIC -ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-YIELD        PIC ZZ9.9.

01 WS-RANGE-TEXT.
   05 WS-RT-FROM         PIC 9(3).
   05 FILLER             PIC X(1) VALUE "-".
   05 WS-RT-TO           PIC 9(3).
   05 FILLER             PIC X(1) VALUE "%".

*> Weekly: what the occupancy bands earned over the seven days to
*> the run date against what the same admissions would have paid at
*> the flat tier and calendar rates. A yield over 100 is the uplift
*> on busy days outweighing the discount on quiet ones.
PROCEDURE DIVISION.
MAIN.
    MOVE "YIELD-BAND-REPORT" TO WS-RH-JOB-NAME.
    MOVE 184 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).
    COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 6).

    PERFORM LOAD-PRICE-BANDS.
    PERFORM TALLY-YIELD-LOG.

    OPEN OUTPUT YIELD-REPORT.
    MOVE WS-FROM-DATE TO WS-TL-FROM.
    MOVE WS-RH-RUN-DATE TO WS-TL-TO.
    WRITE YIELD-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    WRITE YIELD-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-COLUMN-LINE.
    PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
            UNTIL WS-BAND-IDX > WS-BAND-COUNT
        PERFORM PRINT-BAND-LINE
    END-PERFORM.
    PERFORM PRINT-TOTAL-LINE.
    CLOSE YIELD-REPORT.

    DISPLAY "ADMISSIONS LINES IN WEEK: " WS-LOG-LINES.
    IF WS-LOG-LINES = 0
        DISPLAY "NO PRICED ADMISSIONS IN THE WEEK - NOTHING TO COMPARE"
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-PRICE-BANDS.
    OPEN INPUT BAND-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BAND-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF PB-BAND NOT = SPACE AND PB-OCC-FROM IS NUMERIC
                        AND PB-OCC-TO IS NUMERIC
                    MOVE PB-BAND TO WS-LOOK-BAND
                    PERFORM FIND-BAND-ROW
                    MOVE 'Y' TO WS-BT-ON-TABLE(WS-BAND-HIT)
                    MOVE PB-OCC-FROM TO WS-BT-OCC-FROM(WS-BAND-HIT)
                    MOVE PB-OCC-TO TO WS-BT-OCC-TO(WS-BAND-HIT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BAND-FILE.
    MOVE 'N' TO WS-EOF.

TALLY-YIELD-LOG.
    OPEN INPUT YIELD-LOG-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ YIELD-LOG-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF YL-TXN-DATE IS NUMERIC
                        AND YL-TXN-DATE >= WS-FROM-DATE
                        AND YL-TXN-DATE <= WS-RH-RUN-DATE
                        AND YL-AMOUNT IS NUMERIC
                        AND YL-FLAT-AMOUNT IS NUMERIC
                    PERFORM TALLY-YIELD-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE YIELD-LOG-FILE.
    MOVE 'N' TO WS-EOF.

TALLY-YIELD-LINE.
    ADD 1 TO WS-LOG-LINES.
    MOVE YL-BAND TO WS-LOOK-BAND.
    PERFORM FIND-BAND-ROW.
    IF YL-TYPE = "R"
        SUBTRACT YL-HEADS FROM WS-BT-HEADS(WS-BAND-HIT)
        SUBTRACT YL-AMOUNT FROM WS-BT-REVENUE(WS-BAND-HIT)
        SUBTRACT YL-FLAT-AMOUNT FROM WS-BT-FLAT(WS-BAND-HIT)
    ELSE
        ADD 1 TO WS-BT-GROUPS(WS-BAND-HIT)
        ADD YL-HEADS TO WS-BT-HEADS(WS-BAND-HIT)
        ADD YL-AMOUNT TO WS-BT-REVENUE(WS-BAND-HIT)
        ADD YL-FLAT-AMOUNT TO WS-BT-FLAT(WS-BAND-HIT)
    END-IF.

FIND-BAND-ROW.
    MOVE 0 TO WS-BAND-HIT.
    PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
            UNTIL WS-BAND-IDX > WS-BAND-COUNT
        IF WS-BT-BAND(WS-BAND-IDX) = WS-LOOK-BAND
            MOVE WS-BAND-IDX TO WS-BAND-HIT
        END-IF
    END-PERFORM.
    IF WS-BAND-HIT = 0
        IF WS-BAND-COUNT >= 30
            DISPLAY "BAND TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-BAND-COUNT
        MOVE WS-BAND-COUNT TO WS-BAND-HIT
        INITIALIZE WS-BAND-ENTRY(WS-BAND-HIT)
        MOVE WS-LOOK-BAND TO WS-BT-BAND(WS-BAND-HIT)
        MOVE 'N' TO WS-BT-ON-TABLE(WS-BAND-HIT)
        PERFORM KEEP-FLAT-ROW-LAST
    END-IF.

*> A new band row goes in ahead of the flat-price row if that is
*> already placed.
KEEP-FLAT-ROW-LAST.
    IF WS-BAND-HIT > 1 AND WS-LOOK-BAND NOT = SPACE
        IF WS-BT-BAND(WS-BAND-HIT - 1) = SPACE
            MOVE WS-BAND-ENTRY(WS-BAND-HIT - 1)
                TO WS-BAND-ENTRY(WS-BAND-HIT)
            SUBTRACT 1 FROM WS-BAND-HIT
            INITIALIZE WS-BAND-ENTRY(WS-BAND-HIT)
            MOVE WS-LOOK-BAND TO WS-BT-BAND(WS-BAND-HIT)
            MOVE 'N' TO WS-BT-ON-TABLE(WS-BAND-HIT)
        END-IF
    END-IF.

PRINT-BAND-LINE.
    MOVE SPACES TO WS-DL-BAND.
    EVALUATE TRUE
        WHEN WS-BT-BAND(WS-BAND-IDX) = SPACE
            MOVE "FLAT" TO WS-DL-BAND
            MOVE SPACES TO WS-DL-RANGE
        WHEN WS-BT-ON-TABLE(WS-BAND-IDX) = 'Y'
            MOVE WS-BT-BAND(WS-BAND-IDX) TO WS-DL-BAND
            MOVE WS-BT-OCC-FROM(WS-BAND-IDX) TO WS-RT-FROM
            MOVE WS-BT-OCC-TO(WS-BAND-IDX) TO WS-RT-TO
            MOVE WS-RANGE-TEXT TO WS-DL-RANGE
        WHEN OTHER
            MOVE WS-BT-BAND(WS-BAND-IDX) TO WS-DL-BAND
            MOVE "NOT ON TBL" TO WS-DL-RANGE
    END-EVALUATE.
    MOVE WS-BT-GROUPS(WS-BAND-IDX) TO WS-DL-GROUPS.
    MOVE WS-BT-HEADS(WS-BAND-IDX) TO WS-DL-HEADS.
    MOVE WS-BT-REVENUE(WS-BAND-IDX) TO WS-DL-REVENUE.
    MOVE WS-BT-FLAT(WS-BAND-IDX) TO WS-DL-FLAT.
    COMPUTE WS-DL-DIFFERENCE =
        WS-BT-REVENUE(WS-BAND-IDX) - WS-BT-FLAT(WS-BAND-IDX).
    MOVE 0 TO WS-YIELD-PCT.
    IF WS-BT-FLAT(WS-BAND-IDX) > 0 AND WS-BT-REVENUE(WS-BAND-IDX) > 0
        COMPUTE WS-YIELD-PCT ROUNDED =
            WS-BT-REVENUE(WS-BAND-IDX) * 100 / WS-BT-FLAT(WS-BAND-IDX)
            ON SIZE ERROR MOVE 999.9 TO WS-YIELD-PCT
        END-COMPUTE
    END-IF.
    MOVE WS-YIELD-PCT TO WS-DL-YIELD.
    WRITE YIELD-LINE FROM WS-DETAIL-LINE.
    DISPLAY WS-DETAIL-LINE.
    ADD WS-BT-GROUPS(WS-BAND-IDX) TO WS-TOTAL-GROUPS.
    ADD WS-BT-HEADS(WS-BAND-IDX) TO WS-TOTAL-HEADS.
    ADD WS-BT-REVENUE(WS-BAND-IDX) TO WS-TOTAL-REVENUE.
    ADD WS-BT-FLAT(WS-BAND-IDX) TO WS-TOTAL-FLAT.

PRINT-TOTAL-LINE.
    MOVE "ALL" TO WS-DL-BAND.
    MOVE SPACES TO WS-DL-RANGE.
    MOVE WS-TOTAL-GROUPS TO WS-DL-GROUPS.
    MOVE WS-TOTAL-HEADS TO WS-DL-HEADS.
    MOVE WS-TOTAL-REVENUE TO WS-DL-REVENUE.
    MOVE WS-TOTAL-FLAT TO WS-DL-FLAT.
    COMPUTE WS-DL-DIFFERENCE = WS-TOTAL-REVENUE - WS-TOTAL-FLAT.
    MOVE 0 TO WS-YIELD-PCT.
    IF WS-TOTAL-FLAT > 0 AND WS-TOTAL-REVENUE > 0
        COMPUTE WS-YIELD-PCT ROUNDED =
            WS-TOTAL-REVENUE * 100 / WS-TOTAL-FLAT
            ON SIZE ERROR MOVE 999.9 TO WS-YIELD-PCT
        END-COMPUTE
    END-IF.
    MOVE WS-YIELD-PCT TO WS-DL-YIELD.
    WRITE YIELD-LINE FROM WS-DETAIL-LINE.
    DISPLAY WS-DETAIL-LINE.
