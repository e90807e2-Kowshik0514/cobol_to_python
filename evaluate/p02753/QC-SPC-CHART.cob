       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. QC-SPC-CHART.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RESULTS-FILE ASSIGN TO "QC-RESULTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RESULTS-STATUS.
    SELECT OPTIONAL HISTORY-FILE ASSIGN TO "QC-SPC-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HISTORY-WORK-FILE ASSIGN TO "QC-SPC-HISTORY-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "QC-SPC-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SPC-REPORT ASSIGN TO "QC-SPC-CHART.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RESULTS-FILE.
01 RESULTS-REC.
   05 QC-RECORD-ID       PIC 9(7).
   05 FILLER             PIC X(1).
   05 QC-DUP-FLAG        PIC X(1).
   05 FILLER             PIC X(1).
   05 QC-DISPOSITION     PIC X(1).
   05 FILLER             PIC X(1).
   05 QC-INSPECTOR       PIC X(10).
   05 FILLER             PIC X(1).
   05 QC-CODE            PIC X(3).

FD HISTORY-FILE.
COPY "QC-SPC-HISTORY-RECORD.cpy".

FD HISTORY-WORK-FILE.
01 HISTORY-WORK-REC      PIC X(28).

FD PARM-FILE.
COPY "QC-SPC-PARM-RECORD.cpy".

FD SPC-REPORT.
01 SPC-LINE              PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-RESULTS-STATUS     PIC X(2).
01 WS-EOF                PIC X.

*> Used when QC-SPC-PARM.DAT is missing or holds a bad value.
01 WS-BASELINE-DAYS      PIC 9(3) VALUE 20.
01 WS-CHART-DAYS         PIC 9(3) VALUE 14.
01 WS-TREND-POINTS       PIC 9(2) VALUE 7.

01 WS-WINDOW-DAYS        PIC 9(3).
01 WS-RUN-INTEGER        PIC 9(7).
01 WS-FIRST-INTEGER      PIC 9(7).
01 WS-FIRST-DATE         PIC 9(8).
01 WS-DAY-IDX            PIC 9(3).
01 WS-DAY-DATE           PIC 9(8).

*> One slot per calendar day of the window: the baseline days
*> first, then the days charted, ending on the run date.
01 WS-DAY-TABLE.
   05 WS-DAY-ENTRY OCCURS 180 TIMES.
      10 WS-DY-INSPECTED PIC 9(7).
      10 WS-DY-DEFECTS   PIC 9(7).
      10 WS-DY-P         PIC 9V9(6).
      10 WS-DY-LCL       PIC 9V9(6).
      10 WS-DY-UCL       PIC 9V9(6).
      10 WS-DY-SIGNAL    PIC X(10).

*> Today's defects by code, from QC-RESULTS.DAT.
01 WS-TODAY-INSPECTED    PIC 9(7) VALUE 0.
01 WS-TODAY-DEFECTS      PIC 9(7) VALUE 0.
01 WS-TODAY-CODE-COUNT   PIC 9(3) VALUE 0.
01 WS-TODAY-CODE-TABLE.
   05 WS-TODAY-CODE-ENTRY OCCURS 200 TIMES.
      10 WS-TC-CODE      PIC X(3).
      10 WS-TC-DEFECTS   PIC 9(7).
01 WS-TODAY-CODE-IDX     PIC 9(3).

*> Defects by code over the window, split baseline and period.
01 WS-CODE-COUNT         PIC 9(3) VALUE 0.
01 WS-CODE-TABLE.
   05 WS-CODE-ENTRY OCCURS 200 TIMES.
      10 WS-CD-CODE           PIC X(3).
      10 WS-CD-BASE-DEFECTS   PIC 9(7).
      10 WS-CD-PERIOD-DEFECTS PIC 9(7).
01 WS-CODE-IDX           PIC 9(3).
01 WS-CODE-HIT           PIC 9(3).
01 WS-SORT-IDX           PIC 9(3).
01 WS-SWAP-ENTRY         PIC X(17).

01 WS-BASE-INSPECTED     PIC 9(9) VALUE 0.
01 WS-BASE-DEFECTS       PIC 9(9) VALUE 0.
01 WS-PERIOD-INSPECTED   PIC 9(9) VALUE 0.
01 WS-PERIOD-DEFECTS     PIC 9(9) VALUE 0.
01 WS-HAVE-BASELINE      PIC X VALUE 'N'.
01 WS-CENTRE             PIC 9V9(6) VALUE 0.
01 WS-SIGMA              PIC 9V9(6).
01 WS-LIMIT-WORK         PIC S9(2)V9(6).
01 WS-CODE-CENTRE        PIC 9V9(6).
01 WS-CODE-P             PIC 9V9(6).
01 WS-CODE-UCL           PIC 9V9(6).

*> A trend is counted in points: each day with results that is
*> higher than the last day with results lengthens an upward run.
01 WS-HAVE-PREV          PIC X VALUE 'N'.
01 WS-PREV-P             PIC 9V9(6).
01 WS-UP-RUN             PIC 9(3) VALUE 0.
01 WS-DOWN-RUN           PIC 9(3) VALUE 0.
01 WS-SIGNAL-COUNT       PIC 9(5) VALUE 0.

01 WS-SCALE              PIC 9V9(6).
01 WS-PLOT-VALUE         PIC 9V9(6).
01 WS-PLOT-MARK          PIC X(1).
01 WS-PLOT-POS           PIC 9(2).
01 WS-MAX-DEFECTS        PIC 9(7).
01 WS-BAR-LEN            PIC 9(2).
01 WS-CUM-DEFECTS        PIC 9(9).

01 WS-TITLE-LINE         PIC X(60)
   VALUE "QC STATISTICAL PROCESS CONTROL - DAILY DEFECT PROPORTION".

01 WS-BASELINE-LINE.
   05 FILLER             PIC X(9) VALUE "BASELINE ".
   05 WS-BL-FROM         PIC 9(8).
   05 FILLER             PIC X(4) VALUE " TO ".
   05 WS-BL-TO           PIC 9(8).
   05 FILLER             PIC X(12) VALUE "  INSPECTED ".
   05 WS-BL-INSPECTED    PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(9) VALUE "  CENTRE ".
   05 WS-BL-CENTRE       PIC ZZ9.99.
   05 FILLER             PIC X(1) VALUE "%".

01 WS-NO-BASELINE-LINE   PIC X(60)
   VALUE "NO BASELINE RESULTS - LIMITS NOT SET, PROPORTIONS ONLY".

01 WS-CHART-HEADING.
   05 FILLER             PIC X(9) VALUE "DATE".
   05 FILLER             PIC X(12) VALUE "INSPD DEFCT ".
   05 FILLER             PIC X(20) VALUE "    P%   LCL%   UCL%".
   05 FILLER             PIC X(2) VALUE " |".
   05 FILLER             PIC X(22) VALUE "*=DAY C=CENTRE L/U".
   05 FILLER             PIC X(8) VALUE "| SIGNAL".

01 WS-CHART-LINE.
   05 WS-CL-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-INSPECTED    PIC ZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-DEFECTS      PIC ZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-P            PIC ZZ9.99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-LCL          PIC ZZ9.99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-UCL          PIC ZZ9.99.
   05 FILLER             PIC X(2) VALUE " |".
   05 WS-CL-PLOT         PIC X(22).
   05 FILLER             PIC X(2) VALUE "| ".
   05 WS-CL-SIGNAL       PIC X(10).

01 WS-EMPTY-DAY-LINE.
   05 WS-ED-DATE         PIC 9(8).
   05 FILLER             PIC X(16) VALUE " NO QC RESULTS".

01 WS-SIGNAL-TOTAL-LINE.
   05 FILLER             PIC X(28) VALUE "OUT-OF-CONTROL SIGNALS     :".
   05 WS-ST-COUNT        PIC ZZ,ZZ9.

01 WS-CODE-HEADING       PIC X(60)
   VALUE "DEFECT PROPORTION BY CODE - PERIOD AGAINST BASELINE".

01 WS-CODE-LINE.
   05 FILLER             PIC X(5) VALUE "CODE ".
   05 WS-CO-CODE         PIC X(3).
   05 FILLER             PIC X(9) VALUE "  BASE P ".
   05 WS-CO-BASE-P       PIC ZZ9.99.
   05 FILLER             PIC X(17) VALUE "  PERIOD DEFECTS ".
   05 WS-CO-DEFECTS      PIC ZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE " P ".
   05 WS-CO-P            PIC ZZ9.99.
   05 FILLER             PIC X(5) VALUE " UCL ".
   05 WS-CO-UCL          PIC ZZ9.99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CO-SIGNAL       PIC X(10).

01 WS-PARETO-HEADING     PIC X(60)
   VALUE "PARETO OF DEFECT CODES - PERIOD CHARTED".
01 WS-PARETO-COLUMNS     PIC X(60)
   VALUE "CODE DEFECTS   PCT   CUM".

01 WS-PARETO-LINE.
   05 WS-PL-CODE         PIC X(3).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PL-DEFECTS      PIC ZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PL-PCT          PIC ZZ9.9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PL-CUM          PIC ZZ9.9.
   05 FILLER             PIC X(2) VALUE " |".
   05 WS-PL-BAR          PIC X(30).

PROCEDURE DIVISION.
MAIN.
    MOVE "QC-SPC-CHART" TO WS-RH-JOB-NAME.
    MOVE 158 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "QC-SPC-CHART" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    PERFORM READ-SPC-PARM.
    PERFORM SET-CHART-WINDOW.

    OPEN INPUT RESULTS-FILE.
    IF WS-RESULTS-STATUS NOT = "00"
        DISPLAY "QC-RESULTS.DAT NOT PRESENT"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE 'N' TO WS-EOF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ RESULTS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM TALLY-RESULT
        END-READ
    END-PERFORM.
    CLOSE RESULTS-FILE.

    PERFORM REPLACE-TODAY-HISTORY.
    PERFORM LOAD-HISTORY-WINDOW.
    PERFORM SET-CENTRE-LINE.
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
        IF WS-DY-INSPECTED(WS-DAY-IDX) > 0
            PERFORM JUDGE-DAY
        END-IF
    END-PERFORM.
    PERFORM FIND-PLOT-SCALE.

    OPEN OUTPUT SPC-REPORT.
    WRITE SPC-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    IF WS-HAVE-BASELINE = 'Y'
        WRITE SPC-LINE FROM WS-BASELINE-LINE
        DISPLAY WS-BASELINE-LINE
    ELSE
        WRITE SPC-LINE FROM WS-NO-BASELINE-LINE
        DISPLAY WS-NO-BASELINE-LINE
    END-IF.
    MOVE SPACES TO SPC-LINE.
    WRITE SPC-LINE.
    WRITE SPC-LINE FROM WS-CHART-HEADING.
    COMPUTE WS-DAY-IDX = WS-BASELINE-DAYS + 1.
    PERFORM UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
        PERFORM WRITE-CHART-LINE
        ADD 1 TO WS-DAY-IDX
    END-PERFORM.

    PERFORM WRITE-CODE-SECTION.
    PERFORM WRITE-PARETO.

    MOVE WS-SIGNAL-COUNT TO WS-ST-COUNT.
    MOVE SPACES TO SPC-LINE.
    WRITE SPC-LINE.
    WRITE SPC-LINE FROM WS-SIGNAL-TOTAL-LINE.
    DISPLAY WS-SIGNAL-TOTAL-LINE.
    CLOSE SPC-REPORT.

    MOVE WS-TODAY-INSPECTED TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-SIGNAL-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

READ-SPC-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END CONTINUE
        NOT AT END
            IF SP-BASELINE-DAYS IS NUMERIC AND SP-BASELINE-DAYS > 0
                    AND SP-CHART-DAYS IS NUMERIC AND SP-CHART-DAYS > 0
                    AND SP-BASELINE-DAYS + SP-CHART-DAYS <= 180
                MOVE SP-BASELINE-DAYS TO WS-BASELINE-DAYS
                MOVE SP-CHART-DAYS TO WS-CHART-DAYS
            END-IF
            IF SP-TREND-POINTS IS NUMERIC AND SP-TREND-POINTS > 2
                MOVE SP-TREND-POINTS TO WS-TREND-POINTS
            END-IF
    END-READ.
    CLOSE PARM-FILE.

SET-CHART-WINDOW.
    INITIALIZE WS-DAY-TABLE.
    COMPUTE WS-WINDOW-DAYS = WS-BASELINE-DAYS + WS-CHART-DAYS.
    COMPUTE WS-RUN-INTEGER = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).
    COMPUTE WS-FIRST-INTEGER = WS-RUN-INTEGER - WS-WINDOW-DAYS + 1.
    COMPUTE WS-FIRST-DATE = FUNCTION DATE-OF-INTEGER(WS-FIRST-INTEGER).
    MOVE WS-FIRST-DATE TO WS-BL-FROM.
    COMPUTE WS-BL-TO = FUNCTION DATE-OF-INTEGER(
        WS-FIRST-INTEGER + WS-BASELINE-DAYS - 1).

*> A flagged item released as a false alarm is not a defect, the
*> same rule VENDOR-SCORECARD applies.
TALLY-RESULT.
    ADD 1 TO WS-TODAY-INSPECTED.
    IF QC-DUP-FLAG = 'Y' AND QC-DISPOSITION NOT = 'R'
        ADD 1 TO WS-TODAY-DEFECTS
        PERFORM ADD-TODAY-CODE
    END-IF.

ADD-TODAY-CODE.
    MOVE 0 TO WS-CODE-HIT.
    PERFORM VARYING WS-TODAY-CODE-IDX FROM 1 BY 1
            UNTIL WS-TODAY-CODE-IDX > WS-TODAY-CODE-COUNT
        IF WS-TC-CODE(WS-TODAY-CODE-IDX) = QC-CODE
            MOVE WS-TODAY-CODE-IDX TO WS-CODE-HIT
        END-IF
    END-PERFORM.
    IF WS-CODE-HIT = 0
        IF WS-TODAY-CODE-COUNT >= 200
            DISPLAY "QC CODE TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-TODAY-CODE-COUNT
        MOVE WS-TODAY-CODE-COUNT TO WS-CODE-HIT
        MOVE QC-CODE TO WS-TC-CODE(WS-CODE-HIT)
        MOVE 0 TO WS-TC-DEFECTS(WS-CODE-HIT)
    END-IF.
    ADD 1 TO WS-TC-DEFECTS(WS-CODE-HIT).

*> QC-RESULTS.DAT only ever holds the latest 158A run, so each
*> day's tally is kept here; a rerun replaces the day's rows.
REPLACE-TODAY-HISTORY.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT HISTORY-FILE.
    OPEN OUTPUT HISTORY-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ HISTORY-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF SH-RUN-DATE NOT = WS-RH-RUN-DATE
                    WRITE HISTORY-WORK-REC FROM SPC-HISTORY-REC
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
    CLOSE HISTORY-WORK-FILE.

    MOVE 'N' TO WS-EOF.
    OPEN INPUT HISTORY-WORK-FILE.
    OPEN OUTPUT HISTORY-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ HISTORY-WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE HISTORY-WORK-REC TO SPC-HISTORY-REC
                WRITE SPC-HISTORY-REC
        END-READ
    END-PERFORM.
    CLOSE HISTORY-WORK-FILE.

    MOVE SPACES TO SPC-HISTORY-REC.
    MOVE WS-RH-RUN-DATE TO SH-RUN-DATE.
    MOVE WS-TODAY-INSPECTED TO SH-INSPECTED.
    MOVE WS-TODAY-DEFECTS TO SH-DEFECTS.
    WRITE SPC-HISTORY-REC.
    PERFORM VARYING WS-TODAY-CODE-IDX FROM 1 BY 1
            UNTIL WS-TODAY-CODE-IDX > WS-TODAY-CODE-COUNT
        MOVE WS-TC-CODE(WS-TODAY-CODE-IDX) TO SH-QC-CODE
        MOVE WS-TC-DEFECTS(WS-TODAY-CODE-IDX) TO SH-DEFECTS
        WRITE SPC-HISTORY-REC
    END-PERFORM.
    CLOSE HISTORY-FILE.

LOAD-HISTORY-WINDOW.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT HISTORY-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ HISTORY-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PLACE-HISTORY-ROW
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.

PLACE-HISTORY-ROW.
    IF SH-RUN-DATE IS NUMERIC AND SH-RUN-DATE >= WS-FIRST-DATE
            AND SH-RUN-DATE <= WS-RH-RUN-DATE
        COMPUTE WS-DAY-IDX = FUNCTION INTEGER-OF-DATE(SH-RUN-DATE)
            - WS-FIRST-INTEGER + 1
        IF SH-QC-CODE = SPACES
            ADD SH-INSPECTED TO WS-DY-INSPECTED(WS-DAY-IDX)
            ADD SH-DEFECTS TO WS-DY-DEFECTS(WS-DAY-IDX)
        ELSE
            PERFORM ADD-WINDOW-CODE
        END-IF
    END-IF.

ADD-WINDOW-CODE.
    MOVE 0 TO WS-CODE-HIT.
    PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
            UNTIL WS-CODE-IDX > WS-CODE-COUNT
        IF WS-CD-CODE(WS-CODE-IDX) = SH-QC-CODE
            MOVE WS-CODE-IDX TO WS-CODE-HIT
        END-IF
    END-PERFORM.
    IF WS-CODE-HIT = 0
        IF WS-CODE-COUNT >= 200
            DISPLAY "QC CODE TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-CODE-COUNT
        MOVE WS-CODE-COUNT TO WS-CODE-HIT
        MOVE SH-QC-CODE TO WS-CD-CODE(WS-CODE-HIT)
        MOVE 0 TO WS-CD-BASE-DEFECTS(WS-CODE-HIT)
        MOVE 0 TO WS-CD-PERIOD-DEFECTS(WS-CODE-HIT)
    END-IF.
    IF WS-DAY-IDX > WS-BASELINE-DAYS
        ADD SH-DEFECTS TO WS-CD-PERIOD-DEFECTS(WS-CODE-HIT)
    ELSE
        ADD SH-DEFECTS TO WS-CD-BASE-DEFECTS(WS-CODE-HIT)
    END-IF.

*> The centre line is the baseline days' pooled proportion; with no
*> baseline yet, the chart shows proportions and trends only.
SET-CENTRE-LINE.
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
        IF WS-DAY-IDX > WS-BASELINE-DAYS
            ADD WS-DY-INSPECTED(WS-DAY-IDX) TO WS-PERIOD-INSPECTED
            ADD WS-DY-DEFECTS(WS-DAY-IDX) TO WS-PERIOD-DEFECTS
        ELSE
            ADD WS-DY-INSPECTED(WS-DAY-IDX) TO WS-BASE-INSPECTED
            ADD WS-DY-DEFECTS(WS-DAY-IDX) TO WS-BASE-DEFECTS
        END-IF
    END-PERFORM.
    IF WS-BASE-INSPECTED > 0
        MOVE 'Y' TO WS-HAVE-BASELINE
        COMPUTE WS-CENTRE ROUNDED = WS-BASE-DEFECTS / WS-BASE-INSPECTED
    END-IF.
    MOVE WS-BASE-INSPECTED TO WS-BL-INSPECTED.
    COMPUTE WS-BL-CENTRE ROUNDED = WS-CENTRE * 100.

*> Three-sigma limits for a proportion, widened or narrowed by the
*> day's own count. A point beyond a limit outranks a trend on the
*> same day.
JUDGE-DAY.
    COMPUTE WS-DY-P(WS-DAY-IDX) ROUNDED =
        WS-DY-DEFECTS(WS-DAY-IDX) / WS-DY-INSPECTED(WS-DAY-IDX).
    PERFORM TRACK-TREND.
    IF WS-DAY-IDX > WS-BASELINE-DAYS
        MOVE SPACES TO WS-DY-SIGNAL(WS-DAY-IDX)
        IF WS-HAVE-BASELINE = 'Y'
            PERFORM SET-DAY-LIMITS
            IF WS-DY-P(WS-DAY-IDX) > WS-DY-UCL(WS-DAY-IDX)
                MOVE "ABOVE UCL" TO WS-DY-SIGNAL(WS-DAY-IDX)
            END-IF
            IF WS-DY-P(WS-DAY-IDX) < WS-DY-LCL(WS-DAY-IDX)
                MOVE "BELOW LCL" TO WS-DY-SIGNAL(WS-DAY-IDX)
            END-IF
        END-IF
        IF WS-DY-SIGNAL(WS-DAY-IDX) = SPACES
            IF WS-UP-RUN >= WS-TREND-POINTS
                MOVE "TREND UP" TO WS-DY-SIGNAL(WS-DAY-IDX)
            END-IF
            IF WS-DOWN-RUN >= WS-TREND-POINTS
                MOVE "TREND DOWN" TO WS-DY-SIGNAL(WS-DAY-IDX)
            END-IF
        END-IF
        IF WS-DY-SIGNAL(WS-DAY-IDX) NOT = SPACES
            ADD 1 TO WS-SIGNAL-COUNT
        END-IF
    END-IF.

TRACK-TREND.
    IF WS-HAVE-PREV = 'N'
        MOVE 1 TO WS-UP-RUN
        MOVE 1 TO WS-DOWN-RUN
        MOVE 'Y' TO WS-HAVE-PREV
    ELSE
        IF WS-DY-P(WS-DAY-IDX) > WS-PREV-P
            ADD 1 TO WS-UP-RUN
            MOVE 1 TO WS-DOWN-RUN
        ELSE
            IF WS-DY-P(WS-DAY-IDX) < WS-PREV-P
                ADD 1 TO WS-DOWN-RUN
                MOVE 1 TO WS-UP-RUN
            ELSE
                MOVE 1 TO WS-UP-RUN
                MOVE 1 TO WS-DOWN-RUN
            END-IF
        END-IF
    END-IF.
    MOVE WS-DY-P(WS-DAY-IDX) TO WS-PREV-P.

SET-DAY-LIMITS.
    COMPUTE WS-SIGMA ROUNDED = FUNCTION SQRT(WS-CENTRE * (1 - WS-CENTRE)
        / WS-DY-INSPECTED(WS-DAY-IDX)).
    COMPUTE WS-LIMIT-WORK = WS-CENTRE + 3 * WS-SIGMA.
    IF WS-LIMIT-WORK > 1
        MOVE 1 TO WS-DY-UCL(WS-DAY-IDX)
    ELSE
        MOVE WS-LIMIT-WORK TO WS-DY-UCL(WS-DAY-IDX)
    END-IF.
    COMPUTE WS-LIMIT-WORK = WS-CENTRE - 3 * WS-SIGMA.
    IF WS-LIMIT-WORK < 0
        MOVE 0 TO WS-DY-LCL(WS-DAY-IDX)
    ELSE
        MOVE WS-LIMIT-WORK TO WS-DY-LCL(WS-DAY-IDX)
    END-IF.

*> The plot runs from zero to the highest point or limit charted.
FIND-PLOT-SCALE.
    MOVE 0 TO WS-SCALE.
    COMPUTE WS-DAY-IDX = WS-BASELINE-DAYS + 1.
    PERFORM UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
        IF WS-DY-P(WS-DAY-IDX) > WS-SCALE
            MOVE WS-DY-P(WS-DAY-IDX) TO WS-SCALE
        END-IF
        IF WS-DY-UCL(WS-DAY-IDX) > WS-SCALE
            MOVE WS-DY-UCL(WS-DAY-IDX) TO WS-SCALE
        END-IF
        ADD 1 TO WS-DAY-IDX
    END-PERFORM.
    IF WS-SCALE = 0
        MOVE 0.01 TO WS-SCALE
    END-IF.

WRITE-CHART-LINE.
    COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(
        WS-FIRST-INTEGER + WS-DAY-IDX - 1).
    IF WS-DY-INSPECTED(WS-DAY-IDX) = 0
        MOVE WS-DAY-DATE TO WS-ED-DATE
        WRITE SPC-LINE FROM WS-EMPTY-DAY-LINE
    ELSE
        MOVE WS-DAY-DATE TO WS-CL-DATE
        MOVE WS-DY-INSPECTED(WS-DAY-IDX) TO WS-CL-INSPECTED
        MOVE WS-DY-DEFECTS(WS-DAY-IDX) TO WS-CL-DEFECTS
        COMPUTE WS-CL-P ROUNDED = WS-DY-P(WS-DAY-IDX) * 100
        COMPUTE WS-CL-LCL ROUNDED = WS-DY-LCL(WS-DAY-IDX) * 100
        COMPUTE WS-CL-UCL ROUNDED = WS-DY-UCL(WS-DAY-IDX) * 100
        MOVE WS-DY-SIGNAL(WS-DAY-IDX) TO WS-CL-SIGNAL
        MOVE SPACES TO WS-CL-PLOT
        IF WS-HAVE-BASELINE = 'Y'
            MOVE WS-DY-LCL(WS-DAY-IDX) TO WS-PLOT-VALUE
            MOVE "L" TO WS-PLOT-MARK
            PERFORM PLACE-PLOT-MARK
            MOVE WS-DY-UCL(WS-DAY-IDX) TO WS-PLOT-VALUE
            MOVE "U" TO WS-PLOT-MARK
            PERFORM PLACE-PLOT-MARK
            MOVE WS-CENTRE TO WS-PLOT-VALUE
            MOVE "C" TO WS-PLOT-MARK
            PERFORM PLACE-PLOT-MARK
        END-IF
        MOVE WS-DY-P(WS-DAY-IDX) TO WS-PLOT-VALUE
        MOVE "*" TO WS-PLOT-MARK
        PERFORM PLACE-PLOT-MARK
        WRITE SPC-LINE FROM WS-CHART-LINE
        IF WS-DY-SIGNAL(WS-DAY-IDX) NOT = SPACES
            DISPLAY WS-CHART-LINE
        END-IF
    END-IF.

PLACE-PLOT-MARK.
    COMPUTE WS-PLOT-POS ROUNDED = WS-PLOT-VALUE / WS-SCALE * 21 + 1.
    IF WS-PLOT-POS > 22
        MOVE 22 TO WS-PLOT-POS
    END-IF.
    MOVE WS-PLOT-MARK TO WS-CL-PLOT(WS-PLOT-POS:1).

*> Each code's share of the period's items against its share of the
*> baseline's, limited on the period's count. A code never seen in
*> the baseline is new and reported as such.
WRITE-CODE-SECTION.
    MOVE SPACES TO SPC-LINE.
    WRITE SPC-LINE.
    WRITE SPC-LINE FROM WS-CODE-HEADING.
    PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
            UNTIL WS-CODE-IDX > WS-CODE-COUNT
        PERFORM WRITE-CODE-LINE
    END-PERFORM.

WRITE-CODE-LINE.
    MOVE 0 TO WS-CODE-CENTRE.
    MOVE 0 TO WS-CODE-P.
    MOVE 0 TO WS-CODE-UCL.
    MOVE SPACES TO WS-CO-SIGNAL.
    IF WS-BASE-INSPECTED > 0
        COMPUTE WS-CODE-CENTRE ROUNDED =
            WS-CD-BASE-DEFECTS(WS-CODE-IDX) / WS-BASE-INSPECTED
    END-IF.
    IF WS-PERIOD-INSPECTED > 0
        COMPUTE WS-CODE-P ROUNDED =
            WS-CD-PERIOD-DEFECTS(WS-CODE-IDX) / WS-PERIOD-INSPECTED
        COMPUTE WS-SIGMA ROUNDED = FUNCTION SQRT(WS-CODE-CENTRE
            * (1 - WS-CODE-CENTRE) / WS-PERIOD-INSPECTED)
        COMPUTE WS-LIMIT-WORK = WS-CODE-CENTRE + 3 * WS-SIGMA
        IF WS-LIMIT-WORK > 1
            MOVE 1 TO WS-CODE-UCL
        ELSE
            MOVE WS-LIMIT-WORK TO WS-CODE-UCL
        END-IF
    END-IF.
    IF WS-HAVE-BASELINE = 'Y' AND WS-CD-PERIOD-DEFECTS(WS-CODE-IDX) > 0
        IF WS-CD-BASE-DEFECTS(WS-CODE-IDX) = 0
            MOVE "NEW CODE" TO WS-CO-SIGNAL
        ELSE
            IF WS-CODE-P > WS-CODE-UCL
                MOVE "ABOVE UCL" TO WS-CO-SIGNAL
            END-IF
        END-IF
    END-IF.
    IF WS-CO-SIGNAL NOT = SPACES
        ADD 1 TO WS-SIGNAL-COUNT
    END-IF.
    MOVE WS-CD-CODE(WS-CODE-IDX) TO WS-CO-CODE.
    COMPUTE WS-CO-BASE-P ROUNDED = WS-CODE-CENTRE * 100.
    MOVE WS-CD-PERIOD-DEFECTS(WS-CODE-IDX) TO WS-CO-DEFECTS.
    COMPUTE WS-CO-P ROUNDED = WS-CODE-P * 100.
    COMPUTE WS-CO-UCL ROUNDED = WS-CODE-UCL * 100.
    WRITE SPC-LINE FROM WS-CODE-LINE.
    IF WS-CO-SIGNAL NOT = SPACES
        DISPLAY WS-CODE-LINE
    END-IF.

*> Codes in descending order of the period's defects, with their
*> running share, so the few codes behind most defects stand out.
WRITE-PARETO.
    PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
            UNTIL WS-CODE-IDX >= WS-CODE-COUNT
        PERFORM VARYING WS-SORT-IDX FROM WS-CODE-IDX BY 1
                UNTIL WS-SORT-IDX > WS-CODE-COUNT
            IF WS-CD-PERIOD-DEFECTS(WS-SORT-IDX)
                    > WS-CD-PERIOD-DEFECTS(WS-CODE-IDX)
                MOVE WS-CODE-ENTRY(WS-CODE-IDX) TO WS-SWAP-ENTRY
                MOVE WS-CODE-ENTRY(WS-SORT-IDX)
                    TO WS-CODE-ENTRY(WS-CODE-IDX)
                MOVE WS-SWAP-ENTRY TO WS-CODE-ENTRY(WS-SORT-IDX)
            END-IF
        END-PERFORM
    END-PERFORM.
    MOVE SPACES TO SPC-LINE.
    WRITE SPC-LINE.
    WRITE SPC-LINE FROM WS-PARETO-HEADING.
    WRITE SPC-LINE FROM WS-PARETO-COLUMNS.
    MOVE 0 TO WS-CUM-DEFECTS.
    IF WS-CODE-COUNT > 0
        MOVE WS-CD-PERIOD-DEFECTS(1) TO WS-MAX-DEFECTS
    END-IF.
    PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
            UNTIL WS-CODE-IDX > WS-CODE-COUNT
        IF WS-CD-PERIOD-DEFECTS(WS-CODE-IDX) > 0
            PERFORM WRITE-PARETO-LINE
        END-IF
    END-PERFORM.

WRITE-PARETO-LINE.
    ADD WS-CD-PERIOD-DEFECTS(WS-CODE-IDX) TO WS-CUM-DEFECTS.
    MOVE WS-CD-CODE(WS-CODE-IDX) TO WS-PL-CODE.
    MOVE WS-CD-PERIOD-DEFECTS(WS-CODE-IDX) TO WS-PL-DEFECTS.
    COMPUTE WS-PL-PCT ROUNDED =
        WS-CD-PERIOD-DEFECTS(WS-CODE-IDX) * 100 / WS-PERIOD-DEFECTS.
    COMPUTE WS-PL-CUM ROUNDED = WS-CUM-DEFECTS * 100 / WS-PERIOD-DEFECTS.
    COMPUTE WS-BAR-LEN ROUNDED =
        WS-CD-PERIOD-DEFECTS(WS-CODE-IDX) * 30 / WS-MAX-DEFECTS.
    IF WS-BAR-LEN = 0
        MOVE 1 TO WS-BAR-LEN
    END-IF.
    MOVE SPACES TO WS-PL-BAR.
    MOVE ALL "#" TO WS-PL-BAR(1:WS-BAR-LEN).
    WRITE SPC-LINE FROM WS-PARETO-LINE.
