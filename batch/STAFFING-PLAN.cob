       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STAFFING-PLAN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FORECAST-FILE ASSIGN TO "ATTENDANCE-FORECAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FORECAST-STATUS.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "STAFFING-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MEMBER-VISITS-FILE ASSIGN TO "MEMBER-VISITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ENTRY-SLOT-FILE ASSIGN TO "ENTRY-SLOTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "TILL-ASSIGNMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STAFFING-REPORT ASSIGN TO "STAFFING-PLAN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FORECAST-FILE.
COPY "ATTENDANCE-FORECAST-RECORD.cpy".

*> Guests one cashier serves in an hour, guests one gate lane
*> admits in an hour, and the start and end hour of the day,
*> evening and night shifts (a shift covers start up to end).
FD PARM-FILE.
01 PARM-REC.
   05 SP-GUESTS-PER-TILL PIC 9(4).
   05 FILLER             PIC X(1).
   05 SP-GUESTS-PER-GATE PIC 9(4).
   05 FILLER             PIC X(1).
   05 SP-DAY-START       PIC 9(2).
   05 FILLER             PIC X(1).
   05 SP-DAY-END         PIC 9(2).
   05 FILLER             PIC X(1).
   05 SP-EVE-START       PIC 9(2).
   05 FILLER             PIC X(1).
   05 SP-EVE-END         PIC 9(2).
   05 FILLER             PIC X(1).
   05 SP-NIGHT-START     PIC 9(2).
   05 FILLER             PIC X(1).
   05 SP-NIGHT-END       PIC 9(2).

FD MEMBER-VISITS-FILE.
01 MEMBER-VISIT-REC.
   05 MV-VISIT-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 MV-VISIT-TIME      PIC 9(8).
   05 FILLER             PIC X(1).
   05 MV-MEMBER-ID       PIC X(6).
   05 FILLER             PIC X(1).
   05 MV-PASS-TIER       PIC X(1).

FD ENTRY-SLOT-FILE.
COPY "ENTRY-SLOT-RECORD.cpy".

FD ASSIGNMENT-FILE.
01 ASSIGNMENT-REC.
   05 TA-TILL-ID         PIC X(2).
   05 FILLER             PIC X(1).
   05 TA-SHIFT           PIC X(1).
   05 FILLER             PIC X(1).
   05 TA-OPERATOR        PIC X(30).
   05 FILLER             PIC X(1).
   05 TA-EFF-FROM        PIC 9(8).
   05 FILLER             PIC X(1).
   05 TA-EFF-TO          PIC 9(8).
   05 FILLER             PIC X(1).
   05 TA-POST            PIC X(1).

FD STAFFING-REPORT.
01 STAFFING-LINE         PIC X(100).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-FORECAST-STATUS    PIC X(2).
01 WS-FORECAST-EOF       PIC X VALUE 'N'.
01 WS-PARM-EOF           PIC X VALUE 'N'.
01 WS-VISITS-EOF         PIC X VALUE 'N'.
01 WS-SLOT-EOF           PIC X VALUE 'N'.
01 WS-ASSIGN-EOF         PIC X VALUE 'N'.

01 WS-GUESTS-PER-TILL    PIC 9(4) VALUE 60.
01 WS-GUESTS-PER-GATE    PIC 9(4) VALUE 120.
01 WS-SHIFT-TABLE.
   05 WS-SHIFT-ENTRY OCCURS 3 TIMES.
      10 WS-SH-CODE       PIC X(1).
      10 WS-SH-START      PIC 9(2).
      10 WS-SH-END        PIC 9(2).
01 WS-SHIFT-IDX          PIC 9(1).
01 WS-SHIFT-HIT          PIC 9(1).

*> The arrival curve: gate scans by ISO weekday and hour over the
*> last eight weeks, the same count GATE-THROUGHPUT reports. A
*> weekday with no scans uses the all-week curve, and with no
*> scans at all the day is spread evenly over the entry slots.
01 WS-CURVE-FROM         PIC 9(8).
01 WS-TODAY-INT          PIC 9(8).
01 WS-CURVE-TABLE VALUE ZEROS.
   05 WS-CURVE-ROW OCCURS 7 TIMES.
      10 WS-CV-HOUR OCCURS 24 TIMES PIC 9(7).
      10 WS-CV-DAY-TOTAL  PIC 9(9).
01 WS-WEEK-CURVE VALUE ZEROS.
   05 WS-WC-HOUR OCCURS 24 TIMES PIC 9(7).
   05 WS-WC-TOTAL        PIC 9(9).
01 WS-SLOT-CURVE VALUE ZEROS.
   05 WS-SC-HOUR OCCURS 24 TIMES PIC 9(7).
   05 WS-SC-TOTAL        PIC 9(9).
01 WS-VISIT-HOUR         PIC 9(2).
01 WS-VISIT-DOW          PIC 9(1).
01 WS-HOUR-IDX           PIC 9(2).
01 WS-HOUR-OF-DAY        PIC 9(2).

*> Every till and gate-lane row on the roster file; each day of the
*> plan counts the rows in force on that date, hour by hour.
01 WS-ASSIGN-COUNT       PIC 9(3) VALUE 0.
01 WS-ASSIGN-TABLE.
   05 WS-ASSIGN-ENTRY OCCURS 200 TIMES.
      10 WS-AS-POST       PIC X(1).
      10 WS-AS-SHIFT      PIC 9(1).
      10 WS-AS-FROM       PIC 9(8).
      10 WS-AS-TO         PIC 9(8).
01 WS-ASSIGN-IDX         PIC 9(3).

01 WS-DAY-COUNT          PIC 9(2) VALUE 0.
01 WS-DAY-TABLE.
   05 WS-DAY-ENTRY OCCURS 14 TIMES.
      10 WS-DY-DATE       PIC 9(8).
      10 WS-DY-DOW        PIC 9(1).
      10 WS-DY-TOTAL      PIC 9(6).
01 WS-DAY-IDX            PIC 9(2).

01 WS-HOUR-ROSTER.
   05 WS-HR-ENTRY OCCURS 24 TIMES.
      10 WS-HR-TILLS      PIC 9(3).
      10 WS-HR-GATES      PIC 9(3).
01 WS-CURVE-HOUR         PIC 9(7).
01 WS-CURVE-TOTAL        PIC 9(9).
01 WS-HOUR-GUESTS        PIC 9(6).
01 WS-TILLS-NEEDED       PIC 9(3).
01 WS-GATES-NEEDED       PIC 9(3).
01 WS-STAFF-GAP          PIC S9(3).
01 WS-HOUR-SHORT         PIC X.
01 WS-HOUR-OVER          PIC X.
01 WS-DAY-SHORT-HOURS    PIC 9(2).
01 WS-DAY-OVER-HOURS     PIC 9(2).
01 WS-TOTAL-SHORT-HOURS  PIC 9(4) VALUE 0.
01 WS-TOTAL-OVER-HOURS   PIC 9(4) VALUE 0.

01 WS-TITLE-LINE         PIC X(60)
   VALUE "CASHIER AND GATE STAFFING PLAN - NEXT 14 DAYS".

01 WS-DAY-HEAD-LINE.
   05 FILLER             PIC X(4) VALUE "DAY ".
   05 WS-DH-DATE         PIC 9(8).
   05 FILLER             PIC X(5) VALUE " DOW ".
   05 WS-DH-DOW          PIC 9(1).
   05 FILLER             PIC X(10) VALUE " FORECAST ".
   05 WS-DH-TOTAL        PIC ZZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE " GUESTS".

01 WS-COLUMN-LINE        PIC X(72) VALUE
   "  HOUR GUESTS  TILLS ROSTER           GATE ROSTER".

01 WS-HOUR-LINE.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-HL-HOUR         PIC 9(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-HL-GUESTS       PIC ZZ,ZZ9.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-HL-TILLS        PIC ZZ9.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-HL-TILL-ROSTER  PIC ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-HL-TILL-FLAG    PIC X(10).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-HL-GATES        PIC ZZ9.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-HL-GATE-ROSTER  PIC ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-HL-GATE-FLAG    PIC X(10).

01 WS-FLAG-WORK.
   05 WS-FW-WORD         PIC X(6).
   05 WS-FW-COUNT        PIC ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.

01 WS-DAY-FOOT-LINE.
   05 FILLER             PIC X(18) VALUE "  SHORTFALL HOURS ".
   05 WS-DF-SHORT        PIC Z9.
   05 FILLER             PIC X(20) VALUE "  OVERSTAFFED HOURS ".
   05 WS-DF-OVER         PIC Z9.

PROCEDURE DIVISION.
MAIN.
    MOVE "STAFFING-PLAN" TO WS-RH-JOB-NAME.
    MOVE 143 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM LOAD-STAFFING-PARM.
    PERFORM LOAD-FORECAST-DAYS.
    IF WS-DAY-COUNT = 0
        DISPLAY "ATTENDANCE-FORECAST.DAT MISSING OR EMPTY - "
            "RUN ATTENDANCE-FORECAST FIRST"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-ARRIVAL-CURVE.
    PERFORM LOAD-SLOT-CURVE.
    PERFORM LOAD-ROSTER.

    OPEN OUTPUT STAFFING-REPORT.
    WRITE STAFFING-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > WS-DAY-COUNT
        PERFORM PLAN-ONE-DAY
    END-PERFORM.
    CLOSE STAFFING-REPORT.

    DISPLAY "SHORTFALL HOURS  : " WS-TOTAL-SHORT-HOURS.
    DISPLAY "OVERSTAFFED HOURS: " WS-TOTAL-OVER-HOURS.
    IF WS-TOTAL-SHORT-HOURS > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-STAFFING-PARM.
    MOVE 'D' TO WS-SH-CODE(1).
    MOVE 8 TO WS-SH-START(1).
    MOVE 16 TO WS-SH-END(1).
    MOVE 'E' TO WS-SH-CODE(2).
    MOVE 16 TO WS-SH-START(2).
    MOVE 24 TO WS-SH-END(2).
    MOVE 'N' TO WS-SH-CODE(3).
    MOVE 0 TO WS-SH-START(3).
    MOVE 8 TO WS-SH-END(3).
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END MOVE 'Y' TO WS-PARM-EOF
    END-READ.
    IF WS-PARM-EOF = 'N'
        IF SP-GUESTS-PER-TILL IS NUMERIC AND SP-GUESTS-PER-TILL > 0
            MOVE SP-GUESTS-PER-TILL TO WS-GUESTS-PER-TILL
        END-IF
        IF SP-GUESTS-PER-GATE IS NUMERIC AND SP-GUESTS-PER-GATE > 0
            MOVE SP-GUESTS-PER-GATE TO WS-GUESTS-PER-GATE
        END-IF
        IF SP-DAY-START IS NUMERIC AND SP-DAY-END IS NUMERIC
                AND SP-DAY-END <= 24
            MOVE SP-DAY-START TO WS-SH-START(1)
            MOVE SP-DAY-END TO WS-SH-END(1)
        END-IF
        IF SP-EVE-START IS NUMERIC AND SP-EVE-END IS NUMERIC
                AND SP-EVE-END <= 24
            MOVE SP-EVE-START TO WS-SH-START(2)
            MOVE SP-EVE-END TO WS-SH-END(2)
        END-IF
        IF SP-NIGHT-START IS NUMERIC AND SP-NIGHT-END IS NUMERIC
                AND SP-NIGHT-END <= 24
            MOVE SP-NIGHT-START TO WS-SH-START(3)
            MOVE SP-NIGHT-END TO WS-SH-END(3)
        END-IF
    END-IF.
    CLOSE PARM-FILE.

*> The first fourteen days of tonight's attendance forecast.
LOAD-FORECAST-DAYS.
    OPEN INPUT FORECAST-FILE.
    IF WS-FORECAST-STATUS = "00"
        PERFORM UNTIL WS-FORECAST-EOF = 'Y'
            READ FORECAST-FILE
                AT END MOVE 'Y' TO WS-FORECAST-EOF
                NOT AT END
                    IF AF-FORECAST-DATE > WS-RH-RUN-DATE
                            AND AF-TOTAL IS NUMERIC
                            AND WS-DAY-COUNT < 14
                        ADD 1 TO WS-DAY-COUNT
                        MOVE AF-FORECAST-DATE
                            TO WS-DY-DATE(WS-DAY-COUNT)
                        COMPUTE WS-DY-DOW(WS-DAY-COUNT) = FUNCTION MOD(
                            FUNCTION INTEGER-OF-DATE(AF-FORECAST-DATE)
                            - 1, 7) + 1
                        MOVE AF-TOTAL TO WS-DY-TOTAL(WS-DAY-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FORECAST-FILE
    END-IF.

LOAD-ARRIVAL-CURVE.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).
    COMPUTE WS-CURVE-FROM = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - 55).
    OPEN INPUT MEMBER-VISITS-FILE.
    PERFORM UNTIL WS-VISITS-EOF = 'Y'
        READ MEMBER-VISITS-FILE
            AT END MOVE 'Y' TO WS-VISITS-EOF
            NOT AT END
                IF MV-VISIT-DATE IS NUMERIC
                        AND MV-VISIT-DATE >= WS-CURVE-FROM
                        AND MV-VISIT-DATE <= WS-RH-RUN-DATE
                        AND MV-VISIT-TIME IS NUMERIC
                    PERFORM TALLY-ARRIVAL
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MEMBER-VISITS-FILE.

TALLY-ARRIVAL.
    COMPUTE WS-VISIT-HOUR = MV-VISIT-TIME / 1000000.
    IF WS-VISIT-HOUR < 24
        COMPUTE WS-VISIT-DOW = FUNCTION MOD(
            FUNCTION INTEGER-OF-DATE(MV-VISIT-DATE) - 1, 7) + 1
        COMPUTE WS-HOUR-IDX = WS-VISIT-HOUR + 1
        ADD 1 TO WS-CV-HOUR(WS-VISIT-DOW, WS-HOUR-IDX)
        ADD 1 TO WS-CV-DAY-TOTAL(WS-VISIT-DOW)
        ADD 1 TO WS-WC-HOUR(WS-HOUR-IDX)
        ADD 1 TO WS-WC-TOTAL
    END-IF.

LOAD-SLOT-CURVE.
    OPEN INPUT ENTRY-SLOT-FILE.
    PERFORM UNTIL WS-SLOT-EOF = 'Y'
        READ ENTRY-SLOT-FILE
            AT END MOVE 'Y' TO WS-SLOT-EOF
            NOT AT END
                IF ES-SLOT-HOUR IS NUMERIC AND ES-SLOT-HOUR < 24
                    COMPUTE WS-HOUR-IDX = ES-SLOT-HOUR + 1
                    MOVE 1 TO WS-SC-HOUR(WS-HOUR-IDX)
                    ADD 1 TO WS-SC-TOTAL
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ENTRY-SLOT-FILE.

LOAD-ROSTER.
    OPEN INPUT ASSIGNMENT-FILE.
    PERFORM UNTIL WS-ASSIGN-EOF = 'Y'
        READ ASSIGNMENT-FILE
            AT END MOVE 'Y' TO WS-ASSIGN-EOF
            NOT AT END PERFORM TABLE-ROSTER-ROW
        END-READ
    END-PERFORM.
    CLOSE ASSIGNMENT-FILE.

TABLE-ROSTER-ROW.
    MOVE 0 TO WS-SHIFT-HIT.
    PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1 UNTIL WS-SHIFT-IDX > 3
        IF WS-SH-CODE(WS-SHIFT-IDX) = TA-SHIFT
            MOVE WS-SHIFT-IDX TO WS-SHIFT-HIT
        END-IF
    END-PERFORM.
    IF WS-SHIFT-HIT > 0 AND TA-EFF-FROM IS NUMERIC
            AND TA-EFF-TO IS NUMERIC
        IF WS-ASSIGN-COUNT >= 200
            DISPLAY "ROSTER TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-ASSIGN-COUNT
        IF TA-POST = 'G'
            MOVE 'G' TO WS-AS-POST(WS-ASSIGN-COUNT)
        ELSE
            MOVE 'T' TO WS-AS-POST(WS-ASSIGN-COUNT)
        END-IF
        MOVE WS-SHIFT-HIT TO WS-AS-SHIFT(WS-ASSIGN-COUNT)
        MOVE TA-EFF-FROM TO WS-AS-FROM(WS-ASSIGN-COUNT)
        MOVE TA-EFF-TO TO WS-AS-TO(WS-ASSIGN-COUNT)
    END-IF.

*> Each open hour of the day gets the forecast spread by the arrival
*> curve, rounded up to whole tills and gate lanes, against the
*> tills and lanes rostered for the shift covering that hour.
PLAN-ONE-DAY.
    MOVE WS-DY-DATE(WS-DAY-IDX) TO WS-DH-DATE.
    MOVE WS-DY-DOW(WS-DAY-IDX) TO WS-DH-DOW.
    MOVE WS-DY-TOTAL(WS-DAY-IDX) TO WS-DH-TOTAL.
    WRITE STAFFING-LINE FROM WS-DAY-HEAD-LINE.
    DISPLAY WS-DAY-HEAD-LINE.
    WRITE STAFFING-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-COLUMN-LINE.
    PERFORM COUNT-DAY-ROSTER.
    MOVE 0 TO WS-DAY-SHORT-HOURS.
    MOVE 0 TO WS-DAY-OVER-HOURS.
    PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1 UNTIL WS-HOUR-IDX > 24
        PERFORM PLAN-ONE-HOUR
    END-PERFORM.
    MOVE WS-DAY-SHORT-HOURS TO WS-DF-SHORT.
    MOVE WS-DAY-OVER-HOURS TO WS-DF-OVER.
    WRITE STAFFING-LINE FROM WS-DAY-FOOT-LINE.
    DISPLAY WS-DAY-FOOT-LINE.
    ADD WS-DAY-SHORT-HOURS TO WS-TOTAL-SHORT-HOURS.
    ADD WS-DAY-OVER-HOURS TO WS-TOTAL-OVER-HOURS.

COUNT-DAY-ROSTER.
    INITIALIZE WS-HOUR-ROSTER.
    PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
            UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
        IF WS-AS-FROM(WS-ASSIGN-IDX) <= WS-DY-DATE(WS-DAY-IDX)
                AND WS-AS-TO(WS-ASSIGN-IDX) >= WS-DY-DATE(WS-DAY-IDX)
            MOVE WS-AS-SHIFT(WS-ASSIGN-IDX) TO WS-SHIFT-IDX
            PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
                    UNTIL WS-HOUR-IDX > 24
                COMPUTE WS-HOUR-OF-DAY = WS-HOUR-IDX - 1
                IF WS-HOUR-OF-DAY >= WS-SH-START(WS-SHIFT-IDX)
                        AND WS-HOUR-OF-DAY < WS-SH-END(WS-SHIFT-IDX)
                    IF WS-AS-POST(WS-ASSIGN-IDX) = 'G'
                        ADD 1 TO WS-HR-GATES(WS-HOUR-IDX)
                    ELSE
                        ADD 1 TO WS-HR-TILLS(WS-HOUR-IDX)
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

PLAN-ONE-HOUR.
    EVALUATE TRUE
        WHEN WS-CV-DAY-TOTAL(WS-DY-DOW(WS-DAY-IDX)) > 0
            MOVE WS-CV-HOUR(WS-DY-DOW(WS-DAY-IDX), WS-HOUR-IDX)
                TO WS-CURVE-HOUR
            MOVE WS-CV-DAY-TOTAL(WS-DY-DOW(WS-DAY-IDX))
                TO WS-CURVE-TOTAL
        WHEN WS-WC-TOTAL > 0
            MOVE WS-WC-HOUR(WS-HOUR-IDX) TO WS-CURVE-HOUR
            MOVE WS-WC-TOTAL TO WS-CURVE-TOTAL
        WHEN OTHER
            MOVE WS-SC-HOUR(WS-HOUR-IDX) TO WS-CURVE-HOUR
            MOVE WS-SC-TOTAL TO WS-CURVE-TOTAL
    END-EVALUATE.
    IF WS-CURVE-HOUR > 0 AND WS-CURVE-TOTAL > 0
        COMPUTE WS-HOUR-GUESTS ROUNDED = WS-DY-TOTAL(WS-DAY-IDX)
            * WS-CURVE-HOUR / WS-CURVE-TOTAL
        MOVE 0 TO WS-TILLS-NEEDED
        MOVE 0 TO WS-GATES-NEEDED
        IF WS-HOUR-GUESTS > 0
            COMPUTE WS-TILLS-NEEDED = (WS-HOUR-GUESTS
                + WS-GUESTS-PER-TILL - 1) / WS-GUESTS-PER-TILL
            COMPUTE WS-GATES-NEEDED = (WS-HOUR-GUESTS
                + WS-GUESTS-PER-GATE - 1) / WS-GUESTS-PER-GATE
        END-IF
        MOVE 'N' TO WS-HOUR-SHORT
        MOVE 'N' TO WS-HOUR-OVER
        COMPUTE WS-STAFF-GAP = WS-HR-TILLS(WS-HOUR-IDX)
            - WS-TILLS-NEEDED
        PERFORM SET-GAP-FLAG
        MOVE WS-FLAG-WORK TO WS-HL-TILL-FLAG
        COMPUTE WS-STAFF-GAP = WS-HR-GATES(WS-HOUR-IDX)
            - WS-GATES-NEEDED
        PERFORM SET-GAP-FLAG
        MOVE WS-FLAG-WORK TO WS-HL-GATE-FLAG
        IF WS-HOUR-SHORT = 'Y'
            ADD 1 TO WS-DAY-SHORT-HOURS
        END-IF
        IF WS-HOUR-OVER = 'Y'
            ADD 1 TO WS-DAY-OVER-HOURS
        END-IF
        COMPUTE WS-HL-HOUR = WS-HOUR-IDX - 1
        MOVE WS-HOUR-GUESTS TO WS-HL-GUESTS
        MOVE WS-TILLS-NEEDED TO WS-HL-TILLS
        MOVE WS-HR-TILLS(WS-HOUR-IDX) TO WS-HL-TILL-ROSTER
        MOVE WS-GATES-NEEDED TO WS-HL-GATES
        MOVE WS-HR-GATES(WS-HOUR-IDX) TO WS-HL-GATE-ROSTER
        WRITE STAFFING-LINE FROM WS-HOUR-LINE
        DISPLAY WS-HOUR-LINE
    END-IF.

*> A short hour is one where either post is under strength; it is
*> counted once even if both are.
SET-GAP-FLAG.
    MOVE SPACES TO WS-FLAG-WORK.
    EVALUATE TRUE
        WHEN WS-STAFF-GAP < 0
            MOVE "SHORT " TO WS-FW-WORD
            COMPUTE WS-FW-COUNT = 0 - WS-STAFF-GAP
            MOVE 'Y' TO WS-HOUR-SHORT
        WHEN WS-STAFF-GAP > 0
            MOVE "OVER  " TO WS-FW-WORD
            MOVE WS-STAFF-GAP TO WS-FW-COUNT
            MOVE 'Y' TO WS-HOUR-OVER
    END-EVALUATE.
