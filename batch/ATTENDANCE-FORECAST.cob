       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATTENDANCE-FORECAST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ADMISSIONS-FILE ASSIGN TO "ADMISSIONS-GROUPS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADMIT-STATUS.
    SELECT OPTIONAL HISTORY-FILE ASSIGN TO "ATTENDANCE-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HISTORY-WORK-FILE ASSIGN TO "ATTENDANCE-HISTORY-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MEMBER-VISITS-FILE ASSIGN TO "MEMBER-VISITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BOOKINGS-FILE ASSIGN TO "BOOKINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL HOLIDAY-CALENDAR ASSIGN TO "HOLIDAY-CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "ATTENDANCE-FCST-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FORECAST-FILE ASSIGN TO "ATTENDANCE-FORECAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ACCURACY-FILE ASSIGN TO "ATTENDANCE-ACCURACY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ACCURACY-WORK-FILE
        ASSIGN TO "ATTENDANCE-ACCURACY-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FORECAST-REPORT ASSIGN TO "ATTENDANCE-FCST-REPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ADMISSIONS-FILE.
01 LN                    PIC X(60).

*> Paid admissions by visitor type for each night the admissions
*> feed was processed. The group feed is replaced every day, so
*> this is the only dated record of who came through the tills.
FD HISTORY-FILE.
01 HISTORY-REC.
   05 AH-VISIT-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 AH-ADULTS          PIC 9(5).
   05 FILLER             PIC X(1).
   05 AH-CHILDREN        PIC 9(5).
   05 FILLER             PIC X(1).
   05 AH-SENIORS         PIC 9(5).

FD HISTORY-WORK-FILE.
01 HISTORY-WORK-REC      PIC X(26).

FD MEMBER-VISITS-FILE.
01 MEMBER-VISIT-REC.
   05 MV-VISIT-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 MV-VISIT-TIME      PIC 9(8).
   05 FILLER             PIC X(1).
   05 MV-MEMBER-ID       PIC X(6).
   05 FILLER             PIC X(1).
   05 MV-PASS-TIER       PIC X(1).

FD BOOKINGS-FILE.
01 BOOKING-REC.
   05 BK-VISIT-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 BK-NA              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-NC              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-NS              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-REC-TYPE        PIC X(1).
   05 FILLER             PIC X(82).

FD HOLIDAY-CALENDAR.
01 HOLIDAY-REC           PIC X(8).

*> Weeks of same-weekday history to average (1-8) and the uplift
*> applied on holiday dates, as a percentage of the normal day.
FD PARM-FILE.
01 PARM-REC.
   05 FP-HISTORY-WEEKS   PIC 9(2).
   05 FILLER             PIC X(1).
   05 FP-HOLIDAY-UPLIFT  PIC 9(3).

FD FORECAST-FILE.
COPY "ATTENDANCE-FORECAST-RECORD.cpy".

*> One row per night judged: what the forecast said the day would
*> bring against what came, and the absolute percentage error.
FD ACCURACY-FILE.
01 ACCURACY-REC.
   05 AA-VISIT-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 AA-FORECAST        PIC 9(6).
   05 FILLER             PIC X(1).
   05 AA-ACTUAL          PIC 9(6).
   05 FILLER             PIC X(1).
   05 AA-ABS-PCT-ERROR   PIC 9(3)V9.

FD ACCURACY-WORK-FILE.
01 ACCURACY-WORK-REC     PIC X(27).

FD FORECAST-REPORT.
01 FORECAST-LINE         PIC X(100).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-ADMIT-STATUS       PIC X(2).
01 WS-ADMIT-EOF          PIC X VALUE 'N'.
01 WS-HISTORY-EOF        PIC X VALUE 'N'.
01 WS-HISTORY-WORK-EOF   PIC X VALUE 'N'.
01 WS-VISITS-EOF         PIC X VALUE 'N'.
01 WS-BOOKINGS-EOF       PIC X VALUE 'N'.
01 WS-HOLIDAY-EOF        PIC X VALUE 'N'.
01 WS-PARM-EOF           PIC X VALUE 'N'.
01 WS-FORECAST-EOF       PIC X VALUE 'N'.
01 WS-ACCURACY-EOF       PIC X VALUE 'N'.
01 WS-ACCURACY-WORK-EOF  PIC X VALUE 'N'.

01 WS-HISTORY-WEEKS      PIC 9(2) VALUE 8.
01 WS-HOLIDAY-UPLIFT     PIC 9(3) VALUE 130.

01 WS-HOLIDAY-COUNT      PIC 9(3) VALUE 0.
01 WS-HOLIDAY-TABLE.
   05 WS-HOLIDAY-DATE OCCURS 100 TIMES PIC 9(8).
01 WS-HOLIDAY-IDX        PIC 9(3).
01 WS-LOOK-DATE          PIC 9(8).
01 WS-IS-HOLIDAY         PIC X.

01 WS-TODAY-INT          PIC 9(8).
01 WS-BASE-INT           PIC 9(8).
01 WS-DATE-INT           PIC 9(8).
01 WS-DAY-OFFSET         PIC S9(8).

*> Tonight's paid admissions from the group feed, the same shape
*> 055A-REPORT prices. Refunds are not attendance.
01 WS-ACTUALS-OK         PIC X VALUE 'N'.
01 NA                    PIC 9(3).
01 NC                    PIC 9(3).
01 NS                    PIC 9(3).
01 WS-TOK1               PIC X(3).
01 WS-TOK2               PIC X(3).
01 WS-TOK3               PIC X(3).
01 WS-TOK4               PIC X(3).
01 WS-TOK5               PIC X(3).
01 WS-TONIGHT-ADULTS     PIC 9(5) VALUE 0.
01 WS-TONIGHT-CHILDREN   PIC 9(5) VALUE 0.
01 WS-TONIGHT-SENIORS    PIC 9(5) VALUE 0.
01 WS-TONIGHT-TOTAL      PIC 9(6) VALUE 0.

*> The last eight weeks, day by day, oldest first; the run date is
*> the last entry. A day counts as history only if admissions were
*> recorded or members scanned in, and holidays are left out of the
*> normal-day averages because they carry their own uplift.
01 WS-HIST-DAYS          PIC 9(2) VALUE 56.
01 WS-HIST-TABLE.
   05 WS-HD-ENTRY OCCURS 56 TIMES.
      10 WS-HD-PRESENT    PIC X(1).
      10 WS-HD-HOLIDAY    PIC X(1).
      10 WS-HD-ADULTS     PIC 9(5).
      10 WS-HD-CHILDREN   PIC 9(5).
      10 WS-HD-SENIORS    PIC 9(5).
      10 WS-HD-MEMBERS    PIC 9(5).
01 WS-HIST-IDX           PIC 9(2).
01 WS-OLDEST-IDX         PIC 9(2).

*> The 28 days being forecast, starting the day after the run.
01 WS-FCST-TABLE.
   05 WS-FC-ENTRY OCCURS 28 TIMES.
      10 WS-FC-DATE       PIC 9(8).
      10 WS-FC-BK-ADULTS  PIC S9(5).
      10 WS-FC-BK-CHILDREN PIC S9(5).
      10 WS-FC-BK-SENIORS PIC S9(5).
01 WS-FCST-IDX           PIC 9(2).
01 WS-WEEK-BACK          PIC 9(2).
01 WS-SAME-DAY-IDX       PIC S9(3).
01 WS-SAME-DAY-COUNT     PIC 9(2).
01 WS-SUM-ADULTS         PIC 9(7).
01 WS-SUM-CHILDREN       PIC 9(7).
01 WS-SUM-SENIORS        PIC 9(7).
01 WS-SUM-MEMBERS        PIC 9(7).
01 WS-FCST-ADULTS        PIC 9(5).
01 WS-FCST-CHILDREN      PIC 9(5).
01 WS-FCST-SENIORS       PIC 9(5).
01 WS-FCST-MEMBERS       PIC 9(5).
01 WS-FCST-BOOKED        PIC S9(6).

*> Judging tonight: the forecast last night's run made for today.
01 WS-JUDGED-FOUND       PIC X VALUE 'N'.
01 WS-JUDGED-FORECAST    PIC 9(6) VALUE 0.
01 WS-JUDGED-ERROR       PIC S9(7).
01 WS-ABS-PCT-ERROR      PIC 9(3)V9 VALUE 0.
01 WS-PCT-WORK           PIC 9(7)V9.
01 WS-TRAIL-FROM         PIC 9(8).
01 WS-TRAIL-DAYS         PIC 9(3) VALUE 0.
01 WS-TRAIL-PCT-SUM      PIC 9(7)V9 VALUE 0.
01 WS-MEAN-PCT-ERROR     PIC 9(3)V9 VALUE 0.
01 WS-ACCURACY-PCT       PIC 9(3)V9 VALUE 0.

01 WS-TITLE-LINE         PIC X(60)
   VALUE "28-DAY ATTENDANCE FORECAST".

01 WS-ACTUAL-LINE.
   05 FILLER             PIC X(7) VALUE "ACTUAL ".
   05 WS-AL-DATE         PIC 9(8).
   05 FILLER             PIC X(3) VALUE " A=".
   05 WS-AL-ADULTS       PIC ZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE " C=".
   05 WS-AL-CHILDREN     PIC ZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE " S=".
   05 WS-AL-SENIORS      PIC ZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE " M=".
   05 WS-AL-MEMBERS      PIC ZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE " TOTAL=".
   05 WS-AL-TOTAL        PIC ZZZ,ZZ9.

01 WS-JUDGED-LINE.
   05 FILLER             PIC X(16) VALUE "FORECAST WAS    ".
   05 WS-JL-FORECAST     PIC ZZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE " VARIANCE=".
   05 WS-JL-VARIANCE     PIC ----,--9.
   05 FILLER             PIC X(7) VALUE " ERROR=".
   05 WS-JL-PCT          PIC ZZ9.9.
   05 FILLER             PIC X(1) VALUE "%".

01 WS-TRAIL-LINE.
   05 FILLER             PIC X(16) VALUE "LAST 28 DAYS:   ".
   05 WS-TL-DAYS         PIC ZZ9.
   05 FILLER             PIC X(24) VALUE " JUDGED  MEAN ABS ERROR ".
   05 WS-TL-ERROR        PIC ZZ9.9.
   05 FILLER             PIC X(12) VALUE "%  ACCURACY ".
   05 WS-TL-ACCURACY     PIC ZZ9.9.
   05 FILLER             PIC X(1) VALUE "%".

01 WS-HEADING-LINE       PIC X(72) VALUE
   "DATE     DOW  ADULTS CHILDREN SENIORS MEMBERS   TOTAL  BOOKED HOL".

01 WS-DAY-LINE.
   05 WS-DL-DATE         PIC 9(8).
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-DL-DOW          PIC 9(1).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-DL-ADULTS       PIC ZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-DL-CHILDREN     PIC ZZ,ZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-DL-SENIORS      PIC ZZ,ZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-DL-MEMBERS      PIC ZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-TOTAL        PIC ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-BOOKED       PIC ZZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-DL-HOLIDAY      PIC X(1).

PROCEDURE DIVISION.
MAIN.
    MOVE "ATTENDANCE-FORECAST" TO WS-RH-JOB-NAME.
    MOVE 142 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).
    COMPUTE WS-BASE-INT = WS-TODAY-INT - WS-HIST-DAYS.
    PERFORM LOAD-FORECAST-PARM.
    COMPUTE WS-OLDEST-IDX = WS-HIST-DAYS - WS-HISTORY-WEEKS * 7 + 1.
    PERFORM LOAD-HOLIDAY-TABLE.

    INITIALIZE WS-HIST-TABLE.
    PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
            UNTIL WS-HIST-IDX > WS-HIST-DAYS
        MOVE 'N' TO WS-HD-PRESENT(WS-HIST-IDX)
        COMPUTE WS-LOOK-DATE = FUNCTION DATE-OF-INTEGER(
            WS-BASE-INT + WS-HIST-IDX)
        PERFORM CHECK-HOLIDAY
        MOVE WS-IS-HOLIDAY TO WS-HD-HOLIDAY(WS-HIST-IDX)
    END-PERFORM.

    PERFORM TALLY-TONIGHT-ADMISSIONS.
    PERFORM LOAD-ADMISSION-HISTORY.
    PERFORM TALLY-MEMBER-VISITS.
    IF WS-ACTUALS-OK = 'Y'
        MOVE 'Y' TO WS-HD-PRESENT(WS-HIST-DAYS)
        MOVE WS-TONIGHT-ADULTS TO WS-HD-ADULTS(WS-HIST-DAYS)
        MOVE WS-TONIGHT-CHILDREN TO WS-HD-CHILDREN(WS-HIST-DAYS)
        MOVE WS-TONIGHT-SENIORS TO WS-HD-SENIORS(WS-HIST-DAYS)
        PERFORM RECORD-TONIGHT-HISTORY
        COMPUTE WS-TONIGHT-TOTAL = WS-TONIGHT-ADULTS
            + WS-TONIGHT-CHILDREN + WS-TONIGHT-SENIORS
            + WS-HD-MEMBERS(WS-HIST-DAYS)
        PERFORM FIND-TONIGHT-FORECAST
    END-IF.
    PERFORM RECORD-ACCURACY.

    PERFORM TALLY-ADVANCE-BOOKINGS.

    OPEN OUTPUT FORECAST-REPORT.
    WRITE FORECAST-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    PERFORM PRINT-JUDGEMENT.
    WRITE FORECAST-LINE FROM WS-HEADING-LINE.
    DISPLAY WS-HEADING-LINE.
    OPEN OUTPUT FORECAST-FILE.
    PERFORM VARYING WS-FCST-IDX FROM 1 BY 1 UNTIL WS-FCST-IDX > 28
        PERFORM FORECAST-ONE-DAY
    END-PERFORM.
    CLOSE FORECAST-FILE.
    CLOSE FORECAST-REPORT.

    IF WS-ACTUALS-OK = 'N'
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-FORECAST-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END MOVE 'Y' TO WS-PARM-EOF
    END-READ.
    IF WS-PARM-EOF = 'N'
        IF FP-HISTORY-WEEKS IS NUMERIC AND FP-HISTORY-WEEKS > 0
                AND FP-HISTORY-WEEKS <= 8
            MOVE FP-HISTORY-WEEKS TO WS-HISTORY-WEEKS
        END-IF
        IF FP-HOLIDAY-UPLIFT IS NUMERIC AND FP-HOLIDAY-UPLIFT > 0
            MOVE FP-HOLIDAY-UPLIFT TO WS-HOLIDAY-UPLIFT
        END-IF
    END-IF.
    CLOSE PARM-FILE.

LOAD-HOLIDAY-TABLE.
    OPEN INPUT HOLIDAY-CALENDAR.
    PERFORM UNTIL WS-HOLIDAY-EOF = 'Y'
        READ HOLIDAY-CALENDAR
            AT END MOVE 'Y' TO WS-HOLIDAY-EOF
            NOT AT END
                IF WS-HOLIDAY-COUNT < 100
                    ADD 1 TO WS-HOLIDAY-COUNT
                    MOVE HOLIDAY-REC
                        TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HOLIDAY-CALENDAR.

CHECK-HOLIDAY.
    MOVE 'N' TO WS-IS-HOLIDAY.
    PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
            UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
        IF WS-HOLIDAY-DATE(WS-HOLIDAY-IDX) = WS-LOOK-DATE
            MOVE 'Y' TO WS-IS-HOLIDAY
        END-IF
    END-PERFORM.

TALLY-TONIGHT-ADMISSIONS.
    OPEN INPUT ADMISSIONS-FILE.
    IF WS-ADMIT-STATUS NOT = "00"
        DISPLAY "ADMISSIONS-GROUPS.DAT NOT PRESENT - TONIGHT NOT "
            "RECORDED OR JUDGED"
    ELSE
        MOVE 'Y' TO WS-ACTUALS-OK
        PERFORM UNTIL WS-ADMIT-EOF = 'Y'
            READ ADMISSIONS-FILE INTO LN
                AT END MOVE 'Y' TO WS-ADMIT-EOF
                NOT AT END
                    IF LN(1:8) NOT = "TRAILER "
                        PERFORM COUNT-GROUP-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ADMISSIONS-FILE
    END-IF.

COUNT-GROUP-LINE.
    MOVE SPACES TO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5.
    MOVE 0 TO NA NC NS.
    UNSTRING LN DELIMITED BY SPACE
        INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4 WS-TOK5.
    EVALUATE TRUE
        WHEN WS-TOK1 = "R  "
            CONTINUE
        WHEN WS-TOK1 = "S  "
            IF WS-TOK3 IS NUMERIC MOVE WS-TOK3 TO NA END-IF
            IF WS-TOK4 IS NUMERIC MOVE WS-TOK4 TO NC END-IF
            IF WS-TOK5 IS NUMERIC MOVE WS-TOK5 TO NS END-IF
        WHEN OTHER
            IF WS-TOK1 IS NUMERIC MOVE WS-TOK1 TO NA END-IF
            IF WS-TOK2 IS NUMERIC MOVE WS-TOK2 TO NC END-IF
            IF WS-TOK3 IS NUMERIC MOVE WS-TOK3 TO NS END-IF
    END-EVALUATE.
    ADD NA TO WS-TONIGHT-ADULTS.
    ADD NC TO WS-TONIGHT-CHILDREN.
    ADD NS TO WS-TONIGHT-SENIORS.

LOAD-ADMISSION-HISTORY.
    OPEN INPUT HISTORY-FILE.
    PERFORM UNTIL WS-HISTORY-EOF = 'Y'
        READ HISTORY-FILE
            AT END MOVE 'Y' TO WS-HISTORY-EOF
            NOT AT END
                IF AH-VISIT-DATE IS NUMERIC
                        AND AH-VISIT-DATE < WS-RH-RUN-DATE
                    MOVE AH-VISIT-DATE TO WS-LOOK-DATE
                    PERFORM FIND-HISTORY-DAY
                    IF WS-HIST-IDX > 0
                        MOVE 'Y' TO WS-HD-PRESENT(WS-HIST-IDX)
                        MOVE AH-ADULTS TO WS-HD-ADULTS(WS-HIST-IDX)
                        MOVE AH-CHILDREN TO WS-HD-CHILDREN(WS-HIST-IDX)
                        MOVE AH-SENIORS TO WS-HD-SENIORS(WS-HIST-IDX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.

TALLY-MEMBER-VISITS.
    OPEN INPUT MEMBER-VISITS-FILE.
    PERFORM UNTIL WS-VISITS-EOF = 'Y'
        READ MEMBER-VISITS-FILE
            AT END MOVE 'Y' TO WS-VISITS-EOF
            NOT AT END
                IF MV-VISIT-DATE IS NUMERIC
                    MOVE MV-VISIT-DATE TO WS-LOOK-DATE
                    PERFORM FIND-HISTORY-DAY
                    IF WS-HIST-IDX > 0
                        MOVE 'Y' TO WS-HD-PRESENT(WS-HIST-IDX)
                        ADD 1 TO WS-HD-MEMBERS(WS-HIST-IDX)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MEMBER-VISITS-FILE.

*> Position of WS-LOOK-DATE in the eight-week table, zero when the
*> date falls outside it.
FIND-HISTORY-DAY.
    MOVE 0 TO WS-HIST-IDX.
    IF WS-LOOK-DATE > 16010101
        COMPUTE WS-DAY-OFFSET = FUNCTION INTEGER-OF-DATE(WS-LOOK-DATE)
            - WS-BASE-INT
        IF WS-DAY-OFFSET > 0 AND WS-DAY-OFFSET <= WS-HIST-DAYS
            MOVE WS-DAY-OFFSET TO WS-HIST-IDX
        END-IF
    END-IF.

*> A rerun replaces tonight's row rather than adding a second one.
RECORD-TONIGHT-HISTORY.
    OPEN INPUT HISTORY-FILE.
    OPEN OUTPUT HISTORY-WORK-FILE.
    MOVE 'N' TO WS-HISTORY-EOF.
    PERFORM UNTIL WS-HISTORY-EOF = 'Y'
        READ HISTORY-FILE
            AT END MOVE 'Y' TO WS-HISTORY-EOF
            NOT AT END
                IF AH-VISIT-DATE NOT = WS-RH-RUN-DATE
                    WRITE HISTORY-WORK-REC FROM HISTORY-REC
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HISTORY-FILE.
    MOVE SPACES TO HISTORY-REC.
    MOVE WS-RH-RUN-DATE TO AH-VISIT-DATE.
    MOVE WS-TONIGHT-ADULTS TO AH-ADULTS.
    MOVE WS-TONIGHT-CHILDREN TO AH-CHILDREN.
    MOVE WS-TONIGHT-SENIORS TO AH-SENIORS.
    WRITE HISTORY-WORK-REC FROM HISTORY-REC.
    CLOSE HISTORY-WORK-FILE.
    OPEN INPUT HISTORY-WORK-FILE.
    OPEN OUTPUT HISTORY-FILE.
    PERFORM UNTIL WS-HISTORY-WORK-EOF = 'Y'
        READ HISTORY-WORK-FILE
            AT END MOVE 'Y' TO WS-HISTORY-WORK-EOF
            NOT AT END
                MOVE HISTORY-WORK-REC TO HISTORY-REC
                WRITE HISTORY-REC
        END-READ
    END-PERFORM.
    CLOSE HISTORY-WORK-FILE.
    CLOSE HISTORY-FILE.

*> Last night's forecast file still holds its first day, which is
*> today; on a rerun that file has already been rolled forward, so
*> the figure judged the first time is taken from the accuracy row.
FIND-TONIGHT-FORECAST.
    OPEN INPUT FORECAST-FILE.
    PERFORM UNTIL WS-FORECAST-EOF = 'Y'
        READ FORECAST-FILE
            AT END MOVE 'Y' TO WS-FORECAST-EOF
            NOT AT END
                IF AF-FORECAST-DATE = WS-RH-RUN-DATE
                        AND AF-TOTAL IS NUMERIC
                    MOVE 'Y' TO WS-JUDGED-FOUND
                    MOVE AF-TOTAL TO WS-JUDGED-FORECAST
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FORECAST-FILE.

*> The accuracy file is rewritten with tonight's judgement in place
*> of any earlier one for the date, and the trailing four weeks of
*> judgements are averaged on the way through.
RECORD-ACCURACY.
    COMPUTE WS-TRAIL-FROM = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - 27).
    OPEN INPUT ACCURACY-FILE.
    OPEN OUTPUT ACCURACY-WORK-FILE.
    PERFORM UNTIL WS-ACCURACY-EOF = 'Y'
        READ ACCURACY-FILE
            AT END MOVE 'Y' TO WS-ACCURACY-EOF
            NOT AT END PERFORM PASS-ACCURACY-ROW
        END-READ
    END-PERFORM.
    CLOSE ACCURACY-FILE.
    IF WS-ACTUALS-OK = 'Y' AND WS-JUDGED-FOUND = 'Y'
        PERFORM JUDGE-TONIGHT
        MOVE SPACES TO ACCURACY-REC
        MOVE WS-RH-RUN-DATE TO AA-VISIT-DATE
        MOVE WS-JUDGED-FORECAST TO AA-FORECAST
        MOVE WS-TONIGHT-TOTAL TO AA-ACTUAL
        MOVE WS-ABS-PCT-ERROR TO AA-ABS-PCT-ERROR
        WRITE ACCURACY-WORK-REC FROM ACCURACY-REC
        ADD 1 TO WS-TRAIL-DAYS
        ADD WS-ABS-PCT-ERROR TO WS-TRAIL-PCT-SUM
    END-IF.
    CLOSE ACCURACY-WORK-FILE.
    OPEN INPUT ACCURACY-WORK-FILE.
    OPEN OUTPUT ACCURACY-FILE.
    PERFORM UNTIL WS-ACCURACY-WORK-EOF = 'Y'
        READ ACCURACY-WORK-FILE
            AT END MOVE 'Y' TO WS-ACCURACY-WORK-EOF
            NOT AT END
                MOVE ACCURACY-WORK-REC TO ACCURACY-REC
                WRITE ACCURACY-REC
        END-READ
    END-PERFORM.
    CLOSE ACCURACY-WORK-FILE.
    CLOSE ACCURACY-FILE.
    IF WS-TRAIL-DAYS > 0
        COMPUTE WS-MEAN-PCT-ERROR ROUNDED =
            WS-TRAIL-PCT-SUM / WS-TRAIL-DAYS
    END-IF.
    IF WS-MEAN-PCT-ERROR < 100
        COMPUTE WS-ACCURACY-PCT = 100 - WS-MEAN-PCT-ERROR
    END-IF.

PASS-ACCURACY-ROW.
    IF AA-VISIT-DATE = WS-RH-RUN-DATE AND WS-ACTUALS-OK = 'Y'
        IF WS-JUDGED-FOUND = 'N' AND AA-FORECAST IS NUMERIC
            MOVE 'Y' TO WS-JUDGED-FOUND
            MOVE AA-FORECAST TO WS-JUDGED-FORECAST
        END-IF
    ELSE
        WRITE ACCURACY-WORK-REC FROM ACCURACY-REC
        IF AA-VISIT-DATE >= WS-TRAIL-FROM
                AND AA-VISIT-DATE <= WS-RH-RUN-DATE
                AND AA-ABS-PCT-ERROR IS NUMERIC
            ADD 1 TO WS-TRAIL-DAYS
            ADD AA-ABS-PCT-ERROR TO WS-TRAIL-PCT-SUM
        END-IF
    END-IF.

*> Error is taken against what actually came; a day forecast with
*> heads that nobody attended counts as wholly wrong.
JUDGE-TONIGHT.
    COMPUTE WS-JUDGED-ERROR = WS-TONIGHT-TOTAL - WS-JUDGED-FORECAST.
    EVALUATE TRUE
        WHEN WS-TONIGHT-TOTAL > 0
            IF WS-JUDGED-ERROR < 0
                COMPUTE WS-PCT-WORK ROUNDED =
                    (0 - WS-JUDGED-ERROR) * 100 / WS-TONIGHT-TOTAL
            ELSE
                COMPUTE WS-PCT-WORK ROUNDED =
                    WS-JUDGED-ERROR * 100 / WS-TONIGHT-TOTAL
            END-IF
        WHEN WS-JUDGED-FORECAST > 0
            MOVE 100 TO WS-PCT-WORK
        WHEN OTHER
            MOVE 0 TO WS-PCT-WORK
    END-EVALUATE.
    IF WS-PCT-WORK > 999.9
        MOVE 999.9 TO WS-ABS-PCT-ERROR
    ELSE
        MOVE WS-PCT-WORK TO WS-ABS-PCT-ERROR
    END-IF.

TALLY-ADVANCE-BOOKINGS.
    INITIALIZE WS-FCST-TABLE.
    PERFORM VARYING WS-FCST-IDX FROM 1 BY 1 UNTIL WS-FCST-IDX > 28
        COMPUTE WS-FC-DATE(WS-FCST-IDX) = FUNCTION DATE-OF-INTEGER(
            WS-TODAY-INT + WS-FCST-IDX)
    END-PERFORM.
    OPEN INPUT BOOKINGS-FILE.
    PERFORM UNTIL WS-BOOKINGS-EOF = 'Y'
        READ BOOKINGS-FILE
            AT END MOVE 'Y' TO WS-BOOKINGS-EOF
            NOT AT END
                IF BK-VISIT-DATE > WS-RH-RUN-DATE
                        AND BK-VISIT-DATE <= WS-FC-DATE(28)
                    COMPUTE WS-FCST-IDX = FUNCTION INTEGER-OF-DATE(
                        BK-VISIT-DATE) - WS-TODAY-INT
                    PERFORM TALLY-BOOKED-DAY
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BOOKINGS-FILE.

TALLY-BOOKED-DAY.
    IF BK-REC-TYPE = 'C'
        SUBTRACT BK-NA FROM WS-FC-BK-ADULTS(WS-FCST-IDX)
        SUBTRACT BK-NC FROM WS-FC-BK-CHILDREN(WS-FCST-IDX)
        SUBTRACT BK-NS FROM WS-FC-BK-SENIORS(WS-FCST-IDX)
    ELSE
        ADD BK-NA TO WS-FC-BK-ADULTS(WS-FCST-IDX)
        ADD BK-NC TO WS-FC-BK-CHILDREN(WS-FCST-IDX)
        ADD BK-NS TO WS-FC-BK-SENIORS(WS-FCST-IDX)
    END-IF.

*> The normal-day average for the weekday, lifted on a holiday, and
*> never below the heads already booked for the date.
FORECAST-ONE-DAY.
    MOVE 0 TO WS-SAME-DAY-COUNT.
    MOVE 0 TO WS-SUM-ADULTS WS-SUM-CHILDREN WS-SUM-SENIORS
        WS-SUM-MEMBERS.
    PERFORM VARYING WS-WEEK-BACK FROM 1 BY 1 UNTIL WS-WEEK-BACK > 12
        COMPUTE WS-SAME-DAY-IDX = WS-HIST-DAYS + WS-FCST-IDX
            - WS-WEEK-BACK * 7
        IF WS-SAME-DAY-IDX >= WS-OLDEST-IDX
                AND WS-SAME-DAY-IDX <= WS-HIST-DAYS
            PERFORM ADD-SAME-WEEKDAY
        END-IF
    END-PERFORM.
    MOVE 0 TO WS-FCST-ADULTS WS-FCST-CHILDREN WS-FCST-SENIORS
        WS-FCST-MEMBERS.
    IF WS-SAME-DAY-COUNT > 0
        COMPUTE WS-FCST-ADULTS ROUNDED =
            WS-SUM-ADULTS / WS-SAME-DAY-COUNT
        COMPUTE WS-FCST-CHILDREN ROUNDED =
            WS-SUM-CHILDREN / WS-SAME-DAY-COUNT
        COMPUTE WS-FCST-SENIORS ROUNDED =
            WS-SUM-SENIORS / WS-SAME-DAY-COUNT
        COMPUTE WS-FCST-MEMBERS ROUNDED =
            WS-SUM-MEMBERS / WS-SAME-DAY-COUNT
    END-IF.
    MOVE WS-FC-DATE(WS-FCST-IDX) TO WS-LOOK-DATE.
    PERFORM CHECK-HOLIDAY.
    IF WS-IS-HOLIDAY = 'Y'
        COMPUTE WS-FCST-ADULTS ROUNDED =
            WS-FCST-ADULTS * WS-HOLIDAY-UPLIFT / 100
        COMPUTE WS-FCST-CHILDREN ROUNDED =
            WS-FCST-CHILDREN * WS-HOLIDAY-UPLIFT / 100
        COMPUTE WS-FCST-SENIORS ROUNDED =
            WS-FCST-SENIORS * WS-HOLIDAY-UPLIFT / 100
        COMPUTE WS-FCST-MEMBERS ROUNDED =
            WS-FCST-MEMBERS * WS-HOLIDAY-UPLIFT / 100
    END-IF.
    IF WS-FC-BK-ADULTS(WS-FCST-IDX) > WS-FCST-ADULTS
        MOVE WS-FC-BK-ADULTS(WS-FCST-IDX) TO WS-FCST-ADULTS
    END-IF.
    IF WS-FC-BK-CHILDREN(WS-FCST-IDX) > WS-FCST-CHILDREN
        MOVE WS-FC-BK-CHILDREN(WS-FCST-IDX) TO WS-FCST-CHILDREN
    END-IF.
    IF WS-FC-BK-SENIORS(WS-FCST-IDX) > WS-FCST-SENIORS
        MOVE WS-FC-BK-SENIORS(WS-FCST-IDX) TO WS-FCST-SENIORS
    END-IF.
    COMPUTE WS-FCST-BOOKED = WS-FC-BK-ADULTS(WS-FCST-IDX)
        + WS-FC-BK-CHILDREN(WS-FCST-IDX)
        + WS-FC-BK-SENIORS(WS-FCST-IDX).
    IF WS-FCST-BOOKED < 0
        MOVE 0 TO WS-FCST-BOOKED
    END-IF.

    MOVE SPACES TO ATTENDANCE-FORECAST-REC.
    MOVE WS-FC-DATE(WS-FCST-IDX) TO AF-FORECAST-DATE.
    COMPUTE AF-DOW = FUNCTION MOD(FUNCTION INTEGER-OF-DATE(
        WS-FC-DATE(WS-FCST-IDX)) - 1, 7) + 1.
    MOVE WS-FCST-ADULTS TO AF-ADULTS.
    MOVE WS-FCST-CHILDREN TO AF-CHILDREN.
    MOVE WS-FCST-SENIORS TO AF-SENIORS.
    MOVE WS-FCST-MEMBERS TO AF-MEMBERS.
    COMPUTE AF-TOTAL = WS-FCST-ADULTS + WS-FCST-CHILDREN
        + WS-FCST-SENIORS + WS-FCST-MEMBERS.
    MOVE WS-FCST-BOOKED TO AF-BOOKED.
    MOVE WS-IS-HOLIDAY TO AF-HOLIDAY.
    MOVE WS-RH-RUN-DATE TO AF-MADE-DATE.
    WRITE ATTENDANCE-FORECAST-REC.

    MOVE AF-FORECAST-DATE TO WS-DL-DATE.
    MOVE AF-DOW TO WS-DL-DOW.
    MOVE AF-ADULTS TO WS-DL-ADULTS.
    MOVE AF-CHILDREN TO WS-DL-CHILDREN.
    MOVE AF-SENIORS TO WS-DL-SENIORS.
    MOVE AF-MEMBERS TO WS-DL-MEMBERS.
    MOVE AF-TOTAL TO WS-DL-TOTAL.
    MOVE AF-BOOKED TO WS-DL-BOOKED.
    MOVE AF-HOLIDAY TO WS-DL-HOLIDAY.
    WRITE FORECAST-LINE FROM WS-DAY-LINE.
    DISPLAY WS-DAY-LINE.

ADD-SAME-WEEKDAY.
    IF WS-HD-PRESENT(WS-SAME-DAY-IDX) = 'Y'
            AND WS-HD-HOLIDAY(WS-SAME-DAY-IDX) = 'N'
        ADD 1 TO WS-SAME-DAY-COUNT
        ADD WS-HD-ADULTS(WS-SAME-DAY-IDX) TO WS-SUM-ADULTS
        ADD WS-HD-CHILDREN(WS-SAME-DAY-IDX) TO WS-SUM-CHILDREN
        ADD WS-HD-SENIORS(WS-SAME-DAY-IDX) TO WS-SUM-SENIORS
        ADD WS-HD-MEMBERS(WS-SAME-DAY-IDX) TO WS-SUM-MEMBERS
    END-IF.

PRINT-JUDGEMENT.
    IF WS-ACTUALS-OK = 'Y'
        MOVE WS-RH-RUN-DATE TO WS-AL-DATE
        MOVE WS-TONIGHT-ADULTS TO WS-AL-ADULTS
        MOVE WS-TONIGHT-CHILDREN TO WS-AL-CHILDREN
        MOVE WS-TONIGHT-SENIORS TO WS-AL-SENIORS
        MOVE WS-HD-MEMBERS(WS-HIST-DAYS) TO WS-AL-MEMBERS
        MOVE WS-TONIGHT-TOTAL TO WS-AL-TOTAL
        WRITE FORECAST-LINE FROM WS-ACTUAL-LINE
        DISPLAY WS-ACTUAL-LINE
        IF WS-JUDGED-FOUND = 'Y'
            MOVE WS-JUDGED-FORECAST TO WS-JL-FORECAST
            MOVE WS-JUDGED-ERROR TO WS-JL-VARIANCE
            MOVE WS-ABS-PCT-ERROR TO WS-JL-PCT
            WRITE FORECAST-LINE FROM WS-JUDGED-LINE
            DISPLAY WS-JUDGED-LINE
        ELSE
            MOVE "NO FORECAST WAS ON FILE FOR TODAY" TO FORECAST-LINE
            WRITE FORECAST-LINE
            DISPLAY FORECAST-LINE
        END-IF
    END-IF.
    MOVE WS-TRAIL-DAYS TO WS-TL-DAYS.
    MOVE WS-MEAN-PCT-ERROR TO WS-TL-ERROR.
    MOVE WS-ACCURACY-PCT TO WS-TL-ACCURACY.
    WRITE FORECAST-LINE FROM WS-TRAIL-LINE.
    DISPLAY WS-TRAIL-LINE.
