       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GATE-THROUGHPUT.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT THROUGHPUT-REPORT ASSIGN TO "GATE-THROUGHPUT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BOOKINGS-FILE ASSIGN TO "BOOKINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ENTRY-SLOT-FILE ASSIGN TO "ENTRY-SLOTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD THROUGHPUT-REPORT.
01 THROUGHPUT-LINE       PIC X(110).

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
   05 FILLER             PIC X(1).
   05 BK-ACCOUNT         PIC X(6).
   05 FILLER             PIC X(1).
   05 BK-SLOT-HOUR       PIC 9(2).
   05 FILLER             PIC X(70).

FD ENTRY-SLOT-FILE.
COPY "ENTRY-SLOT-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-VISIT-HOUR         PIC 9(2).
01 WS-VISIT-DOW          PIC 9(1).
01 WS-TOTAL-VISITS       PIC 9(7) VALUE 0.
01 WS-BOOKING-EOF        PIC X VALUE 'N'.
01 WS-SLOT-EOF           PIC X VALUE 'N'.

*> Arrival counts by ISO weekday and hour of day: the staffing
*> curve the rota should follow instead of guesswork.
01 WS-TIER-IDX           PIC 9(2).
01 WS-TIER-HIT           PIC 9(2).

*> Booked against admitted per entry slot across the range: heads
*> the advance bookings promised for each hour net of cancellations
*> beside the heads that actually came through the gate in that
*> hour. Bookings without a slot belong to the opening slot.
01 WS-OPENING-SLOT       PIC 9(2) VALUE 99.
01 WS-BOOKING-SLOT       PIC 9(2).
01 WS-SLOT-HOURS VALUE ZEROS.
   05 WS-SLOT-HOUR-ENTRY OCCURS 24 TIMES.
      10 WS-SH-IS-SLOT    PIC X(1).
      10 WS-SH-CAPACITY   PIC 9(5).
      10 WS-SH-BOOKED     PIC S9(7).
      10 WS-SH-ADMITTED   PIC 9(7).
01 WS-SLOT-VARIANCE      PIC S9(7).

01 WS-TITLE-LINE         PIC X(60)
   VALUE "GATE THROUGHPUT BY HOUR AND WEEKDAY".

01 WS-SLOT-TITLE-LINE    PIC X(60)
   VALUE "ENTRY SLOTS - BOOKED AGAINST ADMITTED".

01 WS-SLOT-LINE.
   05 FILLER             PIC X(5) VALUE "SLOT ".
   05 WS-SL-HOUR         PIC 9(2).
   05 FILLER             PIC X(11) VALUE " DAILY CAP=".
   05 WS-SL-CAPACITY     PIC ZZ,ZZ9.
   05 FILLER             PIC X(8) VALUE " BOOKED=".
   05 WS-SL-BOOKED       PIC ZZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE " ADMITTED=".
   05 WS-SL-ADMITTED     PIC ZZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE " VARIANCE=".
   05 WS-SL-VARIANCE     PIC ----,--9.

01 WS-DOW-LINE.
   05 FILLER             PIC X(4) VALUE "DOW ".
   05 WS-DL-DOW          PIC 9(1).
        END-READ
    END-PERFORM.
    CLOSE MEMBER-VISITS-FILE.
    PERFORM LOAD-ENTRY-SLOTS.
    PERFORM TALLY-SLOT-BOOKINGS.

    OPEN OUTPUT THROUGHPUT-REPORT.
    WRITE THROUGHPUT-LINE FROM WS-TITLE-LINE.
            UNTIL WS-TIER-IDX > WS-TIER-COUNT
        PERFORM REPORT-TIER-ROW
    END-PERFORM.
    IF WS-OPENING-SLOT < 24
        WRITE THROUGHPUT-LINE FROM WS-SLOT-TITLE-LINE
        DISPLAY WS-SLOT-TITLE-LINE
        PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1 UNTIL WS-HOUR-IDX > 24
            IF WS-SH-IS-SLOT(WS-HOUR-IDX) = 'Y'
                PERFORM REPORT-SLOT-ROW
            END-IF
        END-PERFORM
    END-IF.
    CLOSE THROUGHPUT-REPORT.

    DISPLAY "VISITS IN RANGE: " WS-TOTAL-VISITS.
        IF WS-VISIT-HOUR < 24
            COMPUTE WS-HOUR-SLOT = WS-VISIT-HOUR + 1
            ADD 1 TO WS-DH-COUNT(WS-VISIT-DOW, WS-HOUR-SLOT)
            ADD 1 TO WS-SH-ADMITTED(WS-HOUR-SLOT)
            PERFORM TALLY-TIER-HOUR
        END-IF
    END-IF.
    END-PERFORM.
    WRITE THROUGHPUT-LINE FROM WS-TIER-LINE.
    DISPLAY WS-TIER-LINE.

LOAD-ENTRY-SLOTS.
    OPEN INPUT ENTRY-SLOT-FILE.
    PERFORM UNTIL WS-SLOT-EOF = 'Y'
        READ ENTRY-SLOT-FILE
            AT END MOVE 'Y' TO WS-SLOT-EOF
            NOT AT END
                IF ES-SLOT-HOUR IS NUMERIC AND ES-SLOT-HOUR < 24
                        AND ES-CAPACITY IS NUMERIC
                    COMPUTE WS-HOUR-SLOT = ES-SLOT-HOUR + 1
                    MOVE 'Y' TO WS-SH-IS-SLOT(WS-HOUR-SLOT)
                    MOVE ES-CAPACITY TO WS-SH-CAPACITY(WS-HOUR-SLOT)
                    IF ES-SLOT-HOUR < WS-OPENING-SLOT
                        MOVE ES-SLOT-HOUR TO WS-OPENING-SLOT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ENTRY-SLOT-FILE.

TALLY-SLOT-BOOKINGS.
    IF WS-OPENING-SLOT < 24
        OPEN INPUT BOOKINGS-FILE
        PERFORM UNTIL WS-BOOKING-EOF = 'Y'
            READ BOOKINGS-FILE
                AT END MOVE 'Y' TO WS-BOOKING-EOF
                NOT AT END PERFORM TALLY-SLOT-BOOKING
            END-READ
        END-PERFORM
        CLOSE BOOKINGS-FILE
    END-IF.

TALLY-SLOT-BOOKING.
    IF BK-VISIT-DATE >= WS-DATE-FROM
            AND BK-VISIT-DATE <= WS-DATE-TO
        IF BK-SLOT-HOUR IS NUMERIC
            MOVE BK-SLOT-HOUR TO WS-BOOKING-SLOT
        ELSE
            MOVE WS-OPENING-SLOT TO WS-BOOKING-SLOT
        END-IF
        IF WS-BOOKING-SLOT < 24
            COMPUTE WS-HOUR-SLOT = WS-BOOKING-SLOT + 1
            IF BK-REC-TYPE = 'C'
                COMPUTE WS-SH-BOOKED(WS-HOUR-SLOT) =
                    WS-SH-BOOKED(WS-HOUR-SLOT) - BK-NA - BK-NC - BK-NS
            ELSE
                COMPUTE WS-SH-BOOKED(WS-HOUR-SLOT) =
                    WS-SH-BOOKED(WS-HOUR-SLOT) + BK-NA + BK-NC + BK-NS
            END-IF
        END-IF
    END-IF.

*> A positive variance is walk-up and member traffic over what was
*> booked; a negative one is booked heads that never scanned in.
REPORT-SLOT-ROW.
    IF WS-SH-BOOKED(WS-HOUR-IDX) < 0
        MOVE 0 TO WS-SH-BOOKED(WS-HOUR-IDX)
    END-IF.
    COMPUTE WS-SL-HOUR = WS-HOUR-IDX - 1.
    MOVE WS-SH-CAPACITY(WS-HOUR-IDX) TO WS-SL-CAPACITY.
    MOVE WS-SH-BOOKED(WS-HOUR-IDX) TO WS-SL-BOOKED.
    MOVE WS-SH-ADMITTED(WS-HOUR-IDX) TO WS-SL-ADMITTED.
    COMPUTE WS-SLOT-VARIANCE = WS-SH-ADMITTED(WS-HOUR-IDX)
        - WS-SH-BOOKED(WS-HOUR-IDX).
    MOVE WS-SLOT-VARIANCE TO WS-SL-VARIANCE.
    WRITE THROUGHPUT-LINE FROM WS-SLOT-LINE.
    DISPLAY WS-SLOT-LINE.
