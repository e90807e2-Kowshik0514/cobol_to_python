       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BOOKING-CAPACITY.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CAPACITY-REPORT ASSIGN TO "BOOKING-CAPACITY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ENTRY-SLOT-FILE ASSIGN TO "ENTRY-SLOTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-WORK ASSIGN TO "BOOKING-CAPACITY-SORT.TMP".

   05 BK-NS              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-REC-TYPE        PIC X(1).
   05 FILLER             PIC X(82).

FD CAPACITY-REPORT.
01 CAPACITY-LINE         PIC X(80).

FD ENTRY-SLOT-FILE.
COPY "ENTRY-SLOT-RECORD.cpy".

SD SORT-WORK.
01 SORT-REC.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-SORT-EOF           PIC X VALUE 'N'.
01 WS-SLOT-EOF           PIC X VALUE 'N'.
01 WS-SLOT-TOTAL         PIC 9(7) VALUE 0.
01 WS-VENUE-CAPACITY     PIC 9(5) VALUE 2000.
01 WS-WARN-LEVEL         PIC 9(5).

    MOVE "BOOKING-CAPACITY" TO WS-RH-JOB-NAME.
    MOVE 23 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    PERFORM SUM-ENTRY-SLOTS.
    COMPUTE WS-WARN-LEVEL = WS-VENUE-CAPACITY * 90 / 100.

    OPEN OUTPUT CAPACITY-REPORT.
        MOVE 'N' TO WS-DATE-OPEN
    END-IF.

*> Capacity is set hour by hour in the entry slots; the day can
*> take what its slots add up to.
SUM-ENTRY-SLOTS.
    OPEN INPUT ENTRY-SLOT-FILE.
    PERFORM UNTIL WS-SLOT-EOF = 'Y'
        READ ENTRY-SLOT-FILE
            AT END MOVE 'Y' TO WS-SLOT-EOF
            NOT AT END
                IF ES-SLOT-HOUR IS NUMERIC AND ES-CAPACITY IS NUMERIC
                    ADD ES-CAPACITY TO WS-SLOT-TOTAL
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ENTRY-SLOT-FILE.
    IF WS-SLOT-TOTAL > 0 AND WS-SLOT-TOTAL < 100000
        MOVE WS-SLOT-TOTAL TO WS-VENUE-CAPACITY
    END-IF.
