       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BOOKING-NOSHOW-RECON.

   05 BK-NS              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-REC-TYPE        PIC X(1).
   05 FILLER             PIC X(1).
   05 BK-ACCOUNT         PIC X(6).
   05 FILLER             PIC X(1).
   05 BK-SLOT-HOUR       PIC X(2).
   05 FILLER             PIC X(1).
   05 BK-REFERENCE       PIC X(7).
   05 FILLER             PIC X(1).
   05 BK-CONTACT         PIC X(20).
   05 FILLER             PIC X(1).
   05 BK-EMAIL           PIC X(40).

FD ADMISSIONS-FILE.
01 LN                    PIC X(60).

FD NOSHOW-REPORT.
01 NOSHOW-LINE           PIC X(90).
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-REPORT-DATE        PIC 9(8).
01 WS-ANSWER             PIC X(8).
01 WS-LOOKUP-REF         PIC X(7) VALUE SPACES.
01 WS-CHECK-INPUT        PIC X(20).
01 WS-CHECK-DIGIT        PIC 9(1).
01 WS-LOOKUP-FOUND       PIC X VALUE 'N'.

*> Referenced bookings for the date as they stand - the latest
*> record for each reference - listed under the totals so the desk
*> can see which parties were expected.
01 WS-REF-COUNT          PIC 9(3) VALUE 0.
01 WS-REF-TABLE.
   05 WS-REF-ENTRY OCCURS 500 TIMES.
      10 WS-RF-REFERENCE  PIC X(7).
      10 WS-RF-STATE      PIC X(1).
      10 WS-RF-SLOT       PIC X(2).
      10 WS-RF-HEADS      PIC 9(5).
      10 WS-RF-CONTACT    PIC X(20).
01 WS-REF-IDX            PIC 9(3).
01 WS-REF-HIT            PIC 9(3).

01 NA                    PIC 9(3).
01 NC                    PIC 9(3).
   05 FILLER             PIC X(9) VALUE " WALKUP=".
   05 WS-RC-WALKUP       PIC ZZZ,ZZ9.

01 WS-REF-HEADING        PIC X(60)
   VALUE "OPEN BOOKINGS BY REFERENCE".

01 WS-REF-LINE.
   05 FILLER             PIC X(4) VALUE "REF ".
   05 WS-RL-REFERENCE    PIC X(7).
   05 FILLER             PIC X(6) VALUE " SLOT ".
   05 WS-RL-SLOT         PIC X(2).
   05 FILLER             PIC X(7) VALUE " HEADS=".
   05 WS-RL-HEADS        PIC ZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RL-CONTACT      PIC X(20).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RL-MARK         PIC X(9).

PROCEDURE DIVISION.
MAIN.
    MOVE "BOOKING-NOSHOW-RECON" TO WS-RH-JOB-NAME.
    COPY "RUN-HEADER-PRINT.cpy".

    MOVE WS-RH-RUN-DATE TO WS-REPORT-DATE.
    DISPLAY "VISIT DATE YYYYMMDD OR BOOKING REFERENCE (BLANK=TODAY): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER IS NUMERIC AND WS-ANSWER NOT = "00000000"
        MOVE WS-ANSWER TO WS-REPORT-DATE
    ELSE
        IF WS-ANSWER(1:7) IS NUMERIC AND WS-ANSWER(8:1) = SPACE
            PERFORM FIND-LOOKUP-BOOKING
            IF WS-LOOKUP-FOUND = 'N'
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
    END-IF.

    PERFORM TALLY-BOOKED-HEADS.
    MOVE WS-WALKUP-HEADS TO WS-RC-WALKUP.
    WRITE NOSHOW-LINE FROM WS-RECON-LINE.
    DISPLAY WS-RECON-LINE.
    PERFORM LIST-REFERENCED-BOOKINGS.
    CLOSE NOSHOW-REPORT.

    DISPLAY "BOOKED PARTIES : " WS-BOOKED-PARTIES.
    PERFORM RELEASE-UNUSED-CAPACITY.
    GOBACK.

*> A seven-digit answer is a booking reference: its check digit must
*> agree, and the reconciliation runs for the date it is booked on.
FIND-LOOKUP-BOOKING.
    MOVE WS-ANSWER(1:7) TO WS-LOOKUP-REF.
    MOVE SPACES TO WS-CHECK-INPUT.
    MOVE WS-LOOKUP-REF(1:6) TO WS-CHECK-INPUT(1:6).
    CALL "CHECK-DIGIT" USING WS-CHECK-INPUT WS-CHECK-DIGIT.
    IF WS-LOOKUP-REF(7:1) NOT = WS-CHECK-DIGIT
        DISPLAY "NOT A VALID BOOKING REFERENCE - CHECK THE NUMBER"
    ELSE
        OPEN INPUT BOOKINGS-FILE
        PERFORM UNTIL WS-EOF = 'Y'
            READ BOOKINGS-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF BK-REFERENCE = WS-LOOKUP-REF
                        MOVE 'Y' TO WS-LOOKUP-FOUND
                        MOVE BK-VISIT-DATE TO WS-REPORT-DATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BOOKINGS-FILE
        MOVE 'N' TO WS-EOF
        IF WS-LOOKUP-FOUND = 'N'
            DISPLAY "NO BOOKING WITH REFERENCE " WS-LOOKUP-REF
        ELSE
            DISPLAY "BOOKING " WS-LOOKUP-REF " IS FOR " WS-REPORT-DATE
        END-IF
    END-IF.

TALLY-BOOKED-HEADS.
    OPEN INPUT BOOKINGS-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BOOKINGS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF BK-VISIT-DATE = WS-REPORT-DATE
                        AND BK-REFERENCE NOT = SPACES
                    PERFORM NOTE-REFERENCED-BOOKING
                END-IF
                IF BK-VISIT-DATE = WS-REPORT-DATE
                    IF BK-REC-TYPE = 'C'
                        IF WS-BOOKED-PARTIES > 0
    END-PERFORM.
    CLOSE BOOKINGS-FILE.

NOTE-REFERENCED-BOOKING.
    MOVE 0 TO WS-REF-HIT.
    PERFORM VARYING WS-REF-IDX FROM 1 BY 1
            UNTIL WS-REF-IDX > WS-REF-COUNT
        IF WS-RF-REFERENCE(WS-REF-IDX) = BK-REFERENCE
            MOVE WS-REF-IDX TO WS-REF-HIT
        END-IF
    END-PERFORM.
    IF WS-REF-HIT = 0
        IF WS-REF-COUNT >= 500
            DISPLAY "BOOKING REFERENCE TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-REF-COUNT
        MOVE WS-REF-COUNT TO WS-REF-HIT
        MOVE BK-REFERENCE TO WS-RF-REFERENCE(WS-REF-HIT)
    END-IF.
    MOVE BK-REC-TYPE TO WS-RF-STATE(WS-REF-HIT).
    MOVE BK-SLOT-HOUR TO WS-RF-SLOT(WS-REF-HIT).
    COMPUTE WS-RF-HEADS(WS-REF-HIT) = BK-NA + BK-NC + BK-NS.
    MOVE BK-CONTACT TO WS-RF-CONTACT(WS-REF-HIT).

LIST-REFERENCED-BOOKINGS.
    WRITE NOSHOW-LINE FROM WS-REF-HEADING.
    PERFORM VARYING WS-REF-IDX FROM 1 BY 1
            UNTIL WS-REF-IDX > WS-REF-COUNT
        IF WS-RF-STATE(WS-REF-IDX) NOT = 'C'
                OR WS-RF-REFERENCE(WS-REF-IDX) = WS-LOOKUP-REF
            MOVE WS-RF-REFERENCE(WS-REF-IDX) TO WS-RL-REFERENCE
            MOVE WS-RF-SLOT(WS-REF-IDX) TO WS-RL-SLOT
            MOVE WS-RF-HEADS(WS-REF-IDX) TO WS-RL-HEADS
            MOVE WS-RF-CONTACT(WS-REF-IDX) TO WS-RL-CONTACT
            MOVE SPACES TO WS-RL-MARK
            IF WS-RF-STATE(WS-REF-IDX) = 'C'
                MOVE "CANCELLED" TO WS-RL-MARK
            ELSE
                IF WS-RF-REFERENCE(WS-REF-IDX) = WS-LOOKUP-REF
                    MOVE "<< ASKED" TO WS-RL-MARK
                END-IF
            END-IF
            WRITE NOSHOW-LINE FROM WS-REF-LINE
            DISPLAY WS-REF-LINE
        END-IF
    END-PERFORM.

TALLY-ACTUAL-HEADS.
    OPEN INPUT ADMISSIONS-FILE.
    IF WS-ADMIT-STATUS NOT = "00"
