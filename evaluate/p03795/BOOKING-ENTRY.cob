       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BOOKING-ENTRY.

    SELECT BOOKINGS-FILE ASSIGN TO "BOOKINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT OPTIONAL ENTRY-SLOT-FILE ASSIGN TO "ENTRY-SLOTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL WAITLIST-FILE ASSIGN TO "BOOKING-WAITLIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PRICE-CALENDAR-FILE
        ASSIGN TO "PRICE-CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> BK-REFERENCE is the booking number the party quotes, issued by
*> NEXT-BOOKING-REF with its check digit; every later record for the
*> booking carries it too, along with the party contact and the
*> email address its notices go to. Bookings taken before
*> references existed have spaces there. BK-PRICE-BAND is the
*> occupancy pricing band struck when the booking was taken, which
*> the gate honours; blank when the booking prices flat.
FD BOOKINGS-FILE.
01 BOOKING-REC.
   05 BK-VISIT-DATE      PIC 9(8).
   05 BK-NS              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-REC-TYPE        PIC X(1).
   05 FILLER             PIC X(1).
   05 BK-ACCOUNT         PIC X(6).
   05 FILLER             PIC X(1).
   05 BK-SLOT-HOUR       PIC 9(2).
   05 FILLER             PIC X(1).
   05 BK-REFERENCE       PIC X(7).
   05 FILLER             PIC X(1).
   05 BK-CONTACT         PIC X(20).
   05 FILLER             PIC X(1).
   05 BK-EMAIL           PIC X(40).
   05 FILLER             PIC X(1).
   05 BK-PRICE-BAND      PIC X(1).

FD ENTRY-SLOT-FILE.
COPY "ENTRY-SLOT-RECORD.cpy".

FD WAITLIST-FILE.
01 WAITLIST-REC.
   05 WL-CONTACT         PIC X(20).
   05 FILLER             PIC X(1).
   05 WL-STATUS          PIC X(1).
   05 FILLER             PIC X(1).
   05 WL-ACCOUNT         PIC X(6).
   05 FILLER             PIC X(1).
   05 WL-SLOT-HOUR       PIC 9(2).

FD PRICE-CALENDAR-FILE.
01 PRICE-CALENDAR-REC.
   05 PC-TIER            PIC X(1).
   05 FILLER             PIC X(1).
   05 PC-EFF-FROM        PIC 9(8).
   05 FILLER             PIC X(1).
   05 PC-EFF-TO          PIC 9(8).
   05 FILLER             PIC X(1).
   05 PC-RATE            PIC 9(5).
   05 FILLER             PIC X(1).
   05 PC-DISC            PIC 9(5).

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-IN-NS              PIC X(3).
01 WS-VISIT-DATE         PIC 9(8).
01 WS-BOOKED-COUNT       PIC 9(5) VALUE 0.
01 WS-SLOT-EOF           PIC X VALUE 'N'.
01 WS-TALLY-EOF          PIC X.
01 WS-SLOT-HEADS         PIC S9(7).
01 WS-PARTY-HEADS        PIC 9(5).
01 WS-IN-CONTACT         PIC X(20).
01 WS-WAITLISTED-COUNT   PIC 9(5) VALUE 0.
01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.
01 WS-CALENDAR-EOF       PIC X VALUE 'N'.
01 WS-IN-EMAIL           PIC X(40).
01 WS-AT-SIGNS           PIC 9(2).
01 WS-BOOKING-REF        PIC X(7).
COPY "BOOKING-NOTICE-WS.cpy".

*> Hourly entry slots and what each can take; the earliest is the
*> opening slot that bookings without a slot count against.
01 WS-IN-SLOT            PIC X(2).
01 WS-SLOT-HOUR          PIC 9(2).
01 WS-BOOKING-SLOT       PIC 9(2).
01 WS-OPENING-SLOT       PIC 9(2) VALUE 99.
01 WS-SLOT-COUNT         PIC 9(2) VALUE 0.
01 WS-SLOT-TABLE.
   05 WS-SLOT-ENTRY OCCURS 24 TIMES.
      10 WS-SL-HOUR       PIC 9(2).
      10 WS-SL-CAPACITY   PIC 9(5).
01 WS-SLOT-IDX           PIC 9(2).
01 WS-SLOT-HIT           PIC 9(2).

*> A party booked to an account customer goes on their credit: the
*> open AR balance plus this visit must sit inside their limit, or
*> a supervisor must take the decision at the desk.
01 WS-IN-ACCOUNT         PIC X(6).
01 WS-BOOKING-VALUE      PIC 9(9)V99.
01 WS-CREDIT-EXPOSURE    PIC 9(11)V99.
01 WS-CREDIT-LIMIT       PIC 9(9).
01 WS-CREDIT-RESULT      PIC X.
01 WS-CREDIT-CLEARED     PIC X.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "CREDIT-OVERRIDE".
01 WS-AUTH-RESULT        PIC X.
01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "BOOKING-ENTRY".
01 WS-AUDIT-FIELD-NAME   PIC X(10) VALUE "CR-OVERRD".
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

01 ADULT-RATE            PIC 9(5) VALUE 800.
01 CHILD-RATE            PIC 9(5) VALUE 400.
01 SENIOR-RATE           PIC 9(5) VALUE 600.
01 WS-CAL-COUNT          PIC 9(2) VALUE 0.
01 WS-CAL-TABLE.
   05 WS-CAL-ENTRY OCCURS 50 TIMES.
      10 WS-CA-TIER       PIC X(1).
      10 WS-CA-FROM       PIC 9(8).
      10 WS-CA-TO         PIC 9(8).
      10 WS-CA-RATE       PIC 9(5).
01 WS-CAL-IDX            PIC 9(2).

*> The occupancy band for the visit date as the booking is taken,
*> and its whole-percent adjustment to each rate.
01 WS-PRICE-BAND         PIC X(1).
01 WS-OCCUPANCY-PCT      PIC 9(3).
01 WS-ADULT-ADJ          PIC S9(3).
01 WS-CHILD-ADJ          PIC S9(3).
01 WS-SENIOR-ADJ         PIC S9(3).

PROCEDURE DIVISION.
MAIN.
    MOVE 22 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM LOAD-ENTRY-SLOTS.
    IF WS-SLOT-COUNT = 0
        DISPLAY "ENTRY-SLOTS.DAT MISSING OR EMPTY - NO BOOKINGS TAKEN"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-PRICE-CALENDAR.

    PERFORM UNTIL WS-RUNNING = 'N'
        DISPLAY "VISIT DATE YYYYMMDD (BLANK=END): " WITH NO ADVANCING

    DISPLAY "BOOKINGS RECORDED: " WS-BOOKED-COUNT.
    DISPLAY "PARTIES WAITLISTED: " WS-WAITLISTED-COUNT.
    DISPLAY "REFUSED ON CREDIT : " WS-REFUSED-COUNT.
    GOBACK.

TAKE-BOOKING.
                    OR WS-VISIT-DATE(7:2) > "31"
                DISPLAY "VISIT DATE IS NOT A REAL DATE - REJECTED"
            ELSE
                PERFORM TAKE-ENTRY-SLOT
                IF WS-SLOT-HIT > 0
                    PERFORM TAKE-PARTY-SIZES
                END-IF
            END-IF
        END-IF
    END-IF.

*> The party books the hour it will come through the gate.
TAKE-ENTRY-SLOT.
    DISPLAY "ENTRY SLOT HOUR HH: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-SLOT.
    ACCEPT WS-IN-SLOT.
    MOVE 0 TO WS-SLOT-HIT.
    IF WS-IN-SLOT IS NUMERIC
        MOVE WS-IN-SLOT TO WS-SLOT-HOUR
        PERFORM FIND-SLOT
    END-IF.
    IF WS-SLOT-HIT = 0
        DISPLAY "NO ENTRY SLOT AT THAT HOUR - REJECTED"
    END-IF.

TAKE-PARTY-SIZES.
    DISPLAY "ADULTS: " WITH NO ADVANCING.
    ACCEPT WS-IN-NA.
    IF WS-EDIT-VALID = 'N'
        DISPLAY "PARTY SIZES MUST BE NUMERIC - REJECTED"
    ELSE
        DISPLAY "ACCOUNT CUSTOMER (BLANK=PAY AT GATE): "
            WITH NO ADVANCING
        MOVE SPACES TO WS-IN-ACCOUNT
        ACCEPT WS-IN-ACCOUNT
        PERFORM CHECK-SLOT-CAPACITY
        IF WS-SLOT-HEADS + WS-PARTY-HEADS > WS-SL-CAPACITY(WS-SLOT-HIT)
            PERFORM QUEUE-ON-WAITLIST
        ELSE
            PERFORM SET-PRICE-BAND
            MOVE 'Y' TO WS-CREDIT-CLEARED
            IF WS-IN-ACCOUNT NOT = SPACES
                PERFORM CHECK-BOOKING-CREDIT
            END-IF
            IF WS-CREDIT-CLEARED = 'Y'
                PERFORM TAKE-PARTY-CONTACT
            END-IF
            IF WS-CREDIT-CLEARED = 'Y' AND WS-EDIT-VALID = 'Y'
                PERFORM APPEND-BOOKING
            END-IF
            IF WS-CREDIT-CLEARED = 'N'
                ADD 1 TO WS-REFUSED-COUNT
                DISPLAY "BOOKING REFUSED ON CREDIT - TAKE PAYMENT "
                    "AT THE GATE OR REFER TO ACCOUNTS"
            END-IF
        END-IF
    END-IF.

*> The visit is valued at the gate rates in force on the visit
*> date in the booking's price band, before any group discount,
*> so the check errs on the side of caution. A refusal can be
*> overridden only by a supervisor holding the credit-override
*> authority, and the override goes on the audit trail with the
*> limit and the exposure it allowed.
CHECK-BOOKING-CREDIT.
    PERFORM SET-VISIT-DATE-RATES.
    PERFORM APPLY-BAND-ADJUSTMENTS.
    COMPUTE WS-BOOKING-VALUE = ADULT-RATE * FUNCTION NUMVAL(WS-IN-NA)
        + CHILD-RATE * FUNCTION NUMVAL(WS-IN-NC)
        + SENIOR-RATE * FUNCTION NUMVAL(WS-IN-NS).
    CALL "CHECK-CREDIT-EXPOSURE" USING WS-IN-ACCOUNT WS-BOOKING-VALUE
        WS-CREDIT-EXPOSURE WS-CREDIT-LIMIT WS-CREDIT-RESULT.
    IF WS-CREDIT-RESULT NOT = 'Y'
        MOVE 'N' TO WS-CREDIT-CLEARED
        EVALUATE WS-CREDIT-RESULT
            WHEN 'H'
                DISPLAY "ACCOUNT " WS-IN-ACCOUNT " IS ON CREDIT HOLD"
            WHEN 'L'
                DISPLAY "ACCOUNT " WS-IN-ACCOUNT " OVER CREDIT LIMIT "
                    WS-CREDIT-LIMIT
                DISPLAY "  OPEN BALANCE " WS-CREDIT-EXPOSURE
                    " THIS BOOKING " WS-BOOKING-VALUE
            WHEN OTHER
                DISPLAY "NO CREDIT ACCOUNT FOR " WS-IN-ACCOUNT
        END-EVALUATE
        DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK=REFUSE): "
            WITH NO ADVANCING
        MOVE SPACES TO WS-SUPERVISOR-NAME
        ACCEPT WS-SUPERVISOR-NAME
        IF WS-SUPERVISOR-NAME NOT = SPACES
            CALL "CHECK-AUTHORITY" USING WS-SUPERVISOR-NAME
                WS-AUTH-PROGRAM WS-AUTH-RESULT
            IF WS-AUTH-RESULT = 'Y'
                MOVE 'Y' TO WS-CREDIT-CLEARED
                MOVE WS-CREDIT-LIMIT TO WS-AUDIT-OLD-VALUE
                COMPUTE WS-AUDIT-NEW-VALUE =
                    WS-CREDIT-EXPOSURE + WS-BOOKING-VALUE
                CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
                    WS-SUPERVISOR-NAME WS-AUDIT-FIELD-NAME
                    WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
                DISPLAY "CREDIT OVERRIDDEN BY " WS-SUPERVISOR-NAME
            ELSE
                DISPLAY "NO CREDIT-OVERRIDE AUTHORITY"
            END-IF
        END-IF
    END-IF.

SET-VISIT-DATE-RATES.
    MOVE 800 TO ADULT-RATE.
    MOVE 400 TO CHILD-RATE.
    MOVE 600 TO SENIOR-RATE.
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
        IF WS-VISIT-DATE >= WS-CA-FROM(WS-CAL-IDX)
                AND WS-VISIT-DATE <= WS-CA-TO(WS-CAL-IDX)
            EVALUATE WS-CA-TIER(WS-CAL-IDX)
                WHEN "A"
                    MOVE WS-CA-RATE(WS-CAL-IDX) TO ADULT-RATE
                WHEN "C"
                    MOVE WS-CA-RATE(WS-CAL-IDX) TO CHILD-RATE
                WHEN "S"
                    MOVE WS-CA-RATE(WS-CAL-IDX) TO SENIOR-RATE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM.

*> The band goes by how full the visit date is booked as the
*> booking is taken; the party keeps it whatever the day fills to.
SET-PRICE-BAND.
    MOVE SPACE TO WS-PRICE-BAND.
    CALL "OCCUPANCY-BAND" USING WS-VISIT-DATE WS-PRICE-BAND
        WS-OCCUPANCY-PCT WS-ADULT-ADJ WS-CHILD-ADJ WS-SENIOR-ADJ.

APPLY-BAND-ADJUSTMENTS.
    COMPUTE ADULT-RATE ROUNDED =
        ADULT-RATE * (100 + WS-ADULT-ADJ) / 100.
    COMPUTE CHILD-RATE ROUNDED =
        CHILD-RATE * (100 + WS-CHILD-ADJ) / 100.
    COMPUTE SENIOR-RATE ROUNDED =
        SENIOR-RATE * (100 + WS-SENIOR-ADJ) / 100.

*> Every booking names who to ask for; the email is optional, but
*> without one the party gets no confirmation or reminder.
TAKE-PARTY-CONTACT.
    DISPLAY "PARTY CONTACT NAME: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-CONTACT.
    ACCEPT WS-IN-CONTACT.
    DISPLAY "CONTACT EMAIL (BLANK=NONE): " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-EMAIL.
    ACCEPT WS-IN-EMAIL.
    MOVE 'Y' TO WS-EDIT-VALID.
    MOVE 0 TO WS-AT-SIGNS.
    INSPECT WS-IN-EMAIL TALLYING WS-AT-SIGNS FOR ALL "@".
    IF WS-IN-CONTACT = SPACES
        DISPLAY "CONTACT NAME IS REQUIRED - REJECTED"
        MOVE 'N' TO WS-EDIT-VALID
    ELSE
        IF WS-IN-EMAIL NOT = SPACES AND WS-AT-SIGNS NOT = 1
            DISPLAY "EMAIL ADDRESS NEEDS ONE @ - REJECTED"
            MOVE 'N' TO WS-EDIT-VALID
        END-IF
    END-IF.

APPEND-BOOKING.
    CALL "NEXT-BOOKING-REF" USING WS-BOOKING-REF.
    MOVE SPACES TO BOOKING-REC.
    MOVE WS-VISIT-DATE TO BK-VISIT-DATE.
    MOVE WS-IN-NA TO BK-NA.
    MOVE WS-IN-NC TO BK-NC.
    MOVE WS-IN-NS TO BK-NS.
    MOVE WS-IN-ACCOUNT TO BK-ACCOUNT.
    MOVE WS-SLOT-HOUR TO BK-SLOT-HOUR.
    MOVE WS-BOOKING-REF TO BK-REFERENCE.
    MOVE WS-IN-CONTACT TO BK-CONTACT.
    MOVE WS-IN-EMAIL TO BK-EMAIL.
    MOVE WS-PRICE-BAND TO BK-PRICE-BAND.
    OPEN EXTEND BOOKINGS-FILE.
    IF WS-FILE-STATUS = "35"
        OPEN OUTPUT BOOKINGS-FILE
    WRITE BOOKING-REC.
    CLOSE BOOKINGS-FILE.
    ADD 1 TO WS-BOOKED-COUNT.
    DISPLAY "BOOKED " BK-VISIT-DATE " SLOT " BK-SLOT-HOUR
        " A=" BK-NA " C=" BK-NC " S=" BK-NS.
    DISPLAY "BOOKING REFERENCE " BK-REFERENCE.
    IF BK-PRICE-BAND NOT = SPACE
        DISPLAY "PRICE BAND " BK-PRICE-BAND " - DAY "
            WS-OCCUPANCY-PCT "% BOOKED"
    END-IF.
    IF BK-EMAIL NOT = SPACES
        PERFORM SEND-BOOKING-CONFIRMATION
    END-IF.

SEND-BOOKING-CONFIRMATION.
    OPEN EXTEND EMAIL-OUTBOX-FILE.
    MOVE SPACES TO EMAIL-OUTBOX-LINE.
    STRING "TO: " BK-EMAIL DELIMITED BY SIZE INTO EMAIL-OUTBOX-LINE
    END-STRING.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "SUBJECT: BOOKING CONFIRMATION" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "YOUR BOOKING IS CONFIRMED " TO BN-HEADING.
    MOVE BK-REFERENCE TO BN-REFERENCE.
    WRITE EMAIL-OUTBOX-LINE FROM BN-REFERENCE-LINE.
    MOVE BK-VISIT-DATE TO BN-VISIT-DATE.
    MOVE BK-SLOT-HOUR TO BN-SLOT-HOUR.
    WRITE EMAIL-OUTBOX-LINE FROM BN-VISIT-LINE.
    MOVE BK-NA TO BN-NA.
    MOVE BK-NC TO BN-NC.
    MOVE BK-NS TO BN-NS.
    WRITE EMAIL-OUTBOX-LINE FROM BN-PARTY-LINE.
    MOVE BK-CONTACT TO BN-CONTACT.
    WRITE EMAIL-OUTBOX-LINE FROM BN-CONTACT-LINE.
    WRITE EMAIL-OUTBOX-LINE FROM BN-QUOTE-LINE.
    CLOSE EMAIL-OUTBOX-FILE.

*> A full slot no longer just loses the sale: the party queues in
*> arrival order and the promotion run calls them back when
*> cancellations or the no-show release free the heads.
CHECK-SLOT-CAPACITY.
    COMPUTE WS-PARTY-HEADS = FUNCTION NUMVAL(WS-IN-NA)
        + FUNCTION NUMVAL(WS-IN-NC) + FUNCTION NUMVAL(WS-IN-NS).
    MOVE 0 TO WS-SLOT-HEADS.
    MOVE 'N' TO WS-TALLY-EOF.
    OPEN INPUT BOOKINGS-FILE.
    IF WS-FILE-STATUS = "00"
            READ BOOKINGS-FILE
                AT END MOVE 'Y' TO WS-TALLY-EOF
                NOT AT END
                    PERFORM SET-BOOKING-SLOT
                    IF BK-VISIT-DATE = WS-VISIT-DATE
                            AND WS-BOOKING-SLOT = WS-SLOT-HOUR
                        IF BK-REC-TYPE = 'C'
                            COMPUTE WS-SLOT-HEADS = WS-SLOT-HEADS
                                - BK-NA - BK-NC - BK-NS
                        ELSE
                            COMPUTE WS-SLOT-HEADS = WS-SLOT-HEADS
                                + BK-NA + BK-NC + BK-NS
                        END-IF
                    END-IF
    CLOSE BOOKINGS-FILE.

QUEUE-ON-WAITLIST.
    DISPLAY "SLOT " WS-SLOT-HOUR " IS AT CAPACITY ("
        WS-SL-CAPACITY(WS-SLOT-HIT) ") - PARTY GOES TO WAITLIST".
    DISPLAY "CONTACT FOR CALL-BACK: " WITH NO ADVANCING.
    ACCEPT WS-IN-CONTACT.
    MOVE SPACES TO WAITLIST-REC.
    ACCEPT WL-QUEUED-TIME FROM TIME.
    MOVE WS-IN-CONTACT TO WL-CONTACT.
    MOVE 'Q' TO WL-STATUS.
    MOVE WS-IN-ACCOUNT TO WL-ACCOUNT.
    MOVE WS-SLOT-HOUR TO WL-SLOT-HOUR.
    OPEN EXTEND WAITLIST-FILE.
    WRITE WAITLIST-REC.
    CLOSE WAITLIST-FILE.
    ADD 1 TO WS-WAITLISTED-COUNT.
    DISPLAY "WAITLISTED FOR " WL-VISIT-DATE " SLOT " WL-SLOT-HOUR.

SET-BOOKING-SLOT.
    IF BK-SLOT-HOUR IS NUMERIC
        MOVE BK-SLOT-HOUR TO WS-BOOKING-SLOT
    ELSE
        MOVE WS-OPENING-SLOT TO WS-BOOKING-SLOT
    END-IF.

FIND-SLOT.
    MOVE 0 TO WS-SLOT-HIT.
    PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
            UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
        IF WS-SL-HOUR(WS-SLOT-IDX) = WS-SLOT-HOUR
            MOVE WS-SLOT-IDX TO WS-SLOT-HIT
        END-IF
    END-PERFORM.

LOAD-ENTRY-SLOTS.
    OPEN INPUT ENTRY-SLOT-FILE.
    PERFORM UNTIL WS-SLOT-EOF = 'Y'
        READ ENTRY-SLOT-FILE
            AT END MOVE 'Y' TO WS-SLOT-EOF
            NOT AT END
                IF ES-SLOT-HOUR IS NUMERIC AND ES-SLOT-HOUR < 24
                        AND ES-CAPACITY IS NUMERIC
                        AND WS-SLOT-COUNT < 24
                    ADD 1 TO WS-SLOT-COUNT
                    MOVE ES-SLOT-HOUR TO WS-SL-HOUR(WS-SLOT-COUNT)
                    MOVE ES-CAPACITY TO WS-SL-CAPACITY(WS-SLOT-COUNT)
                    IF ES-SLOT-HOUR < WS-OPENING-SLOT
                        MOVE ES-SLOT-HOUR TO WS-OPENING-SLOT
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ENTRY-SLOT-FILE.

LOAD-PRICE-CALENDAR.
    OPEN INPUT PRICE-CALENDAR-FILE.
    PERFORM UNTIL WS-CALENDAR-EOF = 'Y'
        READ PRICE-CALENDAR-FILE
            AT END MOVE 'Y' TO WS-CALENDAR-EOF
            NOT AT END
                IF WS-CAL-COUNT < 50
                    ADD 1 TO WS-CAL-COUNT
                    MOVE PC-TIER TO WS-CA-TIER(WS-CAL-COUNT)
                    MOVE PC-EFF-FROM TO WS-CA-FROM(WS-CAL-COUNT)
                    MOVE PC-EFF-TO TO WS-CA-TO(WS-CAL-COUNT)
                    MOVE PC-RATE TO WS-CA-RATE(WS-CAL-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PRICE-CALENDAR-FILE.
