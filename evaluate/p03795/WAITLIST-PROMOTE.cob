       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WAITLIST-PROMOTE.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RELEASE-FILE ASSIGN TO "CAPACITY-RELEASED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ENTRY-SLOT-FILE ASSIGN TO "ENTRY-SLOTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
   05 WL-CONTACT         PIC X(20).
   05 FILLER             PIC X(1).
   05 WL-STATUS          PIC X(1).
   05 FILLER             PIC X(1).
   05 WL-ACCOUNT         PIC X(6).
   05 FILLER             PIC X(1).
   05 WL-SLOT-HOUR       PIC 9(2).

FD WORK-FILE.
01 WORK-REC              PIC X(72).

FD BOOKINGS-FILE.
01 BOOKING-REC.
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

FD RELEASE-FILE.
01 RELEASE-REC.
   05 FILLER             PIC X(1).
   05 CR-RELEASED-HEADS  PIC 9(5).

FD ENTRY-SLOT-FILE.
COPY "ENTRY-SLOT-RECORD.cpy".

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-TALLY-EOF          PIC X VALUE 'N'.
01 WS-RELEASE-EOF        PIC X VALUE 'N'.
01 WS-SLOT-EOF           PIC X VALUE 'N'.
01 WS-PARTY-HEADS        PIC 9(5).
01 WS-AVAILABLE          PIC S9(7).
01 WS-SLOT-ROOM          PIC S9(7).
01 WS-POOL-USED          PIC S9(7).

*> Hourly entry slots and what each can take; the earliest is the
*> opening slot that bookings and waitlist entries without a slot
*> count against.
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
01 WS-PROMOTED-COUNT     PIC 9(5) VALUE 0.

*> A promoted party is booked now, so it takes the occupancy band
*> its visit date is in now.
01 WS-PRICE-BAND         PIC X(1).
01 WS-OCCUPANCY-PCT      PIC 9(3).
01 WS-ADULT-ADJ          PIC S9(3).
01 WS-CHILD-ADJ          PIC S9(3).
01 WS-SENIOR-ADJ         PIC S9(3).
01 WS-HELD-COUNT         PIC 9(5) VALUE 0.

*> Net position per visit date: heads booked so far in each entry
*> slot, in slot-table order, plus any heads the no-show
*> reconciliation has released back for the date. The release is
*> for the whole day, so it tops up whichever slot runs short and
*> is used up as parties are promoted into it.
01 WS-DATE-COUNT         PIC 9(3) VALUE 0.
01 WS-DATE-TABLE.
   05 WS-DATE-ENTRY OCCURS 100 TIMES.
      10 WS-DE-DATE       PIC 9(8).
      10 WS-DE-SLOT-HEADS PIC S9(7) OCCURS 24 TIMES.
      10 WS-DE-RELEASED   PIC 9(7).
01 WS-DATE-IDX           PIC 9(3).
01 WS-DATE-HIT           PIC 9(3).
01 WS-MAIL-DETAIL.
   05 FILLER             PIC X(9) VALUE "PROMOTED ".
   05 WS-MD-DATE         PIC 9(8).
   05 FILLER             PIC X(6) VALUE " SLOT ".
   05 WS-MD-SLOT         PIC 9(2).
   05 FILLER             PIC X(7) VALUE " HEADS=".
   05 WS-MD-HEADS        PIC ZZ,ZZ9.
   05 FILLER             PIC X(9) VALUE " CONTACT=".
   05 WS-MD-CONTACT      PIC X(20).

01 WS-BOOKING-REF        PIC X(7).
01 WS-MAIL-REFERENCE.
   05 FILLER             PIC X(18) VALUE "BOOKING REFERENCE ".
   05 WS-MR-REFERENCE    PIC X(7).

PROCEDURE DIVISION.
MAIN.
    MOVE "WAITLIST-PROMOTE" TO WS-RH-JOB-NAME.
    MOVE 59 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM LOAD-ENTRY-SLOTS.
    IF WS-SLOT-COUNT = 0
        DISPLAY "ENTRY-SLOTS.DAT MISSING OR EMPTY - NOTHING PROMOTED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM TALLY-BOOKED-HEADS.
    PERFORM TALLY-RELEASED-HEADS.

    GOBACK.

*> Arrival order is the file order, so the first party queued for a
*> date and slot gets first call on freed heads; a large party that
*> does not fit is held without blocking a smaller one behind it.
*> A party queued for a slot that has since been withdrawn stays
*> queued for the desk to rebook.
JUDGE-WAITLIST-PARTY.
    IF WL-STATUS NOT = 'Q' OR WL-VISIT-DATE < WS-RH-RUN-DATE
        WRITE WORK-REC FROM WAITLIST-REC
    ELSE
        COMPUTE WS-PARTY-HEADS = WL-NA + WL-NC + WL-NS
        IF WL-SLOT-HOUR IS NUMERIC
            MOVE WL-SLOT-HOUR TO WS-SLOT-HOUR
        ELSE
            MOVE WS-OPENING-SLOT TO WS-SLOT-HOUR
        END-IF
        PERFORM FIND-SLOT
        MOVE WL-VISIT-DATE TO WS-LOOK-DATE
        PERFORM FIND-DATE-SLOT
        MOVE 0 TO WS-SLOT-ROOM
        MOVE 0 TO WS-AVAILABLE
        IF WS-SLOT-HIT > 0
            COMPUTE WS-SLOT-ROOM = WS-SL-CAPACITY(WS-SLOT-HIT)
                - WS-DE-SLOT-HEADS(WS-DATE-HIT, WS-SLOT-HIT)
            IF WS-SLOT-ROOM < 0
                MOVE 0 TO WS-SLOT-ROOM
            END-IF
            COMPUTE WS-AVAILABLE = WS-SLOT-ROOM
                + WS-DE-RELEASED(WS-DATE-HIT)
        END-IF
        IF WS-SLOT-HIT > 0 AND WS-PARTY-HEADS <= WS-AVAILABLE
            PERFORM PROMOTE-PARTY
        ELSE
            ADD 1 TO WS-HELD-COUNT
    MOVE WL-NA TO BK-NA.
    MOVE WL-NC TO BK-NC.
    MOVE WL-NS TO BK-NS.
    MOVE WL-ACCOUNT TO BK-ACCOUNT.
    MOVE WS-SLOT-HOUR TO BK-SLOT-HOUR.
    CALL "NEXT-BOOKING-REF" USING WS-BOOKING-REF.
    MOVE WS-BOOKING-REF TO BK-REFERENCE.
    MOVE WL-CONTACT TO BK-CONTACT.
    MOVE SPACE TO WS-PRICE-BAND.
    CALL "OCCUPANCY-BAND" USING WL-VISIT-DATE WS-PRICE-BAND
        WS-OCCUPANCY-PCT WS-ADULT-ADJ WS-CHILD-ADJ WS-SENIOR-ADJ.
    MOVE WS-PRICE-BAND TO BK-PRICE-BAND.
    OPEN EXTEND BOOKINGS-FILE.
    WRITE BOOKING-REC.
    CLOSE BOOKINGS-FILE.
    MOVE 'P' TO WL-STATUS.
    ADD 1 TO WS-PROMOTED-COUNT.
    ADD WS-PARTY-HEADS TO WS-DE-SLOT-HEADS(WS-DATE-HIT, WS-SLOT-HIT).
    IF WS-PARTY-HEADS > WS-SLOT-ROOM
        COMPUTE WS-POOL-USED = WS-PARTY-HEADS - WS-SLOT-ROOM
        SUBTRACT WS-POOL-USED FROM WS-DE-RELEASED(WS-DATE-HIT)
    END-IF.
    PERFORM NOTIFY-DISPATCHER.
    DISPLAY "PROMOTED PARTY FOR " WL-VISIT-DATE " SLOT " WS-SLOT-HOUR
        " (" WS-PARTY-HEADS " HEADS) - " WL-CONTACT
        " REF " WS-BOOKING-REF.

*> One notification per promoted party, with the booking reference
*> it was given, for the dispatcher to call back; the outbox
*> dispatcher resolves the recipient from the subject through the
*> distribution lists.
NOTIFY-DISPATCHER.
    OPEN EXTEND EMAIL-OUTBOX-FILE.
    MOVE "TO: BOOKING-DESK@SITE" TO EMAIL-OUTBOX-LINE.
    MOVE "SUBJECT: WAITLIST PROMOTION" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE WL-VISIT-DATE TO WS-MD-DATE.
    MOVE WS-SLOT-HOUR TO WS-MD-SLOT.
    MOVE WS-PARTY-HEADS TO WS-MD-HEADS.
    MOVE WL-CONTACT TO WS-MD-CONTACT.
    WRITE EMAIL-OUTBOX-LINE FROM WS-MAIL-DETAIL.
    MOVE WS-BOOKING-REF TO WS-MR-REFERENCE.
    WRITE EMAIL-OUTBOX-LINE FROM WS-MAIL-REFERENCE.
    CLOSE EMAIL-OUTBOX-FILE.

FIND-DATE-SLOT.
        END-IF
        ADD 1 TO WS-DATE-COUNT
        MOVE WS-DATE-COUNT TO WS-DATE-HIT
        INITIALIZE WS-DATE-ENTRY(WS-DATE-HIT)
        MOVE WS-LOOK-DATE TO WS-DE-DATE(WS-DATE-HIT)
    END-IF.

TALLY-BOOKED-HEADS.
            AT END MOVE 'Y' TO WS-TALLY-EOF
            NOT AT END
                IF BK-VISIT-DATE >= WS-RH-RUN-DATE
                    PERFORM SET-BOOKING-SLOT
                    MOVE WS-BOOKING-SLOT TO WS-SLOT-HOUR
                    PERFORM FIND-SLOT
                    MOVE BK-VISIT-DATE TO WS-LOOK-DATE
                    PERFORM FIND-DATE-SLOT
                    IF WS-SLOT-HIT > 0
                        PERFORM TALLY-SLOT-HEADS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BOOKINGS-FILE.

TALLY-SLOT-HEADS.
    IF BK-REC-TYPE = 'C'
        COMPUTE WS-DE-SLOT-HEADS(WS-DATE-HIT, WS-SLOT-HIT) =
            WS-DE-SLOT-HEADS(WS-DATE-HIT, WS-SLOT-HIT)
            - BK-NA - BK-NC - BK-NS
    ELSE
        COMPUTE WS-DE-SLOT-HEADS(WS-DATE-HIT, WS-SLOT-HIT) =
            WS-DE-SLOT-HEADS(WS-DATE-HIT, WS-SLOT-HIT)
            + BK-NA + BK-NC + BK-NS
    END-IF.

TALLY-RELEASED-HEADS.
    OPEN INPUT RELEASE-FILE.
    PERFORM UNTIL WS-RELEASE-EOF = 'Y'
                IF CR-VISIT-DATE >= WS-RH-RUN-DATE
                    MOVE CR-VISIT-DATE TO WS-LOOK-DATE
                    PERFORM FIND-DATE-SLOT
                    ADD CR-RELEASED-HEADS TO WS-DE-RELEASED(WS-DATE-HIT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE WORK-FILE.
    CLOSE WAITLIST-FILE.

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
