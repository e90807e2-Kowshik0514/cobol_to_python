       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BOOKING-AMEND.

    SELECT BOOKINGS-FILE ASSIGN TO "BOOKINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT OPTIONAL ENTRY-SLOT-FILE ASSIGN TO "ENTRY-SLOTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> record for the same date and party sizes, and an amendment is a
*> cancellation of the old sizes plus a fresh booking of the new
*> ones. Records written before the type byte existed read as
*> spaces and count as bookings. Both records carry the account
*> customer of the original booking, so an amended group still
*> invoices to the right account. Bookings written before entry
*> slots existed have no slot hour and belong to the opening slot.
*> Both records also carry the booking reference, contact and email,
*> so the latest record for a reference is the booking as it stands.
*> They keep the price band struck when the booking was first taken:
*> an amendment does not move the party into the day's later band.
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

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-NEW-NC             PIC 9(3).
01 WS-NEW-NS             PIC 9(3).
01 WS-NET-MATCHES        PIC S9(5).
01 WS-OLD-ACCOUNT        PIC X(6).
01 WS-IN-REFERENCE       PIC X(7).
01 WS-OLD-REFERENCE      PIC X(7).
01 WS-OLD-CONTACT        PIC X(20).
01 WS-OLD-EMAIL          PIC X(40).
01 WS-OLD-BAND           PIC X(1).
01 WS-REF-STATE          PIC X.
01 WS-CHECK-INPUT        PIC X(20).
01 WS-CHECK-DIGIT        PIC 9(1).
COPY "BOOKING-NOTICE-WS.cpy".
01 WS-AMEND-COUNT        PIC 9(5) VALUE 0.

01 WS-IN-SLOT            PIC X(2).
01 WS-OLD-SLOT           PIC 9(2).
01 WS-NEW-SLOT           PIC 9(2).
01 WS-SLOT-HOUR          PIC 9(2).
01 WS-BOOKING-SLOT       PIC 9(2).
01 WS-SLOT-HEADS         PIC S9(7).
01 WS-ADDED-HEADS        PIC S9(7).
01 WS-SLOT-EOF           PIC X VALUE 'N'.
01 WS-OPENING-SLOT       PIC 9(2) VALUE 99.
01 WS-SLOT-COUNT         PIC 9(2) VALUE 0.
01 WS-SLOT-TABLE.
   05 WS-SLOT-ENTRY OCCURS 24 TIMES.
      10 WS-SL-HOUR       PIC 9(2).
      10 WS-SL-CAPACITY   PIC 9(5).
01 WS-SLOT-IDX           PIC 9(2).
01 WS-SLOT-HIT           PIC 9(2).
01 WS-CANCEL-COUNT       PIC 9(5) VALUE 0.

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "BOOKING-AMEND".
    DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.

    PERFORM LOAD-ENTRY-SLOTS.
    IF WS-SLOT-COUNT = 0
        DISPLAY "ENTRY-SLOTS.DAT MISSING OR EMPTY - NO CHANGES MADE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-RUNNING = 'N'
        DISPLAY "(A)MEND, (C)ANCEL, (X)EXIT: " WITH NO ADVANCING
        ACCEPT WS-ACTION
    DISPLAY "BOOKINGS CANCELLED: " WS-CANCEL-COUNT.
    GOBACK.

*> A party quoting its booking reference is found directly; one
*> booked before references existed is still found the old way.
ACCEPT-ORIGINAL-BOOKING.
    DISPLAY "BOOKING REFERENCE (BLANK=SEARCH BY DATE AND SIZES): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-REFERENCE.
    ACCEPT WS-IN-REFERENCE.
    IF WS-IN-REFERENCE = SPACES
        PERFORM ACCEPT-BOOKING-DETAILS
    ELSE
        PERFORM FIND-BOOKING-BY-REFERENCE
    END-IF.

FIND-BOOKING-BY-REFERENCE.
    MOVE 'N' TO WS-EDIT-VALID.
    MOVE SPACES TO WS-CHECK-INPUT.
    MOVE WS-IN-REFERENCE(1:6) TO WS-CHECK-INPUT(1:6).
    CALL "CHECK-DIGIT" USING WS-CHECK-INPUT WS-CHECK-DIGIT.
    IF WS-IN-REFERENCE IS NOT NUMERIC
            OR WS-IN-REFERENCE(7:1) NOT = WS-CHECK-DIGIT
        DISPLAY "NOT A VALID BOOKING REFERENCE - CHECK THE NUMBER"
    ELSE
        PERFORM READ-REFERENCE-HISTORY
        EVALUATE WS-REF-STATE
            WHEN 'N'
                DISPLAY "NO BOOKING WITH REFERENCE " WS-IN-REFERENCE
            WHEN 'C'
                DISPLAY "BOOKING " WS-IN-REFERENCE
                    " IS ALREADY CANCELLED"
            WHEN OTHER
                MOVE 'Y' TO WS-EDIT-VALID
                DISPLAY "BOOKING " WS-OLD-REFERENCE " FOR "
                    WS-OLD-CONTACT
                DISPLAY "  " WS-VISIT-DATE " SLOT " WS-OLD-SLOT
                    " A=" WS-OLD-NA " C=" WS-OLD-NC " S=" WS-OLD-NS
        END-EVALUATE
    END-IF.

*> The last record for the reference is the booking as it stands:
*> a cancellation leaves it C, an amendment leaves the new sizes.
READ-REFERENCE-HISTORY.
    MOVE 'N' TO WS-REF-STATE.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT BOOKINGS-FILE.
    IF WS-FILE-STATUS = "00"
        PERFORM UNTIL WS-EOF = 'Y'
            READ BOOKINGS-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF BK-REFERENCE = WS-IN-REFERENCE
                        PERFORM TAKE-REFERENCE-RECORD
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE BOOKINGS-FILE.

TAKE-REFERENCE-RECORD.
    IF BK-REC-TYPE = 'C'
        MOVE 'C' TO WS-REF-STATE
    ELSE
        MOVE 'B' TO WS-REF-STATE
        MOVE BK-VISIT-DATE TO WS-VISIT-DATE
        PERFORM SET-BOOKING-SLOT
        MOVE WS-BOOKING-SLOT TO WS-OLD-SLOT
        MOVE BK-NA TO WS-OLD-NA
        MOVE BK-NC TO WS-OLD-NC
        MOVE BK-NS TO WS-OLD-NS
        MOVE BK-ACCOUNT TO WS-OLD-ACCOUNT
        MOVE BK-REFERENCE TO WS-OLD-REFERENCE
        MOVE BK-CONTACT TO WS-OLD-CONTACT
        MOVE BK-EMAIL TO WS-OLD-EMAIL
        MOVE BK-PRICE-BAND TO WS-OLD-BAND
    END-IF.

ACCEPT-BOOKING-DETAILS.
    DISPLAY "VISIT DATE YYYYMMDD: " WITH NO ADVANCING.
    ACCEPT WS-IN-DATE.
    DISPLAY "ENTRY SLOT HOUR HH: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-SLOT.
    ACCEPT WS-IN-SLOT.
    DISPLAY "ORIGINAL ADULTS: " WITH NO ADVANCING.
    ACCEPT WS-IN-NA.
    DISPLAY "ORIGINAL CHILDREN: " WITH NO ADVANCING.
    ACCEPT WS-IN-NS.
    MOVE 'Y' TO WS-EDIT-VALID.
    CALL "NUMERIC-EDIT" USING WS-IN-DATE WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'Y'
        CALL "NUMERIC-EDIT" USING WS-IN-SLOT WS-EDIT-VALID
    END-IF.
    IF WS-EDIT-VALID = 'Y'
        CALL "NUMERIC-EDIT" USING WS-IN-NA WS-EDIT-VALID
    END-IF.
        CALL "NUMERIC-EDIT" USING WS-IN-NS WS-EDIT-VALID
    END-IF.
    IF WS-EDIT-VALID = 'N'
        DISPLAY "DATE, SLOT AND PARTY SIZES MUST BE NUMERIC - REJECTED"
    ELSE
        MOVE WS-IN-DATE TO WS-VISIT-DATE
        MOVE FUNCTION NUMVAL(WS-IN-SLOT) TO WS-OLD-SLOT
        MOVE FUNCTION NUMVAL(WS-IN-NA) TO WS-OLD-NA
        MOVE FUNCTION NUMVAL(WS-IN-NC) TO WS-OLD-NC
        MOVE FUNCTION NUMVAL(WS-IN-NS) TO WS-OLD-NS
        PERFORM COUNT-NET-MATCHES
        IF WS-NET-MATCHES < 1
            DISPLAY "NO OPEN BOOKING MATCHES THAT DATE, SLOT AND "
                "PARTY SIZES - REJECTED"
            MOVE 'N' TO WS-EDIT-VALID
        END-IF
    END-IF.

*> Without a reference the desk identifies a party by date, entry
*> slot and head counts, so the net of bookings less cancellations
*> for the exact sizes must still be open.
COUNT-NET-MATCHES.
    MOVE 0 TO WS-NET-MATCHES.
    MOVE SPACES TO WS-OLD-ACCOUNT.
    MOVE SPACES TO WS-OLD-REFERENCE WS-OLD-CONTACT WS-OLD-EMAIL.
    MOVE SPACE TO WS-OLD-BAND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT BOOKINGS-FILE.
    IF WS-FILE-STATUS = "00"
            READ BOOKINGS-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM SET-BOOKING-SLOT
                    IF BK-VISIT-DATE = WS-VISIT-DATE
                            AND WS-BOOKING-SLOT = WS-OLD-SLOT
                            AND BK-NA = WS-OLD-NA
                            AND BK-NC = WS-OLD-NC
                            AND BK-NS = WS-OLD-NS
                            SUBTRACT 1 FROM WS-NET-MATCHES
                        ELSE
                            ADD 1 TO WS-NET-MATCHES
                            MOVE BK-ACCOUNT TO WS-OLD-ACCOUNT
                            MOVE BK-REFERENCE TO WS-OLD-REFERENCE
                            MOVE BK-CONTACT TO WS-OLD-CONTACT
                            MOVE BK-EMAIL TO WS-OLD-EMAIL
                            MOVE BK-PRICE-BAND TO WS-OLD-BAND
                        END-IF
                    END-IF
            END-READ
        MOVE 0 TO WS-AUDIT-NEW-VALUE
        MOVE "BK-HEADS" TO WS-AUDIT-FIELD-NAME
        PERFORM AUDIT-BOOKING-CHANGE
        DISPLAY "CANCELLED " WS-VISIT-DATE " SLOT " WS-OLD-SLOT
            " A=" WS-OLD-NA
            " C=" WS-OLD-NC " S=" WS-OLD-NS
        IF WS-OLD-REFERENCE NOT = SPACES
            DISPLAY "BOOKING REFERENCE " WS-OLD-REFERENCE
        END-IF
    END-IF.

AMEND-BOOKING.
    IF WS-EDIT-VALID = 'Y'
        PERFORM ACCEPT-NEW-SIZES
    END-IF.
    IF WS-EDIT-VALID = 'Y'
        PERFORM CHECK-NEW-SLOT-CAPACITY
    END-IF.
    IF WS-EDIT-VALID = 'Y'
        PERFORM APPEND-CANCEL-RECORD
        IF WS-OLD-REFERENCE = SPACES
            CALL "NEXT-BOOKING-REF" USING WS-OLD-REFERENCE
        END-IF
        PERFORM APPEND-NEW-RECORD
        ADD 1 TO WS-AMEND-COUNT
        COMPUTE WS-AUDIT-OLD-VALUE =
            WS-NEW-NA + WS-NEW-NC + WS-NEW-NS
        MOVE "BK-HEADS" TO WS-AUDIT-FIELD-NAME
        PERFORM AUDIT-BOOKING-CHANGE
        DISPLAY "AMENDED " WS-VISIT-DATE " TO SLOT " WS-NEW-SLOT
            " A=" WS-NEW-NA
            " C=" WS-NEW-NC " S=" WS-NEW-NS
        DISPLAY "BOOKING REFERENCE " WS-OLD-REFERENCE
        IF WS-OLD-EMAIL NOT = SPACES
            PERFORM SEND-AMEND-CONFIRMATION
        END-IF
    END-IF.

SEND-AMEND-CONFIRMATION.
    OPEN EXTEND EMAIL-OUTBOX-FILE.
    MOVE SPACES TO EMAIL-OUTBOX-LINE.
    STRING "TO: " WS-OLD-EMAIL DELIMITED BY SIZE
        INTO EMAIL-OUTBOX-LINE
    END-STRING.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "SUBJECT: BOOKING CONFIRMATION" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "YOUR BOOKING IS AMENDED   " TO BN-HEADING.
    MOVE WS-OLD-REFERENCE TO BN-REFERENCE.
    WRITE EMAIL-OUTBOX-LINE FROM BN-REFERENCE-LINE.
    MOVE WS-VISIT-DATE TO BN-VISIT-DATE.
    MOVE WS-NEW-SLOT TO BN-SLOT-HOUR.
    WRITE EMAIL-OUTBOX-LINE FROM BN-VISIT-LINE.
    MOVE WS-NEW-NA TO BN-NA.
    MOVE WS-NEW-NC TO BN-NC.
    MOVE WS-NEW-NS TO BN-NS.
    WRITE EMAIL-OUTBOX-LINE FROM BN-PARTY-LINE.
    MOVE WS-OLD-CONTACT TO BN-CONTACT.
    WRITE EMAIL-OUTBOX-LINE FROM BN-CONTACT-LINE.
    WRITE EMAIL-OUTBOX-LINE FROM BN-QUOTE-LINE.
    CLOSE EMAIL-OUTBOX-FILE.

ACCEPT-NEW-SIZES.
    DISPLAY "NEW ENTRY SLOT HH (BLANK=SAME): " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-SLOT.
    ACCEPT WS-IN-SLOT.
    MOVE WS-OLD-SLOT TO WS-NEW-SLOT.
    IF WS-IN-SLOT NOT = SPACES
        IF WS-IN-SLOT IS NUMERIC
            MOVE WS-IN-SLOT TO WS-NEW-SLOT
        ELSE
            MOVE 99 TO WS-NEW-SLOT
        END-IF
    END-IF.
    DISPLAY "NEW ADULTS: " WITH NO ADVANCING.
    ACCEPT WS-IN-NA.
    DISPLAY "NEW CHILDREN: " WITH NO ADVANCING.
        MOVE FUNCTION NUMVAL(WS-IN-NS) TO WS-NEW-NS
    END-IF.

*> Moving a party, or growing it, may only use what the target slot
*> has left; the party's own heads come back out first when it
*> stays in the same slot.
CHECK-NEW-SLOT-CAPACITY.
    MOVE WS-NEW-SLOT TO WS-SLOT-HOUR.
    PERFORM FIND-SLOT.
    IF WS-SLOT-HIT = 0
        DISPLAY "NO ENTRY SLOT AT HOUR " WS-NEW-SLOT " - REJECTED"
        MOVE 'N' TO WS-EDIT-VALID
    ELSE
        COMPUTE WS-ADDED-HEADS = WS-NEW-NA + WS-NEW-NC + WS-NEW-NS
        IF WS-NEW-SLOT = WS-OLD-SLOT
            COMPUTE WS-ADDED-HEADS = WS-ADDED-HEADS
                - WS-OLD-NA - WS-OLD-NC - WS-OLD-NS
        END-IF
        IF WS-ADDED-HEADS > 0
            PERFORM COUNT-SLOT-HEADS
            IF WS-SLOT-HEADS + WS-ADDED-HEADS
                    > WS-SL-CAPACITY(WS-SLOT-HIT)
                DISPLAY "SLOT " WS-NEW-SLOT " IS AT CAPACITY ("
                    WS-SL-CAPACITY(WS-SLOT-HIT) ") - AMENDMENT REJECTED"
                MOVE 'N' TO WS-EDIT-VALID
            END-IF
        END-IF
    END-IF.

COUNT-SLOT-HEADS.
    MOVE 0 TO WS-SLOT-HEADS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT BOOKINGS-FILE.
    IF WS-FILE-STATUS = "00"
        PERFORM UNTIL WS-EOF = 'Y'
            READ BOOKINGS-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM SET-BOOKING-SLOT
                    IF BK-VISIT-DATE = WS-VISIT-DATE
                            AND WS-BOOKING-SLOT = WS-NEW-SLOT
                        IF BK-REC-TYPE = 'C'
                            COMPUTE WS-SLOT-HEADS = WS-SLOT-HEADS
                                - BK-NA - BK-NC - BK-NS
                        ELSE
                            COMPUTE WS-SLOT-HEADS = WS-SLOT-HEADS
                                + BK-NA + BK-NC + BK-NS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    CLOSE BOOKINGS-FILE.

APPEND-CANCEL-RECORD.
    MOVE SPACES TO BOOKING-REC.
    MOVE WS-VISIT-DATE TO BK-VISIT-DATE.
    MOVE WS-OLD-NC TO BK-NC.
    MOVE WS-OLD-NS TO BK-NS.
    MOVE 'C' TO BK-REC-TYPE.
    MOVE WS-OLD-ACCOUNT TO BK-ACCOUNT.
    MOVE WS-OLD-SLOT TO BK-SLOT-HOUR.
    MOVE WS-OLD-REFERENCE TO BK-REFERENCE.
    MOVE WS-OLD-CONTACT TO BK-CONTACT.
    MOVE WS-OLD-EMAIL TO BK-EMAIL.
    MOVE WS-OLD-BAND TO BK-PRICE-BAND.
    PERFORM APPEND-BOOKING-RECORD.

APPEND-NEW-RECORD.
    MOVE WS-NEW-NC TO BK-NC.
    MOVE WS-NEW-NS TO BK-NS.
    MOVE 'B' TO BK-REC-TYPE.
    MOVE WS-OLD-ACCOUNT TO BK-ACCOUNT.
    MOVE WS-NEW-SLOT TO BK-SLOT-HOUR.
    MOVE WS-OLD-REFERENCE TO BK-REFERENCE.
    MOVE WS-OLD-CONTACT TO BK-CONTACT.
    MOVE WS-OLD-EMAIL TO BK-EMAIL.
    MOVE WS-OLD-BAND TO BK-PRICE-BAND.
    PERFORM APPEND-BOOKING-RECORD.

APPEND-BOOKING-RECORD.
    CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
        WS-OPERATOR-NAME WS-AUDIT-FIELD-NAME
        WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE.

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
