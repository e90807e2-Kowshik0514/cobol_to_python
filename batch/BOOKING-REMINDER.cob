       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BOOKING-REMINDER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL BOOKINGS-FILE ASSIGN TO "BOOKINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SENT-LOG-FILE
        ASSIGN TO "BOOKING-REMINDERS-SENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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
   05 FILLER             PIC X(1).
   05 BK-REFERENCE       PIC X(7).
   05 FILLER             PIC X(1).
   05 BK-CONTACT         PIC X(20).
   05 FILLER             PIC X(1).
   05 BK-EMAIL           PIC X(40).

*> One line per reminder already sent, so a booking is reminded once
*> for its visit date however many nights it stays in the window. A
*> booking moved to another date is reminded again for the new one.
FD SENT-LOG-FILE.
01 SENT-LOG-REC.
   05 SL-REFERENCE       PIC X(7).
   05 FILLER             PIC X(1).
   05 SL-VISIT-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 SL-SENT-DATE       PIC 9(8).

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
COPY "BOOKING-NOTICE-WS.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-LOG-EOF            PIC X VALUE 'N'.
01 WS-REMINDER-DAYS      PIC 9(2) VALUE 2.
01 WS-WINDOW-END         PIC 9(8).

*> Every referenced booking falling in the window, as it stands
*> after its latest record: an amendment cancels the old date and
*> books the new one under the same reference, so the last record
*> for a reference is the one that counts.
01 WS-BKG-COUNT          PIC 9(4) VALUE 0.
01 WS-BKG-TABLE.
   05 WS-BKG-ENTRY OCCURS 1000 TIMES.
      10 WS-BG-REFERENCE  PIC X(7).
      10 WS-BG-REC-TYPE   PIC X(1).
      10 WS-BG-VISIT-DATE PIC 9(8).
      10 WS-BG-SLOT-HOUR  PIC 9(2).
      10 WS-BG-NA         PIC 9(3).
      10 WS-BG-NC         PIC 9(3).
      10 WS-BG-NS         PIC 9(3).
      10 WS-BG-CONTACT    PIC X(20).
      10 WS-BG-EMAIL      PIC X(40).
01 WS-BKG-IDX            PIC 9(4).
01 WS-BKG-HIT            PIC 9(4).

01 WS-SENT-COUNT         PIC 9(4) VALUE 0.
01 WS-SENT-TABLE.
   05 WS-SENT-ENTRY OCCURS 2000 TIMES.
      10 WS-ST-REFERENCE  PIC X(7).
      10 WS-ST-VISIT-DATE PIC 9(8).
01 WS-SENT-IDX           PIC 9(4).
01 WS-ALREADY-SENT       PIC X.

01 WS-REMINDED-COUNT     PIC 9(5) VALUE 0.
01 WS-NO-EMAIL-COUNT     PIC 9(5) VALUE 0.
01 WS-RESENT-COUNT       PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MAIN.
    MOVE "BOOKING-REMINDER" TO WS-RH-JOB-NAME.
    MOVE 154 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "BOOKING-REMINDER" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE) + WS-REMINDER-DAYS).

    PERFORM LOAD-SENT-LOG.
    PERFORM LOAD-WINDOW-BOOKINGS.

    OPEN EXTEND SENT-LOG-FILE.
    PERFORM VARYING WS-BKG-IDX FROM 1 BY 1
            UNTIL WS-BKG-IDX > WS-BKG-COUNT
        IF WS-BG-REC-TYPE(WS-BKG-IDX) NOT = 'C'
            PERFORM JUDGE-REMINDER
        END-IF
    END-PERFORM.
    CLOSE SENT-LOG-FILE.

    DISPLAY "REMINDER WINDOW        : " WS-RH-RUN-DATE " TO "
        WS-WINDOW-END.
    DISPLAY "REMINDERS SENT         : " WS-REMINDED-COUNT.
    DISPLAY "ALREADY REMINDED       : " WS-RESENT-COUNT.
    DISPLAY "NO EMAIL ON BOOKING    : " WS-NO-EMAIL-COUNT.

    MOVE WS-REMINDED-COUNT TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-NO-EMAIL-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

LOAD-SENT-LOG.
    OPEN INPUT SENT-LOG-FILE.
    PERFORM UNTIL WS-LOG-EOF = 'Y'
        READ SENT-LOG-FILE
            AT END MOVE 'Y' TO WS-LOG-EOF
            NOT AT END
                IF SL-VISIT-DATE IS NUMERIC
                        AND SL-VISIT-DATE > WS-RH-RUN-DATE
                    PERFORM NOTE-SENT-REMINDER
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SENT-LOG-FILE.

NOTE-SENT-REMINDER.
    IF WS-SENT-COUNT >= 2000
        DISPLAY "REMINDER LOG TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-SENT-COUNT.
    MOVE SL-REFERENCE TO WS-ST-REFERENCE(WS-SENT-COUNT).
    MOVE SL-VISIT-DATE TO WS-ST-VISIT-DATE(WS-SENT-COUNT).

*> The window runs from tomorrow to the reminder horizon; bookings
*> taken before references existed carry no reference and no email
*> and are left to the desk.
LOAD-WINDOW-BOOKINGS.
    OPEN INPUT BOOKINGS-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BOOKINGS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF BK-REFERENCE NOT = SPACES
                        AND BK-VISIT-DATE > WS-RH-RUN-DATE
                        AND BK-VISIT-DATE <= WS-WINDOW-END
                    PERFORM NOTE-WINDOW-BOOKING
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BOOKINGS-FILE.

NOTE-WINDOW-BOOKING.
    MOVE 0 TO WS-BKG-HIT.
    PERFORM VARYING WS-BKG-IDX FROM 1 BY 1
            UNTIL WS-BKG-IDX > WS-BKG-COUNT
        IF WS-BG-REFERENCE(WS-BKG-IDX) = BK-REFERENCE
            MOVE WS-BKG-IDX TO WS-BKG-HIT
        END-IF
    END-PERFORM.
    IF WS-BKG-HIT = 0
        IF WS-BKG-COUNT >= 1000
            DISPLAY "BOOKING TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-BKG-COUNT
        MOVE WS-BKG-COUNT TO WS-BKG-HIT
        MOVE BK-REFERENCE TO WS-BG-REFERENCE(WS-BKG-HIT)
    END-IF.
    MOVE BK-REC-TYPE TO WS-BG-REC-TYPE(WS-BKG-HIT).
    MOVE BK-VISIT-DATE TO WS-BG-VISIT-DATE(WS-BKG-HIT).
    MOVE BK-SLOT-HOUR TO WS-BG-SLOT-HOUR(WS-BKG-HIT).
    MOVE BK-NA TO WS-BG-NA(WS-BKG-HIT).
    MOVE BK-NC TO WS-BG-NC(WS-BKG-HIT).
    MOVE BK-NS TO WS-BG-NS(WS-BKG-HIT).
    MOVE BK-CONTACT TO WS-BG-CONTACT(WS-BKG-HIT).
    MOVE BK-EMAIL TO WS-BG-EMAIL(WS-BKG-HIT).

JUDGE-REMINDER.
    MOVE 'N' TO WS-ALREADY-SENT.
    PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
            UNTIL WS-SENT-IDX > WS-SENT-COUNT
        IF WS-ST-REFERENCE(WS-SENT-IDX) = WS-BG-REFERENCE(WS-BKG-IDX)
                AND WS-ST-VISIT-DATE(WS-SENT-IDX)
                    = WS-BG-VISIT-DATE(WS-BKG-IDX)
            MOVE 'Y' TO WS-ALREADY-SENT
        END-IF
    END-PERFORM.
    IF WS-ALREADY-SENT = 'Y'
        ADD 1 TO WS-RESENT-COUNT
    ELSE
        IF WS-BG-EMAIL(WS-BKG-IDX) = SPACES
            ADD 1 TO WS-NO-EMAIL-COUNT
        ELSE
            PERFORM SEND-BOOKING-REMINDER
        END-IF
    END-IF.

SEND-BOOKING-REMINDER.
    OPEN EXTEND EMAIL-OUTBOX-FILE.
    MOVE SPACES TO EMAIL-OUTBOX-LINE.
    STRING "TO: " WS-BG-EMAIL(WS-BKG-IDX) DELIMITED BY SIZE
        INTO EMAIL-OUTBOX-LINE
    END-STRING.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "SUBJECT: BOOKING REMINDER" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "YOUR VISIT IS COMING UP   " TO BN-HEADING.
    MOVE WS-BG-REFERENCE(WS-BKG-IDX) TO BN-REFERENCE.
    WRITE EMAIL-OUTBOX-LINE FROM BN-REFERENCE-LINE.
    MOVE WS-BG-VISIT-DATE(WS-BKG-IDX) TO BN-VISIT-DATE.
    MOVE WS-BG-SLOT-HOUR(WS-BKG-IDX) TO BN-SLOT-HOUR.
    WRITE EMAIL-OUTBOX-LINE FROM BN-VISIT-LINE.
    MOVE WS-BG-NA(WS-BKG-IDX) TO BN-NA.
    MOVE WS-BG-NC(WS-BKG-IDX) TO BN-NC.
    MOVE WS-BG-NS(WS-BKG-IDX) TO BN-NS.
    WRITE EMAIL-OUTBOX-LINE FROM BN-PARTY-LINE.
    MOVE WS-BG-CONTACT(WS-BKG-IDX) TO BN-CONTACT.
    WRITE EMAIL-OUTBOX-LINE FROM BN-CONTACT-LINE.
    WRITE EMAIL-OUTBOX-LINE FROM BN-QUOTE-LINE.
    CLOSE EMAIL-OUTBOX-FILE.

    MOVE SPACES TO SENT-LOG-REC.
    MOVE WS-BG-REFERENCE(WS-BKG-IDX) TO SL-REFERENCE.
    MOVE WS-BG-VISIT-DATE(WS-BKG-IDX) TO SL-VISIT-DATE.
    MOVE WS-RH-RUN-DATE TO SL-SENT-DATE.
    WRITE SENT-LOG-REC.
    ADD 1 TO WS-REMINDED-COUNT.
    DISPLAY "REMINDED " WS-BG-REFERENCE(WS-BKG-IDX) " FOR "
        WS-BG-VISIT-DATE(WS-BKG-IDX) " - " WS-BG-CONTACT(WS-BKG-IDX).
