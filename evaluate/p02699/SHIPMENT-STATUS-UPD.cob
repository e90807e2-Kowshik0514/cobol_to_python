       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SHIPMENT-STATUS-UPD.

    SELECT OPTIONAL CONFIRM-FILE ASSIGN TO "DISPATCH-CONFIRM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONFIRM-STATUS.
    SELECT OPTIONAL CONSIGNMENT-FILE
        ASSIGN TO "SHIPMENT-CONSIGNMENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   05 FILLER             PIC X(1).
   05 DC-DISPATCH-DATE   PIC 9(8).

FD CONSIGNMENT-FILE.
COPY "SHIPMENT-CONSIGNMENT-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-STATUS-STATUS      PIC X(2).
01 WS-NEW-STATUS         PIC X(1).
01 WS-DISPATCH-DATE      PIC 9(8).
01 WS-UPDATED-COUNT      PIC 9(5) VALUE 0.
01 WS-BOOKING-IGNORED    PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-IN-CONSIGNEE       PIC X(20).
01 WS-IN-STREET          PIC X(40).
01 WS-IN-POSTAL-CODE     PIC X(5).
01 WS-IN-PIECES          PIC X(3).
01 WS-IN-CONTENTS        PIC X(30).

PROCEDURE DIVISION.
MAIN.
*> The keyed-but-undispatched shipment enters the lifecycle here,
*> at the same desk that keys it into the index, so the aging view
*> starts from booking rather than from the first carrier event.
*> The consignee, ship-to and contents are taken here too, for the
*> bill of lading and packing list printed on the dispatch day.
BOOK-SHIPMENT.
    DISPLAY "SHIP ID: " WITH NO ADVANCING.
    ACCEPT WS-IN-SHIP-ID.
    PERFORM ACCEPT-CONSIGNMENT.
    IF WS-EDIT-VALID = 'Y'
        MOVE 'B' TO WS-NEW-STATUS
        MOVE 0 TO WS-DISPATCH-DATE
        MOVE SPACES TO WS-IN-SIGNER
        PERFORM UPDATE-STATUS-ROW
        IF WS-BOOKING-IGNORED = 'N'
            PERFORM APPEND-CONSIGNMENT
        END-IF
    END-IF.

ACCEPT-CONSIGNMENT.
    DISPLAY "CONSIGNEE NAME: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-CONSIGNEE.
    ACCEPT WS-IN-CONSIGNEE.
    DISPLAY "SHIP-TO STREET: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-STREET.
    ACCEPT WS-IN-STREET.
    DISPLAY "SHIP-TO POSTAL CODE: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-POSTAL-CODE.
    ACCEPT WS-IN-POSTAL-CODE.
    DISPLAY "PIECES: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-PIECES.
    ACCEPT WS-IN-PIECES.
    DISPLAY "CONTENTS: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-CONTENTS.
    ACCEPT WS-IN-CONTENTS.
    MOVE 'Y' TO WS-EDIT-VALID.
    IF WS-IN-CONSIGNEE = SPACES OR WS-IN-STREET = SPACES
        DISPLAY "CONSIGNEE AND SHIP-TO STREET ARE REQUIRED - REJECTED"
        MOVE 'N' TO WS-EDIT-VALID
    ELSE
        IF WS-IN-POSTAL-CODE IS NOT NUMERIC
            DISPLAY "POSTAL CODE MUST BE FIVE DIGITS - REJECTED"
            MOVE 'N' TO WS-EDIT-VALID
        ELSE
            CALL "NUMERIC-EDIT" USING WS-IN-PIECES WS-EDIT-VALID
            IF WS-EDIT-VALID = 'N'
                DISPLAY "PIECES MUST BE NUMERIC - REJECTED"
            END-IF
        END-IF
    END-IF.

APPEND-CONSIGNMENT.
    MOVE SPACES TO CONSIGNMENT-REC.
    MOVE WS-IN-SHIP-ID TO SN-SHIP-ID.
    MOVE WS-IN-CONSIGNEE TO SN-CONSIGNEE.
    MOVE WS-IN-STREET TO SN-STREET.
    MOVE WS-IN-POSTAL-CODE TO SN-POSTAL-CODE.
    MOVE FUNCTION NUMVAL(WS-IN-PIECES) TO SN-PIECES.
    MOVE WS-IN-CONTENTS TO SN-CONTENTS.
    OPEN EXTEND CONSIGNMENT-FILE.
    WRITE CONSIGNMENT-REC.
    CLOSE CONSIGNMENT-FILE.

ENTER-POD.
    DISPLAY "SHIP ID: " WITH NO ADVANCING.
*> first time anything is heard about the shipment.
UPDATE-STATUS-ROW.
    MOVE 'N' TO WS-ROW-FOUND.
    MOVE 'N' TO WS-BOOKING-IGNORED.
    MOVE 'N' TO WS-EOF.
    MOVE 'N' TO WS-WORK-EOF.
    OPEN INPUT STATUS-FILE.
                AND SS-STATUS NOT = SPACE
            DISPLAY "SHIPMENT ALREADY " SS-STATUS
                " - BOOKING IGNORED: " SS-SHIP-ID
            MOVE 'Y' TO WS-BOOKING-IGNORED
        ELSE
            PERFORM STAMP-STATUS-FIELDS
        END-IF
