       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. NEXT-BOOKING-REF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL REF-NUMBER-FILE ASSIGN TO "BOOKING-REF-NUMBER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD REF-NUMBER-FILE.
01 REF-NUMBER-REC.
   05 RN-LAST-NUMBER     PIC 9(6).

WORKING-STORAGE SECTION.
01 WS-NUMBER-EOF         PIC X.
01 WS-SERIAL             PIC 9(6).
01 WS-CHECK-INPUT        PIC X(20).
01 WS-CHECK-DIGIT        PIC 9(1).

LINKAGE SECTION.
01 LS-BOOKING-REF        PIC X(7).

*> Issues the next booking reference: a six-digit serial kept on
*> BOOKING-REF-NUMBER.DAT followed by its CHECK-DIGIT digit, built
*> the way GIFT-CARD-ISSUE numbers cards so the desk can refuse a
*> mistyped reference before searching the bookings file. The
*> serial is saved at once, so two desks never issue one number.
PROCEDURE DIVISION USING LS-BOOKING-REF.
MAIN-001.
    MOVE 0 TO WS-SERIAL.
    MOVE 'N' TO WS-NUMBER-EOF.
    OPEN INPUT REF-NUMBER-FILE.
    READ REF-NUMBER-FILE
        AT END MOVE 'Y' TO WS-NUMBER-EOF
    END-READ.
    IF WS-NUMBER-EOF = 'N' AND RN-LAST-NUMBER IS NUMERIC
        MOVE RN-LAST-NUMBER TO WS-SERIAL
    END-IF.
    CLOSE REF-NUMBER-FILE.

    ADD 1 TO WS-SERIAL.
    OPEN OUTPUT REF-NUMBER-FILE.
    MOVE WS-SERIAL TO RN-LAST-NUMBER.
    WRITE REF-NUMBER-REC.
    CLOSE REF-NUMBER-FILE.

    MOVE SPACES TO WS-CHECK-INPUT.
    MOVE WS-SERIAL TO WS-CHECK-INPUT(1:6).
    CALL "CHECK-DIGIT" USING WS-CHECK-INPUT WS-CHECK-DIGIT.
    MOVE WS-SERIAL TO LS-BOOKING-REF(1:6).
    MOVE WS-CHECK-DIGIT TO LS-BOOKING-REF(7:1).
    GOBACK.
