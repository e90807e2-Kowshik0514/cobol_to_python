       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PROGRAM-FINGERPRINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL MODULE-FILE ASSIGN TO DYNAMIC WS-MODULE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD MODULE-FILE.
01 MODULE-BYTE        PIC X.

WORKING-STORAGE SECTION.
01 WS-FILE-STATUS     PIC X(2).
01 WS-EOF             PIC X.
01 WS-MODULE-NAME     PIC X(40).
01 WS-MODULE-SUFFIX   PIC X(3) VALUE ".so".
01 WS-SUM-LOW         PIC 9(5).
01 WS-SUM-HIGH        PIC 9(5).
01 WS-MODULUS         PIC 9(5) VALUE 65521.

LINKAGE SECTION.
01 LS-PROGRAM-NAME  PIC X(20).
01 LS-MODULE-SIZE   PIC 9(9).
01 LS-CHECKSUM      PIC 9(10).
01 LS-FOUND         PIC X.

*> Fingerprints the load module the batch driver CALLs for the named
*> program: its length in bytes and a running two-part checksum over
*> every byte (low part the byte sum, high part the sum of the low
*> part at each byte, both modulo 65521), so a one-byte change or two
*> bytes swapped both show. Found is N when no module is present.
PROCEDURE DIVISION USING LS-PROGRAM-NAME LS-MODULE-SIZE LS-CHECKSUM
        LS-FOUND.
MAIN-001.
    MOVE 'N' TO LS-FOUND.
    MOVE 0 TO LS-MODULE-SIZE.
    MOVE 0 TO LS-CHECKSUM.
    MOVE 1 TO WS-SUM-LOW.
    MOVE 0 TO WS-SUM-HIGH.

    MOVE SPACES TO WS-MODULE-NAME.
    STRING LS-PROGRAM-NAME DELIMITED BY SPACE
        WS-MODULE-SUFFIX DELIMITED BY SIZE
        INTO WS-MODULE-NAME
    END-STRING.

    OPEN INPUT MODULE-FILE.
    IF WS-FILE-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ MODULE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM ADD-MODULE-BYTE
            END-READ
        END-PERFORM
        IF LS-MODULE-SIZE > 0
            MOVE 'Y' TO LS-FOUND
            COMPUTE LS-CHECKSUM = WS-SUM-HIGH * 65536 + WS-SUM-LOW
        END-IF
    END-IF.
    CLOSE MODULE-FILE.

    GOBACK.

ADD-MODULE-BYTE.
    ADD 1 TO LS-MODULE-SIZE.
    COMPUTE WS-SUM-LOW = FUNCTION MOD(
        WS-SUM-LOW + FUNCTION ORD(MODULE-BYTE) - 1, WS-MODULUS).
    COMPUTE WS-SUM-HIGH = FUNCTION MOD(
        WS-SUM-HIGH + WS-SUM-LOW, WS-MODULUS).
