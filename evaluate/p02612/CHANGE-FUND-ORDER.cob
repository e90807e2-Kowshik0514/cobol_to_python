       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHANGE-FUND-ORDER.

    SELECT PAR-LEVEL-FILE ASSIGN TO "DENOM-PAR-LEVELS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAR-STATUS.
    SELECT OPTIONAL SAFE-MOVEMENT-FILE ASSIGN TO "SAFE-MOVEMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-WORK ASSIGN TO "CHANGE-FUND-SORT.TMP".
    COPY "PRINT-ROUTE-SELECT.cpy".

   05 FILLER            PIC X(1).
   05 PL-ON-HAND        PIC 9(5).

FD SAFE-MOVEMENT-FILE.
COPY "SAFE-MOVEMENT-RECORD.cpy".

*> Usage rows and par rows tag themselves U and P and sort
*> together on the denomination; the control break marries the two
*> sides - the CROSS-REF-158A pattern, with no ten-slot ceiling
01 WS-EOF                PIC X VALUE 'N'.
01 WS-PAR-EOF            PIC X VALUE 'N'.
01 WS-SORT-EOF           PIC X VALUE 'N'.
01 WS-TIME-NOW           PIC 9(8).

01 WS-CURRENT-DENOM      PIC 9(3).
01 WS-DENOM-OPEN         PIC X VALUE 'N'.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "CHANGE FUND REPLENISHMENT ORDER" TO WS-PRINT-REPORT-TITLE.

    OPEN EXTEND SAFE-MOVEMENT-FILE.
    ACCEPT WS-TIME-NOW FROM TIME.
    SORT SORT-WORK
        ON ASCENDING KEY SR-DENOM
        INPUT PROCEDURE IS RELEASE-BOTH-SIDES
        OUTPUT PROCEDURE IS ORDER-SORTED-DENOMS.
    CLOSE SAFE-MOVEMENT-FILE.

    MOVE WS-ORDER-TOTAL TO WS-TL-VALUE.
    MOVE WS-TOTAL-LINE TO WS-PRINT-LINE-TEXT.
        MOVE WS-ORDER-QTY TO WS-OL-ORDER
        MOVE WS-ORDER-LINE TO WS-PRINT-LINE-TEXT
        PERFORM PRINT-ORDER-LINE
        IF WS-ORDER-QTY > 0
            PERFORM WRITE-SAFE-MOVEMENT
        END-IF
        MOVE 'N' TO WS-DENOM-OPEN
    END-IF.

*> The bank delivers the order into the safe, so the ordered
*> quantities are taken in on the ledger the day they are ordered.
WRITE-SAFE-MOVEMENT.
    MOVE SPACES TO SAFE-MOVEMENT-REC.
    MOVE WS-RH-RUN-DATE TO SM-DATE.
    MOVE WS-TIME-NOW(1:6) TO SM-TIME.
    MOVE "CF" TO SM-TYPE.
    MOVE WS-CURRENT-DENOM TO SM-DENOM.
    MOVE WS-ORDER-QTY TO SM-QUANTITY.
    MOVE "BANK" TO SM-REFERENCE.
    WRITE SAFE-MOVEMENT-REC.

PRINT-ORDER-LINE.
    COPY "PRINT-SPOOL-LINE.cpy".

