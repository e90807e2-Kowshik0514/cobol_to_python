       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DEPOSIT-PREP.

        FILE STATUS IS WS-USAGE-STATUS.
    SELECT OPTIONAL SLIP-FILE ASSIGN TO "DEPOSIT-SLIPS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SAFE-MOVEMENT-FILE ASSIGN TO "SAFE-MOVEMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ADVICE-FILE ASSIGN TO "DEPOSIT-ADVICE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BAG-NUMBER-FILE
   05 FILLER             PIC X(1).
   05 DP-STATUS          PIC X(1).

FD SAFE-MOVEMENT-FILE.
COPY "SAFE-MOVEMENT-RECORD.cpy".

FD ADVICE-FILE.
01 ADVICE-LINE           PIC X(60).

01 WS-EOF                PIC X VALUE 'N'.
01 WS-NUMBER-EOF         PIC X VALUE 'N'.
01 WS-LIMIT-EOF          PIC X VALUE 'N'.
01 WS-TIME-NOW           PIC 9(8).

*> Fingerprint of the denom-usage feed so a second run on the same
*> day's takings cannot bag and slip them twice - the same guard
        GOBACK
    END-IF.
    OPEN EXTEND SLIP-FILE.
    OPEN EXTEND SAFE-MOVEMENT-FILE.
    OPEN OUTPUT ADVICE-FILE.
    ACCEPT WS-TIME-NOW FROM TIME.

    PERFORM UNTIL WS-EOF = 'Y'
        READ DENOM-USAGE-FILE

    CLOSE DENOM-USAGE-FILE.
    CLOSE SLIP-FILE.
    CLOSE SAFE-MOVEMENT-FILE.
    CLOSE ADVICE-FILE.

    PERFORM SAVE-LAST-BAG-NUMBER.
            MOVE WS-LINE-VALUE TO WS-AD-VALUE
            WRITE ADVICE-LINE FROM WS-ADVICE-DETAIL
            DISPLAY WS-ADVICE-DETAIL
            PERFORM WRITE-SAFE-MOVEMENT
        END-PERFORM
    END-IF.

*> Each slice leaves the safe in the bag that carries it.
WRITE-SAFE-MOVEMENT.
    MOVE SPACES TO SAFE-MOVEMENT-REC.
    MOVE WS-RH-RUN-DATE TO SM-DATE.
    MOVE WS-TIME-NOW(1:6) TO SM-TIME.
    MOVE "DP" TO SM-TYPE.
    MOVE DU-DENOM TO SM-DENOM.
    MOVE WS-QTY-THIS-BAG TO SM-QUANTITY.
    MOVE WS-BAG-NO TO SM-REFERENCE.
    WRITE SAFE-MOVEMENT-REC.

OPEN-NEW-BAG.
    ADD 1 TO WS-BAG-NO.
    ADD 1 TO WS-BAG-COUNT.
