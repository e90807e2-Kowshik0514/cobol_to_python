       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. 173A-RECON.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SITE-CODE-FILE ASSIGN TO "SITE-CODE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CARD-TOTAL-FILE ASSIGN TO "TILL-CARD-TOTALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PICKUP-FILE ASSIGN TO "TILL-PICKUPS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "RUN-PARM-SELECT.cpy".

DATA DIVISION.
   05 TL-TILL-ID        PIC X(2).
   05 FILLER            PIC X(1).
   05 TL-AMOUNT         PIC X(5).
   05 FILLER            PIC X(1).
   05 TL-TENDER         PIC X(2).
   05 FILLER            PIC X(19).
01 TILL-TRAILER-REC REDEFINES TILL-REC.
   05 TT-LITERAL        PIC X(8).
   05 TT-RECORD-COUNT   PIC 9(7).
   05 FILLER            PIC X(5).

FD RECON-REPORT.
01 RECON-LINE           PIC X(80).

FD CHANGE-TOTAL-FILE.
01 CHANGE-TOTAL-LINE    PIC 9(9).
01 SITE-CODE-REC.
   05 SC-SITE           PIC X(2).

FD CARD-TOTAL-FILE.
COPY "TILL-CARD-TOTAL-RECORD.cpy".

FD PICKUP-FILE.
COPY "TILL-PICKUP-RECORD.cpy".

COPY "RUN-PARM-FD.cpy".

WORKING-STORAGE SECTION.
01 WS-TILL-STATUS       PIC X(2).
01 WS-EOF               PIC X VALUE 'N'.
01 WS-DRAWER-EOF        PIC X VALUE 'N'.
01 WS-PICKUP-EOF        PIC X VALUE 'N'.
01 WS-LOCK-PROGRAM-NAME PIC X(20) VALUE "173A-RECON".
01 WS-LOCK-RESULT       PIC X.
01 N                    PIC 9(05).
01 WS-TXN-COUNT          PIC 9(7) VALUE 0.
01 WS-CHANGE-TOTAL       PIC 9(9) VALUE 0.
01 WS-DRAWER-COUNT       PIC 9(9) VALUE 0.
01 WS-CARD-COUNT         PIC 9(7) VALUE 0.
01 WS-CARD-TOTAL         PIC 9(9) VALUE 0.
01 WS-PICKUP-COUNT       PIC 9(5) VALUE 0.
01 WS-PICKUP-TOTAL       PIC 9(9) VALUE 0.
01 WS-VARIANCE           PIC S9(9).

*> Control-total trailer verification before any line is processed.
      10 WS-TE-DRAWER-COUNT  PIC 9(9).
      10 WS-TE-DRAWER-SET    PIC X.
      10 WS-TE-VARIANCE      PIC S9(9).
      10 WS-TE-CARD-COUNT    PIC 9(7).
      10 WS-TE-CARD-TOTAL    PIC 9(9).
      10 WS-TE-PICKUP-TOTAL  PIC 9(9).
01 WS-TILL-IDX           PIC 9(2).
01 WS-TILL-HIT           PIC 9(2).

01 WS-VARIANCE-LINE.
   05 FILLER             PIC X(20) VALUE "VARIANCE            ".
   05 WS-R-VARIANCE       PIC -ZZZ,ZZZ,ZZ9.
01 WS-CARD-LINE.
   05 FILLER             PIC X(20) VALUE "CARD LINES          ".
   05 WS-R-CARD-COUNT    PIC ZZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE " VALUE=".
   05 WS-R-CARD-TOTAL    PIC ZZZ,ZZZ,ZZ9.
01 WS-PICKUP-LINE.
   05 FILLER             PIC X(20) VALUE "CASH PICKUPS        ".
   05 WS-R-PICKUP-COUNT  PIC ZZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE " VALUE=".
   05 WS-R-PICKUP-TOTAL  PIC ZZZ,ZZZ,ZZ9.

01 WS-TILL-LINE.
   05 FILLER             PIC X(5) VALUE "TILL ".
   05 WS-T-CHANGE        PIC ZZZ,ZZ9.
   05 FILLER             PIC X(8) VALUE " DRAWER=".
   05 WS-T-DRAWER        PIC ZZZ,ZZ9.
   05 FILLER             PIC X(8) VALUE " PICKUP=".
   05 WS-T-PICKUP        PIC ZZZ,ZZ9.
   05 FILLER             PIC X(5) VALUE " VAR=".
   05 WS-T-VARIANCE      PIC -ZZ,ZZ9.

    END-IF.

    PERFORM LOAD-DRAWER-COUNTS.
    PERFORM LOAD-PICKUPS.

    OPEN INPUT TILL-FILE.
    OPEN OUTPUT RECON-REPORT.
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF TT-LITERAL NOT = "TRAILER "
                    IF TL-TENDER = "CD"
                        PERFORM TALLY-CARD-SALE
                    ELSE
                        PERFORM CALC-CHANGE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
            ACCEPT WS-DRAWER-COUNT
        END-IF
    END-IF.
    COMPUTE WS-VARIANCE = WS-CHANGE-TOTAL - WS-PICKUP-TOTAL
        - WS-DRAWER-COUNT.

    MOVE WS-TXN-COUNT TO WS-R-TXN.
    MOVE WS-CHANGE-TOTAL TO WS-R-CHANGE.
    WRITE RECON-LINE FROM WS-TXN-LINE.
    WRITE RECON-LINE FROM WS-CHANGE-LINE.
    WRITE RECON-LINE FROM WS-DRAWER-LINE.
    MOVE WS-PICKUP-COUNT TO WS-R-PICKUP-COUNT.
    MOVE WS-PICKUP-TOTAL TO WS-R-PICKUP-TOTAL.
    WRITE RECON-LINE FROM WS-PICKUP-LINE.
    WRITE RECON-LINE FROM WS-VARIANCE-LINE.
    MOVE WS-CARD-COUNT TO WS-R-CARD-COUNT.
    MOVE WS-CARD-TOTAL TO WS-R-CARD-TOTAL.
    WRITE RECON-LINE FROM WS-CARD-LINE.

    DISPLAY WS-TXN-LINE.
    DISPLAY WS-CHANGE-LINE.
    DISPLAY WS-DRAWER-LINE.
    DISPLAY WS-PICKUP-LINE.
    DISPLAY WS-VARIANCE-LINE.
    DISPLAY WS-CARD-LINE.

    MOVE WS-CHANGE-TOTAL TO CHANGE-TOTAL-LINE.
    WRITE CHANGE-TOTAL-LINE.
        ADD DC-DRAWER-COUNT TO WS-DRAWER-COUNT
    END-IF.

*> Cash a supervisor lifted to the safe during the day is no longer
*> in the drawer, so it comes off what the drawer is expected to
*> hold before the variance is taken.
LOAD-PICKUPS.
    OPEN INPUT PICKUP-FILE.
    PERFORM UNTIL WS-PICKUP-EOF = 'Y'
        READ PICKUP-FILE
            AT END MOVE 'Y' TO WS-PICKUP-EOF
            NOT AT END
                IF PK-DATE = WS-RH-RUN-DATE
                    PERFORM STORE-PICKUP
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PICKUP-FILE.

STORE-PICKUP.
    MOVE PK-TILL-ID TO TL-TILL-ID.
    PERFORM FIND-TILL-SLOT.
    IF WS-TILL-HIT > 0
        ADD PK-AMOUNT TO WS-TE-PICKUP-TOTAL(WS-TILL-HIT)
        ADD 1 TO WS-PICKUP-COUNT
        ADD PK-AMOUNT TO WS-PICKUP-TOTAL
    END-IF.

FIND-TILL-SLOT.
    MOVE 0 TO WS-TILL-HIT.
    PERFORM VARYING WS-TILL-IDX FROM 1 BY 1
        MOVE 0 TO WS-TE-DRAWER-COUNT(WS-TILL-HIT)
        MOVE 'N' TO WS-TE-DRAWER-SET(WS-TILL-HIT)
        MOVE 0 TO WS-TE-VARIANCE(WS-TILL-HIT)
        MOVE 0 TO WS-TE-CARD-COUNT(WS-TILL-HIT)
        MOVE 0 TO WS-TE-CARD-TOTAL(WS-TILL-HIT)
        MOVE 0 TO WS-TE-PICKUP-TOTAL(WS-TILL-HIT)
    END-IF.

*> A card sale puts no cash in the drawer and takes no change out of
*> it, so it is kept out of the drawer reconciliation entirely and
*> only totalled per till for the processor settlement match.
TALLY-CARD-SALE.
    MOVE TL-AMOUNT TO N.
    ADD 1 TO WS-CARD-COUNT.
    ADD N TO WS-CARD-TOTAL.
    PERFORM FIND-TILL-SLOT.
    IF WS-TILL-HIT > 0
        ADD 1 TO WS-TE-CARD-COUNT(WS-TILL-HIT)
        ADD N TO WS-TE-CARD-TOTAL(WS-TILL-HIT)
    END-IF.

CALC-CHANGE.
REPORT-PER-TILL.
    PERFORM READ-SITE-CODE.
    OPEN EXTEND VARIANCE-HISTORY-FILE.
    OPEN EXTEND CARD-TOTAL-FILE.
    PERFORM VARYING WS-TILL-IDX FROM 1 BY 1
            UNTIL WS-TILL-IDX > WS-TILL-COUNT
        COMPUTE WS-TE-VARIANCE(WS-TILL-IDX) =
            WS-TE-CHANGE-TOTAL(WS-TILL-IDX)
            - WS-TE-PICKUP-TOTAL(WS-TILL-IDX)
            - WS-TE-DRAWER-COUNT(WS-TILL-IDX)
        MOVE WS-TE-TILL-ID(WS-TILL-IDX) TO WS-T-ID
        MOVE WS-TE-TXN-COUNT(WS-TILL-IDX) TO WS-T-TXN
        MOVE WS-TE-CHANGE-TOTAL(WS-TILL-IDX) TO WS-T-CHANGE
        MOVE WS-TE-DRAWER-COUNT(WS-TILL-IDX) TO WS-T-DRAWER
        MOVE WS-TE-PICKUP-TOTAL(WS-TILL-IDX) TO WS-T-PICKUP
        MOVE WS-TE-VARIANCE(WS-TILL-IDX) TO WS-T-VARIANCE
        WRITE RECON-LINE FROM WS-TILL-LINE
        DISPLAY WS-TILL-LINE
        PERFORM APPEND-VARIANCE-HISTORY
        IF WS-TE-CARD-COUNT(WS-TILL-IDX) > 0
            PERFORM APPEND-CARD-TOTAL
        END-IF
    END-PERFORM.
    CLOSE VARIANCE-HISTORY-FILE.
    CLOSE CARD-TOTAL-FILE.

APPEND-VARIANCE-HISTORY.
    MOVE SPACES TO VARIANCE-HISTORY-REC.
    MOVE WS-SITE-CODE TO TV-SITE.
    WRITE VARIANCE-HISTORY-REC.

APPEND-CARD-TOTAL.
    MOVE SPACES TO TILL-CARD-TOTAL-REC.
    MOVE WS-RH-RUN-DATE TO CT-BUSINESS-DATE.
    MOVE WS-SITE-CODE TO CT-SITE.
    MOVE WS-TE-TILL-ID(WS-TILL-IDX) TO CT-TILL-ID.
    MOVE WS-TE-CARD-COUNT(WS-TILL-IDX) TO CT-CARD-COUNT.
    MOVE WS-TE-CARD-TOTAL(WS-TILL-IDX) TO CT-CARD-TOTAL.
    MOVE 'O' TO CT-STATUS.
    MOVE 0 TO CT-SETTLED-DATE.
    WRITE TILL-CARD-TOTAL-REC.

WRITE-DENOM-USAGE.
    OPEN OUTPUT DENOM-USAGE-FILE.
    MOVE SPACES TO DENOM-USAGE-REC.
