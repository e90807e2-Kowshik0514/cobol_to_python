       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SAFE-LEDGER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SAFE-BALANCE-FILE ASSIGN TO "SAFE-BALANCE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SAFE-MOVEMENT-FILE ASSIGN TO "SAFE-MOVEMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SAFE-COUNT-FILE ASSIGN TO "SAFE-COUNTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SAFE-HISTORY-FILE
        ASSIGN TO "SAFE-VARIANCE-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TOLERANCE-FILE ASSIGN TO "SAFE-TOLERANCE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LEDGER-REPORT ASSIGN TO "SAFE-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Closing quantity of each denomination as at the last ledger run;
*> the next run's brought-forward.
FD SAFE-BALANCE-FILE.
01 SAFE-BALANCE-REC.
   05 SB-DENOM           PIC 9(3).
   05 FILLER             PIC X(1).
   05 SB-QUANTITY        PIC 9(7).
   05 FILLER             PIC X(1).
   05 SB-AS-OF-DATE      PIC 9(8).

FD SAFE-MOVEMENT-FILE.
COPY "SAFE-MOVEMENT-RECORD.cpy".

FD SAFE-COUNT-FILE.
COPY "SAFE-COUNT-RECORD.cpy".

FD SAFE-HISTORY-FILE.
01 SAFE-HISTORY-REC.
   05 SH-RUN-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 SH-EXPECTED        PIC 9(9).
   05 FILLER             PIC X(1).
   05 SH-COUNTED         PIC 9(9).
   05 FILLER             PIC X(1).
   05 SH-VARIANCE        PIC -(8)9.

FD TOLERANCE-FILE.
01 TOLERANCE-REC.
   05 ST-TOLERANCE       PIC 9(7).

FD LEDGER-REPORT.
01 LEDGER-LINE           PIC X(100).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "CASH-DENOM-WS.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-MOVEMENT-EOF       PIC X VALUE 'N'.
01 WS-COUNT-EOF          PIC X VALUE 'N'.
01 WS-HISTORY-EOF        PIC X VALUE 'N'.
01 WS-TOLERANCE-EOF      PIC X VALUE 'N'.
01 WS-AS-OF-DATE         PIC 9(8) VALUE 0.
01 WS-BALANCE-FOUND      PIC X VALUE 'N'.
01 WS-COUNT-FOUND        PIC X VALUE 'N'.
01 WS-SEARCH-DENOM       PIC 9(3).
01 WS-TODAY-INT          PIC 9(8).
01 WS-CUTOFF-INT         PIC 9(8).
01 WS-RECORD-INT         PIC 9(8).
01 WS-MOVEMENT-COUNT     PIC 9(7) VALUE 0.

*> Escalation follows the till trend: a 30-day cumulative variance
*> beyond tolerance, or three or more days off in the window.
*> SAFE-TOLERANCE.DAT overrides the default tolerance.
01 WS-TOLERANCE          PIC 9(7) VALUE 1000.
01 WS-CUM-VARIANCE       PIC S9(9) VALUE 0.
01 WS-VARIANCE-DAYS      PIC 9(3) VALUE 0.
01 WS-HISTORY-VARIANCE   PIC S9(9).

*> One slot per denomination: brought forward, in, out, the
*> expected closing quantity and the dual-counted quantity.
01 WS-DENOM-COUNT        PIC 9(2) VALUE 0.
01 WS-DENOM-TABLE.
   05 WS-DENOM-ENTRY OCCURS 20 TIMES.
      10 WS-DE-DENOM         PIC 9(3).
      10 WS-DE-BF-QTY        PIC 9(7).
      10 WS-DE-IN-QTY        PIC 9(7).
      10 WS-DE-OUT-QTY       PIC 9(7).
      10 WS-DE-EXPECTED-QTY  PIC S9(7).
      10 WS-DE-COUNTED-QTY   PIC 9(7).
01 WS-DENOM-IDX          PIC 9(2).
01 WS-DENOM-HIT          PIC 9(2).

01 WS-EXPECTED-VALUE     PIC S9(9) VALUE 0.
01 WS-COUNTED-VALUE      PIC 9(9) VALUE 0.
01 WS-VARIANCE           PIC S9(9) VALUE 0.
01 WS-LINE-VARIANCE      PIC S9(9).
01 WS-IN-VALUE           PIC 9(9) VALUE 0.
01 WS-OUT-VALUE          PIC 9(9) VALUE 0.

01 WS-TITLE-LINE.
   05 FILLER             PIC X(24) VALUE "SAFE LEDGER AND COUNT - ".
   05 WS-TL-DATE         PIC 9(8).

01 WS-DENOM-LINE.
   05 FILLER             PIC X(6) VALUE "DENOM ".
   05 WS-DL-DENOM        PIC ZZ9.
   05 FILLER             PIC X(5) VALUE " B/F=".
   05 WS-DL-BF           PIC ZZZ,ZZ9.
   05 FILLER             PIC X(4) VALUE " IN=".
   05 WS-DL-IN           PIC ZZZ,ZZ9.
   05 FILLER             PIC X(5) VALUE " OUT=".
   05 WS-DL-OUT          PIC ZZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE " EXPECTED=".
   05 WS-DL-EXPECTED     PIC -ZZZ,ZZ9.
   05 FILLER             PIC X(9) VALUE " COUNTED=".
   05 WS-DL-COUNTED      PIC ZZZ,ZZ9.
   05 FILLER             PIC X(5) VALUE " VAR=".
   05 WS-DL-VARIANCE     PIC -ZZZ,ZZZ,ZZ9.

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(20).
   05 WS-TT-VALUE        PIC -ZZZ,ZZZ,ZZ9.

01 WS-FLAG-LINE.
   05 FILLER             PIC X(20) VALUE "30-DAY CUM VARIANCE ".
   05 WS-FL-CUM          PIC -ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(11) VALUE " DAYS OFF=".
   05 WS-FL-DAYS         PIC ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-FL-FLAG         PIC X(10).

PROCEDURE DIVISION.
MAIN.
    MOVE "SAFE-LEDGER" TO WS-RH-JOB-NAME.
    MOVE 122 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).
    COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - 30.

    PERFORM VARYING WS-CASH-DENOM-IDX FROM 1 BY 1
            UNTIL WS-CASH-DENOM-IDX > WS-CASH-DENOM-COUNT
        MOVE WS-CASH-DENOM(WS-CASH-DENOM-IDX) TO WS-SEARCH-DENOM
        PERFORM FIND-DENOM-SLOT
    END-PERFORM.

    PERFORM LOAD-BALANCE.
    IF WS-BALANCE-FOUND = 'Y' AND WS-AS-OF-DATE >= WS-RH-RUN-DATE
        DISPLAY "SAFE LEDGER ALREADY CLOSED FOR " WS-AS-OF-DATE
            " - RUN REFUSED"
        MOVE 9 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-MOVEMENTS.
    PERFORM LOAD-COUNT.
    PERFORM READ-TOLERANCE.

    OPEN OUTPUT LEDGER-REPORT.
    MOVE WS-RH-RUN-DATE TO WS-TL-DATE.
    WRITE LEDGER-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.

    PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
            UNTIL WS-DENOM-IDX > WS-DENOM-COUNT
        PERFORM REPORT-DENOM
    END-PERFORM.
    PERFORM REPORT-TOTALS.

*> With no balance on file the first dual count opens the ledger;
*> there is nothing yet to hold it to.
    IF WS-BALANCE-FOUND = 'N'
        IF WS-COUNT-FOUND = 'Y'
            MOVE "SAFE LEDGER OPENED FROM TODAY'S COUNT"
                TO LEDGER-LINE
        ELSE
            MOVE "NO SAFE BALANCE OR COUNT - OPENED FROM MOVEMENTS"
                TO LEDGER-LINE
            MOVE 4 TO RETURN-CODE
        END-IF
        WRITE LEDGER-LINE
        DISPLAY LEDGER-LINE
    ELSE
        IF WS-COUNT-FOUND = 'N'
            MOVE "NO DUAL COUNT KEYED - BALANCE CARRIED AT EXPECTED"
                TO LEDGER-LINE
            WRITE LEDGER-LINE
            DISPLAY LEDGER-LINE
            MOVE 4 TO RETURN-CODE
        ELSE
            PERFORM APPEND-HISTORY
            PERFORM CHECK-ESCALATION
        END-IF
    END-IF.
    CLOSE LEDGER-REPORT.

    PERFORM SAVE-BALANCE.
    GOBACK.

LOAD-BALANCE.
    OPEN INPUT SAFE-BALANCE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ SAFE-BALANCE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE 'Y' TO WS-BALANCE-FOUND
                MOVE SB-AS-OF-DATE TO WS-AS-OF-DATE
                MOVE SB-DENOM TO WS-SEARCH-DENOM
                PERFORM FIND-DENOM-SLOT
                MOVE SB-QUANTITY TO WS-DE-BF-QTY(WS-DENOM-HIT)
        END-READ
    END-PERFORM.
    CLOSE SAFE-BALANCE-FILE.

*> Every movement since the last close, so a day the ledger did not
*> run is picked up by the next.
LOAD-MOVEMENTS.
    OPEN INPUT SAFE-MOVEMENT-FILE.
    PERFORM UNTIL WS-MOVEMENT-EOF = 'Y'
        READ SAFE-MOVEMENT-FILE
            AT END MOVE 'Y' TO WS-MOVEMENT-EOF
            NOT AT END
                IF SM-DATE > WS-AS-OF-DATE
                        AND SM-DATE <= WS-RH-RUN-DATE
                    PERFORM TAKE-MOVEMENT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SAFE-MOVEMENT-FILE.

TAKE-MOVEMENT.
    ADD 1 TO WS-MOVEMENT-COUNT.
    MOVE SM-DENOM TO WS-SEARCH-DENOM.
    PERFORM FIND-DENOM-SLOT.
    IF SM-TYPE = "CF" OR SM-TYPE = "PU"
        ADD SM-QUANTITY TO WS-DE-IN-QTY(WS-DENOM-HIT)
        COMPUTE WS-IN-VALUE = WS-IN-VALUE + SM-QUANTITY * SM-DENOM
    ELSE
        ADD SM-QUANTITY TO WS-DE-OUT-QTY(WS-DENOM-HIT)
        COMPUTE WS-OUT-VALUE = WS-OUT-VALUE + SM-QUANTITY * SM-DENOM
    END-IF.

*> A recount later in the day replaces the earlier figures.
LOAD-COUNT.
    OPEN INPUT SAFE-COUNT-FILE.
    PERFORM UNTIL WS-COUNT-EOF = 'Y'
        READ SAFE-COUNT-FILE
            AT END MOVE 'Y' TO WS-COUNT-EOF
            NOT AT END
                IF SN-DATE = WS-RH-RUN-DATE
                    MOVE 'Y' TO WS-COUNT-FOUND
                    MOVE SN-DENOM TO WS-SEARCH-DENOM
                    PERFORM FIND-DENOM-SLOT
                    MOVE SN-QUANTITY
                        TO WS-DE-COUNTED-QTY(WS-DENOM-HIT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SAFE-COUNT-FILE.

FIND-DENOM-SLOT.
    MOVE 0 TO WS-DENOM-HIT.
    PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
            UNTIL WS-DENOM-IDX > WS-DENOM-COUNT
        IF WS-DE-DENOM(WS-DENOM-IDX) = WS-SEARCH-DENOM
            MOVE WS-DENOM-IDX TO WS-DENOM-HIT
        END-IF
    END-PERFORM.
    IF WS-DENOM-HIT = 0 AND WS-DENOM-COUNT >= 20
        DISPLAY "DENOMINATION TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-DENOM-HIT = 0
        ADD 1 TO WS-DENOM-COUNT
        MOVE WS-DENOM-COUNT TO WS-DENOM-HIT
        MOVE WS-SEARCH-DENOM TO WS-DE-DENOM(WS-DENOM-HIT)
        MOVE 0 TO WS-DE-BF-QTY(WS-DENOM-HIT)
        MOVE 0 TO WS-DE-IN-QTY(WS-DENOM-HIT)
        MOVE 0 TO WS-DE-OUT-QTY(WS-DENOM-HIT)
        MOVE 0 TO WS-DE-EXPECTED-QTY(WS-DENOM-HIT)
        MOVE 0 TO WS-DE-COUNTED-QTY(WS-DENOM-HIT)
    END-IF.

REPORT-DENOM.
    COMPUTE WS-DE-EXPECTED-QTY(WS-DENOM-IDX) =
        WS-DE-BF-QTY(WS-DENOM-IDX) + WS-DE-IN-QTY(WS-DENOM-IDX)
        - WS-DE-OUT-QTY(WS-DENOM-IDX).
    COMPUTE WS-EXPECTED-VALUE = WS-EXPECTED-VALUE
        + WS-DE-EXPECTED-QTY(WS-DENOM-IDX) * WS-DE-DENOM(WS-DENOM-IDX).
    MOVE WS-DE-DENOM(WS-DENOM-IDX) TO WS-DL-DENOM.
    MOVE WS-DE-BF-QTY(WS-DENOM-IDX) TO WS-DL-BF.
    MOVE WS-DE-IN-QTY(WS-DENOM-IDX) TO WS-DL-IN.
    MOVE WS-DE-OUT-QTY(WS-DENOM-IDX) TO WS-DL-OUT.
    MOVE WS-DE-EXPECTED-QTY(WS-DENOM-IDX) TO WS-DL-EXPECTED.
    IF WS-COUNT-FOUND = 'Y'
        COMPUTE WS-COUNTED-VALUE = WS-COUNTED-VALUE
            + WS-DE-COUNTED-QTY(WS-DENOM-IDX)
            * WS-DE-DENOM(WS-DENOM-IDX)
        COMPUTE WS-LINE-VARIANCE =
            (WS-DE-COUNTED-QTY(WS-DENOM-IDX)
             - WS-DE-EXPECTED-QTY(WS-DENOM-IDX))
            * WS-DE-DENOM(WS-DENOM-IDX)
    ELSE
        MOVE 0 TO WS-LINE-VARIANCE
    END-IF.
    MOVE WS-DE-COUNTED-QTY(WS-DENOM-IDX) TO WS-DL-COUNTED.
    MOVE WS-LINE-VARIANCE TO WS-DL-VARIANCE.
    WRITE LEDGER-LINE FROM WS-DENOM-LINE.
    DISPLAY WS-DENOM-LINE.

*> The variance is counted less expected: short is negative, the
*> same sign the till variance carries on the trend report.
REPORT-TOTALS.
    MOVE "TAKEN IN            " TO WS-TOTAL-LINE(1:20).
    MOVE WS-IN-VALUE TO WS-TT-VALUE.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "PAID OUT            " TO WS-TOTAL-LINE(1:20).
    MOVE WS-OUT-VALUE TO WS-TT-VALUE.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "EXPECTED IN SAFE    " TO WS-TOTAL-LINE(1:20).
    MOVE WS-EXPECTED-VALUE TO WS-TT-VALUE.
    PERFORM WRITE-TOTAL-LINE.
    IF WS-COUNT-FOUND = 'Y'
        MOVE "DUAL COUNT          " TO WS-TOTAL-LINE(1:20)
        MOVE WS-COUNTED-VALUE TO WS-TT-VALUE
        PERFORM WRITE-TOTAL-LINE
        IF WS-BALANCE-FOUND = 'Y'
            COMPUTE WS-VARIANCE = WS-COUNTED-VALUE - WS-EXPECTED-VALUE
            MOVE "SAFE VARIANCE       " TO WS-TOTAL-LINE(1:20)
            MOVE WS-VARIANCE TO WS-TT-VALUE
            PERFORM WRITE-TOTAL-LINE
        END-IF
    END-IF.

WRITE-TOTAL-LINE.
    WRITE LEDGER-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.

APPEND-HISTORY.
    OPEN EXTEND SAFE-HISTORY-FILE.
    MOVE SPACES TO SAFE-HISTORY-REC.
    MOVE WS-RH-RUN-DATE TO SH-RUN-DATE.
    MOVE WS-EXPECTED-VALUE TO SH-EXPECTED.
    MOVE WS-COUNTED-VALUE TO SH-COUNTED.
    MOVE WS-VARIANCE TO SH-VARIANCE.
    WRITE SAFE-HISTORY-REC.
    CLOSE SAFE-HISTORY-FILE.

*> Today's row is already on the history, so the window includes it.
CHECK-ESCALATION.
    OPEN INPUT SAFE-HISTORY-FILE.
    PERFORM UNTIL WS-HISTORY-EOF = 'Y'
        READ SAFE-HISTORY-FILE
            AT END MOVE 'Y' TO WS-HISTORY-EOF
            NOT AT END
                COMPUTE WS-RECORD-INT =
                    FUNCTION INTEGER-OF-DATE(SH-RUN-DATE)
                IF WS-RECORD-INT >= WS-CUTOFF-INT
                    COMPUTE WS-HISTORY-VARIANCE =
                        FUNCTION NUMVAL(SH-VARIANCE)
                    ADD WS-HISTORY-VARIANCE TO WS-CUM-VARIANCE
                    IF WS-HISTORY-VARIANCE NOT = 0
                        ADD 1 TO WS-VARIANCE-DAYS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SAFE-HISTORY-FILE.
    MOVE WS-CUM-VARIANCE TO WS-FL-CUM.
    MOVE WS-VARIANCE-DAYS TO WS-FL-DAYS.
    IF FUNCTION ABS(WS-CUM-VARIANCE) > WS-TOLERANCE
            OR WS-VARIANCE-DAYS >= 3
        MOVE "*ESCALATE*" TO WS-FL-FLAG
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE SPACES TO WS-FL-FLAG
    END-IF.
    WRITE LEDGER-LINE FROM WS-FLAG-LINE.
    DISPLAY WS-FLAG-LINE.

*> The physical count is the truth once two people agree on it, so
*> it becomes the balance carried forward; without a count the
*> expected figures carry.
SAVE-BALANCE.
    OPEN OUTPUT SAFE-BALANCE-FILE.
    PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
            UNTIL WS-DENOM-IDX > WS-DENOM-COUNT
        MOVE SPACES TO SAFE-BALANCE-REC
        MOVE WS-DE-DENOM(WS-DENOM-IDX) TO SB-DENOM
        IF WS-COUNT-FOUND = 'Y'
            MOVE WS-DE-COUNTED-QTY(WS-DENOM-IDX) TO SB-QUANTITY
        ELSE
            IF WS-DE-EXPECTED-QTY(WS-DENOM-IDX) < 0
                MOVE 0 TO SB-QUANTITY
            ELSE
                MOVE WS-DE-EXPECTED-QTY(WS-DENOM-IDX) TO SB-QUANTITY
            END-IF
        END-IF
        MOVE WS-RH-RUN-DATE TO SB-AS-OF-DATE
        WRITE SAFE-BALANCE-REC
    END-PERFORM.
    CLOSE SAFE-BALANCE-FILE.

READ-TOLERANCE.
    OPEN INPUT TOLERANCE-FILE.
    READ TOLERANCE-FILE
        AT END MOVE 'Y' TO WS-TOLERANCE-EOF
    END-READ.
    IF WS-TOLERANCE-EOF = 'N'
        IF ST-TOLERANCE IS NUMERIC AND ST-TOLERANCE > 0
            MOVE ST-TOLERANCE TO WS-TOLERANCE
        END-IF
    END-IF.
    CLOSE TOLERANCE-FILE.
