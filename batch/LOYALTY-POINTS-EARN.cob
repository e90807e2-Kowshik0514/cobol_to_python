       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTY-POINTS-EARN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "LOYALTY-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TIER-FILE ASSIGN TO "LOYALTY-TIER-MULT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MM-MEMBER-ID
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT OPTIONAL DEPENDENT-FILE ASSIGN TO "MEMBER-DEPENDENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POINTS-FILE ASSIGN TO "LOYALTY-POINTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LEDGER-FILE ASSIGN TO "LOYALTY-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MEMBER-VISITS-FILE ASSIGN TO "MEMBER-VISITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PURCHASE-FILE ASSIGN TO "MEMBER-PURCHASES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PURCHASE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PARM-FILE.
COPY "LOYALTY-PARM-RECORD.cpy".

FD TIER-FILE.
COPY "LOYALTY-TIER-RECORD.cpy".

FD MEMBER-MASTER-FILE.
01 MEMBER-MASTER-REC.
   05 MM-MEMBER-ID       PIC X(6).
   05 FILLER             PIC X(1).
   05 MM-NAME            PIC X(20).
   05 FILLER             PIC X(1).
   05 MM-PASS-TIER       PIC X(1).
   05 FILLER             PIC X(1).
   05 MM-EXPIRY-DATE     PIC 9(8).
   05 FILLER             PIC X(1).
   05 MM-HOUSEHOLD       PIC 9(4).
   05 FILLER             PIC X(1).
   05 MM-PASS-KIND       PIC X(1).

FD DEPENDENT-FILE.
COPY "MEMBER-DEPENDENT-RECORD.cpy".

FD POINTS-FILE.
COPY "LOYALTY-POINTS-RECORD.cpy".

FD LEDGER-FILE.
COPY "LOYALTY-LEDGER-RECORD.cpy".

FD MEMBER-VISITS-FILE.
01 MEMBER-VISIT-REC.
   05 MV-VISIT-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 MV-VISIT-TIME      PIC 9(8).
   05 FILLER             PIC X(1).
   05 MV-MEMBER-ID       PIC X(6).
   05 FILLER             PIC X(1).
   05 MV-PASS-TIER       PIC X(1).
   05 FILLER             PIC X(1).
   05 MV-SITE            PIC X(2).

FD PURCHASE-FILE.
COPY "MEMBER-PURCHASE-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-MASTER-STATUS      PIC X(2).
01 WS-PURCHASE-STATUS    PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-PARM-VALID         PIC X VALUE 'N'.
01 WS-VISITS-EARNED      PIC X VALUE 'N'.
01 WS-PURCHASES-PRESENT  PIC X VALUE 'N'.

01 WS-FEED-NAME          PIC X(20) VALUE "MEMBER-PURCHASES".
01 WS-FEED-RESULT        PIC X.
01 WS-VERIFY-COUNT       PIC 9(7) VALUE 0.
01 WS-VERIFY-HASH        PIC 9(9) VALUE 0.

01 WS-TIER-TBL-COUNT     PIC 9(2) VALUE 0.
01 WS-TIER-TABLE.
   05 WS-TIER-ENTRY OCCURS 20 TIMES.
      10 WS-TM-TIER      PIC X(1).
      10 WS-TM-MULT      PIC 9V99.
01 WS-TIER-IDX           PIC 9(2).

01 WS-MEMBER-HIT         PIC 9(4).

01 WS-DEP-TBL-COUNT      PIC 9(3) VALUE 0.
01 WS-DEP-TABLE.
   05 WS-DEP-ENTRY OCCURS 500 TIMES.
      10 WS-DP-ID        PIC X(6).
      10 WS-DP-PRIMARY   PIC X(6).
01 WS-DEP-IDX            PIC 9(3).

*> Each member's points as read, with what this run earns and
*> expires held beside them; nothing reaches the ledger or the
*> points file until every movement has found a slot.
01 WS-POINTS-TBL-COUNT   PIC 9(4) VALUE 0.
01 WS-POINTS-TABLE.
   05 WS-POINTS-ENTRY OCCURS 3000 TIMES.
      10 WS-PT-ID        PIC X(6).
      10 WS-PT-BALANCE   PIC 9(7).
      10 WS-PT-LAST      PIC 9(8).
      10 WS-PT-EARNED    PIC 9(9).
      10 WS-PT-VISIT     PIC 9(7).
      10 WS-PT-PURCHASE  PIC 9(7).
      10 WS-PT-EXPIRED   PIC 9(7).
01 WS-POINTS-IDX         PIC 9(4).
01 WS-POINTS-HIT         PIC 9(4).

01 WS-CARD-ID            PIC X(6).
01 WS-PRIMARY-ID         PIC X(6).
01 WS-MULTIPLIER         PIC 9V99.
01 WS-BASE-POINTS        PIC 9(7).
01 WS-POINTS             PIC 9(7).
01 WS-RUNNING-BALANCE    PIC 9(7).
01 WS-LEDGER-TYPE        PIC X.

01 WS-CUTOFF             PIC 9(8).
01 WS-CUTOFF-R REDEFINES WS-CUTOFF.
   05 WS-CO-YEAR         PIC 9(4).
   05 WS-CO-MONTH        PIC 9(2).
   05 WS-CO-DAY          PIC 9(2).
01 WS-MONTH-COUNT        PIC 9(6).

01 WS-VISIT-COUNT        PIC 9(5) VALUE 0.
01 WS-PURCHASE-COUNT     PIC 9(5) VALUE 0.
01 WS-UNKNOWN-COUNT      PIC 9(5) VALUE 0.
01 WS-EXPIRED-COUNT      PIC 9(5) VALUE 0.
01 WS-VISIT-POINTS-TOTAL PIC 9(9) VALUE 0.
01 WS-BUY-POINTS-TOTAL   PIC 9(9) VALUE 0.
01 WS-EXPIRED-TOTAL      PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN.
    MOVE "LOYALTY-POINTS-EARN" TO WS-RH-JOB-NAME.
    MOVE 146 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM READ-LOYALTY-PARM.
    IF WS-PARM-VALID = 'N'
        DISPLAY "LOYALTY-PARM.DAT MISSING OR INVALID - NO POINTS EARNED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-TIER-MULTIPLIERS.
    PERFORM OPEN-MEMBER-MASTER.
    PERFORM LOAD-DEPENDENTS.
    PERFORM LOAD-POINTS.

    PERFORM CHECK-VISITS-EARNED.
    IF WS-VISITS-EARNED = 'Y'
        DISPLAY "VISIT POINTS ALREADY EARNED FOR " WS-RH-RUN-DATE
            " - VISITS SKIPPED"
    ELSE
        PERFORM EARN-VISIT-POINTS
    END-IF.

    PERFORM FINGERPRINT-PURCHASES.
    IF WS-PURCHASES-PRESENT = 'Y'
        CALL "CHECK-FEED-FINGERPRINT" USING WS-FEED-NAME
            WS-VERIFY-COUNT WS-VERIFY-HASH WS-FEED-RESULT
        IF WS-FEED-RESULT = 'N'
            DISPLAY "MEMBER-PURCHASES FEED REFUSED - SAME PURCHASES "
                "ALREADY EARNED"
            MOVE 'N' TO WS-PURCHASES-PRESENT
        ELSE
            PERFORM EARN-PURCHASE-POINTS
        END-IF
    ELSE
        DISPLAY "MEMBER-PURCHASES.DAT NOT PRESENT - NO PURCHASE POINTS"
    END-IF.
    CLOSE MEMBER-MASTER-FILE.

    PERFORM SET-CUTOFF.
    PERFORM EXPIRE-INACTIVE-POINTS
        VARYING WS-POINTS-IDX FROM 1 BY 1
        UNTIL WS-POINTS-IDX > WS-POINTS-TBL-COUNT.

    PERFORM WRITE-LEDGER.
    PERFORM SAVE-POINTS.
    IF WS-PURCHASES-PRESENT = 'Y'
        CALL "MARK-FEED-PROCESSED" USING WS-FEED-NAME
            WS-VERIFY-COUNT WS-VERIFY-HASH
    END-IF.

    DISPLAY "VISITS EARNING POINTS    : " WS-VISIT-COUNT.
    DISPLAY "POINTS EARNED ON VISITS  : " WS-VISIT-POINTS-TOTAL.
    DISPLAY "PURCHASES EARNING POINTS : " WS-PURCHASE-COUNT.
    DISPLAY "POINTS EARNED ON SPEND   : " WS-BUY-POINTS-TOTAL.
    DISPLAY "CARDS NOT ON FILE        : " WS-UNKNOWN-COUNT.
    DISPLAY "MEMBERS LAPSED SINCE     : " WS-CUTOFF.
    DISPLAY "MEMBERS POINTS EXPIRED   : " WS-EXPIRED-COUNT.
    DISPLAY "POINTS EXPIRED           : " WS-EXPIRED-TOTAL.
    IF WS-UNKNOWN-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

READ-LOYALTY-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END CONTINUE
        NOT AT END
            IF LP-VISIT-POINTS IS NUMERIC
                    AND LP-SPEND-UNIT IS NUMERIC AND LP-SPEND-UNIT > 0
                    AND LP-COUPON-POINTS IS NUMERIC
                    AND LP-COUPON-POINTS > 0
                    AND LP-INACTIVE-MONTHS IS NUMERIC
                    AND LP-INACTIVE-MONTHS > 0
                MOVE 'Y' TO WS-PARM-VALID
            END-IF
    END-READ.
    CLOSE PARM-FILE.

LOAD-TIER-MULTIPLIERS.
    OPEN INPUT TIER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ TIER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF LT-MULTIPLIER IS NUMERIC AND WS-TIER-TBL-COUNT < 20
                    ADD 1 TO WS-TIER-TBL-COUNT
                    MOVE LT-TIER TO WS-TM-TIER(WS-TIER-TBL-COUNT)
                    MOVE LT-MULTIPLIER TO WS-TM-MULT(WS-TIER-TBL-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TIER-FILE.
    MOVE 'N' TO WS-EOF.

*> The master stays open while the points are earned; each card
*> is read off it by member ID.
OPEN-MEMBER-MASTER.
    OPEN INPUT MEMBER-MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "MEMBER MASTER NOT AVAILABLE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

*> A dependent's card earns for the primary member on the family
*> pass, at the primary's tier.
LOAD-DEPENDENTS.
    OPEN INPUT DEPENDENT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DEPENDENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-DEP-TBL-COUNT >= 500
                    DISPLAY "DEPENDENT TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-DEP-TBL-COUNT
                MOVE MD-DEPENDENT-ID TO WS-DP-ID(WS-DEP-TBL-COUNT)
                MOVE MD-MEMBER-ID TO WS-DP-PRIMARY(WS-DEP-TBL-COUNT)
        END-READ
    END-PERFORM.
    CLOSE DEPENDENT-FILE.
    MOVE 'N' TO WS-EOF.

LOAD-POINTS.
    OPEN INPUT POINTS-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ POINTS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-POINTS-TBL-COUNT >= 3000
                    DISPLAY "POINTS TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-POINTS-TBL-COUNT
                MOVE WS-POINTS-TBL-COUNT TO WS-POINTS-HIT
                PERFORM CLEAR-POINTS-SLOT
                MOVE LB-MEMBER-ID TO WS-PT-ID(WS-POINTS-HIT)
                IF LB-BALANCE IS NUMERIC
                    MOVE LB-BALANCE TO WS-PT-BALANCE(WS-POINTS-HIT)
                END-IF
                IF LB-LAST-ACTIVITY IS NUMERIC
                    MOVE LB-LAST-ACTIVITY TO WS-PT-LAST(WS-POINTS-HIT)
                END-IF
                IF LB-EARNED-TOTAL IS NUMERIC
                    MOVE LB-EARNED-TOTAL TO WS-PT-EARNED(WS-POINTS-HIT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE POINTS-FILE.
    MOVE 'N' TO WS-EOF.

*> MEMBER-VISITS.DAT only ever grows, so a day's visit points are
*> earned once: a rerun finds the day's V lines on the ledger.
CHECK-VISITS-EARNED.
    OPEN INPUT LEDGER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ LEDGER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF LL-TYPE = 'V' AND LL-DATE = WS-RH-RUN-DATE
                    MOVE 'Y' TO WS-VISITS-EARNED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LEDGER-FILE.
    MOVE 'N' TO WS-EOF.

EARN-VISIT-POINTS.
    OPEN INPUT MEMBER-VISITS-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ MEMBER-VISITS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF MV-VISIT-DATE = WS-RH-RUN-DATE
                    MOVE MV-MEMBER-ID TO WS-CARD-ID
                    PERFORM RESOLVE-MEMBER
                    IF WS-MEMBER-HIT > 0
                        ADD 1 TO WS-VISIT-COUNT
                        COMPUTE WS-POINTS ROUNDED =
                            LP-VISIT-POINTS * WS-MULTIPLIER
                        PERFORM FIND-POINTS-SLOT
                        ADD WS-POINTS TO WS-PT-VISIT(WS-POINTS-HIT)
                        ADD WS-POINTS TO WS-VISIT-POINTS-TOTAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MEMBER-VISITS-FILE.
    MOVE 'N' TO WS-EOF.

FINGERPRINT-PURCHASES.
    OPEN INPUT PURCHASE-FILE.
    IF WS-PURCHASE-STATUS NOT = "00"
        CLOSE PURCHASE-FILE
    ELSE
        MOVE 'Y' TO WS-PURCHASES-PRESENT
        PERFORM UNTIL WS-EOF = 'Y'
            READ PURCHASE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-VERIFY-COUNT
                    IF MP-AMOUNT IS NUMERIC
                        COMPUTE WS-VERIFY-HASH =
                            WS-VERIFY-HASH + MP-AMOUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PURCHASE-FILE
        MOVE 'N' TO WS-EOF
    END-IF.

*> One point for each whole spend unit, so small change earns
*> nothing, then the tier multiplier.
EARN-PURCHASE-POINTS.
    OPEN INPUT PURCHASE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ PURCHASE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF MP-AMOUNT IS NUMERIC
                    MOVE MP-MEMBER-ID TO WS-CARD-ID
                    PERFORM RESOLVE-MEMBER
                    DIVIDE MP-AMOUNT BY LP-SPEND-UNIT
                        GIVING WS-BASE-POINTS
                    COMPUTE WS-POINTS ROUNDED =
                        WS-BASE-POINTS * WS-MULTIPLIER
                    IF WS-MEMBER-HIT > 0 AND WS-POINTS > 0
                        ADD 1 TO WS-PURCHASE-COUNT
                        PERFORM FIND-POINTS-SLOT
                        ADD WS-POINTS TO WS-PT-PURCHASE(WS-POINTS-HIT)
                        ADD WS-POINTS TO WS-BUY-POINTS-TOTAL
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PURCHASE-FILE.
    MOVE 'N' TO WS-EOF.

*> The card presented is a member number or a dependent's card;
*> either way the points go to the member holding the pass.
RESOLVE-MEMBER.
    MOVE WS-CARD-ID TO WS-PRIMARY-ID.
    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > WS-DEP-TBL-COUNT
        IF WS-DP-ID(WS-DEP-IDX) = WS-CARD-ID
            MOVE WS-DP-PRIMARY(WS-DEP-IDX) TO WS-PRIMARY-ID
        END-IF
    END-PERFORM.
    MOVE 0 TO WS-MEMBER-HIT.
    MOVE WS-PRIMARY-ID TO MM-MEMBER-ID.
    READ MEMBER-MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE 1 TO WS-MEMBER-HIT
    END-READ.
    IF WS-MEMBER-HIT = 0
        ADD 1 TO WS-UNKNOWN-COUNT
        DISPLAY "CARD NOT ON MEMBER FILE - NO POINTS: " WS-CARD-ID
    ELSE
        MOVE 1 TO WS-MULTIPLIER
        PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                UNTIL WS-TIER-IDX > WS-TIER-TBL-COUNT
            IF WS-TM-TIER(WS-TIER-IDX) = MM-PASS-TIER
                MOVE WS-TM-MULT(WS-TIER-IDX) TO WS-MULTIPLIER
            END-IF
        END-PERFORM
    END-IF.

*> A member earning for the first time gets a new slot; a full
*> table stops the run before anything is written.
FIND-POINTS-SLOT.
    MOVE 0 TO WS-POINTS-HIT.
    PERFORM VARYING WS-POINTS-IDX FROM 1 BY 1
            UNTIL WS-POINTS-IDX > WS-POINTS-TBL-COUNT
        IF WS-PT-ID(WS-POINTS-IDX) = WS-PRIMARY-ID
            MOVE WS-POINTS-IDX TO WS-POINTS-HIT
        END-IF
    END-PERFORM.
    IF WS-POINTS-HIT = 0
        IF WS-POINTS-TBL-COUNT >= 3000
            DISPLAY "POINTS TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-POINTS-TBL-COUNT
        MOVE WS-POINTS-TBL-COUNT TO WS-POINTS-HIT
        PERFORM CLEAR-POINTS-SLOT
        MOVE WS-PRIMARY-ID TO WS-PT-ID(WS-POINTS-HIT)
    END-IF.

CLEAR-POINTS-SLOT.
    MOVE SPACES TO WS-PT-ID(WS-POINTS-HIT).
    MOVE 0 TO WS-PT-BALANCE(WS-POINTS-HIT).
    MOVE 0 TO WS-PT-LAST(WS-POINTS-HIT).
    MOVE 0 TO WS-PT-EARNED(WS-POINTS-HIT).
    MOVE 0 TO WS-PT-VISIT(WS-POINTS-HIT).
    MOVE 0 TO WS-PT-PURCHASE(WS-POINTS-HIT).
    MOVE 0 TO WS-PT-EXPIRED(WS-POINTS-HIT).

*> Points lapse when nothing has been earned or converted since the
*> same day the inactivity period ago; month ends past the 28th
*> fall back to the 28th.
SET-CUTOFF.
    MOVE WS-RH-RUN-DATE TO WS-CUTOFF.
    COMPUTE WS-MONTH-COUNT = WS-CO-YEAR * 12 + WS-CO-MONTH - 1
        - LP-INACTIVE-MONTHS.
    DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CO-YEAR
        REMAINDER WS-CO-MONTH.
    ADD 1 TO WS-CO-MONTH.
    IF WS-CO-DAY > 28
        MOVE 28 TO WS-CO-DAY
    END-IF.

EXPIRE-INACTIVE-POINTS.
    IF WS-PT-VISIT(WS-POINTS-IDX) = 0
            AND WS-PT-PURCHASE(WS-POINTS-IDX) = 0
            AND WS-PT-BALANCE(WS-POINTS-IDX) > 0
            AND WS-PT-LAST(WS-POINTS-IDX) <= WS-CUTOFF
        MOVE WS-PT-BALANCE(WS-POINTS-IDX)
            TO WS-PT-EXPIRED(WS-POINTS-IDX)
        ADD 1 TO WS-EXPIRED-COUNT
        ADD WS-PT-BALANCE(WS-POINTS-IDX) TO WS-EXPIRED-TOTAL
        DISPLAY "POINTS EXPIRED " WS-PT-ID(WS-POINTS-IDX) " "
            WS-PT-BALANCE(WS-POINTS-IDX) " LAST ACTIVE "
            WS-PT-LAST(WS-POINTS-IDX)
    END-IF.

*> One ledger line per member for each kind of movement the run
*> made, with the balance after it, and the slot brought forward.
WRITE-LEDGER.
    OPEN EXTEND LEDGER-FILE.
    PERFORM VARYING WS-POINTS-IDX FROM 1 BY 1
            UNTIL WS-POINTS-IDX > WS-POINTS-TBL-COUNT
        MOVE WS-PT-BALANCE(WS-POINTS-IDX) TO WS-RUNNING-BALANCE
        IF WS-PT-VISIT(WS-POINTS-IDX) > 0
            MOVE 'V' TO WS-LEDGER-TYPE
            MOVE WS-PT-VISIT(WS-POINTS-IDX) TO WS-POINTS
            ADD WS-POINTS TO WS-RUNNING-BALANCE
            PERFORM WRITE-LEDGER-LINE
        END-IF
        IF WS-PT-PURCHASE(WS-POINTS-IDX) > 0
            MOVE 'P' TO WS-LEDGER-TYPE
            MOVE WS-PT-PURCHASE(WS-POINTS-IDX) TO WS-POINTS
            ADD WS-POINTS TO WS-RUNNING-BALANCE
            PERFORM WRITE-LEDGER-LINE
        END-IF
        IF WS-PT-EXPIRED(WS-POINTS-IDX) > 0
            MOVE 'X' TO WS-LEDGER-TYPE
            MOVE WS-PT-EXPIRED(WS-POINTS-IDX) TO WS-POINTS
            MOVE 0 TO WS-RUNNING-BALANCE
            PERFORM WRITE-LEDGER-LINE
        END-IF
        IF WS-PT-VISIT(WS-POINTS-IDX) > 0
                OR WS-PT-PURCHASE(WS-POINTS-IDX) > 0
            MOVE WS-RH-RUN-DATE TO WS-PT-LAST(WS-POINTS-IDX)
            ADD WS-PT-VISIT(WS-POINTS-IDX)
                WS-PT-PURCHASE(WS-POINTS-IDX)
                TO WS-PT-EARNED(WS-POINTS-IDX)
        END-IF
        MOVE WS-RUNNING-BALANCE TO WS-PT-BALANCE(WS-POINTS-IDX)
    END-PERFORM.
    CLOSE LEDGER-FILE.

WRITE-LEDGER-LINE.
    MOVE SPACES TO LOYALTY-LEDGER-REC.
    MOVE WS-LEDGER-TYPE TO LL-TYPE.
    MOVE WS-PT-ID(WS-POINTS-IDX) TO LL-MEMBER-ID.
    MOVE WS-RH-RUN-DATE TO LL-DATE.
    MOVE WS-POINTS TO LL-POINTS.
    MOVE WS-RUNNING-BALANCE TO LL-BALANCE.
    WRITE LOYALTY-LEDGER-REC.

SAVE-POINTS.
    OPEN OUTPUT POINTS-FILE.
    PERFORM VARYING WS-POINTS-IDX FROM 1 BY 1
            UNTIL WS-POINTS-IDX > WS-POINTS-TBL-COUNT
        MOVE SPACES TO LOYALTY-POINTS-REC
        MOVE WS-PT-ID(WS-POINTS-IDX) TO LB-MEMBER-ID
        MOVE WS-PT-BALANCE(WS-POINTS-IDX) TO LB-BALANCE
        MOVE WS-PT-LAST(WS-POINTS-IDX) TO LB-LAST-ACTIVITY
        MOVE WS-PT-EARNED(WS-POINTS-IDX) TO LB-EARNED-TOTAL
        WRITE LOYALTY-POINTS-REC
    END-PERFORM.
    CLOSE POINTS-FILE.
