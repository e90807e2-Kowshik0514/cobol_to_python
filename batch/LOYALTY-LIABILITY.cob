       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTY-LIABILITY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "LOYALTY-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POINTS-FILE ASSIGN TO "LOYALTY-POINTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LEDGER-FILE ASSIGN TO "LOYALTY-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MM-MEMBER-ID
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT LIABILITY-REPORT ASSIGN TO "LOYALTY-LIABILITY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PARM-FILE.
COPY "LOYALTY-PARM-RECORD.cpy".

FD POINTS-FILE.
COPY "LOYALTY-POINTS-RECORD.cpy".

FD LEDGER-FILE.
COPY "LOYALTY-LEDGER-RECORD.cpy".

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

FD LIABILITY-REPORT.
01 LIABILITY-LINE        PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-MASTER-STATUS      PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-PARM-VALID         PIC X VALUE 'N'.
01 WS-REPORT-MONTH       PIC 9(6).
01 WS-TIER               PIC X(1).

*> Points are carried at what they will cost when converted: the
*> face value of a coupon over the points a coupon takes.
01 WS-COUPON-VALUE       PIC 9(3) VALUE 500.

*> Outstanding points by pass tier; a holder no longer on the
*> member master is shown under tier '?'.
01 WS-TIER-TBL-COUNT     PIC 9(2) VALUE 0.
01 WS-TIER-TABLE.
   05 WS-TIER-ENTRY OCCURS 20 TIMES.
      10 WS-TT-TIER      PIC X(1).
      10 WS-TT-MEMBERS   PIC 9(5).
      10 WS-TT-POINTS    PIC 9(9).
01 WS-TIER-IDX           PIC 9(2).
01 WS-TIER-HIT           PIC 9(2).

01 WS-HOLDER-COUNT       PIC 9(5) VALUE 0.
01 WS-POINTS-TOTAL       PIC 9(9) VALUE 0.
01 WS-EARNED-VISIT       PIC 9(9) VALUE 0.
01 WS-EARNED-PURCHASE    PIC 9(9) VALUE 0.
01 WS-CONVERTED          PIC 9(9) VALUE 0.
01 WS-EXPIRED            PIC 9(9) VALUE 0.
01 WS-OPENING            PIC S9(9).
01 WS-LINE-POINTS        PIC S9(9).

01 WS-TITLE-LINE.
   05 FILLER             PIC X(33)
      VALUE "LOYALTY POINTS LIABILITY - MONTH ".
   05 WS-TL-MONTH        PIC 9(6).
   05 FILLER             PIC X(7) VALUE "  AS AT".
   05 FILLER             PIC X(1) VALUE SPACE.
   05 WS-TL-DATE         PIC 9(8).

01 WS-RATE-LINE.
   05 FILLER             PIC X(16) VALUE "POINTS A COUPON:".
   05 WS-RL-POINTS       PIC ZZ,ZZ9.
   05 FILLER             PIC X(16) VALUE "   COUPON VALUE:".
   05 WS-RL-VALUE        PIC ZZ9.

01 WS-COLUMN-LINE        PIC X(80) VALUE
   "TIER  MEMBERS         POINTS          VALUE".

01 WS-TIER-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-TR-TIER         PIC X(1).
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-TR-MEMBERS      PIC ZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-TR-POINTS       PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-TR-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.

01 WS-TOTAL-LINE.
   05 WS-TOT-LABEL       PIC X(30).
   05 WS-TOT-POINTS      PIC -ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-TOT-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "LOYALTY-LIABILITY" TO WS-RH-JOB-NAME.
    MOVE 148 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM READ-LOYALTY-PARM.
    IF WS-PARM-VALID = 'N'
        DISPLAY "LOYALTY-PARM.DAT MISSING OR INVALID - NO LIABILITY"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-RH-RUN-DATE(1:6) TO WS-REPORT-MONTH.

    PERFORM TOTAL-POINTS-HELD.
    PERFORM TOTAL-MONTH-MOVEMENTS.

    OPEN OUTPUT LIABILITY-REPORT.
    MOVE WS-REPORT-MONTH TO WS-TL-MONTH.
    MOVE WS-RH-RUN-DATE TO WS-TL-DATE.
    WRITE LIABILITY-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    MOVE LP-COUPON-POINTS TO WS-RL-POINTS.
    MOVE WS-COUPON-VALUE TO WS-RL-VALUE.
    WRITE LIABILITY-LINE FROM WS-RATE-LINE.
    DISPLAY WS-RATE-LINE.
    WRITE LIABILITY-LINE FROM WS-COLUMN-LINE.
    PERFORM WRITE-TIER-LINE
        VARYING WS-TIER-IDX FROM 1 BY 1
        UNTIL WS-TIER-IDX > WS-TIER-TBL-COUNT.

    COMPUTE WS-OPENING = WS-POINTS-TOTAL - WS-EARNED-VISIT
        - WS-EARNED-PURCHASE + WS-CONVERTED + WS-EXPIRED.
    MOVE "POINTS AT START OF MONTH" TO WS-TOT-LABEL.
    MOVE WS-OPENING TO WS-LINE-POINTS.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "EARNED ON VISITS" TO WS-TOT-LABEL.
    MOVE WS-EARNED-VISIT TO WS-LINE-POINTS.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "EARNED ON PURCHASES" TO WS-TOT-LABEL.
    MOVE WS-EARNED-PURCHASE TO WS-LINE-POINTS.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "CONVERTED TO COUPONS" TO WS-TOT-LABEL.
    MOVE WS-CONVERTED TO WS-LINE-POINTS.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "EXPIRED FOR INACTIVITY" TO WS-TOT-LABEL.
    MOVE WS-EXPIRED TO WS-LINE-POINTS.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "POINTS LIABILITY AT MONTH END" TO WS-TOT-LABEL.
    MOVE WS-POINTS-TOTAL TO WS-LINE-POINTS.
    PERFORM WRITE-TOTAL-LINE.
    CLOSE LIABILITY-REPORT.

    DISPLAY "MEMBERS HOLDING POINTS: " WS-HOLDER-COUNT.
    IF WS-OPENING < 0
        DISPLAY "LEDGER MOVEMENTS DO NOT TIE TO POINTS HELD"
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

READ-LOYALTY-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END CONTINUE
        NOT AT END
            IF LP-COUPON-POINTS IS NUMERIC AND LP-COUPON-POINTS > 0
                MOVE 'Y' TO WS-PARM-VALID
            END-IF
    END-READ.
    CLOSE PARM-FILE.

*> Each holder's tier is read off the member master by member ID.
TOTAL-POINTS-HELD.
    OPEN INPUT MEMBER-MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "MEMBER MASTER NOT AVAILABLE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT POINTS-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ POINTS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF LB-BALANCE IS NUMERIC AND LB-BALANCE > 0
                    PERFORM ADD-HOLDER
                END-IF
        END-READ
    END-PERFORM.
    CLOSE POINTS-FILE.
    CLOSE MEMBER-MASTER-FILE.
    MOVE 'N' TO WS-EOF.

ADD-HOLDER.
    ADD 1 TO WS-HOLDER-COUNT.
    ADD LB-BALANCE TO WS-POINTS-TOTAL.
    MOVE '?' TO WS-TIER.
    MOVE LB-MEMBER-ID TO MM-MEMBER-ID.
    READ MEMBER-MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE MM-PASS-TIER TO WS-TIER
    END-READ.
    MOVE 0 TO WS-TIER-HIT.
    PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
            UNTIL WS-TIER-IDX > WS-TIER-TBL-COUNT
        IF WS-TT-TIER(WS-TIER-IDX) = WS-TIER
            MOVE WS-TIER-IDX TO WS-TIER-HIT
        END-IF
    END-PERFORM.
    IF WS-TIER-HIT = 0
        IF WS-TIER-TBL-COUNT >= 20
            DISPLAY "TIER TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-TIER-TBL-COUNT
        MOVE WS-TIER-TBL-COUNT TO WS-TIER-HIT
        MOVE WS-TIER TO WS-TT-TIER(WS-TIER-HIT)
        MOVE 0 TO WS-TT-MEMBERS(WS-TIER-HIT)
        MOVE 0 TO WS-TT-POINTS(WS-TIER-HIT)
    END-IF.
    ADD 1 TO WS-TT-MEMBERS(WS-TIER-HIT).
    ADD LB-BALANCE TO WS-TT-POINTS(WS-TIER-HIT).

TOTAL-MONTH-MOVEMENTS.
    OPEN INPUT LEDGER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ LEDGER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF LL-DATE(1:6) = WS-REPORT-MONTH
                        AND LL-POINTS IS NUMERIC
                    EVALUATE LL-TYPE
                        WHEN 'V'
                            ADD LL-POINTS TO WS-EARNED-VISIT
                        WHEN 'P'
                            ADD LL-POINTS TO WS-EARNED-PURCHASE
                        WHEN 'C'
                            ADD LL-POINTS TO WS-CONVERTED
                        WHEN 'X'
                            ADD LL-POINTS TO WS-EXPIRED
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LEDGER-FILE.
    MOVE 'N' TO WS-EOF.

WRITE-TIER-LINE.
    MOVE WS-TT-TIER(WS-TIER-IDX) TO WS-TR-TIER.
    MOVE WS-TT-MEMBERS(WS-TIER-IDX) TO WS-TR-MEMBERS.
    MOVE WS-TT-POINTS(WS-TIER-IDX) TO WS-TR-POINTS.
    COMPUTE WS-TR-VALUE ROUNDED = WS-TT-POINTS(WS-TIER-IDX)
        * WS-COUPON-VALUE / LP-COUPON-POINTS.
    WRITE LIABILITY-LINE FROM WS-TIER-LINE.
    DISPLAY WS-TIER-LINE.

*> The money column is the line's points at coupon cost.
WRITE-TOTAL-LINE.
    MOVE WS-LINE-POINTS TO WS-TOT-POINTS.
    IF WS-LINE-POINTS > 0
        COMPUTE WS-TOT-VALUE ROUNDED =
            WS-LINE-POINTS * WS-COUPON-VALUE / LP-COUPON-POINTS
    ELSE
        MOVE 0 TO WS-TOT-VALUE
    END-IF.
    WRITE LIABILITY-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
