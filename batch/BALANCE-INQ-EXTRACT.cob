       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BALANCE-INQ-EXTRACT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CARD-MASTER-FILE ASSIGN TO "GIFT-CARD-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BALANCE-FILE ASSIGN TO "COUPON-BALANCE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MM-MEMBER-ID.
    SELECT OPTIONAL BLACKOUT-FILE ASSIGN TO "BLACKOUT-DATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SUSPENSION-FILE ASSIGN TO "MEMBER-SUSPENSIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INQUIRY-FILE ASSIGN TO "BALANCE-INQUIRY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CARD-MASTER-FILE.
01 CARD-MASTER-REC.
   05 GC-CARD-NO         PIC X(7).
   05 FILLER             PIC X(1).
   05 GC-BALANCE         PIC 9(7).
   05 FILLER             PIC X(1).
   05 GC-ISSUE-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 GC-STATUS          PIC X(1).
   05 FILLER             PIC X(1).
   05 GC-LAST-ACTIVITY   PIC 9(8).
   05 FILLER             PIC X(1).
   05 GC-BREAKAGE        PIC 9(7).

FD BALANCE-FILE.
01 BALANCE-REC.
   05 CB-CUSTOMER-ID     PIC X(6).
   05 FILLER             PIC X(1).
   05 CB-BALANCE         PIC 9(5).
   05 FILLER             PIC X(1).
   05 CB-EXPIRY-DATE     PIC X(8).

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

FD BLACKOUT-FILE.
01 BLACKOUT-REC.
   05 BO-PASS-TIER       PIC X(1).
   05 FILLER             PIC X(1).
   05 BO-FROM-DATE       PIC 9(8).
   05 FILLER             PIC X(1).
   05 BO-TO-DATE         PIC 9(8).

FD SUSPENSION-FILE.
COPY "MEMBER-SUSPENSION-RECORD.cpy".

FD INQUIRY-FILE.
COPY "BALANCE-INQUIRY-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-CHECK-INPUT        PIC X(20).
01 WS-CHECK-DIGIT        PIC 9(1).

*> Blackout ranges and suspended members, loaded once so each pass
*> line is judged the way MEMBER-ADMIT judges it at the gate.
01 WS-BLACKOUT-TBL-COUNT PIC 9(2) VALUE 0.
01 WS-BLACKOUT-TABLE.
   05 WS-BLACKOUT-ENTRY OCCURS 50 TIMES.
      10 WS-BO-TIER       PIC X(1).
      10 WS-BO-FROM       PIC 9(8).
      10 WS-BO-TO         PIC 9(8).
01 WS-BLACKOUT-IDX       PIC 9(2).
01 WS-ON-BLACKOUT        PIC X.

01 WS-SUSP-TBL-COUNT     PIC 9(3) VALUE 0.
01 WS-SUSP-TABLE.
   05 WS-SU-MEMBER OCCURS 500 TIMES PIC X(6).
01 WS-SUSP-IDX           PIC 9(3).
01 WS-IS-SUSPENDED       PIC X.

01 WS-GIFT-CARD-COUNT    PIC 9(7) VALUE 0.
01 WS-COUPON-COUNT       PIC 9(7) VALUE 0.
01 WS-PASS-COUNT         PIC 9(7) VALUE 0.
01 WS-RECORD-COUNT       PIC 9(7) VALUE 0.
01 WS-HASH-TOTAL         PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
MAIN.
    MOVE "BALANCE-INQ-EXTRACT" TO WS-RH-JOB-NAME.
    MOVE 153 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "BALANCE-INQ-EXTRACT" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    PERFORM LOAD-BLACKOUT-TABLE.
    PERFORM LOAD-SUSPENSION-TABLE.

    OPEN OUTPUT INQUIRY-FILE.
    PERFORM EXTRACT-GIFT-CARDS.
    PERFORM EXTRACT-COUPONS.
    PERFORM EXTRACT-PASSES.

*> Control-total trailer the web load checks before it swaps the
*> new balances in.
    MOVE SPACES TO BALANCE-INQUIRY-TRAILER.
    MOVE "TRAILER " TO BT-LITERAL.
    MOVE WS-RECORD-COUNT TO BT-RECORD-COUNT.
    MOVE WS-HASH-TOTAL TO BT-HASH-TOTAL.
    WRITE BALANCE-INQUIRY-TRAILER.
    CLOSE INQUIRY-FILE.

    DISPLAY "GIFT CARDS EXTRACTED   : " WS-GIFT-CARD-COUNT.
    DISPLAY "COUPON BALANCES        : " WS-COUPON-COUNT.
    DISPLAY "SEASON PASSES          : " WS-PASS-COUNT.
    DISPLAY "RECORDS / HASH TOTAL   : " WS-RECORD-COUNT " "
        WS-HASH-TOTAL.

    MOVE WS-RECORD-COUNT TO WS-OPS-RECORDS-PROCESSED.
    MOVE 0 TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

EXTRACT-GIFT-CARDS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CARD-MASTER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CARD-MASTER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM START-INQUIRY-LINE
                MOVE "G" TO BI-TYPE
                MOVE GC-CARD-NO(1:6) TO BI-KEY-BODY
                MOVE GC-STATUS TO BI-STATUS
                MOVE GC-BALANCE TO BI-BALANCE
                PERFORM WRITE-INQUIRY-LINE
                ADD 1 TO WS-GIFT-CARD-COUNT
        END-READ
    END-PERFORM.
    CLOSE CARD-MASTER-FILE.

EXTRACT-COUPONS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT BALANCE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BALANCE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM START-INQUIRY-LINE
                MOVE "C" TO BI-TYPE
                MOVE CB-CUSTOMER-ID TO BI-KEY-BODY
                MOVE CB-BALANCE TO BI-BALANCE
                MOVE "A" TO BI-STATUS
                IF CB-EXPIRY-DATE IS NUMERIC
                    MOVE CB-EXPIRY-DATE TO BI-EXPIRY-DATE
                    IF BI-EXPIRY-DATE < WS-RH-RUN-DATE
                        MOVE "E" TO BI-STATUS
                    END-IF
                END-IF
                PERFORM WRITE-INQUIRY-LINE
                ADD 1 TO WS-COUPON-COUNT
        END-READ
    END-PERFORM.
    CLOSE BALANCE-FILE.

*> Lapsed comes first, then suspension, then blackout - the order
*> the gate refuses in, so the website tells a guest what the gate
*> would.
EXTRACT-PASSES.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT MEMBER-MASTER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ MEMBER-MASTER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM START-INQUIRY-LINE
                MOVE "P" TO BI-TYPE
                MOVE MM-MEMBER-ID TO BI-KEY-BODY
                MOVE MM-EXPIRY-DATE TO BI-EXPIRY-DATE
                MOVE MM-PASS-TIER TO BI-PASS-TIER
                PERFORM FIND-TIER-BLACKOUT
                PERFORM CHECK-SUSPENSION
                EVALUATE TRUE
                    WHEN MM-EXPIRY-DATE < WS-RH-RUN-DATE
                        MOVE "E" TO BI-STATUS
                    WHEN WS-IS-SUSPENDED = 'Y'
                        MOVE "S" TO BI-STATUS
                    WHEN WS-ON-BLACKOUT = 'Y'
                        MOVE "B" TO BI-STATUS
                    WHEN OTHER
                        MOVE "A" TO BI-STATUS
                END-EVALUATE
                PERFORM WRITE-INQUIRY-LINE
                ADD 1 TO WS-PASS-COUNT
        END-READ
    END-PERFORM.
    CLOSE MEMBER-MASTER-FILE.

START-INQUIRY-LINE.
    MOVE SPACES TO BALANCE-INQUIRY-REC.
    MOVE 0 TO BI-BALANCE.
    MOVE 0 TO BI-EXPIRY-DATE.
    MOVE 0 TO BI-BLACKOUT-FROM.
    MOVE 0 TO BI-BLACKOUT-TO.
    MOVE WS-RH-RUN-DATE TO BI-AS-OF-DATE.

WRITE-INQUIRY-LINE.
    MOVE SPACES TO WS-CHECK-INPUT.
    MOVE BI-KEY-BODY TO WS-CHECK-INPUT(1:6).
    CALL "CHECK-DIGIT" USING WS-CHECK-INPUT WS-CHECK-DIGIT.
    MOVE WS-CHECK-DIGIT TO BI-CHECK-DIGIT.
    WRITE BALANCE-INQUIRY-REC.
    ADD 1 TO WS-RECORD-COUNT.
    ADD BI-BALANCE TO WS-HASH-TOTAL.

*> The range covering the run date, else the nearest one still to
*> come for the member's tier.
FIND-TIER-BLACKOUT.
    MOVE 'N' TO WS-ON-BLACKOUT.
    PERFORM VARYING WS-BLACKOUT-IDX FROM 1 BY 1
            UNTIL WS-BLACKOUT-IDX > WS-BLACKOUT-TBL-COUNT
        IF WS-BO-TIER(WS-BLACKOUT-IDX) = MM-PASS-TIER
                AND WS-BO-TO(WS-BLACKOUT-IDX) >= WS-RH-RUN-DATE
                AND WS-ON-BLACKOUT = 'N'
            IF WS-BO-FROM(WS-BLACKOUT-IDX) <= WS-RH-RUN-DATE
                MOVE 'Y' TO WS-ON-BLACKOUT
                MOVE WS-BO-FROM(WS-BLACKOUT-IDX) TO BI-BLACKOUT-FROM
                MOVE WS-BO-TO(WS-BLACKOUT-IDX) TO BI-BLACKOUT-TO
            ELSE
                IF BI-BLACKOUT-FROM = 0
                        OR WS-BO-FROM(WS-BLACKOUT-IDX)
                            < BI-BLACKOUT-FROM
                    MOVE WS-BO-FROM(WS-BLACKOUT-IDX)
                        TO BI-BLACKOUT-FROM
                    MOVE WS-BO-TO(WS-BLACKOUT-IDX) TO BI-BLACKOUT-TO
                END-IF
            END-IF
        END-IF
    END-PERFORM.

CHECK-SUSPENSION.
    MOVE 'N' TO WS-IS-SUSPENDED.
    PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
            UNTIL WS-SUSP-IDX > WS-SUSP-TBL-COUNT
        IF WS-SU-MEMBER(WS-SUSP-IDX) = MM-MEMBER-ID
            MOVE 'Y' TO WS-IS-SUSPENDED
        END-IF
    END-PERFORM.

LOAD-BLACKOUT-TABLE.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT BLACKOUT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BLACKOUT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-BLACKOUT-TBL-COUNT >= 50
                    DISPLAY "BLACKOUT TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-BLACKOUT-TBL-COUNT
                MOVE BO-PASS-TIER TO WS-BO-TIER(WS-BLACKOUT-TBL-COUNT)
                MOVE BO-FROM-DATE TO WS-BO-FROM(WS-BLACKOUT-TBL-COUNT)
                MOVE BO-TO-DATE TO WS-BO-TO(WS-BLACKOUT-TBL-COUNT)
        END-READ
    END-PERFORM.
    CLOSE BLACKOUT-FILE.

LOAD-SUSPENSION-TABLE.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT SUSPENSION-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ SUSPENSION-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-SUSP-TBL-COUNT >= 500
                    DISPLAY "SUSPENSION TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-SUSP-TBL-COUNT
                MOVE MS-MEMBER-ID TO WS-SU-MEMBER(WS-SUSP-TBL-COUNT)
        END-READ
    END-PERFORM.
    CLOSE SUSPENSION-FILE.
