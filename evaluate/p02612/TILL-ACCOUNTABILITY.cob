       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TILL-ACCOUNTABILITY.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OPERATOR-LOG-FILE ASSIGN TO "OPERATOR-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PICKUP-FILE ASSIGN TO "TILL-PICKUPS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ACCOUNTABILITY-REPORT
        ASSIGN TO "TILL-ACCOUNTABILITY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
   05 TA-EFF-FROM        PIC 9(8).
   05 FILLER             PIC X(1).
   05 TA-EFF-TO          PIC 9(8).
   05 FILLER             PIC X(1).
   05 TA-POST            PIC X(1).

FD OPERATOR-LOG-FILE.
01 OPERATOR-LOG-LINE     PIC X(60).

FD PICKUP-FILE.
COPY "TILL-PICKUP-RECORD.cpy".

FD ACCOUNTABILITY-REPORT.
01 ACCOUNTABILITY-LINE   PIC X(110).

01 WS-EOF                PIC X VALUE 'N'.
01 WS-ASSIGN-EOF         PIC X VALUE 'N'.
01 WS-LOG-EOF            PIC X VALUE 'N'.
01 WS-PICKUP-EOF         PIC X VALUE 'N'.
01 WS-REPORT-DATE        PIC 9(8).
01 WS-ANSWER             PIC X(8).
01 WS-LINE-COUNT         PIC 9(5) VALUE 0.
01 WS-SESSION-IDX        PIC 9(3).
01 WS-SESSION-HIT        PIC 9(3).

*> Cash lifted from the drawers on the report date, so each lift
*> prints under the cashier's shift and a short that is only a
*> pickup is visible as such.
01 WS-PICKUP-COUNT       PIC 9(3) VALUE 0.
01 WS-PICKUP-TABLE.
   05 WS-PICKUP-ENTRY OCCURS 200 TIMES.
      10 WS-PT-TILL-ID    PIC X(2).
      10 WS-PT-TIME       PIC 9(6).
      10 WS-PT-AMOUNT     PIC 9(9).
      10 WS-PT-CASHIER    PIC X(30).
      10 WS-PT-WITNESS    PIC X(30).
      10 WS-PT-LISTED     PIC X.
01 WS-PICKUP-IDX         PIC 9(3).

01 WS-TITLE-LINE         PIC X(60)
   VALUE "TILL DRAWER ACCOUNTABILITY BY OPERATOR".

   05 FILLER             PIC X(26)
      VALUE " *** NO ASSIGNMENT ON FILE".

01 WS-PICKUP-LINE.
   05 FILLER             PIC X(17) VALUE "    PICKUP AT    ".
   05 WS-PU-TIME         PIC 9(6).
   05 FILLER             PIC X(8) VALUE " AMOUNT=".
   05 WS-PU-AMOUNT       PIC ZZZ,ZZ9.
   05 FILLER             PIC X(9) VALUE " CASHIER ".
   05 WS-PU-CASHIER      PIC X(20).
   05 FILLER             PIC X(9) VALUE " WITNESS ".
   05 WS-PU-WITNESS      PIC X(20).

PROCEDURE DIVISION.
MAIN.
    MOVE "TILL-ACCOUNTABILITY" TO WS-RH-JOB-NAME.

    PERFORM LOAD-ASSIGNMENTS.
    PERFORM LOAD-OPERATOR-SESSIONS.
    PERFORM LOAD-PICKUPS.

    OPEN INPUT VARIANCE-HISTORY-FILE.
    IF WS-HISTORY-STATUS NOT = "00"
        WRITE ACCOUNTABILITY-LINE FROM WS-UNASSIGNED-LINE
        DISPLAY WS-UNASSIGNED-LINE
    END-IF.
    PERFORM VARYING WS-PICKUP-IDX FROM 1 BY 1
            UNTIL WS-PICKUP-IDX > WS-PICKUP-COUNT
        IF WS-PT-TILL-ID(WS-PICKUP-IDX) = TV-TILL-ID
                AND WS-PT-LISTED(WS-PICKUP-IDX) = 'N'
            PERFORM WRITE-PICKUP-LINE
        END-IF
    END-PERFORM.

WRITE-ACCOUNTABILITY-LINE.
    ADD 1 TO WS-LINE-COUNT.
    MOVE TV-VARIANCE TO WS-DL-VARIANCE.
    WRITE ACCOUNTABILITY-LINE FROM WS-DETAIL-LINE.
    DISPLAY WS-DETAIL-LINE.
    PERFORM VARYING WS-PICKUP-IDX FROM 1 BY 1
            UNTIL WS-PICKUP-IDX > WS-PICKUP-COUNT
        IF WS-PT-TILL-ID(WS-PICKUP-IDX) = TV-TILL-ID
                AND WS-PT-CASHIER(WS-PICKUP-IDX)
                    = WS-AS-OPERATOR(WS-ASSIGN-IDX)
                AND WS-PT-LISTED(WS-PICKUP-IDX) = 'N'
            PERFORM WRITE-PICKUP-LINE
        END-IF
    END-PERFORM.

*> A pickup whose cashier holds no assignment on the till still
*> prints, after the till's shift lines, so no lift goes unreported.
WRITE-PICKUP-LINE.
    MOVE 'Y' TO WS-PT-LISTED(WS-PICKUP-IDX).
    MOVE WS-PT-TIME(WS-PICKUP-IDX) TO WS-PU-TIME.
    MOVE WS-PT-AMOUNT(WS-PICKUP-IDX) TO WS-PU-AMOUNT.
    MOVE WS-PT-CASHIER(WS-PICKUP-IDX) TO WS-PU-CASHIER.
    MOVE WS-PT-WITNESS(WS-PICKUP-IDX) TO WS-PU-WITNESS.
    WRITE ACCOUNTABILITY-LINE FROM WS-PICKUP-LINE.
    DISPLAY WS-PICKUP-LINE.

FIND-OPERATOR-SESSION.
    MOVE 0 TO WS-SESSION-HIT.
        END-IF
    END-PERFORM.

LOAD-PICKUPS.
    OPEN INPUT PICKUP-FILE.
    PERFORM UNTIL WS-PICKUP-EOF = 'Y'
        READ PICKUP-FILE
            AT END MOVE 'Y' TO WS-PICKUP-EOF
            NOT AT END
                IF PK-DATE = WS-REPORT-DATE
                    PERFORM STORE-PICKUP
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PICKUP-FILE.

STORE-PICKUP.
    IF WS-PICKUP-COUNT >= 200
        DISPLAY "PICKUP TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-PICKUP-COUNT.
    MOVE PK-TILL-ID TO WS-PT-TILL-ID(WS-PICKUP-COUNT).
    MOVE PK-TIME TO WS-PT-TIME(WS-PICKUP-COUNT).
    MOVE PK-AMOUNT TO WS-PT-AMOUNT(WS-PICKUP-COUNT).
    MOVE PK-CASHIER TO WS-PT-CASHIER(WS-PICKUP-COUNT).
    MOVE PK-WITNESS TO WS-PT-WITNESS(WS-PICKUP-COUNT).
    MOVE 'N' TO WS-PT-LISTED(WS-PICKUP-COUNT).

*> Gate-lane rows share the file but hold no drawer to account for.
LOAD-ASSIGNMENTS.
    OPEN INPUT ASSIGNMENT-FILE.
    PERFORM UNTIL WS-ASSIGN-EOF = 'Y'
            NOT AT END
                IF TA-EFF-FROM <= WS-REPORT-DATE
                        AND TA-EFF-TO >= WS-REPORT-DATE
                        AND TA-POST NOT = 'G'
                        AND WS-ASSIGN-COUNT >= 60
                    DISPLAY "ASSIGNMENT TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                END-IF
                IF TA-EFF-FROM <= WS-REPORT-DATE
                        AND TA-EFF-TO >= WS-REPORT-DATE
                        AND TA-POST NOT = 'G'
                        AND WS-ASSIGN-COUNT < 60
                    ADD 1 TO WS-ASSIGN-COUNT
                    MOVE TA-TILL-ID
