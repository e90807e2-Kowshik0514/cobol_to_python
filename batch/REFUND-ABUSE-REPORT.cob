       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REFUND-ABUSE-REPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "REFUND-ABUSE-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TILL-LOG-FILE ASSIGN TO "ADMISSIONS-TILL-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "TILL-ASSIGNMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXCEPTION-REPORT ASSIGN TO "REFUND-ABUSE-REPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PARM-FILE.
COPY "REFUND-ABUSE-PARM-RECORD.cpy".

FD TILL-LOG-FILE.
COPY "ADMISSIONS-TILL-LOG-RECORD.cpy".

FD ASSIGNMENT-FILE.
01 ASSIGNMENT-REC.
   05 TA-TILL-ID         PIC X(2).
   05 FILLER             PIC X(1).
   05 TA-SHIFT           PIC X(1).
   05 FILLER             PIC X(1).
   05 TA-OPERATOR        PIC X(30).
   05 FILLER             PIC X(1).
   05 TA-EFF-FROM        PIC 9(8).
   05 FILLER             PIC X(1).
   05 TA-EFF-TO          PIC 9(8).
   05 FILLER             PIC X(1).
   05 TA-POST            PIC X(1).

FD EXCEPTION-REPORT.
01 EXCEPTION-LINE        PIC X(132).

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-PARM-VALID         PIC X VALUE 'N'.
01 WS-TODAY-INT          PIC 9(8).
01 WS-FROM-DATE          PIC 9(8).
01 WS-ROUND-QUOT         PIC 9(9).
01 WS-ROUND-REM          PIC 9(5).
01 WS-FLAGGED-COUNT      PIC 9(3) VALUE 0.
01 WS-CASHIER-NAME       PIC X(30).
01 WS-RANK               PIC 9(3).

*> Drawer assignments, any date: a refund is charged to whoever held
*> the till and shift on the day it was rung. Gate lanes are left
*> out - they take no money.
01 WS-ASSIGN-COUNT       PIC 9(3) VALUE 0.
01 WS-ASSIGN-TABLE.
   05 WS-ASSIGN-ENTRY OCCURS 300 TIMES.
      10 WS-AS-TILL-ID    PIC X(2).
      10 WS-AS-SHIFT      PIC X(1).
      10 WS-AS-OPERATOR   PIC X(30).
      10 WS-AS-EFF-FROM   PIC 9(8).
      10 WS-AS-EFF-TO     PIC 9(8).
01 WS-ASSIGN-IDX         PIC 9(3).

*> The week's sales and refunds per cashier, with the refund reason
*> codes each used, then ranked on refunds against sales.
01 WS-CASHIER-COUNT      PIC 9(3) VALUE 0.
01 WS-CASHIER-TABLE.
   05 WS-CASHIER-ENTRY OCCURS 200 TIMES.
      10 WS-CS-NAME       PIC X(30).
      10 WS-CS-SALES      PIC 9(5).
      10 WS-CS-SALES-VAL  PIC 9(9).
      10 WS-CS-REFUNDS    PIC 9(5).
      10 WS-CS-REFUND-VAL PIC 9(9).
      10 WS-CS-RATE       PIC 9(3)V9.
      10 WS-CS-SAME-SHIFT PIC 9(5).
      10 WS-CS-ROUND      PIC 9(5).
      10 WS-CS-OVER       PIC 9(5).
      10 WS-CS-REPEAT     PIC 9(5).
      10 WS-CS-EXCEPTIONS PIC 9(5).
      10 WS-CS-FLAGGED    PIC X(1).
      10 WS-CS-REASON-CNT PIC 9(2).
      10 WS-CS-REASON OCCURS 10 TIMES.
         15 WS-CR-CODE    PIC X(2).
         15 WS-CR-COUNT   PIC 9(3).
01 WS-CASHIER-IDX        PIC 9(3).
01 WS-CASHIER-HIT        PIC 9(3).
01 WS-SORT-IDX           PIC 9(3).
01 WS-SWAP-ENTRY         PIC X(140).
01 WS-REASON-IDX         PIC 9(2).
01 WS-REASON-HIT         PIC 9(2).

01 WS-SITE-SALES-VAL     PIC 9(11) VALUE 0.
01 WS-SITE-REFUND-VAL    PIC 9(11) VALUE 0.
01 WS-SITE-REFUNDS       PIC 9(7) VALUE 0.
01 WS-SITE-RATE          PIC 9(3)V9 VALUE 0.
01 WS-VS-SITE            PIC 9(3).

01 WS-TITLE-LINE.
   05 FILLER             PIC X(37)
      VALUE "REFUND AND VOID EXCEPTIONS BY CASHIER".
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-TL-FROM         PIC 9(8).
   05 FILLER             PIC X(4) VALUE " TO ".
   05 WS-TL-TO           PIC 9(8).

01 WS-COLUMN-LINE        PIC X(132) VALUE
   "RNK CASHIER               SALES SALES VALUE  REF   REF VALUE RATE% VS SITE SAME RND REP OVER".

01 WS-DETAIL-LINE.
   05 WS-DL-RANK         PIC ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-NAME         PIC X(20).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-SALES        PIC ZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-SALES-VAL    PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-REFUNDS      PIC ZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-REFUND-VAL   PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-RATE         PIC ZZ9.9.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-DL-VS-SITE      PIC ZZ9.
   05 FILLER             PIC X(1) VALUE "%".
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-SAME         PIC ZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-ROUND        PIC ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-REPEAT       PIC ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-OVER         PIC ZZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-DL-FLAG         PIC X(20).

01 WS-SITE-LINE.
   05 FILLER             PIC X(40)
      VALUE "    SITE AVERAGE - REFUNDS PER CASHIER ".
   05 WS-SL-REFUNDS      PIC ZZZ9.9.
   05 FILLER             PIC X(15) VALUE "  REFUND RATE% ".
   05 WS-SL-RATE         PIC ZZ9.9.

01 WS-MAIL-LINE.
   05 WS-ML-NAME         PIC X(20).
   05 FILLER             PIC X(5) VALUE " REF=".
   05 WS-ML-REFUNDS      PIC ZZ9.
   05 FILLER             PIC X(5) VALUE " VAL=".
   05 WS-ML-VALUE        PIC ZZZ,ZZ9.
   05 FILLER             PIC X(6) VALUE " RATE=".
   05 WS-ML-RATE         PIC ZZ9.9.
   05 FILLER             PIC X(6) VALUE "% EXC=".
   05 WS-ML-EXCEPTIONS   PIC ZZ9.

01 WS-MAIL-WEEK-LINE.
   05 FILLER             PIC X(8) VALUE "WEEK TO ".
   05 WS-MS-DATE         PIC 9(8).

PROCEDURE DIVISION.
MAIN.
    MOVE "REFUND-ABUSE-REPORT" TO WS-RH-JOB-NAME.
    MOVE 151 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM READ-ABUSE-PARM.
    IF WS-PARM-VALID = 'N'
        DISPLAY "REFUND-ABUSE-PARM.DAT MISSING OR INVALID - NO REVIEW"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

*> The week reviewed is the seven days ending on the run date.
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).
    COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 6).

    PERFORM LOAD-ASSIGNMENTS.
    PERFORM TALLY-TILL-LOG.

    IF WS-SITE-SALES-VAL > 0
        COMPUTE WS-SITE-RATE ROUNDED =
            WS-SITE-REFUND-VAL * 100 / WS-SITE-SALES-VAL
            ON SIZE ERROR MOVE 999.9 TO WS-SITE-RATE
        END-COMPUTE
    END-IF.
    PERFORM VARYING WS-CASHIER-IDX FROM 1 BY 1
            UNTIL WS-CASHIER-IDX > WS-CASHIER-COUNT
        PERFORM SCORE-CASHIER
    END-PERFORM.
    PERFORM RANK-CASHIERS.

    OPEN OUTPUT EXCEPTION-REPORT.
    MOVE WS-FROM-DATE TO WS-TL-FROM.
    MOVE WS-RH-RUN-DATE TO WS-TL-TO.
    WRITE EXCEPTION-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    WRITE EXCEPTION-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-COLUMN-LINE.
    PERFORM VARYING WS-CASHIER-IDX FROM 1 BY 1
            UNTIL WS-CASHIER-IDX > WS-CASHIER-COUNT
        PERFORM PRINT-CASHIER-LINE
    END-PERFORM.
    IF WS-CASHIER-COUNT > 0
        COMPUTE WS-SL-REFUNDS ROUNDED =
            WS-SITE-REFUNDS / WS-CASHIER-COUNT
    ELSE
        MOVE 0 TO WS-SL-REFUNDS
    END-IF.
    MOVE WS-SITE-RATE TO WS-SL-RATE.
    WRITE EXCEPTION-LINE FROM WS-SITE-LINE.
    DISPLAY WS-SITE-LINE.
    CLOSE EXCEPTION-REPORT.

    IF WS-FLAGGED-COUNT > 0
        PERFORM MAIL-STORE-MANAGER
    END-IF.

    DISPLAY "CASHIERS REVIEWED   : " WS-CASHIER-COUNT.
    DISPLAY "CASHIERS FLAGGED    : " WS-FLAGGED-COUNT.
    IF WS-FLAGGED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

READ-ABUSE-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END CONTINUE
        NOT AT END
            IF RX-THRESHOLD IS NUMERIC AND RX-THRESHOLD > 0
                    AND RX-ROUND-UNIT IS NUMERIC AND RX-ROUND-UNIT > 0
                    AND RX-REPEAT-COUNT IS NUMERIC
                    AND RX-REPEAT-COUNT > 1
                    AND RX-RATIO-PCT IS NUMERIC AND RX-RATIO-PCT > 0
                    AND RX-MIN-EXCEPTIONS IS NUMERIC
                    AND RX-MIN-EXCEPTIONS > 0
                MOVE 'Y' TO WS-PARM-VALID
            END-IF
    END-READ.
    CLOSE PARM-FILE.

LOAD-ASSIGNMENTS.
    OPEN INPUT ASSIGNMENT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ASSIGNMENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF TA-POST = 'T' OR TA-POST = SPACE
                    IF WS-ASSIGN-COUNT >= 300
                        DISPLAY "ASSIGNMENT TABLE FULL - RUN ABORTED"
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                    END-IF
                    ADD 1 TO WS-ASSIGN-COUNT
                    MOVE TA-TILL-ID TO WS-AS-TILL-ID(WS-ASSIGN-COUNT)
                    MOVE TA-SHIFT TO WS-AS-SHIFT(WS-ASSIGN-COUNT)
                    MOVE TA-OPERATOR TO WS-AS-OPERATOR(WS-ASSIGN-COUNT)
                    MOVE TA-EFF-FROM TO WS-AS-EFF-FROM(WS-ASSIGN-COUNT)
                    MOVE TA-EFF-TO TO WS-AS-EFF-TO(WS-ASSIGN-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ASSIGNMENT-FILE.
    MOVE 'N' TO WS-EOF.

TALLY-TILL-LOG.
    OPEN INPUT TILL-LOG-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ TILL-LOG-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AL-TXN-DATE >= WS-FROM-DATE
                        AND AL-TXN-DATE <= WS-RH-RUN-DATE
                    PERFORM TALLY-TILL-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TILL-LOG-FILE.
    MOVE 'N' TO WS-EOF.

TALLY-TILL-LINE.
    PERFORM FIND-DRAWER-CASHIER.
    PERFORM FIND-CASHIER-SLOT.
    IF AL-TYPE = "R"
        ADD 1 TO WS-CS-REFUNDS(WS-CASHIER-HIT)
        ADD AL-AMOUNT TO WS-CS-REFUND-VAL(WS-CASHIER-HIT)
        ADD 1 TO WS-SITE-REFUNDS
        ADD AL-AMOUNT TO WS-SITE-REFUND-VAL
        PERFORM TEST-REFUND
    ELSE
        ADD 1 TO WS-CS-SALES(WS-CASHIER-HIT)
        ADD AL-AMOUNT TO WS-CS-SALES-VAL(WS-CASHIER-HIT)
        ADD AL-AMOUNT TO WS-SITE-SALES-VAL
    END-IF.

*> Ring the sale, take the cash, void it before the drawer is
*> counted: a refund on the very shift of its own sale is the
*> classic pattern. Round sums and large sums are the other tells.
TEST-REFUND.
    IF AL-SALE-DATE = AL-TXN-DATE AND AL-SALE-SHIFT = AL-SHIFT
        ADD 1 TO WS-CS-SAME-SHIFT(WS-CASHIER-HIT)
    END-IF.
    IF AL-AMOUNT > 0
        DIVIDE AL-AMOUNT BY RX-ROUND-UNIT
            GIVING WS-ROUND-QUOT REMAINDER WS-ROUND-REM
        IF WS-ROUND-REM = 0
            ADD 1 TO WS-CS-ROUND(WS-CASHIER-HIT)
        END-IF
    END-IF.
    IF AL-AMOUNT > RX-THRESHOLD
        ADD 1 TO WS-CS-OVER(WS-CASHIER-HIT)
    END-IF.
    MOVE 0 TO WS-REASON-HIT.
    PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
            UNTIL WS-REASON-IDX > WS-CS-REASON-CNT(WS-CASHIER-HIT)
        IF WS-CR-CODE(WS-CASHIER-HIT, WS-REASON-IDX) = AL-REASON
            MOVE WS-REASON-IDX TO WS-REASON-HIT
        END-IF
    END-PERFORM.
    IF WS-REASON-HIT = 0 AND WS-CS-REASON-CNT(WS-CASHIER-HIT) < 10
        ADD 1 TO WS-CS-REASON-CNT(WS-CASHIER-HIT)
        MOVE WS-CS-REASON-CNT(WS-CASHIER-HIT) TO WS-REASON-HIT
        MOVE AL-REASON TO WS-CR-CODE(WS-CASHIER-HIT, WS-REASON-HIT)
        MOVE 0 TO WS-CR-COUNT(WS-CASHIER-HIT, WS-REASON-HIT)
    END-IF.
    IF WS-REASON-HIT > 0
        ADD 1 TO WS-CR-COUNT(WS-CASHIER-HIT, WS-REASON-HIT)
    END-IF.

*> The last assignment row covering the day wins, as a mid-season
*> handover end-dates the old row; a drawer nobody held is listed
*> under its till so the refund still shows.
FIND-DRAWER-CASHIER.
    MOVE SPACES TO WS-CASHIER-NAME.
    PERFORM VARYING WS-ASSIGN-IDX FROM 1 BY 1
            UNTIL WS-ASSIGN-IDX > WS-ASSIGN-COUNT
        IF WS-AS-TILL-ID(WS-ASSIGN-IDX) = AL-TILL-ID
                AND WS-AS-SHIFT(WS-ASSIGN-IDX) = AL-SHIFT
                AND WS-AS-EFF-FROM(WS-ASSIGN-IDX) <= AL-TXN-DATE
                AND WS-AS-EFF-TO(WS-ASSIGN-IDX) >= AL-TXN-DATE
            MOVE WS-AS-OPERATOR(WS-ASSIGN-IDX) TO WS-CASHIER-NAME
        END-IF
    END-PERFORM.
    IF WS-CASHIER-NAME = SPACES
        STRING "TILL " AL-TILL-ID " UNASSIGNED"
            DELIMITED BY SIZE INTO WS-CASHIER-NAME
    END-IF.

FIND-CASHIER-SLOT.
    MOVE 0 TO WS-CASHIER-HIT.
    PERFORM VARYING WS-CASHIER-IDX FROM 1 BY 1
            UNTIL WS-CASHIER-IDX > WS-CASHIER-COUNT
        IF WS-CS-NAME(WS-CASHIER-IDX) = WS-CASHIER-NAME
            MOVE WS-CASHIER-IDX TO WS-CASHIER-HIT
        END-IF
    END-PERFORM.
    IF WS-CASHIER-HIT = 0
        IF WS-CASHIER-COUNT >= 200
            DISPLAY "CASHIER TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-CASHIER-COUNT
        MOVE WS-CASHIER-COUNT TO WS-CASHIER-HIT
        INITIALIZE WS-CASHIER-ENTRY(WS-CASHIER-HIT)
        MOVE WS-CASHIER-NAME TO WS-CS-NAME(WS-CASHIER-HIT)
        MOVE 'N' TO WS-CS-FLAGGED(WS-CASHIER-HIT)
    END-IF.

*> Refund value as a share of the cashier's own sales; refunds with
*> no sales at all read as the maximum. Refunds under a reason code
*> the cashier leaned on all week count as repeats.
SCORE-CASHIER.
    IF WS-CS-SALES-VAL(WS-CASHIER-IDX) = 0
        IF WS-CS-REFUND-VAL(WS-CASHIER-IDX) > 0
            MOVE 999.9 TO WS-CS-RATE(WS-CASHIER-IDX)
        ELSE
            MOVE 0 TO WS-CS-RATE(WS-CASHIER-IDX)
        END-IF
    ELSE
        COMPUTE WS-CS-RATE(WS-CASHIER-IDX) ROUNDED =
            WS-CS-REFUND-VAL(WS-CASHIER-IDX) * 100
            / WS-CS-SALES-VAL(WS-CASHIER-IDX)
            ON SIZE ERROR MOVE 999.9 TO WS-CS-RATE(WS-CASHIER-IDX)
        END-COMPUTE
    END-IF.
    MOVE 0 TO WS-CS-REPEAT(WS-CASHIER-IDX).
    PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
            UNTIL WS-REASON-IDX > WS-CS-REASON-CNT(WS-CASHIER-IDX)
        IF WS-CR-COUNT(WS-CASHIER-IDX, WS-REASON-IDX) >= RX-REPEAT-COUNT
            ADD WS-CR-COUNT(WS-CASHIER-IDX, WS-REASON-IDX)
                TO WS-CS-REPEAT(WS-CASHIER-IDX)
        END-IF
    END-PERFORM.
    COMPUTE WS-CS-EXCEPTIONS(WS-CASHIER-IDX) =
        WS-CS-SAME-SHIFT(WS-CASHIER-IDX) + WS-CS-ROUND(WS-CASHIER-IDX)
        + WS-CS-OVER(WS-CASHIER-IDX) + WS-CS-REPEAT(WS-CASHIER-IDX).

*> Highest refund rate first, then most refunds; a plain exchange
*> sort is ample for one site's cashiers.
RANK-CASHIERS.
    PERFORM VARYING WS-CASHIER-IDX FROM 1 BY 1
            UNTIL WS-CASHIER-IDX >= WS-CASHIER-COUNT
        PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                UNTIL WS-SORT-IDX > WS-CASHIER-COUNT - WS-CASHIER-IDX
            IF WS-CS-RATE(WS-SORT-IDX) < WS-CS-RATE(WS-SORT-IDX + 1)
                    OR (WS-CS-RATE(WS-SORT-IDX)
                        = WS-CS-RATE(WS-SORT-IDX + 1)
                    AND WS-CS-REFUNDS(WS-SORT-IDX)
                        < WS-CS-REFUNDS(WS-SORT-IDX + 1))
                MOVE WS-CASHIER-ENTRY(WS-SORT-IDX) TO WS-SWAP-ENTRY
                MOVE WS-CASHIER-ENTRY(WS-SORT-IDX + 1)
                    TO WS-CASHIER-ENTRY(WS-SORT-IDX)
                MOVE WS-SWAP-ENTRY TO WS-CASHIER-ENTRY(WS-SORT-IDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

*> The site comparison is the cashier's refund rate as a percentage
*> of the site rate; 100 is average.
PRINT-CASHIER-LINE.
    MOVE WS-CASHIER-IDX TO WS-RANK.
    IF WS-SITE-RATE > 0
        COMPUTE WS-VS-SITE ROUNDED =
            WS-CS-RATE(WS-CASHIER-IDX) * 100 / WS-SITE-RATE
            ON SIZE ERROR MOVE 999 TO WS-VS-SITE
        END-COMPUTE
    ELSE
        IF WS-CS-RATE(WS-CASHIER-IDX) > 0
            MOVE 999 TO WS-VS-SITE
        ELSE
            MOVE 0 TO WS-VS-SITE
        END-IF
    END-IF.
    MOVE WS-RANK TO WS-DL-RANK.
    MOVE WS-CS-NAME(WS-CASHIER-IDX) TO WS-DL-NAME.
    MOVE WS-CS-SALES(WS-CASHIER-IDX) TO WS-DL-SALES.
    MOVE WS-CS-SALES-VAL(WS-CASHIER-IDX) TO WS-DL-SALES-VAL.
    MOVE WS-CS-REFUNDS(WS-CASHIER-IDX) TO WS-DL-REFUNDS.
    MOVE WS-CS-REFUND-VAL(WS-CASHIER-IDX) TO WS-DL-REFUND-VAL.
    MOVE WS-CS-RATE(WS-CASHIER-IDX) TO WS-DL-RATE.
    MOVE WS-VS-SITE TO WS-DL-VS-SITE.
    MOVE WS-CS-SAME-SHIFT(WS-CASHIER-IDX) TO WS-DL-SAME.
    MOVE WS-CS-ROUND(WS-CASHIER-IDX) TO WS-DL-ROUND.
    MOVE WS-CS-REPEAT(WS-CASHIER-IDX) TO WS-DL-REPEAT.
    MOVE WS-CS-OVER(WS-CASHIER-IDX) TO WS-DL-OVER.
    MOVE SPACES TO WS-DL-FLAG.
    IF WS-CS-REFUNDS(WS-CASHIER-IDX) > 0
            AND (WS-CS-EXCEPTIONS(WS-CASHIER-IDX) >= RX-MIN-EXCEPTIONS
            OR WS-VS-SITE > RX-RATIO-PCT)
        MOVE 'Y' TO WS-CS-FLAGGED(WS-CASHIER-IDX)
        MOVE "*** REVIEW" TO WS-DL-FLAG
        ADD 1 TO WS-FLAGGED-COUNT
    END-IF.
    WRITE EXCEPTION-LINE FROM WS-DETAIL-LINE.
    DISPLAY WS-DETAIL-LINE.

MAIL-STORE-MANAGER.
    OPEN EXTEND EMAIL-OUTBOX-FILE.
    MOVE "TO: STORE-MANAGER@SITE" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "SUBJECT: REFUND AND VOID EXCEPTIONS" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE WS-RH-RUN-DATE TO WS-MS-DATE.
    WRITE EMAIL-OUTBOX-LINE FROM WS-MAIL-WEEK-LINE.
    PERFORM VARYING WS-CASHIER-IDX FROM 1 BY 1
            UNTIL WS-CASHIER-IDX > WS-CASHIER-COUNT
        IF WS-CS-FLAGGED(WS-CASHIER-IDX) = 'Y'
            MOVE WS-CS-NAME(WS-CASHIER-IDX) TO WS-ML-NAME
            MOVE WS-CS-REFUNDS(WS-CASHIER-IDX) TO WS-ML-REFUNDS
            MOVE WS-CS-REFUND-VAL(WS-CASHIER-IDX) TO WS-ML-VALUE
            MOVE WS-CS-RATE(WS-CASHIER-IDX) TO WS-ML-RATE
            MOVE WS-CS-EXCEPTIONS(WS-CASHIER-IDX) TO WS-ML-EXCEPTIONS
            WRITE EMAIL-OUTBOX-LINE FROM WS-MAIL-LINE
        END-IF
    END-PERFORM.
    CLOSE EMAIL-OUTBOX-FILE.
