       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GIFT-CARD-BREAKAGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CARD-MASTER-FILE ASSIGN TO "GIFT-CARD-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CARD-WORK-FILE ASSIGN TO "GIFT-CARD-MASTER-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DORMANCY-FILE ASSIGN TO "GIFT-CARD-DORMANCY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BREAKAGE-REPORT ASSIGN TO "GIFT-CARD-BREAKAGE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT UNCLAIMED-REPORT ASSIGN TO "GIFT-CARD-UNCLAIMED.DAT"
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

FD CARD-WORK-FILE.
01 CARD-WORK-REC         PIC X(43).

*> Months without a redemption before a card counts as dormant; the
*> share of dormant balances that history says still comes back to
*> be spent; and Y where unclaimed-property law claims dormant
*> balances, so they are reported for remittance instead of being
*> taken to income.
FD DORMANCY-FILE.
01 DORMANCY-REC.
   05 GD-DORMANT-MONTHS  PIC 9(3).
   05 FILLER             PIC X(1).
   05 GD-REDEEM-PCT      PIC 9(3)V99.
   05 FILLER             PIC X(1).
   05 GD-UNCLAIMED       PIC X(1).

FD GL-POSTING-FILE.
01 GL-POSTING-REC.
   05 GP-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 GP-DR-CR           PIC X(2).
   05 FILLER             PIC X(1).
   05 GP-AMOUNT          PIC 9(9).
   05 FILLER             PIC X(1).
   05 GP-POST-DATE       PIC 9(8).
   05 FILLER             PIC X(52).

FD BREAKAGE-REPORT.
01 BREAKAGE-LINE         PIC X(80).

FD UNCLAIMED-REPORT.
01 UNCLAIMED-LINE        PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-DORMANCY-EOF       PIC X VALUE 'N'.
01 WS-DORMANT-MONTHS     PIC 9(3).
01 WS-REDEEM-PCT         PIC 9(3)V99.
01 WS-UNCLAIMED          PIC X VALUE 'N'.

*> Breakage comes out of the gift card liability into its own
*> income line, beside coupon forfeiture.
01 WS-LIABILITY-ACCOUNT  PIC 9(6) VALUE 230100.
01 WS-BREAKAGE-ACCOUNT   PIC 9(6) VALUE 490200.
01 WS-POST-ACCOUNT       PIC 9(6).
01 WS-POST-DR-CR         PIC X(2).
01 WS-POST-AMOUNT        PIC 9(9).

01 WS-CUTOFF             PIC 9(8).
01 WS-CUTOFF-R REDEFINES WS-CUTOFF.
   05 WS-CO-YEAR         PIC 9(4).
   05 WS-CO-MONTH        PIC 9(2).
   05 WS-CO-DAY          PIC 9(2).
01 WS-MONTH-COUNT        PIC 9(6).
01 WS-LAST-ACTIVITY      PIC 9(8).
01 WS-BREAKAGE           PIC 9(7).

01 WS-CARDS-READ         PIC 9(5) VALUE 0.
01 WS-DORMANT-COUNT      PIC 9(5) VALUE 0.
01 WS-BROKEN-COUNT       PIC 9(5) VALUE 0.
01 WS-BROKEN-BALANCE     PIC 9(9) VALUE 0.
01 WS-BREAKAGE-TOTAL     PIC 9(9) VALUE 0.
01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
01 WS-HELD-BREAKAGE      PIC 9(9) VALUE 0.
01 WS-UNCLAIMED-COUNT    PIC 9(5) VALUE 0.
01 WS-UNCLAIMED-TOTAL    PIC 9(9) VALUE 0.

01 WS-TITLE-LINE.
   05 FILLER             PIC X(35)
      VALUE "GIFT CARD BREAKAGE - DORMANT SINCE ".
   05 WS-TL-CUTOFF       PIC 9(8).

01 WS-PARM-LINE.
   05 FILLER             PIC X(17) VALUE "DORMANCY MONTHS: ".
   05 WS-PL-MONTHS       PIC ZZ9.
   05 FILLER             PIC X(24) VALUE "   HISTORIC REDEMPTION: ".
   05 WS-PL-PCT          PIC ZZ9.99.
   05 FILLER             PIC X(1) VALUE "%".

01 WS-UNCLAIMED-TITLE.
   05 FILLER             PIC X(45)
      VALUE "UNCLAIMED PROPERTY - GIFT CARDS DORMANT SINCE".
   05 FILLER             PIC X(1) VALUE SPACE.
   05 WS-UT-CUTOFF       PIC 9(8).

01 WS-COLUMN-LINE        PIC X(80) VALUE
   "CARD    ISSUED   LAST USE    BALANCE    BREAKAGE".

01 WS-CARD-LINE.
   05 WS-CL-CARD         PIC X(7).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 WS-CL-ISSUED       PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 WS-CL-LAST         PIC 9(8).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-CL-BALANCE      PIC Z,ZZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-CL-BREAKAGE     PIC Z,ZZZ,ZZ9.

01 WS-TOTAL-LINE.
   05 WS-TOT-LABEL       PIC X(30).
   05 WS-TOT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "GIFT-CARD-BREAKAGE" TO WS-RH-JOB-NAME.
    MOVE 141 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM READ-DORMANCY-RULE.
    IF WS-DORMANCY-EOF = 'Y'
        DISPLAY "GIFT-CARD-DORMANCY.DAT MISSING OR INVALID - NO BREAKAGE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM SET-CUTOFF.

    OPEN OUTPUT BREAKAGE-REPORT.
    MOVE WS-CUTOFF TO WS-TL-CUTOFF.
    WRITE BREAKAGE-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    MOVE WS-DORMANT-MONTHS TO WS-PL-MONTHS.
    MOVE WS-REDEEM-PCT TO WS-PL-PCT.
    WRITE BREAKAGE-LINE FROM WS-PARM-LINE.
    DISPLAY WS-PARM-LINE.
    WRITE BREAKAGE-LINE FROM WS-COLUMN-LINE.
    IF WS-UNCLAIMED = 'Y'
        OPEN OUTPUT UNCLAIMED-REPORT
        MOVE WS-CUTOFF TO WS-UT-CUTOFF
        WRITE UNCLAIMED-LINE FROM WS-UNCLAIMED-TITLE
        WRITE UNCLAIMED-LINE FROM WS-COLUMN-LINE
    END-IF.

    OPEN INPUT CARD-MASTER-FILE.
    OPEN OUTPUT CARD-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CARD-MASTER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-CARDS-READ
                PERFORM REVIEW-CARD
                WRITE CARD-WORK-REC FROM CARD-MASTER-REC
        END-READ
    END-PERFORM.
    CLOSE CARD-MASTER-FILE.
    CLOSE CARD-WORK-FILE.
    PERFORM COPY-WORK-BACK.

    IF WS-BREAKAGE-TOTAL > 0
        PERFORM POST-BREAKAGE
    END-IF.

    MOVE "DORMANT BALANCES BROKEN" TO WS-TOT-LABEL.
    MOVE WS-BROKEN-BALANCE TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "BREAKAGE RECOGNISED THIS RUN" TO WS-TOT-LABEL.
    MOVE WS-BREAKAGE-TOTAL TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "BREAKAGE FROM EARLIER RUNS" TO WS-TOT-LABEL.
    MOVE WS-HELD-BREAKAGE TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    CLOSE BREAKAGE-REPORT.
    IF WS-UNCLAIMED = 'Y'
        MOVE "TOTAL TO BE REMITTED" TO WS-TOT-LABEL
        MOVE WS-UNCLAIMED-TOTAL TO WS-TOT-AMOUNT
        WRITE UNCLAIMED-LINE FROM WS-TOTAL-LINE
        DISPLAY WS-TOTAL-LINE
        CLOSE UNCLAIMED-REPORT
    END-IF.

    DISPLAY "CARDS READ         : " WS-CARDS-READ.
    DISPLAY "CARDS DORMANT      : " WS-DORMANT-COUNT.
    DISPLAY "CARDS BROKEN       : " WS-BROKEN-COUNT.
    DISPLAY "UNCLAIMED REPORTED : " WS-UNCLAIMED-COUNT.
    GOBACK.

READ-DORMANCY-RULE.
    OPEN INPUT DORMANCY-FILE.
    READ DORMANCY-FILE
        AT END MOVE 'Y' TO WS-DORMANCY-EOF
    END-READ.
    IF WS-DORMANCY-EOF = 'N'
        IF GD-DORMANT-MONTHS IS NUMERIC AND GD-DORMANT-MONTHS > 0
                AND GD-REDEEM-PCT IS NUMERIC AND GD-REDEEM-PCT <= 100
            MOVE GD-DORMANT-MONTHS TO WS-DORMANT-MONTHS
            MOVE GD-REDEEM-PCT TO WS-REDEEM-PCT
            IF GD-UNCLAIMED = 'Y'
                MOVE 'Y' TO WS-UNCLAIMED
            END-IF
        ELSE
            MOVE 'Y' TO WS-DORMANCY-EOF
        END-IF
    END-IF.
    CLOSE DORMANCY-FILE.

*> A card last used on or before the same day the dormancy period
*> ago is dormant; month ends past the 28th fall back to the 28th.
SET-CUTOFF.
    MOVE WS-RH-RUN-DATE TO WS-CUTOFF.
    COMPUTE WS-MONTH-COUNT = WS-CO-YEAR * 12 + WS-CO-MONTH - 1
        - WS-DORMANT-MONTHS.
    DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-CO-YEAR
        REMAINDER WS-CO-MONTH.
    ADD 1 TO WS-CO-MONTH.
    IF WS-CO-DAY > 28
        MOVE 28 TO WS-CO-DAY
    END-IF.

*> Cards written before activity was kept have been idle since
*> issue. A dormant card is either reported as unclaimed property
*> or has the share history says will never be spent taken as
*> breakage, once; the balance stays on the card, which still
*> redeems in full and reverses the breakage when it does.
REVIEW-CARD.
    IF GC-LAST-ACTIVITY IS NOT NUMERIC
        MOVE GC-ISSUE-DATE TO GC-LAST-ACTIVITY
    END-IF.
    IF GC-BREAKAGE IS NOT NUMERIC
        MOVE 0 TO GC-BREAKAGE
    END-IF.
    IF GC-BREAKAGE > 0
        ADD 1 TO WS-HELD-COUNT
        ADD GC-BREAKAGE TO WS-HELD-BREAKAGE
    END-IF.
    IF GC-STATUS = 'A' AND GC-BALANCE > 0
            AND GC-LAST-ACTIVITY <= WS-CUTOFF
        ADD 1 TO WS-DORMANT-COUNT
        IF WS-UNCLAIMED = 'Y'
            PERFORM REPORT-UNCLAIMED
        ELSE
            IF GC-BREAKAGE = 0
                PERFORM TAKE-BREAKAGE
            END-IF
        END-IF
    END-IF.

TAKE-BREAKAGE.
    COMPUTE WS-BREAKAGE ROUNDED =
        GC-BALANCE * (100 - WS-REDEEM-PCT) / 100.
    IF WS-BREAKAGE > 0
        MOVE WS-BREAKAGE TO GC-BREAKAGE
        ADD 1 TO WS-BROKEN-COUNT
        ADD GC-BALANCE TO WS-BROKEN-BALANCE
        ADD WS-BREAKAGE TO WS-BREAKAGE-TOTAL
        PERFORM FORMAT-CARD-LINE
        WRITE BREAKAGE-LINE FROM WS-CARD-LINE
        DISPLAY WS-CARD-LINE
    END-IF.

REPORT-UNCLAIMED.
    ADD 1 TO WS-UNCLAIMED-COUNT.
    ADD GC-BALANCE TO WS-UNCLAIMED-TOTAL.
    PERFORM FORMAT-CARD-LINE.
    WRITE UNCLAIMED-LINE FROM WS-CARD-LINE.

FORMAT-CARD-LINE.
    MOVE GC-CARD-NO TO WS-CL-CARD.
    MOVE GC-ISSUE-DATE TO WS-CL-ISSUED.
    MOVE GC-LAST-ACTIVITY TO WS-CL-LAST.
    MOVE GC-BALANCE TO WS-CL-BALANCE.
    MOVE GC-BREAKAGE TO WS-CL-BREAKAGE.

COPY-WORK-BACK.
    OPEN INPUT CARD-WORK-FILE.
    OPEN OUTPUT CARD-MASTER-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ CARD-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                WRITE CARD-MASTER-REC FROM CARD-WORK-REC
        END-READ
    END-PERFORM.
    CLOSE CARD-WORK-FILE.
    CLOSE CARD-MASTER-FILE.

*> DR gift card liability, CR breakage income.
POST-BREAKAGE.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE WS-BREAKAGE-TOTAL TO WS-POST-AMOUNT.
    MOVE WS-LIABILITY-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "DR" TO WS-POST-DR-CR.
    PERFORM WRITE-GL-POSTING.
    MOVE WS-BREAKAGE-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "CR" TO WS-POST-DR-CR.
    PERFORM WRITE-GL-POSTING.
    CLOSE GL-POSTING-FILE.

WRITE-GL-POSTING.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-POST-ACCOUNT TO GP-ACCOUNT.
    MOVE WS-POST-DR-CR TO GP-DR-CR.
    MOVE WS-POST-AMOUNT TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.

WRITE-TOTAL-LINE.
    WRITE BREAKAGE-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
