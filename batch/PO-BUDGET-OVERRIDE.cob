       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PO-BUDGET-OVERRIDE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL BUDGET-HOLD-FILE ASSIGN TO "PO-BUDGET-HOLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HOLD-WORK-FILE ASSIGN TO "PO-BUDGET-HOLD-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PO-NUMBER-FILE ASSIGN TO "PO-LAST-NUMBER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COMMITMENT-FILE
        ASSIGN TO "BUDGET-COMMITMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BUDGET-HOLD-FILE.
COPY "PO-BUDGET-HOLD-RECORD.cpy".

FD HOLD-WORK-FILE.
01 HOLD-WORK-REC         PIC X(115).

FD PO-FILE.
01 PO-REC.
   05 PO-NO              PIC 9(6).
   05 FILLER             PIC X(1).
   05 PO-VENDOR-ID       PIC X(5).
   05 FILLER             PIC X(1).
   05 PO-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 PO-ORDER-QTY       PIC 9(7).
   05 FILLER             PIC X(1).
   05 PO-ORDER-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 PO-DUE-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 PO-RECEIVED-QTY    PIC 9(7).
   05 FILLER             PIC X(1).
   05 PO-STATUS          PIC X(1).

FD PO-NUMBER-FILE.
01 PO-NUMBER-REC.
   05 PN-LAST-NUMBER     PIC 9(6).

FD COMMITMENT-FILE.
COPY "BUDGET-COMMITMENT-RECORD.cpy".

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-NUMBER-EOF         PIC X VALUE 'N'.
01 WS-DECIDING           PIC X VALUE 'Y'.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "PO-BUDGET-OVERRIDE".
01 WS-AUTH-RESULT        PIC X.
01 WS-ANSWER             PIC X.
01 WS-PO-NO              PIC 9(6) VALUE 0.
01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
01 WS-APPROVED-COUNT     PIC 9(5) VALUE 0.
01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.

01 WS-HOLD-LINE.
   05 FILLER             PIC X(7) VALUE "VENDOR ".
   05 WS-HL-VENDOR       PIC X(5).
   05 FILLER             PIC X(6) VALUE " ITEM ".
   05 WS-HL-ITEM         PIC X(6).
   05 FILLER             PIC X(5) VALUE " QTY=".
   05 WS-HL-QTY          PIC Z,ZZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE " VALUE=".
   05 WS-HL-VALUE        PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE " AVAIL=".
   05 WS-HL-AVAILABLE    PIC ZZZ,ZZZ,ZZ9.

01 WS-ADVICE-HEADER.
   05 FILLER             PIC X(15) VALUE "PURCHASE ORDER ".
   05 WS-AH-PO-NO        PIC 9(6).
   05 FILLER             PIC X(8) VALUE " VENDOR ".
   05 WS-AH-VENDOR       PIC X(5).

01 WS-ADVICE-DETAIL.
   05 FILLER             PIC X(7) VALUE "  ITEM ".
   05 WS-AD-ITEM         PIC X(6).
   05 FILLER             PIC X(5) VALUE " QTY=".
   05 WS-AD-QTY          PIC Z,ZZZ,ZZ9.
   05 FILLER             PIC X(5) VALUE " DUE=".
   05 WS-AD-DUE          PIC 9(8).

PROCEDURE DIVISION.
MAIN.
    MOVE "PO-BUDGET-OVERRIDE" TO WS-RH-JOB-NAME.
    MOVE 113 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> Ordering past the budget is a supervisor's call; the name kept
*> against each decision must hold that authority.
    DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-SUPERVISOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "SUPERVISOR AUTHORITY REQUIRED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM READ-LAST-PO-NUMBER.
    OPEN INPUT BUDGET-HOLD-FILE.
    OPEN OUTPUT HOLD-WORK-FILE.
    OPEN EXTEND PO-FILE.
    OPEN EXTEND COMMITMENT-FILE.
    OPEN EXTEND EMAIL-OUTBOX-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BUDGET-HOLD-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-DECIDE
        END-READ
    END-PERFORM.
    CLOSE BUDGET-HOLD-FILE.
    CLOSE HOLD-WORK-FILE.
    CLOSE PO-FILE.
    CLOSE COMMITMENT-FILE.
    CLOSE EMAIL-OUTBOX-FILE.
    PERFORM COPY-HOLD-WORK-BACK.
    PERFORM SAVE-LAST-PO-NUMBER.

    DISPLAY "LINES ON HOLD       : " WS-HELD-COUNT.
    DISPLAY "RELEASED OVER BUDGET: " WS-APPROVED-COUNT.
    DISPLAY "REJECTED            : " WS-REJECTED-COUNT.
    GOBACK.

*> Each held line is shown with its value against what the budget
*> had left; once the supervisor stops, the rest pass through still
*> held for another sitting.
PASS-OR-DECIDE.
    IF BH-STATUS = 'H'
        ADD 1 TO WS-HELD-COUNT
    END-IF.
    IF BH-STATUS = 'H' AND WS-DECIDING = 'Y'
        MOVE BH-VENDOR-ID TO WS-HL-VENDOR
        MOVE BH-ITEM-ID TO WS-HL-ITEM
        MOVE BH-ORDER-QTY TO WS-HL-QTY
        MOVE BH-VALUE TO WS-HL-VALUE
        MOVE BH-AVAILABLE TO WS-HL-AVAILABLE
        DISPLAY "HELD " BH-HELD-DATE " PERIOD " BH-PERIOD
        DISPLAY WS-HOLD-LINE
        DISPLAY "(A)PPROVE, (R)EJECT, (S)KIP, (X)STOP: "
            WITH NO ADVANCING
        MOVE SPACE TO WS-ANSWER
        ACCEPT WS-ANSWER
        EVALUATE WS-ANSWER
            WHEN 'A'
            WHEN 'a'
                PERFORM RAISE-APPROVED-LINE
            WHEN 'R'
            WHEN 'r'
                MOVE 'R' TO BH-STATUS
                MOVE WS-SUPERVISOR-NAME TO BH-SUPERVISOR
                ADD 1 TO WS-REJECTED-COUNT
                DISPLAY "LINE REJECTED - NOT ORDERED"
            WHEN 'X'
            WHEN 'x'
                MOVE 'N' TO WS-DECIDING
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.
    WRITE HOLD-WORK-REC FROM BUDGET-HOLD-REC.

*> An approved line becomes a purchase order of its own, committed
*> against the period it was held in, and goes to the purchasing desk
*> the way PO-GENERATE advises its orders.
RAISE-APPROVED-LINE.
    ADD 1 TO WS-PO-NO.
    MOVE SPACES TO PO-REC.
    MOVE WS-PO-NO TO PO-NO.
    MOVE BH-VENDOR-ID TO PO-VENDOR-ID.
    MOVE BH-ITEM-ID TO PO-ITEM-ID.
    MOVE BH-ORDER-QTY TO PO-ORDER-QTY.
    MOVE WS-RH-RUN-DATE TO PO-ORDER-DATE.
    COMPUTE PO-DUE-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE) + BH-LEAD-DAYS).
    MOVE 0 TO PO-RECEIVED-QTY.
    MOVE 'O' TO PO-STATUS.
    WRITE PO-REC.

    MOVE SPACES TO COMMITMENT-REC.
    MOVE WS-PO-NO TO BC-PO-NO.
    MOVE BH-ITEM-ID TO BC-ITEM-ID.
    MOVE BH-ACCOUNT TO BC-ACCOUNT.
    MOVE BH-PERIOD TO BC-PERIOD.
    MOVE BH-UNIT-COST TO BC-UNIT-COST.
    MOVE BH-VALUE TO BC-COMMITTED.
    MOVE 0 TO BC-RELIEVED.
    MOVE 'O' TO BC-STATUS.
    WRITE COMMITMENT-REC.

    MOVE "TO: PURCHASING-DESK@SITE" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "SUBJECT: PURCHASE ORDER ADVICE" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE WS-PO-NO TO WS-AH-PO-NO.
    MOVE BH-VENDOR-ID TO WS-AH-VENDOR.
    WRITE EMAIL-OUTBOX-LINE FROM WS-ADVICE-HEADER.
    MOVE BH-ITEM-ID TO WS-AD-ITEM.
    MOVE BH-ORDER-QTY TO WS-AD-QTY.
    MOVE PO-DUE-DATE TO WS-AD-DUE.
    WRITE EMAIL-OUTBOX-LINE FROM WS-ADVICE-DETAIL.

    MOVE 'A' TO BH-STATUS.
    MOVE WS-PO-NO TO BH-PO-NO.
    MOVE WS-SUPERVISOR-NAME TO BH-SUPERVISOR.
    ADD 1 TO WS-APPROVED-COUNT.
    DISPLAY "RELEASED OVER BUDGET ON PO " WS-PO-NO.

COPY-HOLD-WORK-BACK.
    OPEN INPUT HOLD-WORK-FILE.
    OPEN OUTPUT BUDGET-HOLD-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ HOLD-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE HOLD-WORK-REC TO BUDGET-HOLD-REC
                WRITE BUDGET-HOLD-REC
        END-READ
    END-PERFORM.
    CLOSE HOLD-WORK-FILE.
    CLOSE BUDGET-HOLD-FILE.

READ-LAST-PO-NUMBER.
    OPEN INPUT PO-NUMBER-FILE.
    READ PO-NUMBER-FILE
        AT END MOVE 'Y' TO WS-NUMBER-EOF
    END-READ.
    IF WS-NUMBER-EOF = 'N'
        MOVE PN-LAST-NUMBER TO WS-PO-NO
    END-IF.
    CLOSE PO-NUMBER-FILE.

SAVE-LAST-PO-NUMBER.
    OPEN OUTPUT PO-NUMBER-FILE.
    MOVE WS-PO-NO TO PN-LAST-NUMBER.
    WRITE PO-NUMBER-REC.
    CLOSE PO-NUMBER-FILE.
