       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PO-GENERATE.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COST-FILE ASSIGN TO "ITEM-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUDGET-FILE ASSIGN TO "BUDGET-FILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COMMITMENT-FILE
        ASSIGN TO "BUDGET-COMMITMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BUDGET-HOLD-FILE ASSIGN TO "PO-BUDGET-HOLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   05 IV-REORDER-POINT   PIC 9(10).

*> One row per vendor and item: who supplies it, how long they
*> take, and the multiple their cartons come in. The payment terms
*> in days are the vendor's, repeated on each of its rows, and are
*> read by AP-PAYMENT-RUN.
FD VENDOR-FILE.
01 VENDOR-REC.
   05 VM-VENDOR-ID       PIC X(5).
   05 VM-LEAD-DAYS       PIC 9(3).
   05 FILLER             PIC X(1).
   05 VM-ORDER-MULTIPLE  PIC 9(5).
   05 FILLER             PIC X(1).
   05 VM-PAY-TERMS-DAYS  PIC 9(3).

*> The open-order reference for receiving: one line per item under
*> its vendor's purchase order. O open, P part-received, C closed.
FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

FD COST-FILE.
01 COST-REC.
   05 IC-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 IC-UNIT-COST       PIC 9(7).

FD BUDGET-FILE.
01 BUDGET-REC.
   05 BG-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 BG-PERIOD          PIC 9(6).
   05 FILLER             PIC X(1).
   05 BG-AMOUNT          PIC 9(9).

FD COMMITMENT-FILE.
COPY "BUDGET-COMMITMENT-RECORD.cpy".

FD BUDGET-HOLD-FILE.
COPY "PO-BUDGET-HOLD-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-INVENTORY-STATUS   PIC X(2).
01 WS-VENDOR-EOF         PIC X VALUE 'N'.
01 WS-NUMBER-EOF         PIC X VALUE 'N'.
01 WS-PO-EOF             PIC X VALUE 'N'.
01 WS-COST-EOF           PIC X VALUE 'N'.
01 WS-BUDGET-EOF         PIC X VALUE 'N'.
01 WS-COMMIT-EOF         PIC X VALUE 'N'.
01 WS-HOLD-EOF           PIC X VALUE 'N'.
01 WS-PO-NO              PIC 9(6) VALUE 0.
01 WS-ORDER-QTY          PIC S9(10).
01 WS-MULTIPLES          PIC 9(7).
01 WS-LINE-COUNT         PIC 9(5) VALUE 0.
01 WS-NO-VENDOR-COUNT    PIC 9(5) VALUE 0.
01 WS-COVERED-COUNT      PIC 9(5) VALUE 0.
01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
01 WS-NO-COST-COUNT      PIC 9(5) VALUE 0.

*> Stores purchases are budgeted on the stores inventory account by
*> month. Every line raised commits its value against the month it
*> is ordered in; what is still uncommitted is the budget less the
*> open commitments and whatever receiving has already relieved.
*> A month with no budget line on file is not under control.
01 WS-BUDGET-ACCOUNT     PIC 9(6) VALUE 120000.
01 WS-BUDGET-PERIOD      PIC 9(6).
01 WS-BUDGET-FOUND       PIC X VALUE 'N'.
01 WS-BUDGET-AMOUNT      PIC 9(9) VALUE 0.
01 WS-BUDGET-USED        PIC 9(11) VALUE 0.
01 WS-BUDGET-AVAILABLE   PIC 9(11) VALUE 0.
01 WS-LINE-UNIT-COST     PIC 9(7).
01 WS-LINE-VALUE         PIC 9(11).

01 WS-COST-COUNT         PIC 9(3) VALUE 0.
01 WS-COST-TABLE.
   05 WS-COST-ENTRY OCCURS 200 TIMES.
      10 WS-CO-ITEM       PIC X(6).
      10 WS-CO-COST       PIC 9(7).
01 WS-COST-IDX           PIC 9(3).
01 WS-COST-HIT           PIC 9(3).
01 WS-CO-ITEM-WANTED     PIC X(6).

*> Undelivered quantity already on order per item, folded from the
*> open O/P lines so a long-lead item is not re-ordered every run
    END-IF.
    PERFORM READ-LAST-PO-NUMBER.
    PERFORM LOAD-OPEN-ORDERS.
    PERFORM LOAD-HELD-LINES.
    PERFORM LOAD-ITEM-COSTS.
    PERFORM LOAD-BUDGET-POSITION.

    OPEN INPUT INVENTORY-FILE.
    IF WS-INVENTORY-STATUS NOT = "00"
    END-IF.
    OPEN EXTEND PO-FILE.
    OPEN EXTEND EMAIL-OUTBOX-FILE.
    OPEN EXTEND COMMITMENT-FILE.
    OPEN EXTEND BUDGET-HOLD-FILE.

    PERFORM UNTIL WS-EOF = 'Y'
        READ INVENTORY-FILE
    CLOSE INVENTORY-FILE.
    CLOSE PO-FILE.
    CLOSE EMAIL-OUTBOX-FILE.
    CLOSE COMMITMENT-FILE.
    CLOSE BUDGET-HOLD-FILE.
    PERFORM SAVE-LAST-PO-NUMBER.

    DISPLAY "PO LINES RAISED     : " WS-LINE-COUNT.
    DISPLAY "COVERED BY OPEN POS : " WS-COVERED-COUNT.
    DISPLAY "ITEMS WITHOUT VENDOR: " WS-NO-VENDOR-COUNT.
    DISPLAY "HELD OVER BUDGET    : " WS-HELD-COUNT.
    DISPLAY "LINES WITHOUT COST  : " WS-NO-COST-COUNT.
    IF WS-NO-VENDOR-COUNT > 0 OR WS-HELD-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.
            COMPUTE WS-ORDER-QTY = WS-MULTIPLES
                * WS-VM-MULTIPLE(WS-VENDOR-HIT)
        END-IF
        PERFORM CHECK-LINE-BUDGET
    END-IF.

*> A line worth more than the budget has left uncommitted is not
*> ordered; it waits in PO-BUDGET-HOLD.DAT for a supervisor to
*> release or reject it through PO-BUDGET-OVERRIDE.
CHECK-LINE-BUDGET.
    MOVE IV-ITEM-ID TO WS-CO-ITEM-WANTED.
    PERFORM FIND-ITEM-COST.
    IF WS-COST-HIT = 0
        MOVE 0 TO WS-LINE-UNIT-COST
        ADD 1 TO WS-NO-COST-COUNT
        DISPLAY "NO STANDARD COST FOR ITEM " IV-ITEM-ID
            " - LINE COMMITTED AT ZERO"
    ELSE
        MOVE WS-CO-COST(WS-COST-HIT) TO WS-LINE-UNIT-COST
    END-IF.
    COMPUTE WS-LINE-VALUE = WS-ORDER-QTY * WS-LINE-UNIT-COST.
    IF WS-BUDGET-USED < WS-BUDGET-AMOUNT
        COMPUTE WS-BUDGET-AVAILABLE =
            WS-BUDGET-AMOUNT - WS-BUDGET-USED
    ELSE
        MOVE 0 TO WS-BUDGET-AVAILABLE
    END-IF.
    IF WS-BUDGET-FOUND = 'Y'
            AND WS-LINE-VALUE > WS-BUDGET-AVAILABLE
        PERFORM HOLD-OVER-BUDGET
    ELSE
        PERFORM WRITE-PO-LINE
        PERFORM WRITE-COMMITMENT
    END-IF.

HOLD-OVER-BUDGET.
    ADD 1 TO WS-HELD-COUNT.
    MOVE SPACES TO BUDGET-HOLD-REC.
    MOVE WS-VM-VENDOR(WS-VENDOR-HIT) TO BH-VENDOR-ID.
    MOVE IV-ITEM-ID TO BH-ITEM-ID.
    MOVE WS-ORDER-QTY TO BH-ORDER-QTY.
    MOVE WS-VM-LEAD(WS-VENDOR-HIT) TO BH-LEAD-DAYS.
    MOVE WS-LINE-UNIT-COST TO BH-UNIT-COST.
    MOVE WS-LINE-VALUE TO BH-VALUE.
    MOVE WS-BUDGET-AVAILABLE TO BH-AVAILABLE.
    MOVE WS-BUDGET-ACCOUNT TO BH-ACCOUNT.
    MOVE WS-BUDGET-PERIOD TO BH-PERIOD.
    MOVE WS-RH-RUN-DATE TO BH-HELD-DATE.
    MOVE 'H' TO BH-STATUS.
    MOVE 0 TO BH-PO-NO.
    WRITE BUDGET-HOLD-REC.
    DISPLAY "OVER BUDGET - HELD ITEM " IV-ITEM-ID " VALUE "
        WS-LINE-VALUE " AVAILABLE " WS-BUDGET-AVAILABLE.

WRITE-COMMITMENT.
    MOVE SPACES TO COMMITMENT-REC.
    MOVE PO-NO TO BC-PO-NO.
    MOVE PO-ITEM-ID TO BC-ITEM-ID.
    MOVE WS-BUDGET-ACCOUNT TO BC-ACCOUNT.
    MOVE WS-BUDGET-PERIOD TO BC-PERIOD.
    MOVE WS-LINE-UNIT-COST TO BC-UNIT-COST.
    MOVE WS-LINE-VALUE TO BC-COMMITTED.
    MOVE 0 TO BC-RELIEVED.
    MOVE 'O' TO BC-STATUS.
    WRITE COMMITMENT-REC.
    ADD WS-LINE-VALUE TO WS-BUDGET-USED.

FIND-ITEM-COST.
    MOVE 0 TO WS-COST-HIT.
    PERFORM VARYING WS-COST-IDX FROM 1 BY 1
            UNTIL WS-COST-IDX > WS-COST-COUNT
        IF WS-CO-ITEM(WS-COST-IDX) = WS-CO-ITEM-WANTED
            MOVE WS-COST-IDX TO WS-COST-HIT
        END-IF
    END-PERFORM.

FIND-OPEN-ORDER-QTY.
    MOVE 0 TO WS-OPEN-QTY.
    PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
    COMPUTE WS-OP-QTY(WS-OPEN-HIT) = WS-OP-QTY(WS-OPEN-HIT)
        + PO-ORDER-QTY - PO-RECEIVED-QTY.

*> Lines still waiting on a budget decision count as on order, so
*> the next run does not raise the same shortfall a second time.
LOAD-HELD-LINES.
    OPEN INPUT BUDGET-HOLD-FILE.
    PERFORM UNTIL WS-HOLD-EOF = 'Y'
        READ BUDGET-HOLD-FILE
            AT END MOVE 'Y' TO WS-HOLD-EOF
            NOT AT END
                IF BH-STATUS = 'H'
                    MOVE BH-ITEM-ID TO PO-ITEM-ID
                    MOVE BH-ORDER-QTY TO PO-ORDER-QTY
                    MOVE 0 TO PO-RECEIVED-QTY
                    PERFORM FOLD-OPEN-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BUDGET-HOLD-FILE.

LOAD-ITEM-COSTS.
    OPEN INPUT COST-FILE.
    PERFORM UNTIL WS-COST-EOF = 'Y'
        READ COST-FILE
            AT END MOVE 'Y' TO WS-COST-EOF
            NOT AT END
                IF WS-COST-COUNT < 200
                    ADD 1 TO WS-COST-COUNT
                    MOVE IC-ITEM-ID TO WS-CO-ITEM(WS-COST-COUNT)
                    MOVE IC-UNIT-COST TO WS-CO-COST(WS-COST-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COST-FILE.

*> The month's budget for the stores account, and how much of it is
*> already spoken for: an open commitment holds its full value, a
*> closed one only what was actually received against it.
LOAD-BUDGET-POSITION.
    MOVE WS-RH-RUN-DATE(1:6) TO WS-BUDGET-PERIOD.
    OPEN INPUT BUDGET-FILE.
    PERFORM UNTIL WS-BUDGET-EOF = 'Y'
        READ BUDGET-FILE
            AT END MOVE 'Y' TO WS-BUDGET-EOF
            NOT AT END
                IF BG-ACCOUNT = WS-BUDGET-ACCOUNT
                        AND BG-PERIOD = WS-BUDGET-PERIOD
                    MOVE 'Y' TO WS-BUDGET-FOUND
                    MOVE BG-AMOUNT TO WS-BUDGET-AMOUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BUDGET-FILE.
    IF WS-BUDGET-FOUND = 'N'
        DISPLAY "NO BUDGET FOR " WS-BUDGET-ACCOUNT " PERIOD "
            WS-BUDGET-PERIOD " - LINES COMMITTED UNCHECKED"
    END-IF.

    OPEN INPUT COMMITMENT-FILE.
    PERFORM UNTIL WS-COMMIT-EOF = 'Y'
        READ COMMITMENT-FILE
            AT END MOVE 'Y' TO WS-COMMIT-EOF
            NOT AT END
                IF BC-ACCOUNT = WS-BUDGET-ACCOUNT
                        AND BC-PERIOD = WS-BUDGET-PERIOD
                    IF BC-STATUS = 'O'
                        ADD BC-COMMITTED TO WS-BUDGET-USED
                    ELSE
                        ADD BC-RELIEVED TO WS-BUDGET-USED
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COMMITMENT-FILE.

READ-LAST-PO-NUMBER.
    OPEN INPUT PO-NUMBER-FILE.
    READ PO-NUMBER-FILE
