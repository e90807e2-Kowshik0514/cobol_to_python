       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PO-RECEIVING.

    SELECT OPTIONAL DISCREPANCY-FILE
        ASSIGN TO "RECEIVING-DISCREPANCY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RECEIPT-LOG-FILE ASSIGN TO "PO-RECEIPT-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COMMITMENT-FILE
        ASSIGN TO "BUDGET-COMMITMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT COMMITMENT-WORK-FILE
        ASSIGN TO "BUDGET-COMMITMENTS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COST-FILE ASSIGN TO "ITEM-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AVG-COST-FILE ASSIGN TO "ITEM-AVERAGE-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AVG-COST-WORK-FILE
        ASSIGN TO "ITEM-AVERAGE-COST-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TRACE-FILE ASSIGN TO "QC-RECEIPT-TRACE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DISCREPANCY-FILE.
01 DISCREPANCY-REC       PIC X(70).

FD RECEIPT-LOG-FILE.
COPY "PO-RECEIPT-LOG-RECORD.cpy".

FD COMMITMENT-FILE.
COPY "BUDGET-COMMITMENT-RECORD.cpy".

FD COMMITMENT-WORK-FILE.
01 COMMITMENT-WORK-REC   PIC X(57).

FD COST-FILE.
01 COST-REC.
   05 IC-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 IC-UNIT-COST       PIC 9(7).

FD AVG-COST-FILE.
COPY "ITEM-AVG-COST-RECORD.cpy".

FD AVG-COST-WORK-FILE.
01 AVG-COST-WORK-REC     PIC X(27).

*> A lot taken off the dock for inspection is traced from its QC
*> record number to the PO line it came in on; the vendor scorecard
*> charges QC rejects to the vendor through it, and only a traced
*> lot that QC scraps can go back to the vendor.
FD TRACE-FILE.
01 TRACE-REC.
   05 QT-RECORD-ID       PIC 9(7).
   05 FILLER             PIC X(1).
   05 QT-INSPECT-DATE    PIC 9(8).
   05 FILLER             PIC X(1).
   05 QT-PO-NO           PIC 9(6).
   05 FILLER             PIC X(1).
   05 QT-ITEM-ID         PIC X(6).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-PO-STATUS          PIC X(2).
01 WS-ACTION             PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-LINE-FOUND         PIC X.
01 WS-LINE-STATUS        PIC X.
01 WS-COMMIT-FOUND       PIC X.
01 WS-RELIEF             PIC 9(11).

*> Weighted-average revaluation: the stock already held at the old
*> average plus the receipt at the PO price, over the new on-hand.
01 WS-OLD-ON-HAND        PIC 9(10).
01 WS-PO-UNIT-PRICE      PIC 9(7)V9(4).
01 WS-PRICE-FOUND        PIC X.
01 WS-STANDARD-COST      PIC 9(7)V9(4).
01 WS-STANDARD-FOUND     PIC X.
01 WS-AVG-FOUND          PIC X.
01 WS-OLD-AVG-COST       PIC 9(7)V9(4).
01 WS-OPERATOR-NAME      PIC X(20).

01 WS-IN-PO-NO           PIC X(6).
01 WS-IN-ITEM            PIC X(6).
01 WS-IN-QTY             PIC X(7).
01 WS-IN-RECORD-ID       PIC X(7).
01 WS-TRACE-COUNT        PIC 9(5) VALUE 0.
01 WS-PO-NO-WANTED       PIC 9(6).
01 WS-QTY-RECEIVED       PIC 9(7).
01 WS-QTY-FLAGGED        PIC 9(7).

    DISPLAY "RECEIPTS BOOKED     : " WS-RECEIPT-COUNT.
    DISPLAY "DISCREPANCIES NOTED : " WS-DISCREPANCY-COUNT.
    DISPLAY "LOTS TRACED TO QC   : " WS-TRACE-COUNT.
    GOBACK.

ACCEPT-RECEIPT-KEY.
            ELSE
                ADD 1 TO WS-RECEIPT-COUNT
                PERFORM BOOK-STOCK-IN
                PERFORM RELIEVE-COMMITMENT
                PERFORM REVALUE-AVERAGE-COST
                PERFORM TAKE-QC-TRACE
            END-IF
        END-IF
    END-IF.
        IF WS-LINE-FOUND = 'N'
            DISPLAY "NO OPEN PO LINE FOR " WS-IN-PO-NO
                " / " WS-IN-ITEM
        ELSE
            PERFORM RELIEVE-COMMITMENT
        END-IF
    END-IF.

            END-IF
            DISPLAY "RECEIPT BOOKED ON PO " PO-NO
                " STATUS " PO-STATUS
            PERFORM WRITE-RECEIPT-LOG
        END-IF
        MOVE PO-STATUS TO WS-LINE-STATUS
    END-IF.
    WRITE PO-WORK-REC FROM PO-REC.

TAKE-QC-TRACE.
    DISPLAY "QC RECORD ID IF LOT SENT FOR INSPECTION (ENTER IF NOT): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-RECORD-ID.
    ACCEPT WS-IN-RECORD-ID.
    IF WS-IN-RECORD-ID NOT = SPACES
        CALL "NUMERIC-EDIT" USING WS-IN-RECORD-ID WS-EDIT-VALID
        IF WS-EDIT-VALID = 'N'
            DISPLAY "QC RECORD ID MUST BE NUMERIC - LOT NOT TRACED"
        ELSE
            MOVE SPACES TO TRACE-REC
            MOVE FUNCTION NUMVAL(WS-IN-RECORD-ID) TO QT-RECORD-ID
            MOVE WS-RH-RUN-DATE TO QT-INSPECT-DATE
            MOVE WS-PO-NO-WANTED TO QT-PO-NO
            MOVE WS-IN-ITEM TO QT-ITEM-ID
            OPEN EXTEND TRACE-FILE
            WRITE TRACE-REC
            CLOSE TRACE-FILE
            ADD 1 TO WS-TRACE-COUNT
            DISPLAY "QC RECORD " QT-RECORD-ID " TRACED TO PO "
                QT-PO-NO " ITEM " QT-ITEM-ID
        END-IF
    END-IF.

*> Every receipt is logged with the line's due date so the vendor
*> scorecard can tell an on-time delivery from a late one.
WRITE-RECEIPT-LOG.
    MOVE SPACES TO RECEIPT-LOG-REC.
    MOVE WS-RH-RUN-DATE TO RL-RECEIPT-DATE.
    MOVE PO-NO TO RL-PO-NO.
    MOVE PO-VENDOR-ID TO RL-VENDOR-ID.
    MOVE PO-ITEM-ID TO RL-ITEM-ID.
    MOVE WS-QTY-RECEIVED TO RL-QTY.
    MOVE PO-DUE-DATE TO RL-DUE-DATE.
    MOVE WS-OPERATOR-NAME TO RL-STOREMAN.
    OPEN EXTEND RECEIPT-LOG-FILE.
    WRITE RECEIPT-LOG-REC.
    CLOSE RECEIPT-LOG-FILE.

*> The line's budget commitment comes down by the value of what was
*> booked in, never below nothing; once the line itself is closed,
*> filled or short, the commitment closes and anything unreceived
*> goes back to the budget.
RELIEVE-COMMITMENT.
    MOVE 'N' TO WS-COMMIT-FOUND.
    MOVE 'N' TO WS-PRICE-FOUND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT COMMITMENT-FILE.
    OPEN OUTPUT COMMITMENT-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ COMMITMENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-RELIEVE
        END-READ
    END-PERFORM.
    CLOSE COMMITMENT-FILE.
    CLOSE COMMITMENT-WORK-FILE.
    IF WS-COMMIT-FOUND = 'Y'
        PERFORM COPY-COMMITMENT-WORK-BACK
    END-IF.

PASS-OR-RELIEVE.
    IF WS-COMMIT-FOUND = 'N'
            AND BC-PO-NO = WS-PO-NO-WANTED
            AND BC-ITEM-ID = WS-IN-ITEM
            AND BC-STATUS = 'O'
        MOVE 'Y' TO WS-COMMIT-FOUND
        MOVE BC-UNIT-COST TO WS-PO-UNIT-PRICE
        MOVE 'Y' TO WS-PRICE-FOUND
        COMPUTE WS-RELIEF = WS-QTY-RECEIVED * BC-UNIT-COST
        IF WS-RELIEF > BC-COMMITTED - BC-RELIEVED
            COMPUTE WS-RELIEF = BC-COMMITTED - BC-RELIEVED
        END-IF
        ADD WS-RELIEF TO BC-RELIEVED
        IF WS-LINE-STATUS = 'C'
            MOVE 'C' TO BC-STATUS
        END-IF
        DISPLAY "COMMITMENT RELIEVED " WS-RELIEF " STATUS " BC-STATUS
    END-IF.
    WRITE COMMITMENT-WORK-REC FROM COMMITMENT-REC.

*> The PO price is the one the line was committed at; a line raised
*> before commitments were kept is priced at standard cost. An item
*> not yet averaged takes the stock it already held at standard too.
REVALUE-AVERAGE-COST.
    PERFORM FIND-STANDARD-COST.
    IF WS-PRICE-FOUND = 'N'
        MOVE WS-STANDARD-COST TO WS-PO-UNIT-PRICE
        MOVE WS-STANDARD-FOUND TO WS-PRICE-FOUND
    END-IF.
    IF WS-PRICE-FOUND = 'N'
        DISPLAY "NO PO PRICE OR STANDARD COST FOR " WS-IN-ITEM
            " - AVERAGE COST UNCHANGED"
    END-IF.
    IF WS-PRICE-FOUND = 'Y' AND WS-QTY-RECEIVED > 0
        MOVE 'N' TO WS-AVG-FOUND
        MOVE 'N' TO WS-EOF
        OPEN INPUT AVG-COST-FILE
        OPEN OUTPUT AVG-COST-WORK-FILE
        PERFORM UNTIL WS-EOF = 'Y'
            READ AVG-COST-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM PASS-OR-REAVERAGE
            END-READ
        END-PERFORM
        IF WS-AVG-FOUND = 'N'
            MOVE SPACES TO AVG-COST-REC
            MOVE WS-IN-ITEM TO AC-ITEM-ID
            IF WS-STANDARD-FOUND = 'Y'
                MOVE WS-STANDARD-COST TO WS-OLD-AVG-COST
            ELSE
                MOVE WS-PO-UNIT-PRICE TO WS-OLD-AVG-COST
            END-IF
            PERFORM COMPUTE-NEW-AVERAGE
        END-IF
        CLOSE AVG-COST-FILE
        CLOSE AVG-COST-WORK-FILE
        PERFORM COPY-AVG-COST-WORK-BACK
    END-IF.

PASS-OR-REAVERAGE.
    IF AC-ITEM-ID = WS-IN-ITEM AND WS-AVG-FOUND = 'N'
        MOVE 'Y' TO WS-AVG-FOUND
        MOVE AC-AVG-COST TO WS-OLD-AVG-COST
        PERFORM COMPUTE-NEW-AVERAGE
    ELSE
        WRITE AVG-COST-WORK-REC FROM AVG-COST-REC
    END-IF.

COMPUTE-NEW-AVERAGE.
    COMPUTE AC-AVG-COST ROUNDED =
        (WS-OLD-ON-HAND * WS-OLD-AVG-COST
         + WS-QTY-RECEIVED * WS-PO-UNIT-PRICE)
        / (WS-OLD-ON-HAND + WS-QTY-RECEIVED).
    MOVE WS-RH-RUN-DATE TO AC-LAST-RECEIPT.
    WRITE AVG-COST-WORK-REC FROM AVG-COST-REC.
    DISPLAY "AVERAGE COST " WS-IN-ITEM " NOW " AC-AVG-COST.

FIND-STANDARD-COST.
    MOVE 'N' TO WS-STANDARD-FOUND.
    MOVE 0 TO WS-STANDARD-COST.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT COST-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ COST-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF IC-ITEM-ID = WS-IN-ITEM
                    MOVE IC-UNIT-COST TO WS-STANDARD-COST
                    MOVE 'Y' TO WS-STANDARD-FOUND
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COST-FILE.

BOOK-STOCK-IN.
    MOVE 'N' TO WS-EOF.
    MOVE 0 TO WS-OLD-ON-HAND.
    OPEN INPUT INVENTORY-FILE.
    IF WS-INVENTORY-STATUS NOT = "00"
        DISPLAY "SUPPLY-INVENTORY.DAT NOT PRESENT - "

PASS-OR-BOOK-ITEM.
    IF IV-ITEM-ID = WS-IN-ITEM
        MOVE IV-ON-HAND TO WS-OLD-ON-HAND
        MOVE IV-ON-HAND TO WS-AUDIT-OLD-VALUE
        ADD WS-QTY-RECEIVED TO IV-ON-HAND
        MOVE IV-ON-HAND TO WS-AUDIT-NEW-VALUE
    END-PERFORM.
    CLOSE INV-WORK-FILE.
    CLOSE INVENTORY-FILE.

COPY-COMMITMENT-WORK-BACK.
    MOVE 'N' TO WS-WORK-EOF.
    OPEN INPUT COMMITMENT-WORK-FILE.
    OPEN OUTPUT COMMITMENT-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ COMMITMENT-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE COMMITMENT-WORK-REC TO COMMITMENT-REC
                WRITE COMMITMENT-REC
        END-READ
    END-PERFORM.
    CLOSE COMMITMENT-WORK-FILE.
    CLOSE COMMITMENT-FILE.

COPY-AVG-COST-WORK-BACK.
    MOVE 'N' TO WS-WORK-EOF.
    OPEN INPUT AVG-COST-WORK-FILE.
    OPEN OUTPUT AVG-COST-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ AVG-COST-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE AVG-COST-WORK-REC TO AVG-COST-REC
                WRITE AVG-COST-REC
        END-READ
    END-PERFORM.
    CLOSE AVG-COST-WORK-FILE.
    CLOSE AVG-COST-FILE.
