       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STOCK-TRANSFER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-FILE ASSIGN TO "SUPPLY-INVENTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVENTORY-STATUS.
    SELECT INV-WORK-FILE ASSIGN TO "SUPPLY-INVENTORY-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TRANSFER-FILE ASSIGN TO "STOCK-TRANSFERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ADVICE-FILE ASSIGN TO DYNAMIC WS-ADVICE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADVICE-STATUS.
    SELECT OPTIONAL TRANSFER-NUMBER-FILE
        ASSIGN TO "STOCK-TRANSFER-LAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SITE-CODE-FILE ASSIGN TO "SITE-CODE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SITE-LIST-FILE ASSIGN TO "SITE-LIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COST-FILE ASSIGN TO "ITEM-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AVG-COST-FILE ASSIGN TO "ITEM-AVERAGE-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AVG-COST-WORK-FILE
        ASSIGN TO "ITEM-AVERAGE-COST-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD INVENTORY-FILE.
01 INVENTORY-REC.
   05 IV-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 IV-ON-HAND         PIC 9(10).
   05 FILLER             PIC X(1).
   05 IV-ALLOCATED       PIC 9(10).
   05 FILLER             PIC X(1).
   05 IV-REORDER-POINT   PIC 9(10).

FD INV-WORK-FILE.
01 INV-WORK-REC          PIC X(40).

FD TRANSFER-FILE.
01 TRANSFER-LINE         PIC X(83).

FD ADVICE-FILE.
01 ADVICE-LINE           PIC X(83).

FD TRANSFER-NUMBER-FILE.
01 TRANSFER-NUMBER-REC.
   05 TN-LAST-NUMBER     PIC 9(6).

FD SITE-CODE-FILE.
01 SITE-CODE-REC.
   05 SC-SITE            PIC X(2).

FD SITE-LIST-FILE.
01 SITE-LIST-REC.
   05 SL-SITE            PIC X(2).

FD COST-FILE.
01 COST-REC.
   05 IC-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 IC-UNIT-COST       PIC 9(7).

FD AVG-COST-FILE.
COPY "ITEM-AVG-COST-RECORD.cpy".

FD AVG-COST-WORK-FILE.
01 AVG-COST-WORK-REC     PIC X(27).

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

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
*> The event being sent or confirmed; the local log and the advice
*> pack both carry it in this layout.
COPY "STOCK-TRANSFER-RECORD.cpy".
01 WS-INVENTORY-STATUS   PIC X(2).
01 WS-ADVICE-STATUS      PIC X(2).
01 WS-ADVICE-NAME        PIC X(50).
01 WS-ADVICE-NAME-SITE   PIC X(2).
01 WS-EOF                PIC X.
01 WS-WORK-EOF           PIC X.
01 WS-SITE-EOF           PIC X VALUE 'N'.
01 WS-NUMBER-EOF         PIC X VALUE 'N'.
01 WS-RUNNING            PIC X VALUE 'Y'.
01 WS-ACTION             PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-ITEM-FOUND         PIC X.
01 WS-ITEM-BOOKED        PIC X.
01 WS-SITE-FOUND         PIC X.
01 WS-ADVICE-FOUND       PIC X.
01 WS-ALREADY-RECEIVED   PIC X.
01 WS-COST-FOUND         PIC X.
01 WS-AVG-FOUND          PIC X.
01 WS-OPERATOR-NAME      PIC X(20).

*> Which site this is: SITE-CODE.DAT at each site, 01 when absent,
*> the same default the site-stamped packs use.
01 WS-SITE-CODE          PIC X(2) VALUE "01".
01 WS-LAST-TRANSFER-NO   PIC 9(6) VALUE 0.

01 WS-IN-ITEM            PIC X(6).
01 WS-IN-QTY             PIC X(7).
01 WS-IN-SITE            PIC X(2).
01 WS-IN-TRANSFER-NO     PIC X(8).
01 WS-QTY                PIC 9(7).
01 WS-OLD-ON-HAND        PIC 9(10).
01 WS-UNIT-COST          PIC 9(7)V9(4).
01 WS-OLD-AVG-COST       PIC 9(7)V9(4).
01 WS-STANDARD-COST      PIC 9(7)V9(4).
01 WS-SHORT-QTY          PIC 9(7).
01 WS-SENT-COUNT         PIC 9(5) VALUE 0.
01 WS-RECEIVED-COUNT     PIC 9(5) VALUE 0.

*> Stock leaving a site is owed back by the receiving site until it
*> arrives; the receiving site books what arrived against due-to.
*> Head office eliminates the pair on consolidation.
01 WS-STOCK-ACCOUNT      PIC 9(6) VALUE 120000.
01 WS-DUE-FROM-ACCOUNT   PIC 9(6) VALUE 150000.
01 WS-DUE-TO-ACCOUNT     PIC 9(6) VALUE 250000.
01 WS-DR-ACCOUNT         PIC 9(6).
01 WS-CR-ACCOUNT         PIC 9(6).

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "STOCK-TRANSFER".
01 WS-AUDIT-FIELD-NAME   PIC X(10).
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

PROCEDURE DIVISION.
MAIN.
    MOVE "STOCK-TRANSFER" TO WS-RH-JOB-NAME.
    MOVE 116 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    PERFORM READ-SITE-CODE.

    DISPLAY "STOREMAN ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.

    PERFORM UNTIL WS-RUNNING = 'N'
        DISPLAY "(S)END, (R)ECEIVE, (X)EXIT: "
            WITH NO ADVANCING
        ACCEPT WS-ACTION
        EVALUATE WS-ACTION
            WHEN 'S'
            WHEN 's'
                PERFORM SEND-TRANSFER
            WHEN 'R'
            WHEN 'r'
                PERFORM RECEIVE-TRANSFER
            WHEN OTHER
                MOVE 'N' TO WS-RUNNING
        END-EVALUATE
    END-PERFORM.

    DISPLAY "TRANSFERS SENT      : " WS-SENT-COUNT.
    DISPLAY "TRANSFERS RECEIVED  : " WS-RECEIVED-COUNT.
    GOBACK.

*> Sending: the quantity comes off this site's on-hand at once, so
*> it cannot be issued twice, and sits in transit on due-from until
*> the other site confirms it.
SEND-TRANSFER.
    DISPLAY "ITEM ID: " WITH NO ADVANCING.
    ACCEPT WS-IN-ITEM.
    DISPLAY "QUANTITY: " WITH NO ADVANCING.
    ACCEPT WS-IN-QTY.
    DISPLAY "TO SITE: " WITH NO ADVANCING.
    ACCEPT WS-IN-SITE.
    CALL "NUMERIC-EDIT" USING WS-IN-QTY WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'Y'
        MOVE FUNCTION NUMVAL(WS-IN-QTY) TO WS-QTY
    END-IF.
    PERFORM CHECK-TO-SITE.
    IF WS-EDIT-VALID = 'N' OR WS-QTY = 0
        DISPLAY "QUANTITY MUST BE NUMERIC - REJECTED"
    ELSE IF WS-SITE-FOUND = 'N' OR WS-IN-SITE = WS-SITE-CODE
        DISPLAY "SITE " WS-IN-SITE " NOT ON SITE LIST OR IS THIS "
            "SITE - REJECTED"
    ELSE
        MOVE 'N' TO WS-ITEM-BOOKED
        MOVE 'S' TO WS-ACTION
        PERFORM UPDATE-INVENTORY
        IF WS-ITEM-FOUND = 'N'
            DISPLAY "ITEM NOT ON INVENTORY MASTER: " WS-IN-ITEM
        ELSE IF WS-ITEM-BOOKED = 'N'
            DISPLAY "ONLY " WS-OLD-ON-HAND " ON HAND UNALLOCATED - "
                "TRANSFER REJECTED"
        ELSE
            PERFORM FIND-TRANSFER-COST
            PERFORM READ-LAST-TRANSFER-NO
            ADD 1 TO WS-LAST-TRANSFER-NO
            PERFORM SAVE-LAST-TRANSFER-NO
            MOVE SPACES TO STOCK-TRANSFER-REC
            MOVE WS-SITE-CODE TO ST-TN-SITE
            MOVE WS-LAST-TRANSFER-NO TO ST-TN-SEQ
            MOVE 'S' TO ST-EVENT
            MOVE WS-SITE-CODE TO ST-FROM-SITE
            MOVE WS-IN-SITE TO ST-TO-SITE
            PERFORM FILL-TRANSFER-EVENT
            MOVE WS-IN-SITE TO WS-ADVICE-NAME-SITE
            PERFORM BUILD-ADVICE-NAME
            OPEN EXTEND ADVICE-FILE
            WRITE ADVICE-LINE FROM STOCK-TRANSFER-REC
            CLOSE ADVICE-FILE
            MOVE WS-DUE-FROM-ACCOUNT TO WS-DR-ACCOUNT
            MOVE WS-STOCK-ACCOUNT TO WS-CR-ACCOUNT
            PERFORM POST-TRANSFER
            ADD 1 TO WS-SENT-COUNT
            DISPLAY "TRANSFER " ST-TRANSFER-NO " SENT TO SITE "
                ST-TO-SITE " - QUOTE ON DELIVERY NOTE"
        END-IF
        END-IF
    END-IF
    END-IF.

*> Receiving: the transfer must be on the advice the sending site
*> sent here and not yet confirmed. A short arrival books what came;
*> the rest stays in transit for the ageing report to chase.
RECEIVE-TRANSFER.
    DISPLAY "TRANSFER NUMBER: " WITH NO ADVANCING.
    ACCEPT WS-IN-TRANSFER-NO.
    DISPLAY "QUANTITY ARRIVED: " WITH NO ADVANCING.
    ACCEPT WS-IN-QTY.
    CALL "NUMERIC-EDIT" USING WS-IN-QTY WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'Y'
        MOVE FUNCTION NUMVAL(WS-IN-QTY) TO WS-QTY
    END-IF.
    PERFORM FIND-ADVICE.
    PERFORM CHECK-ALREADY-RECEIVED.
    IF WS-EDIT-VALID = 'N'
        DISPLAY "QUANTITY MUST BE NUMERIC - REJECTED"
    ELSE IF WS-ADVICE-FOUND = 'N'
        DISPLAY "NO TRANSFER " WS-IN-TRANSFER-NO " ADVISED TO SITE "
            WS-SITE-CODE " - REJECTED"
    ELSE IF WS-ALREADY-RECEIVED = 'Y'
        DISPLAY "TRANSFER " WS-IN-TRANSFER-NO " ALREADY RECEIVED"
    ELSE IF WS-QTY > ST-QTY
        DISPLAY "MORE THAN THE " ST-QTY " SENT - REJECTED"
    ELSE
        MOVE ST-QTY TO WS-SHORT-QTY
        MOVE ST-ITEM-ID TO WS-IN-ITEM
        MOVE ST-UNIT-COST TO WS-UNIT-COST
        MOVE 'R' TO WS-ACTION
        PERFORM UPDATE-INVENTORY
        IF WS-ITEM-FOUND = 'N'
            DISPLAY "ITEM " WS-IN-ITEM " NOT ON INVENTORY MASTER - "
                "SET IT UP BEFORE RECEIVING"
        ELSE
            PERFORM REVALUE-AVERAGE-COST
            MOVE 'R' TO ST-EVENT
            PERFORM FILL-TRANSFER-EVENT
            MOVE WS-STOCK-ACCOUNT TO WS-DR-ACCOUNT
            MOVE WS-DUE-TO-ACCOUNT TO WS-CR-ACCOUNT
            PERFORM POST-TRANSFER
            ADD 1 TO WS-RECEIVED-COUNT
            SUBTRACT WS-QTY FROM WS-SHORT-QTY
            IF WS-SHORT-QTY > 0
                DISPLAY "ARRIVED SHORT BY " WS-SHORT-QTY
                    " - LEFT IN TRANSIT"
            END-IF
            DISPLAY "TRANSFER " ST-TRANSFER-NO " RECEIVED FROM SITE "
                ST-FROM-SITE
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

*> Quantity, cost and value for the event, logged at this site.
FILL-TRANSFER-EVENT.
    MOVE WS-IN-ITEM TO ST-ITEM-ID.
    MOVE WS-QTY TO ST-QTY.
    MOVE WS-UNIT-COST TO ST-UNIT-COST.
    COMPUTE ST-VALUE ROUNDED = WS-QTY * WS-UNIT-COST.
    MOVE WS-RH-RUN-DATE TO ST-EVENT-DATE.
    MOVE WS-OPERATOR-NAME TO ST-OPERATOR.
    OPEN EXTEND TRANSFER-FILE.
    WRITE TRANSFER-LINE FROM STOCK-TRANSFER-REC.
    CLOSE TRANSFER-FILE.

POST-TRANSFER.
    IF ST-VALUE > 0
        OPEN EXTEND GL-POSTING-FILE
        MOVE SPACES TO GL-POSTING-REC
        MOVE WS-DR-ACCOUNT TO GP-ACCOUNT
        MOVE "DR" TO GP-DR-CR
        MOVE ST-VALUE TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        MOVE SPACES TO GL-POSTING-REC
        MOVE WS-CR-ACCOUNT TO GP-ACCOUNT
        MOVE "CR" TO GP-DR-CR
        MOVE ST-VALUE TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        CLOSE GL-POSTING-FILE
    ELSE
        DISPLAY "NO COST FOR " WS-IN-ITEM " - NOTHING POSTED"
    END-IF.

*> Stock is moved at the sending site's average cost, the standard
*> cost until receiving has set one.
FIND-TRANSFER-COST.
    MOVE 0 TO WS-UNIT-COST.
    MOVE 'N' TO WS-COST-FOUND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT AVG-COST-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ AVG-COST-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AC-ITEM-ID = WS-IN-ITEM
                    MOVE AC-AVG-COST TO WS-UNIT-COST
                    MOVE 'Y' TO WS-COST-FOUND
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AVG-COST-FILE.
    IF WS-COST-FOUND = 'N'
        PERFORM FIND-STANDARD-COST
        MOVE WS-STANDARD-COST TO WS-UNIT-COST
    END-IF.

FIND-STANDARD-COST.
    MOVE 0 TO WS-STANDARD-COST.
    MOVE 'N' TO WS-COST-FOUND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT COST-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ COST-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF IC-ITEM-ID = WS-IN-ITEM
                    MOVE IC-UNIT-COST TO WS-STANDARD-COST
                    MOVE 'Y' TO WS-COST-FOUND
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COST-FILE.

*> The arrival joins this site's stock at the sending site's cost,
*> reaveraged the way a purchase receipt is.
REVALUE-AVERAGE-COST.
    IF WS-UNIT-COST > 0 AND WS-QTY > 0
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
            PERFORM FIND-STANDARD-COST
            IF WS-COST-FOUND = 'Y'
                MOVE WS-STANDARD-COST TO WS-OLD-AVG-COST
            ELSE
                MOVE WS-UNIT-COST TO WS-OLD-AVG-COST
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
         + WS-QTY * WS-UNIT-COST)
        / (WS-OLD-ON-HAND + WS-QTY).
    MOVE WS-RH-RUN-DATE TO AC-LAST-RECEIPT.
    WRITE AVG-COST-WORK-REC FROM AVG-COST-REC.
    DISPLAY "AVERAGE COST " WS-IN-ITEM " NOW " AC-AVG-COST.

*> One pass of the master through the work file: S takes the
*> quantity off on-hand if that much is unallocated, R adds it.
UPDATE-INVENTORY.
    MOVE 'N' TO WS-EOF.
    MOVE 'N' TO WS-ITEM-FOUND.
    MOVE 0 TO WS-OLD-ON-HAND.
    OPEN INPUT INVENTORY-FILE.
    IF WS-INVENTORY-STATUS NOT = "00"
        DISPLAY "SUPPLY-INVENTORY.DAT NOT PRESENT - "
            "STOCK NOT MOVED"
        GOBACK
    END-IF.
    OPEN OUTPUT INV-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ INVENTORY-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-MOVE-ITEM
        END-READ
    END-PERFORM.
    CLOSE INVENTORY-FILE.
    CLOSE INV-WORK-FILE.
    PERFORM COPY-INV-WORK-BACK.

PASS-OR-MOVE-ITEM.
    IF IV-ITEM-ID = WS-IN-ITEM AND WS-ITEM-FOUND = 'N'
        MOVE 'Y' TO WS-ITEM-FOUND
        MOVE IV-ON-HAND TO WS-OLD-ON-HAND
        MOVE IV-ON-HAND TO WS-AUDIT-OLD-VALUE
        IF WS-ACTION = 'R'
            ADD WS-QTY TO IV-ON-HAND
            MOVE 'Y' TO WS-ITEM-BOOKED
        ELSE
            IF IV-ON-HAND >= IV-ALLOCATED
                    AND IV-ON-HAND - IV-ALLOCATED >= WS-QTY
                SUBTRACT WS-QTY FROM IV-ON-HAND
                MOVE 'Y' TO WS-ITEM-BOOKED
            ELSE
                COMPUTE WS-OLD-ON-HAND = IV-ON-HAND - IV-ALLOCATED
                IF IV-ON-HAND < IV-ALLOCATED
                    MOVE 0 TO WS-OLD-ON-HAND
                END-IF
            END-IF
        END-IF
        IF WS-ITEM-BOOKED = 'Y'
            MOVE IV-ON-HAND TO WS-AUDIT-NEW-VALUE
            MOVE "IV-ON-HAND" TO WS-AUDIT-FIELD-NAME
            CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
                WS-OPERATOR-NAME WS-AUDIT-FIELD-NAME
                WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
        END-IF
    END-IF.
    WRITE INV-WORK-REC FROM INVENTORY-REC.

BUILD-ADVICE-NAME.
    MOVE SPACES TO WS-ADVICE-NAME.
    STRING "STOCK-TRANSFER-ADVICE-" DELIMITED BY SIZE
        WS-ADVICE-NAME-SITE DELIMITED BY SIZE
        ".DAT" DELIMITED BY SIZE
        INTO WS-ADVICE-NAME.

*> The advice addressed to this site, as delivered with the packs.
FIND-ADVICE.
    MOVE 'N' TO WS-ADVICE-FOUND.
    MOVE WS-SITE-CODE TO WS-ADVICE-NAME-SITE.
    PERFORM BUILD-ADVICE-NAME.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT ADVICE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ADVICE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF ADVICE-LINE(1:8) = WS-IN-TRANSFER-NO
                        AND ADVICE-LINE(10:1) = 'S'
                    MOVE ADVICE-LINE TO STOCK-TRANSFER-REC
                    MOVE 'Y' TO WS-ADVICE-FOUND
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ADVICE-FILE.

CHECK-ALREADY-RECEIVED.
    MOVE 'N' TO WS-ALREADY-RECEIVED.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT TRANSFER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ TRANSFER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF TRANSFER-LINE(1:8) = WS-IN-TRANSFER-NO
                        AND TRANSFER-LINE(10:1) = 'R'
                    MOVE 'Y' TO WS-ALREADY-RECEIVED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TRANSFER-FILE.

CHECK-TO-SITE.
    MOVE 'N' TO WS-SITE-FOUND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT SITE-LIST-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ SITE-LIST-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF SL-SITE = WS-IN-SITE
                    MOVE 'Y' TO WS-SITE-FOUND
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SITE-LIST-FILE.

READ-SITE-CODE.
    OPEN INPUT SITE-CODE-FILE.
    READ SITE-CODE-FILE
        AT END MOVE 'Y' TO WS-SITE-EOF
    END-READ.
    IF WS-SITE-EOF = 'N' AND SC-SITE NOT = SPACES
        MOVE SC-SITE TO WS-SITE-CODE
    END-IF.
    CLOSE SITE-CODE-FILE.

READ-LAST-TRANSFER-NO.
    MOVE 'N' TO WS-NUMBER-EOF.
    OPEN INPUT TRANSFER-NUMBER-FILE.
    READ TRANSFER-NUMBER-FILE
        AT END MOVE 'Y' TO WS-NUMBER-EOF
    END-READ.
    IF WS-NUMBER-EOF = 'N'
        MOVE TN-LAST-NUMBER TO WS-LAST-TRANSFER-NO
    END-IF.
    CLOSE TRANSFER-NUMBER-FILE.

SAVE-LAST-TRANSFER-NO.
    OPEN OUTPUT TRANSFER-NUMBER-FILE.
    MOVE WS-LAST-TRANSFER-NO TO TN-LAST-NUMBER.
    WRITE TRANSFER-NUMBER-REC.
    CLOSE TRANSFER-NUMBER-FILE.

COPY-INV-WORK-BACK.
    MOVE 'N' TO WS-WORK-EOF.
    OPEN INPUT INV-WORK-FILE.
    OPEN OUTPUT INVENTORY-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ INV-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE INV-WORK-REC TO INVENTORY-REC
                WRITE INVENTORY-REC
        END-READ
    END-PERFORM.
    CLOSE INV-WORK-FILE.
    CLOSE INVENTORY-FILE.

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
