       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VENDOR-RETURN-ENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DISPOSITION-LOG ASSIGN TO "QC-DISPOSITION-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TRACE-FILE ASSIGN TO "QC-RECEIPT-TRACE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PO-STATUS.
    SELECT OPTIONAL RETURN-FILE ASSIGN TO "VENDOR-RETURNS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INVENTORY-FILE ASSIGN TO "SUPPLY-INVENTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVENTORY-STATUS.
    SELECT INV-WORK-FILE ASSIGN TO "SUPPLY-INVENTORY-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MATCHED-LINE-FILE
        ASSIGN TO "AP-INVOICE-LINES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COMMITMENT-FILE
        ASSIGN TO "BUDGET-COMMITMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COST-FILE ASSIGN TO "ITEM-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO "AP-OPEN-ITEMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD DISPOSITION-LOG.
01 DISPOSITION-LOG-REC.
   05 DL-RECORD-ID       PIC 9(7).
   05 FILLER             PIC X(1).
   05 DL-DISPOSITION     PIC X(1).
   05 FILLER             PIC X(1).
   05 DL-INSPECTOR       PIC X(10).
   05 FILLER             PIC X(1).
   05 DL-DISP-DATE       PIC 9(8).

FD TRACE-FILE.
01 TRACE-REC.
   05 QT-RECORD-ID       PIC 9(7).
   05 FILLER             PIC X(1).
   05 QT-INSPECT-DATE    PIC 9(8).
   05 FILLER             PIC X(1).
   05 QT-PO-NO           PIC 9(6).
   05 FILLER             PIC X(1).
   05 QT-ITEM-ID         PIC X(6).

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

FD RETURN-FILE.
COPY "VENDOR-RETURN-RECORD.cpy".

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

FD MATCHED-LINE-FILE.
01 MATCHED-LINE-REC.
   05 ML-VENDOR-ID       PIC X(5).
   05 FILLER             PIC X(1).
   05 ML-INVOICE-NO      PIC X(10).
   05 FILLER             PIC X(1).
   05 ML-PO-NO           PIC 9(6).
   05 FILLER             PIC X(1).
   05 ML-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 ML-QTY             PIC 9(7).
   05 FILLER             PIC X(1).
   05 ML-UNIT-PRICE      PIC 9(7)V99.
   05 FILLER             PIC X(1).
   05 ML-MATCH-DATE      PIC 9(8).

FD COMMITMENT-FILE.
COPY "BUDGET-COMMITMENT-RECORD.cpy".

FD COST-FILE.
01 COST-REC.
   05 IC-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 IC-UNIT-COST       PIC 9(7).

FD OPEN-ITEM-FILE.
COPY "AP-OPEN-ITEM-RECORD.cpy".

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
01 WS-PO-STATUS          PIC X(2).
01 WS-INVENTORY-STATUS   PIC X(2).
01 WS-EOF                PIC X.
01 WS-WORK-EOF           PIC X.
01 WS-RUNNING            PIC X VALUE 'Y'.
01 WS-ACTION             PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-OPERATOR-NAME      PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "VENDOR-RETURN-ENTRY".
01 WS-AUTH-RESULT        PIC X.
01 WS-RETURN-COUNT       PIC 9(5) VALUE 0.

01 WS-IN-RECORD-ID       PIC X(7).
01 WS-IN-QTY             PIC X(7).
01 WS-RECORD-ID          PIC 9(7).
01 WS-RETURN-QTY         PIC 9(7).
01 WS-LAST-DISPOSITION   PIC X.
01 WS-TRACE-FOUND        PIC X.
01 WS-PO-NO              PIC 9(6).
01 WS-ITEM-ID            PIC X(6).
01 WS-LINE-FOUND         PIC X.
01 WS-VENDOR-ID          PIC X(5).
01 WS-RECEIVED-QTY       PIC 9(7).
01 WS-LAST-RA-NO         PIC 9(6).
01 WS-ALREADY-RETURNED   PIC X.
01 WS-RETURNED-QTY       PIC 9(7).
01 WS-RETURNABLE-QTY     PIC 9(7).
01 WS-STOCK-APPLIED      PIC X.
01 WS-RETURN-VALUE       PIC 9(9)V99.
01 WS-WHOLE-UNITS        PIC 9(9).

*> The goods go back at what the vendor billed for them: the
*> matched invoice line first, then the price the PO line was
*> committed at, then standard cost for a line neither covers.
01 WS-UNIT-PRICE         PIC 9(7)V99.
01 WS-PRICE-FOUND        PIC X.
01 WS-PRICE-SOURCE       PIC X(10).

01 WS-DEBIT-MEMO-NO.
   05 FILLER             PIC X(2) VALUE "RA".
   05 WS-DM-RA-NO        PIC 9(6).
   05 FILLER             PIC X(2) VALUE SPACES.

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "VENDOR-RETURN-ENTRY".
01 WS-AUDIT-FIELD-NAME   PIC X(10).
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

*> The debit memo takes the liability back off AP control and the
*> goods back out of stores, the reverse of the invoice journal.
01 WS-AP-CONTROL-ACCOUNT PIC 9(6) VALUE 210000.
01 WS-STORES-ACCOUNT     PIC 9(6) VALUE 120000.

PROCEDURE DIVISION.
MAIN.
    MOVE "VENDOR-RETURN-ENTRY" TO WS-RH-JOB-NAME.
    MOVE 159 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-OPERATOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "NOT AUTHORISED FOR VENDOR RETURNS - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM UNTIL WS-RUNNING = 'N'
        DISPLAY "(R)ETURN SCRAPPED GOODS TO VENDOR, (X)EXIT: "
            WITH NO ADVANCING
        ACCEPT WS-ACTION
        EVALUATE WS-ACTION
            WHEN 'R'
            WHEN 'r'
                PERFORM RAISE-RETURN
            WHEN OTHER
                MOVE 'N' TO WS-RUNNING
        END-EVALUATE
    END-PERFORM.

    DISPLAY "RETURNS AUTHORISED  : " WS-RETURN-COUNT.
    GOBACK.

*> Only goods QC scrapped can go back, and only once per QC record;
*> the record must trace to the PO line it was received on, which
*> names the vendor and bounds how much can be sent back.
RAISE-RETURN.
    DISPLAY "QC RECORD ID: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-RECORD-ID.
    ACCEPT WS-IN-RECORD-ID.
    CALL "NUMERIC-EDIT" USING WS-IN-RECORD-ID WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N'
        DISPLAY "QC RECORD ID MUST BE NUMERIC - REJECTED"
    ELSE
        MOVE FUNCTION NUMVAL(WS-IN-RECORD-ID) TO WS-RECORD-ID
        PERFORM FIND-LAST-DISPOSITION
        PERFORM FIND-RECEIPT-TRACE
        EVALUATE TRUE
            WHEN WS-LAST-DISPOSITION NOT = 'S'
                DISPLAY "QC RECORD " WS-RECORD-ID
                    " IS NOT DISPOSITIONED SCRAPPED - NOT RETURNED"
            WHEN WS-TRACE-FOUND = 'N'
                DISPLAY "QC RECORD " WS-RECORD-ID
                    " NOT TRACED TO A PURCHASE ORDER - NOT RETURNED"
            WHEN OTHER
                PERFORM RAISE-TRACED-RETURN
        END-EVALUATE
    END-IF.

RAISE-TRACED-RETURN.
    PERFORM FIND-PO-LINE.
    PERFORM SCAN-RETURNS.
    EVALUATE TRUE
        WHEN WS-LINE-FOUND = 'N'
            DISPLAY "PO " WS-PO-NO " LINE " WS-ITEM-ID
                " NOT ON FILE - NOT RETURNED"
        WHEN WS-ALREADY-RETURNED = 'Y'
            DISPLAY "QC RECORD " WS-RECORD-ID
                " ALREADY HAS A RETURN AUTHORISATION - NOT RETURNED"
        WHEN OTHER
            DISPLAY "VENDOR " WS-VENDOR-ID " PO " WS-PO-NO
                " ITEM " WS-ITEM-ID " RETURNABLE " WS-RETURNABLE-QTY
            PERFORM ACCEPT-RETURN-QTY
            IF WS-EDIT-VALID = 'Y'
                PERFORM FIND-RETURN-PRICE
                IF WS-PRICE-FOUND = 'N'
                    DISPLAY "NO INVOICE, PO OR STANDARD PRICE FOR "
                        WS-ITEM-ID " - NOT RETURNED"
                ELSE
                    PERFORM REMOVE-STOCK
                    IF WS-STOCK-APPLIED = 'Y'
                        PERFORM RECORD-RETURN
                    END-IF
                END-IF
            END-IF
    END-EVALUATE.

ACCEPT-RETURN-QTY.
    DISPLAY "QUANTITY RETURNED: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-QTY.
    ACCEPT WS-IN-QTY.
    CALL "NUMERIC-EDIT" USING WS-IN-QTY WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'Y'
        MOVE FUNCTION NUMVAL(WS-IN-QTY) TO WS-RETURN-QTY
    ELSE
        MOVE 0 TO WS-RETURN-QTY
    END-IF.
    IF WS-EDIT-VALID = 'N' OR WS-RETURN-QTY = 0
        DISPLAY "QUANTITY MUST BE A WHOLE NUMBER ABOVE ZERO - REJECTED"
        MOVE 'N' TO WS-EDIT-VALID
    ELSE
        IF WS-RETURN-QTY > WS-RETURNABLE-QTY
            DISPLAY "ONLY " WS-RETURNABLE-QTY
                " RECEIVED AND NOT YET RETURNED - REJECTED"
            MOVE 'N' TO WS-EDIT-VALID
        END-IF
    END-IF.

*> The latest disposition stamped on the record is the one that
*> stands.
FIND-LAST-DISPOSITION.
    MOVE SPACE TO WS-LAST-DISPOSITION.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT DISPOSITION-LOG.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DISPOSITION-LOG
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF DL-RECORD-ID = WS-RECORD-ID
                    MOVE DL-DISPOSITION TO WS-LAST-DISPOSITION
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DISPOSITION-LOG.

FIND-RECEIPT-TRACE.
    MOVE 'N' TO WS-TRACE-FOUND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT TRACE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ TRACE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF QT-RECORD-ID = WS-RECORD-ID
                    MOVE 'Y' TO WS-TRACE-FOUND
                    MOVE QT-PO-NO TO WS-PO-NO
                    MOVE QT-ITEM-ID TO WS-ITEM-ID
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TRACE-FILE.

FIND-PO-LINE.
    MOVE 'N' TO WS-LINE-FOUND.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT PO-FILE.
    IF WS-PO-STATUS NOT = "00"
        DISPLAY "NO PURCHASE ORDERS ON FILE"
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ PO-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF PO-NO = WS-PO-NO AND PO-ITEM-ID = WS-ITEM-ID
                        AND WS-LINE-FOUND = 'N'
                    MOVE 'Y' TO WS-LINE-FOUND
                    MOVE PO-VENDOR-ID TO WS-VENDOR-ID
                    MOVE PO-RECEIVED-QTY TO WS-RECEIVED-QTY
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PO-FILE.

*> Finds the highest authorisation number in use, whether this QC
*> record has gone back already, and how much of the PO line has
*> been returned before, so the line is never returned beyond what
*> was received on it.
SCAN-RETURNS.
    MOVE 0 TO WS-LAST-RA-NO.
    MOVE 'N' TO WS-ALREADY-RETURNED.
    MOVE 0 TO WS-RETURNED-QTY.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT RETURN-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ RETURN-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM NOTE-SCANNED-RETURN
        END-READ
    END-PERFORM.
    CLOSE RETURN-FILE.
    IF WS-RETURNED-QTY < WS-RECEIVED-QTY
        COMPUTE WS-RETURNABLE-QTY = WS-RECEIVED-QTY - WS-RETURNED-QTY
    ELSE
        MOVE 0 TO WS-RETURNABLE-QTY
    END-IF.

NOTE-SCANNED-RETURN.
    IF VR-RA-NO IS NUMERIC AND VR-RA-NO > WS-LAST-RA-NO
        MOVE VR-RA-NO TO WS-LAST-RA-NO
    END-IF.
    IF VR-QC-RECORD-ID = WS-RECORD-ID
        MOVE 'Y' TO WS-ALREADY-RETURNED
    END-IF.
    IF VR-PO-NO = WS-PO-NO AND VR-ITEM-ID = WS-ITEM-ID
        ADD VR-QTY TO WS-RETURNED-QTY
    END-IF.

FIND-RETURN-PRICE.
    MOVE 'N' TO WS-PRICE-FOUND.
    MOVE 0 TO WS-UNIT-PRICE.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT MATCHED-LINE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ MATCHED-LINE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF ML-PO-NO = WS-PO-NO AND ML-ITEM-ID = WS-ITEM-ID
                    MOVE ML-UNIT-PRICE TO WS-UNIT-PRICE
                    MOVE 'Y' TO WS-PRICE-FOUND
                    MOVE "INVOICE" TO WS-PRICE-SOURCE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MATCHED-LINE-FILE.
    IF WS-PRICE-FOUND = 'N'
        MOVE 'N' TO WS-EOF
        OPEN INPUT COMMITMENT-FILE
        PERFORM UNTIL WS-EOF = 'Y'
            READ COMMITMENT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF BC-PO-NO = WS-PO-NO AND BC-ITEM-ID = WS-ITEM-ID
                        MOVE BC-UNIT-COST TO WS-UNIT-PRICE
                        MOVE 'Y' TO WS-PRICE-FOUND
                        MOVE "PO PRICE" TO WS-PRICE-SOURCE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE COMMITMENT-FILE
    END-IF.
    IF WS-PRICE-FOUND = 'N'
        MOVE 'N' TO WS-EOF
        OPEN INPUT COST-FILE
        PERFORM UNTIL WS-EOF = 'Y'
            READ COST-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF IC-ITEM-ID = WS-ITEM-ID
                        MOVE IC-UNIT-COST TO WS-UNIT-PRICE
                        MOVE 'Y' TO WS-PRICE-FOUND
                        MOVE "STANDARD" TO WS-PRICE-SOURCE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE COST-FILE
    END-IF.

*> The goods leave stores as they leave the building. Stock already
*> issued cannot be sent back, so a return larger than what is on
*> hand is refused and nothing changes.
REMOVE-STOCK.
    MOVE 'N' TO WS-STOCK-APPLIED.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT INVENTORY-FILE.
    IF WS-INVENTORY-STATUS NOT = "00"
        DISPLAY "SUPPLY-INVENTORY.DAT NOT PRESENT - NOT RETURNED"
        GOBACK
    END-IF.
    OPEN OUTPUT INV-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ INVENTORY-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-REMOVE-ITEM
        END-READ
    END-PERFORM.
    CLOSE INVENTORY-FILE.
    CLOSE INV-WORK-FILE.
    IF WS-STOCK-APPLIED = 'Y'
        PERFORM COPY-INV-WORK-BACK
    ELSE
        DISPLAY "ITEM " WS-ITEM-ID " HAS LESS THAN " WS-RETURN-QTY
            " ON HAND - NOT RETURNED"
    END-IF.

PASS-OR-REMOVE-ITEM.
    IF IV-ITEM-ID = WS-ITEM-ID AND WS-STOCK-APPLIED = 'N'
            AND IV-ON-HAND >= WS-RETURN-QTY
        MOVE 'Y' TO WS-STOCK-APPLIED
        MOVE IV-ON-HAND TO WS-AUDIT-OLD-VALUE
        SUBTRACT WS-RETURN-QTY FROM IV-ON-HAND
        MOVE IV-ON-HAND TO WS-AUDIT-NEW-VALUE
        MOVE "IV-ON-HAND" TO WS-AUDIT-FIELD-NAME
        CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
            WS-OPERATOR-NAME WS-AUDIT-FIELD-NAME
            WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
    END-IF.
    WRITE INV-WORK-REC FROM INVENTORY-REC.

*> The authorisation, its debit memo against the vendor's account
*> and the journal are written together once the stock is out.
RECORD-RETURN.
    ADD 1 TO WS-LAST-RA-NO.
    ADD 1 TO WS-RETURN-COUNT.
    COMPUTE WS-RETURN-VALUE ROUNDED = WS-RETURN-QTY * WS-UNIT-PRICE.
    MOVE SPACES TO VENDOR-RETURN-REC.
    MOVE WS-LAST-RA-NO TO VR-RA-NO.
    MOVE WS-RH-RUN-DATE TO VR-RA-DATE.
    MOVE WS-RECORD-ID TO VR-QC-RECORD-ID.
    MOVE WS-PO-NO TO VR-PO-NO.
    MOVE WS-VENDOR-ID TO VR-VENDOR-ID.
    MOVE WS-ITEM-ID TO VR-ITEM-ID.
    MOVE WS-RETURN-QTY TO VR-QTY.
    MOVE WS-UNIT-PRICE TO VR-UNIT-PRICE.
    MOVE WS-RETURN-VALUE TO VR-VALUE.
    MOVE WS-OPERATOR-NAME TO VR-OPERATOR.
    OPEN EXTEND RETURN-FILE.
    WRITE VENDOR-RETURN-REC.
    CLOSE RETURN-FILE.

    MOVE WS-LAST-RA-NO TO WS-DM-RA-NO.
    MOVE SPACES TO AP-OPEN-ITEM-REC.
    MOVE WS-VENDOR-ID TO AP-VENDOR-ID.
    MOVE WS-DEBIT-MEMO-NO TO AP-INVOICE-NO.
    MOVE WS-RH-RUN-DATE TO AP-INV-DATE.
    MOVE WS-PO-NO TO AP-PO-NO.
    MOVE WS-RETURN-VALUE TO AP-AMOUNT.
    MOVE 0 TO AP-PAID.
    MOVE 'D' TO AP-STATUS.
    OPEN EXTEND OPEN-ITEM-FILE.
    WRITE AP-OPEN-ITEM-REC.
    CLOSE OPEN-ITEM-FILE.

    PERFORM POST-DEBIT-MEMO.
    DISPLAY "RETURN AUTHORISATION " VR-RA-NO " TO VENDOR " VR-VENDOR-ID
        " QTY " VR-QTY.
    DISPLAY "DEBIT MEMO " WS-DEBIT-MEMO-NO " VALUE " VR-VALUE
        " AT " WS-PRICE-SOURCE.

POST-DEBIT-MEMO.
    COMPUTE WS-WHOLE-UNITS ROUNDED = WS-RETURN-VALUE.
    IF WS-WHOLE-UNITS > 0
        OPEN EXTEND GL-POSTING-FILE
        MOVE SPACES TO GL-POSTING-REC
        MOVE WS-AP-CONTROL-ACCOUNT TO GP-ACCOUNT
        MOVE "DR" TO GP-DR-CR
        MOVE WS-WHOLE-UNITS TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        MOVE SPACES TO GL-POSTING-REC
        MOVE WS-STORES-ACCOUNT TO GP-ACCOUNT
        MOVE "CR" TO GP-DR-CR
        MOVE WS-WHOLE-UNITS TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        CLOSE GL-POSTING-FILE
    END-IF.

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
