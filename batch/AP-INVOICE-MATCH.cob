       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AP-INVOICE-MATCH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVOICE-FILE ASSIGN TO "VENDOR-INVOICES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-STATUS.
    SELECT PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PO-STATUS.
    SELECT OPTIONAL COST-FILE ASSIGN TO "ITEM-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POLICY-FILE ASSIGN TO "AP-MATCH-POLICY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO "AP-OPEN-ITEMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MATCHED-LINE-FILE
        ASSIGN TO "AP-INVOICE-LINES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL HELD-FILE ASSIGN TO "AP-HELD-INVOICES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PROCESSED-FILE
        ASSIGN TO "VENDOR-INVOICES-PROCESSED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> One line per invoiced PO line, keyed by the AP clerk from the
*> vendor's paper, lines of one invoice kept together.
FD INVOICE-FILE.
01 INVOICE-REC.
   05 VI-VENDOR-ID       PIC X(5).
   05 FILLER             PIC X(1).
   05 VI-INVOICE-NO      PIC X(10).
   05 FILLER             PIC X(1).
   05 VI-INV-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 VI-PO-NO           PIC 9(6).
   05 FILLER             PIC X(1).
   05 VI-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 VI-QTY             PIC 9(7).
   05 FILLER             PIC X(1).
   05 VI-UNIT-PRICE      PIC 9(7)V99.

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

FD COST-FILE.
01 COST-REC.
   05 IC-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 IC-UNIT-COST       PIC 9(7).

*> Price tolerance in whole percent either side of the standard
*> cost, and the quantity a vendor may bill beyond what receiving
*> has booked (normally zero). Absent file: 5 percent, no slack.
FD POLICY-FILE.
01 POLICY-REC.
   05 MP-PRICE-TOL-PCT   PIC 9(3).
   05 FILLER             PIC X(1).
   05 MP-QTY-TOL         PIC 9(5).

FD OPEN-ITEM-FILE.
COPY "AP-OPEN-ITEM-RECORD.cpy".

*> Every matched invoice line, so a PO line billed twice - on two
*> invoices or two runs - is caught against what was billed before.
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

*> The invoice line as keyed plus the reason it was stopped; every
*> line of a held invoice is written so AP can see the whole bill.
FD HELD-FILE.
01 HELD-REC.
   05 HI-INVOICE-LINE    PIC X(58).
   05 FILLER             PIC X(1).
   05 HI-REASON          PIC X(20).
   05 FILLER             PIC X(1).
   05 HI-HELD-DATE       PIC 9(8).

FD PROCESSED-FILE.
01 PROCESSED-REC         PIC X(58).

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
01 WS-INVOICE-STATUS     PIC X(2).
01 WS-PO-STATUS          PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-PO-EOF             PIC X VALUE 'N'.
01 WS-COST-EOF           PIC X VALUE 'N'.
01 WS-POLICY-EOF         PIC X VALUE 'N'.
01 WS-ITEM-EOF           PIC X VALUE 'N'.
01 WS-LINE-EOF           PIC X VALUE 'N'.
01 WS-PRICE-TOL-PCT      PIC 9(3) VALUE 5.
01 WS-QTY-TOL            PIC 9(5) VALUE 0.
01 WS-MATCHED-COUNT      PIC 9(5) VALUE 0.
01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
01 WS-MATCHED-VALUE      PIC 9(11)V99 VALUE 0.
01 WS-WHOLE-UNITS        PIC 9(9).

*> Open PO lines with their ordered and received quantities, and
*> the quantity already billed against each from earlier matches.
01 WS-PO-COUNT           PIC 9(4) VALUE 0.
01 WS-PO-TABLE.
   05 WS-PO-ENTRY OCCURS 1000 TIMES.
      10 WS-PL-PO-NO      PIC 9(6).
      10 WS-PL-VENDOR     PIC X(5).
      10 WS-PL-ITEM       PIC X(6).
      10 WS-PL-ORDERED    PIC 9(7).
      10 WS-PL-RECEIVED   PIC 9(7).
      10 WS-PL-BILLED     PIC 9(8).
01 WS-PO-IDX             PIC 9(4).
01 WS-PO-HIT             PIC 9(4).

01 WS-COST-COUNT         PIC 9(3) VALUE 0.
01 WS-COST-TABLE.
   05 WS-COST-ENTRY OCCURS 200 TIMES.
      10 WS-CO-ITEM       PIC X(6).
      10 WS-CO-COST       PIC 9(7).
01 WS-COST-IDX           PIC 9(3).
01 WS-COST-HIT           PIC 9(3).

*> Vendor invoices already raised as open items, for the duplicate
*> invoice check.
01 WS-KNOWN-COUNT        PIC 9(4) VALUE 0.
01 WS-KNOWN-TABLE.
   05 WS-KNOWN-ENTRY OCCURS 2000 TIMES.
      10 WS-KN-VENDOR     PIC X(5).
      10 WS-KN-INVOICE    PIC X(10).
01 WS-KNOWN-IDX          PIC 9(4).
01 WS-KNOWN-HIT          PIC 9(4).

*> The lines of the invoice in hand, judged one by one and then
*> released or held together at the invoice break.
01 WS-CUR-VENDOR         PIC X(5) VALUE SPACES.
01 WS-CUR-INVOICE        PIC X(10) VALUE SPACES.
01 WS-CUR-DATE           PIC 9(8).
01 WS-CUR-PO-NO          PIC 9(6).
01 WS-CUR-TOTAL          PIC 9(9)V99.
01 WS-CUR-FAILED         PIC X.
01 WS-CUR-COUNT          PIC 9(3) VALUE 0.
01 WS-CUR-TABLE.
   05 WS-CUR-ENTRY OCCURS 100 TIMES.
      10 WS-CL-LINE       PIC X(58).
      10 WS-CL-PO-HIT     PIC 9(4).
      10 WS-CL-QTY        PIC 9(7).
      10 WS-CL-REASON     PIC X(20).
01 WS-CUR-IDX            PIC 9(3).
01 WS-CUR-LINE.
   05 WS-CV-VENDOR-ID    PIC X(5).
   05 FILLER             PIC X(1).
   05 WS-CV-INVOICE-NO   PIC X(10).
   05 FILLER             PIC X(1).
   05 WS-CV-INV-DATE     PIC 9(8).
   05 FILLER             PIC X(1).
   05 WS-CV-PO-NO        PIC 9(6).
   05 FILLER             PIC X(1).
   05 WS-CV-ITEM-ID      PIC X(6).
   05 FILLER             PIC X(1).
   05 WS-CV-QTY          PIC 9(7).
   05 FILLER             PIC X(1).
   05 WS-CV-UNIT-PRICE   PIC 9(7)V99.
01 WS-LINE-REASON        PIC X(20).
01 WS-BILLED-TO-DATE     PIC 9(8).
01 WS-PRICE-LOW          PIC 9(7)V99.
01 WS-PRICE-HIGH         PIC 9(7)V99.

01 WS-MATCH-LINE.
   05 FILLER             PIC X(8) VALUE "MATCHED ".
   05 WS-ML-VENDOR       PIC X(5).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-ML-INVOICE      PIC X(10).
   05 FILLER             PIC X(4) VALUE " PO=".
   05 WS-ML-PO           PIC 9(6).
   05 FILLER             PIC X(7) VALUE " VALUE=".
   05 WS-ML-VALUE        PIC ZZZ,ZZZ,ZZ9.99.

01 WS-HOLD-LINE.
   05 FILLER             PIC X(8) VALUE "HELD    ".
   05 WS-HL-VENDOR       PIC X(5).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-HL-INVOICE      PIC X(10).
   05 FILLER             PIC X(6) VALUE " ITEM=".
   05 WS-HL-ITEM         PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-HL-REASON       PIC X(20).

PROCEDURE DIVISION.
MAIN.
    MOVE "AP-INVOICE-MATCH" TO WS-RH-JOB-NAME.
    MOVE 109 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM READ-MATCH-POLICY.
    PERFORM LOAD-PO-LINES.
    IF WS-PO-COUNT = 0
        DISPLAY "PURCHASE-ORDERS.DAT MISSING OR EMPTY - "
            "NOTHING CAN MATCH"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-BILLED-QUANTITIES.
    PERFORM LOAD-ITEM-COSTS.
    PERFORM LOAD-KNOWN-INVOICES.

    OPEN INPUT INVOICE-FILE.
    IF WS-INVOICE-STATUS NOT = "00"
        DISPLAY "NO VENDOR INVOICES TO MATCH"
        GOBACK
    END-IF.
    OPEN EXTEND OPEN-ITEM-FILE.
    OPEN EXTEND MATCHED-LINE-FILE.
    OPEN EXTEND HELD-FILE.
    OPEN EXTEND PROCESSED-FILE.
    OPEN EXTEND GL-POSTING-FILE.

    PERFORM UNTIL WS-EOF = 'Y'
        READ INVOICE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF VI-VENDOR-ID NOT = WS-CUR-VENDOR
                        OR VI-INVOICE-NO NOT = WS-CUR-INVOICE
                    PERFORM CLOSE-CURRENT-INVOICE
                    PERFORM START-NEW-INVOICE
                END-IF
                PERFORM JUDGE-INVOICE-LINE
                WRITE PROCESSED-REC FROM INVOICE-REC
        END-READ
    END-PERFORM.
    PERFORM CLOSE-CURRENT-INVOICE.

    CLOSE INVOICE-FILE.
    CLOSE OPEN-ITEM-FILE.
    CLOSE MATCHED-LINE-FILE.
    CLOSE HELD-FILE.
    CLOSE PROCESSED-FILE.
    CLOSE GL-POSTING-FILE.
*> The input is consumed, as GL-POST-VALIDATE does its own: a held
*> invoice is re-keyed once the short delivery or price query is
*> settled, so nothing already judged can present twice.
    OPEN OUTPUT INVOICE-FILE.
    CLOSE INVOICE-FILE.

    DISPLAY "INVOICES MATCHED    : " WS-MATCHED-COUNT.
    DISPLAY "INVOICES HELD       : " WS-HELD-COUNT.
    DISPLAY "VALUE TO AP         : " WS-MATCHED-VALUE.
    IF WS-HELD-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

START-NEW-INVOICE.
    MOVE VI-VENDOR-ID TO WS-CUR-VENDOR.
    MOVE VI-INVOICE-NO TO WS-CUR-INVOICE.
    MOVE VI-INV-DATE TO WS-CUR-DATE.
    MOVE VI-PO-NO TO WS-CUR-PO-NO.
    MOVE 0 TO WS-CUR-TOTAL.
    MOVE 0 TO WS-CUR-COUNT.
    MOVE 'N' TO WS-CUR-FAILED.
    PERFORM FIND-KNOWN-INVOICE.
    IF WS-KNOWN-HIT > 0
        MOVE 'Y' TO WS-CUR-FAILED
    END-IF.

*> The three-way test on one line: the PO line must exist under
*> this vendor, the quantity billed to date must sit within what
*> was ordered and what receiving has actually booked, and the
*> price must sit within tolerance of the standard item cost.
JUDGE-INVOICE-LINE.
    MOVE SPACES TO WS-LINE-REASON.
    PERFORM FIND-PO-LINE.
    IF WS-KNOWN-HIT > 0
        MOVE "DUPLICATE INVOICE" TO WS-LINE-REASON
    ELSE
        IF WS-PO-HIT = 0
            MOVE "NO SUCH PO LINE" TO WS-LINE-REASON
        ELSE
            PERFORM TEST-LINE-QUANTITY
            IF WS-LINE-REASON = SPACES
                PERFORM TEST-LINE-PRICE
            END-IF
        END-IF
    END-IF.
    IF WS-LINE-REASON NOT = SPACES
        MOVE 'Y' TO WS-CUR-FAILED
    END-IF.
    IF WS-CUR-COUNT >= 100
        DISPLAY "INVOICE LINE TABLE FULL AT " WS-CUR-INVOICE
            " - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-CUR-COUNT.
    MOVE INVOICE-REC TO WS-CL-LINE(WS-CUR-COUNT).
    MOVE WS-PO-HIT TO WS-CL-PO-HIT(WS-CUR-COUNT).
    MOVE VI-QTY TO WS-CL-QTY(WS-CUR-COUNT).
    MOVE WS-LINE-REASON TO WS-CL-REASON(WS-CUR-COUNT).
    COMPUTE WS-CUR-TOTAL = WS-CUR-TOTAL + VI-QTY * VI-UNIT-PRICE.
*> Billed quantity counts at once, so a second line for the same
*> PO line further down this invoice is judged against both.
    IF WS-PO-HIT > 0
        ADD VI-QTY TO WS-PL-BILLED(WS-PO-HIT)
    END-IF.

TEST-LINE-QUANTITY.
    IF WS-PL-VENDOR(WS-PO-HIT) NOT = VI-VENDOR-ID
        MOVE "WRONG VENDOR FOR PO" TO WS-LINE-REASON
    ELSE
        COMPUTE WS-BILLED-TO-DATE =
            WS-PL-BILLED(WS-PO-HIT) + VI-QTY
        IF WS-BILLED-TO-DATE >
                WS-PL-ORDERED(WS-PO-HIT) + WS-QTY-TOL
            MOVE "QTY OVER ORDERED" TO WS-LINE-REASON
        ELSE
            IF WS-BILLED-TO-DATE >
                    WS-PL-RECEIVED(WS-PO-HIT) + WS-QTY-TOL
                MOVE "QTY NOT RECEIVED" TO WS-LINE-REASON
            END-IF
        END-IF
    END-IF.

TEST-LINE-PRICE.
    PERFORM FIND-ITEM-COST.
    IF WS-COST-HIT = 0
        MOVE "NO STANDARD COST" TO WS-LINE-REASON
    ELSE
        COMPUTE WS-PRICE-LOW = WS-CO-COST(WS-COST-HIT)
            * (100 - WS-PRICE-TOL-PCT) / 100
        COMPUTE WS-PRICE-HIGH = WS-CO-COST(WS-COST-HIT)
            * (100 + WS-PRICE-TOL-PCT) / 100
        IF VI-UNIT-PRICE < WS-PRICE-LOW
                OR VI-UNIT-PRICE > WS-PRICE-HIGH
            MOVE "PRICE OUT OF TOL" TO WS-LINE-REASON
        END-IF
    END-IF.

*> One failing line stops the whole invoice: AP pays invoices,
*> not lines, so a half-good bill waits in the held file with
*> every line shown and the failing ones named.
CLOSE-CURRENT-INVOICE.
    IF WS-CUR-COUNT > 0
        IF WS-CUR-FAILED = 'Y'
            PERFORM HOLD-CURRENT-INVOICE
        ELSE
            PERFORM RAISE-OPEN-ITEM
        END-IF
    END-IF.

RAISE-OPEN-ITEM.
    ADD 1 TO WS-MATCHED-COUNT.
    ADD WS-CUR-TOTAL TO WS-MATCHED-VALUE.
    MOVE SPACES TO AP-OPEN-ITEM-REC.
    MOVE WS-CUR-VENDOR TO AP-VENDOR-ID.
    MOVE WS-CUR-INVOICE TO AP-INVOICE-NO.
    MOVE WS-CUR-DATE TO AP-INV-DATE.
    MOVE WS-CUR-PO-NO TO AP-PO-NO.
    MOVE WS-CUR-TOTAL TO AP-AMOUNT.
    MOVE 0 TO AP-PAID.
    MOVE 'O' TO AP-STATUS.
    WRITE AP-OPEN-ITEM-REC.
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
            UNTIL WS-CUR-IDX > WS-CUR-COUNT
        MOVE WS-CL-LINE(WS-CUR-IDX) TO WS-CUR-LINE
        MOVE SPACES TO MATCHED-LINE-REC
        MOVE WS-CV-VENDOR-ID TO ML-VENDOR-ID
        MOVE WS-CV-INVOICE-NO TO ML-INVOICE-NO
        MOVE WS-CV-PO-NO TO ML-PO-NO
        MOVE WS-CV-ITEM-ID TO ML-ITEM-ID
        MOVE WS-CV-QTY TO ML-QTY
        MOVE WS-CV-UNIT-PRICE TO ML-UNIT-PRICE
        MOVE WS-RH-RUN-DATE TO ML-MATCH-DATE
        WRITE MATCHED-LINE-REC
    END-PERFORM.
    IF WS-KNOWN-COUNT < 2000
        ADD 1 TO WS-KNOWN-COUNT
        MOVE WS-CUR-VENDOR TO WS-KN-VENDOR(WS-KNOWN-COUNT)
        MOVE WS-CUR-INVOICE TO WS-KN-INVOICE(WS-KNOWN-COUNT)
    END-IF.
    PERFORM POST-INVOICE-LIABILITY.
    MOVE WS-CUR-VENDOR TO WS-ML-VENDOR.
    MOVE WS-CUR-INVOICE TO WS-ML-INVOICE.
    MOVE WS-CUR-PO-NO TO WS-ML-PO.
    MOVE WS-CUR-TOTAL TO WS-ML-VALUE.
    DISPLAY WS-MATCH-LINE.

*> The receipt is now a liability: stores stock up, AP control up.
*> The GL carries whole units, so the journal rounds the invoice
*> total; the open item keeps the billed cents for payment.
POST-INVOICE-LIABILITY.
    COMPUTE WS-WHOLE-UNITS ROUNDED = WS-CUR-TOTAL.
    IF WS-WHOLE-UNITS > 0
        MOVE SPACES TO GL-POSTING-REC
        MOVE 120000 TO GP-ACCOUNT
        MOVE "DR" TO GP-DR-CR
        MOVE WS-WHOLE-UNITS TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        MOVE SPACES TO GL-POSTING-REC
        MOVE 210000 TO GP-ACCOUNT
        MOVE "CR" TO GP-DR-CR
        MOVE WS-WHOLE-UNITS TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
    END-IF.

*> A held invoice gives back the quantity it claimed on its PO
*> lines, so a corrected re-key is not refused as a double bill.
HOLD-CURRENT-INVOICE.
    ADD 1 TO WS-HELD-COUNT.
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
            UNTIL WS-CUR-IDX > WS-CUR-COUNT
        IF WS-CL-PO-HIT(WS-CUR-IDX) > 0
            SUBTRACT WS-CL-QTY(WS-CUR-IDX)
                FROM WS-PL-BILLED(WS-CL-PO-HIT(WS-CUR-IDX))
        END-IF
        MOVE SPACES TO HELD-REC
        MOVE WS-CL-LINE(WS-CUR-IDX) TO HI-INVOICE-LINE
        IF WS-CL-REASON(WS-CUR-IDX) = SPACES
            MOVE "LINE OK - INV HELD" TO HI-REASON
        ELSE
            MOVE WS-CL-REASON(WS-CUR-IDX) TO HI-REASON
        END-IF
        MOVE WS-RH-RUN-DATE TO HI-HELD-DATE
        WRITE HELD-REC
        MOVE WS-CL-LINE(WS-CUR-IDX) TO WS-CUR-LINE
        MOVE WS-CUR-VENDOR TO WS-HL-VENDOR
        MOVE WS-CUR-INVOICE TO WS-HL-INVOICE
        MOVE WS-CV-ITEM-ID TO WS-HL-ITEM
        MOVE HI-REASON TO WS-HL-REASON
        DISPLAY WS-HOLD-LINE
    END-PERFORM.

FIND-PO-LINE.
    MOVE 0 TO WS-PO-HIT.
    PERFORM VARYING WS-PO-IDX FROM 1 BY 1
            UNTIL WS-PO-IDX > WS-PO-COUNT
        IF WS-PL-PO-NO(WS-PO-IDX) = VI-PO-NO
                AND WS-PL-ITEM(WS-PO-IDX) = VI-ITEM-ID
                AND WS-PO-HIT = 0
            MOVE WS-PO-IDX TO WS-PO-HIT
        END-IF
    END-PERFORM.

FIND-ITEM-COST.
    MOVE 0 TO WS-COST-HIT.
    PERFORM VARYING WS-COST-IDX FROM 1 BY 1
            UNTIL WS-COST-IDX > WS-COST-COUNT
        IF WS-CO-ITEM(WS-COST-IDX) = VI-ITEM-ID
            MOVE WS-COST-IDX TO WS-COST-HIT
        END-IF
    END-PERFORM.

FIND-KNOWN-INVOICE.
    MOVE 0 TO WS-KNOWN-HIT.
    PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
            UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
        IF WS-KN-VENDOR(WS-KNOWN-IDX) = VI-VENDOR-ID
                AND WS-KN-INVOICE(WS-KNOWN-IDX) = VI-INVOICE-NO
            MOVE WS-KNOWN-IDX TO WS-KNOWN-HIT
        END-IF
    END-PERFORM.

READ-MATCH-POLICY.
    OPEN INPUT POLICY-FILE.
    READ POLICY-FILE
        AT END MOVE 'Y' TO WS-POLICY-EOF
    END-READ.
    IF WS-POLICY-EOF = 'N'
        IF MP-PRICE-TOL-PCT IS NUMERIC
            MOVE MP-PRICE-TOL-PCT TO WS-PRICE-TOL-PCT
        END-IF
        IF MP-QTY-TOL IS NUMERIC
            MOVE MP-QTY-TOL TO WS-QTY-TOL
        END-IF
    END-IF.
    CLOSE POLICY-FILE.

LOAD-PO-LINES.
    OPEN INPUT PO-FILE.
    IF WS-PO-STATUS = "00"
        PERFORM UNTIL WS-PO-EOF = 'Y'
            READ PO-FILE
                AT END MOVE 'Y' TO WS-PO-EOF
                NOT AT END
                    IF WS-PO-COUNT >= 1000
                        DISPLAY "PO LINE TABLE FULL - RUN ABORTED"
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                    END-IF
                    ADD 1 TO WS-PO-COUNT
                    MOVE PO-NO TO WS-PL-PO-NO(WS-PO-COUNT)
                    MOVE PO-VENDOR-ID TO WS-PL-VENDOR(WS-PO-COUNT)
                    MOVE PO-ITEM-ID TO WS-PL-ITEM(WS-PO-COUNT)
                    MOVE PO-ORDER-QTY TO WS-PL-ORDERED(WS-PO-COUNT)
                    MOVE PO-RECEIVED-QTY
                        TO WS-PL-RECEIVED(WS-PO-COUNT)
                    MOVE 0 TO WS-PL-BILLED(WS-PO-COUNT)
            END-READ
        END-PERFORM
        CLOSE PO-FILE
    END-IF.

LOAD-BILLED-QUANTITIES.
    OPEN INPUT MATCHED-LINE-FILE.
    PERFORM UNTIL WS-LINE-EOF = 'Y'
        READ MATCHED-LINE-FILE
            AT END MOVE 'Y' TO WS-LINE-EOF
            NOT AT END
                PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                        UNTIL WS-PO-IDX > WS-PO-COUNT
                    IF WS-PL-PO-NO(WS-PO-IDX) = ML-PO-NO
                            AND WS-PL-ITEM(WS-PO-IDX) = ML-ITEM-ID
                        ADD ML-QTY TO WS-PL-BILLED(WS-PO-IDX)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM.
    CLOSE MATCHED-LINE-FILE.

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

LOAD-KNOWN-INVOICES.
    OPEN INPUT OPEN-ITEM-FILE.
    PERFORM UNTIL WS-ITEM-EOF = 'Y'
        READ OPEN-ITEM-FILE
            AT END MOVE 'Y' TO WS-ITEM-EOF
            NOT AT END
                IF WS-KNOWN-COUNT >= 2000
                    DISPLAY "KNOWN-INVOICE TABLE FULL - "
                        "RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-KNOWN-COUNT
                MOVE AP-VENDOR-ID TO WS-KN-VENDOR(WS-KNOWN-COUNT)
                MOVE AP-INVOICE-NO TO WS-KN-INVOICE(WS-KNOWN-COUNT)
        END-READ
    END-PERFORM.
    CLOSE OPEN-ITEM-FILE.
