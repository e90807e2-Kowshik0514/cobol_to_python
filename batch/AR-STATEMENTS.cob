       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-STATEMENTS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "AR-TRANSACTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PERIOD-FILE ASSIGN TO "AR-STATEMENT-PERIOD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

FD TRANSACTION-FILE.
COPY "AR-TRANSACTION-RECORD.cpy".

*> The last statement month issued, so a rerun of the month-end
*> job does not send every customer a second statement.
FD PERIOD-FILE.
01 PERIOD-REC.
   05 PR-LAST-PERIOD     PIC 9(6).

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-ITEM-STATUS        PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-TRANS-EOF          PIC X VALUE 'N'.
01 WS-PERIOD-EOF         PIC X VALUE 'N'.
01 WS-PERIOD             PIC 9(6).
01 WS-LAST-PERIOD        PIC 9(6) VALUE 0.
01 WS-CUSTOMER           PIC X(6).
01 WS-STATEMENT-COUNT    PIC 9(5) VALUE 0.
01 WS-UNALLOCATED-COUNT  PIC 9(5) VALUE 0.

*> One running account per customer for the statement month. The
*> closing balance is what the ledger holds today; the opening is
*> worked back from it through the month's activity, so an invoice
*> that only found its payer this month still opens on their
*> statement rather than on the house account.
01 WS-CUST-COUNT         PIC 9(3) VALUE 0.
01 WS-CUST-TABLE.
   05 WS-CUST-ENTRY OCCURS 200 TIMES.
      10 WS-CU-CUSTOMER   PIC X(6).
      10 WS-CU-OPENING    PIC S9(11)V99.
      10 WS-CU-INVOICED   PIC S9(11)V99.
      10 WS-CU-CREDITED   PIC S9(11)V99.
      10 WS-CU-RECEIVED   PIC S9(11)V99.
      10 WS-CU-WRITTEN-OFF PIC S9(11)V99.
      10 WS-CU-CLOSING    PIC S9(11)V99.
01 WS-CUST-IDX           PIC 9(3).
01 WS-CUST-HIT           PIC 9(3).

*> The month's invoices, then its credit notes, receipts and
*> write-offs in the order they were applied, listed under each
*> customer.
01 WS-DETAIL-COUNT       PIC 9(4) VALUE 0.
01 WS-DETAIL-TABLE.
   05 WS-DETAIL-ENTRY OCCURS 1000 TIMES.
      10 WS-DT-CUSTOMER   PIC X(6).
      10 WS-DT-TYPE       PIC X(8).
      10 WS-DT-REFERENCE  PIC 9(6).
      10 WS-DT-DATE       PIC 9(8).
      10 WS-DT-AMOUNT     PIC 9(9)V99.
01 WS-DETAIL-IDX         PIC 9(4).
01 WS-DETAIL-TYPE-HOLD   PIC X(8).
01 WS-DETAIL-REF-HOLD    PIC 9(6).
01 WS-DETAIL-DATE-HOLD   PIC 9(8).
01 WS-DETAIL-AMOUNT-HOLD PIC 9(9)V99.

01 WS-STMT-HEADING.
   05 FILLER             PIC X(23) VALUE "STATEMENT FOR CUSTOMER ".
   05 WS-SH-CUSTOMER     PIC X(6).
   05 FILLER             PIC X(8) VALUE " PERIOD ".
   05 WS-SH-PERIOD       PIC 9(6).

01 WS-STMT-BALANCE.
   05 WS-SB-LABEL        PIC X(25).
   05 WS-SB-AMOUNT       PIC ----,---,--9.99.

01 WS-STMT-DETAIL.
   05 WS-SD-TYPE         PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SD-REFERENCE    PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SD-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

01 WS-STMT-TOTAL.
   05 WS-ST-LABEL        PIC X(25).
   05 WS-ST-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN.
    MOVE "AR-STATEMENTS" TO WS-RH-JOB-NAME.
    MOVE 123 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE WS-RH-RUN-DATE(1:6) TO WS-PERIOD.

    PERFORM READ-LAST-PERIOD.
    IF WS-LAST-PERIOD >= WS-PERIOD
        DISPLAY "STATEMENTS ALREADY ISSUED FOR PERIOD " WS-PERIOD
            " - RUN REFUSED"
        MOVE 9 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT OPEN-ITEM-FILE.
    IF WS-ITEM-STATUS NOT = "00"
        DISPLAY "AR-OPEN-ITEMS.DAT NOT PRESENT - "
            "RUN AR-BUILD-OPEN-ITEMS FIRST"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ OPEN-ITEM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AR-STATUS NOT = 'S'
                    PERFORM TAKE-OPEN-ITEM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OPEN-ITEM-FILE.

    OPEN INPUT TRANSACTION-FILE.
    PERFORM UNTIL WS-TRANS-EOF = 'Y'
        READ TRANSACTION-FILE
            AT END MOVE 'Y' TO WS-TRANS-EOF
            NOT AT END PERFORM TAKE-TRANSACTION
        END-READ
    END-PERFORM.
    CLOSE TRANSACTION-FILE.

    OPEN EXTEND EMAIL-OUTBOX-FILE.
    PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
            UNTIL WS-CUST-IDX > WS-CUST-COUNT
        COMPUTE WS-CU-OPENING(WS-CUST-IDX) =
            WS-CU-CLOSING(WS-CUST-IDX) - WS-CU-INVOICED(WS-CUST-IDX)
            + WS-CU-CREDITED(WS-CUST-IDX)
            + WS-CU-RECEIVED(WS-CUST-IDX)
            + WS-CU-WRITTEN-OFF(WS-CUST-IDX)
        IF WS-CU-OPENING(WS-CUST-IDX) NOT = 0
                OR WS-CU-CLOSING(WS-CUST-IDX) NOT = 0
                OR WS-CU-INVOICED(WS-CUST-IDX) NOT = 0
                OR WS-CU-CREDITED(WS-CUST-IDX) NOT = 0
                OR WS-CU-RECEIVED(WS-CUST-IDX) NOT = 0
                OR WS-CU-WRITTEN-OFF(WS-CUST-IDX) NOT = 0
            PERFORM WRITE-STATEMENT
        END-IF
    END-PERFORM.
    CLOSE EMAIL-OUTBOX-FILE.

    PERFORM SAVE-LAST-PERIOD.

    DISPLAY "STATEMENTS WRITTEN  : " WS-STATEMENT-COUNT.
    IF WS-UNALLOCATED-COUNT > 0
        DISPLAY "ITEMS STILL ON ONACCT NOT STATED: "
            WS-UNALLOCATED-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

*> Items still under the house code have no payer to send to; they
*> are counted so the ledger clerk can allocate them. A written-off
*> invoice no longer adds to what is owed, but still shows in the
*> month it was raised. An instalment not yet fallen due is not
*> stated until it is raised.
TAKE-OPEN-ITEM.
    IF AR-CUSTOMER = "ONACCT"
        IF AR-STATUS NOT = 'C' AND AR-STATUS NOT = 'W'
            ADD 1 TO WS-UNALLOCATED-COUNT
        END-IF
    ELSE
        MOVE AR-CUSTOMER TO WS-CUSTOMER
        PERFORM FIND-CUSTOMER-SLOT
        IF AR-STATUS = 'A'
            SUBTRACT AR-PAID FROM WS-CU-CLOSING(WS-CUST-HIT)
        ELSE
            IF AR-STATUS NOT = 'W'
                ADD AR-AMOUNT TO WS-CU-CLOSING(WS-CUST-HIT)
                SUBTRACT AR-PAID FROM WS-CU-CLOSING(WS-CUST-HIT)
            END-IF
            IF AR-INV-DATE(1:6) = WS-PERIOD
                ADD AR-AMOUNT TO WS-CU-INVOICED(WS-CUST-HIT)
                MOVE "INVOICE " TO WS-DETAIL-TYPE-HOLD
                MOVE AR-INV-NO TO WS-DETAIL-REF-HOLD
                MOVE AR-INV-DATE TO WS-DETAIL-DATE-HOLD
                MOVE AR-AMOUNT TO WS-DETAIL-AMOUNT-HOLD
                PERFORM ADD-DETAIL
            END-IF
        END-IF
    END-IF.

TAKE-TRANSACTION.
    IF AT-DATE(1:6) = WS-PERIOD AND AT-CUSTOMER NOT = "ONACCT"
        MOVE AT-CUSTOMER TO WS-CUSTOMER
        PERFORM FIND-CUSTOMER-SLOT
        MOVE AT-DATE TO WS-DETAIL-DATE-HOLD
        MOVE AT-AMOUNT TO WS-DETAIL-AMOUNT-HOLD
        EVALUATE AT-TYPE
            WHEN "CN"
                ADD AT-AMOUNT TO WS-CU-CREDITED(WS-CUST-HIT)
                MOVE "CREDIT  " TO WS-DETAIL-TYPE-HOLD
                MOVE AT-REFERENCE TO WS-DETAIL-REF-HOLD
            WHEN "WO"
                ADD AT-AMOUNT TO WS-CU-WRITTEN-OFF(WS-CUST-HIT)
                MOVE "WRITEOFF" TO WS-DETAIL-TYPE-HOLD
                MOVE AT-INV-NO TO WS-DETAIL-REF-HOLD
            WHEN OTHER
                ADD AT-AMOUNT TO WS-CU-RECEIVED(WS-CUST-HIT)
                MOVE "RECEIPT " TO WS-DETAIL-TYPE-HOLD
                MOVE AT-INV-NO TO WS-DETAIL-REF-HOLD
        END-EVALUATE
        PERFORM ADD-DETAIL
    END-IF.

ADD-DETAIL.
    IF WS-DETAIL-COUNT >= 1000
        DISPLAY "STATEMENT DETAIL TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-DETAIL-COUNT.
    MOVE WS-CUSTOMER TO WS-DT-CUSTOMER(WS-DETAIL-COUNT).
    MOVE WS-DETAIL-TYPE-HOLD TO WS-DT-TYPE(WS-DETAIL-COUNT).
    MOVE WS-DETAIL-REF-HOLD TO WS-DT-REFERENCE(WS-DETAIL-COUNT).
    MOVE WS-DETAIL-DATE-HOLD TO WS-DT-DATE(WS-DETAIL-COUNT).
    MOVE WS-DETAIL-AMOUNT-HOLD TO WS-DT-AMOUNT(WS-DETAIL-COUNT).

FIND-CUSTOMER-SLOT.
    MOVE 0 TO WS-CUST-HIT.
    PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
            UNTIL WS-CUST-IDX > WS-CUST-COUNT
        IF WS-CU-CUSTOMER(WS-CUST-IDX) = WS-CUSTOMER
            MOVE WS-CUST-IDX TO WS-CUST-HIT
        END-IF
    END-PERFORM.
    IF WS-CUST-HIT = 0
        IF WS-CUST-COUNT >= 200
            DISPLAY "CUSTOMER TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-CUST-COUNT
        MOVE WS-CUST-COUNT TO WS-CUST-HIT
        MOVE WS-CUSTOMER TO WS-CU-CUSTOMER(WS-CUST-HIT)
        MOVE 0 TO WS-CU-OPENING(WS-CUST-HIT)
        MOVE 0 TO WS-CU-INVOICED(WS-CUST-HIT)
        MOVE 0 TO WS-CU-CREDITED(WS-CUST-HIT)
        MOVE 0 TO WS-CU-RECEIVED(WS-CUST-HIT)
        MOVE 0 TO WS-CU-WRITTEN-OFF(WS-CUST-HIT)
        MOVE 0 TO WS-CU-CLOSING(WS-CUST-HIT)
    END-IF.

*> One message per customer through the shared outbox; the
*> dispatcher resolves the receivables desk from the subject line.
WRITE-STATEMENT.
    ADD 1 TO WS-STATEMENT-COUNT.
    MOVE "TO: AR-DESK@HEAD-OFFICE" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "SUBJECT: CUSTOMER STATEMENT" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE WS-CU-CUSTOMER(WS-CUST-IDX) TO WS-SH-CUSTOMER.
    MOVE WS-PERIOD TO WS-SH-PERIOD.
    WRITE EMAIL-OUTBOX-LINE FROM WS-STMT-HEADING.
    DISPLAY WS-STMT-HEADING.
    MOVE "OPENING BALANCE" TO WS-SB-LABEL.
    MOVE WS-CU-OPENING(WS-CUST-IDX) TO WS-SB-AMOUNT.
    WRITE EMAIL-OUTBOX-LINE FROM WS-STMT-BALANCE.
    PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1
            UNTIL WS-DETAIL-IDX > WS-DETAIL-COUNT
        IF WS-DT-CUSTOMER(WS-DETAIL-IDX) = WS-CU-CUSTOMER(WS-CUST-IDX)
            MOVE WS-DT-TYPE(WS-DETAIL-IDX) TO WS-SD-TYPE
            MOVE WS-DT-REFERENCE(WS-DETAIL-IDX) TO WS-SD-REFERENCE
            MOVE WS-DT-DATE(WS-DETAIL-IDX) TO WS-SD-DATE
            MOVE WS-DT-AMOUNT(WS-DETAIL-IDX) TO WS-SD-AMOUNT
            WRITE EMAIL-OUTBOX-LINE FROM WS-STMT-DETAIL
        END-IF
    END-PERFORM.
    MOVE "TOTAL INVOICED" TO WS-ST-LABEL.
    MOVE WS-CU-INVOICED(WS-CUST-IDX) TO WS-ST-AMOUNT.
    WRITE EMAIL-OUTBOX-LINE FROM WS-STMT-TOTAL.
    MOVE "TOTAL CREDIT NOTES" TO WS-ST-LABEL.
    MOVE WS-CU-CREDITED(WS-CUST-IDX) TO WS-ST-AMOUNT.
    WRITE EMAIL-OUTBOX-LINE FROM WS-STMT-TOTAL.
    MOVE "TOTAL RECEIPTS" TO WS-ST-LABEL.
    MOVE WS-CU-RECEIVED(WS-CUST-IDX) TO WS-ST-AMOUNT.
    WRITE EMAIL-OUTBOX-LINE FROM WS-STMT-TOTAL.
    IF WS-CU-WRITTEN-OFF(WS-CUST-IDX) NOT = 0
        MOVE "TOTAL WRITTEN OFF" TO WS-ST-LABEL
        MOVE WS-CU-WRITTEN-OFF(WS-CUST-IDX) TO WS-ST-AMOUNT
        WRITE EMAIL-OUTBOX-LINE FROM WS-STMT-TOTAL
    END-IF.
    MOVE "CLOSING BALANCE" TO WS-SB-LABEL.
    MOVE WS-CU-CLOSING(WS-CUST-IDX) TO WS-SB-AMOUNT.
    WRITE EMAIL-OUTBOX-LINE FROM WS-STMT-BALANCE.
    DISPLAY WS-STMT-BALANCE.

READ-LAST-PERIOD.
    OPEN INPUT PERIOD-FILE.
    READ PERIOD-FILE
        AT END MOVE 'Y' TO WS-PERIOD-EOF
    END-READ.
    IF WS-PERIOD-EOF = 'N'
        MOVE PR-LAST-PERIOD TO WS-LAST-PERIOD
    END-IF.
    CLOSE PERIOD-FILE.

SAVE-LAST-PERIOD.
    OPEN OUTPUT PERIOD-FILE.
    MOVE WS-PERIOD TO PR-LAST-PERIOD.
    WRITE PERIOD-REC.
    CLOSE PERIOD-FILE.
