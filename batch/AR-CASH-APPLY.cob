       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-CASH-APPLY.

        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECEIPT-STATUS.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT OPTIONAL INVOICE-CONTROL
        ASSIGN TO "INVOICE-LAST-NUMBER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "AR-TRANSACTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "INSTALMENT-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SUSPENSION-FILE ASSIGN TO "MEMBER-SUSPENSIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
   05 RC-AMOUNT          PIC 9(9)V99.

FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

FD INVOICE-CONTROL.
01 INVOICE-CONTROL-REC.
   05 IC-LAST-NUMBER     PIC 9(6).

FD TRANSACTION-FILE.
COPY "AR-TRANSACTION-RECORD.cpy".

FD PARM-FILE.
COPY "INSTALMENT-PARM-RECORD.cpy".

FD SUSPENSION-FILE.
COPY "MEMBER-SUSPENSION-RECORD.cpy".

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
01 WS-RECEIPT-STATUS     PIC X(2).
01 WS-ITEM-STATUS        PIC X(2).
01 WS-EOF                PIC X.
01 WS-RECEIPT-EOF        PIC X VALUE 'N'.
01 WS-MATCHED            PIC X.
01 WS-APPLIED-COUNT      PIC 9(5) VALUE 0.
01 WS-ONACCOUNT-COUNT    PIC 9(5) VALUE 0.
01 WS-APPLIED-VALUE      PIC 9(11)V99 VALUE 0.
01 WS-HISTORY-INV-NO     PIC 9(6).
01 WS-PARM-EOF           PIC X VALUE 'N'.
01 WS-SUSP-EOF           PIC X VALUE 'N'.
01 WS-OVERDUE-DAYS       PIC 9(3) VALUE 14.
01 WS-TODAY-INT          PIC 9(8).
01 WS-DAYS-PAST-DUE      PIC S9(8).
01 WS-LIFTED-COUNT       PIC 9(5) VALUE 0.

*> Cash that reaches the ledger, applied or on account, comes off
*> the receivables control account and into the bank account.
01 WS-CASH-ACCOUNT       PIC 9(6) VALUE 100100.
01 WS-CONTROL-ACCOUNT    PIC 9(6) VALUE 110000.
01 WS-RECEIVED-VALUE     PIC 9(11)V99 VALUE 0.
01 WS-WHOLE-UNITS        PIC 9(9).

*> On-account cash is an item of its own on the ledger, numbered
*> from the same run as every invoice so its key never clashes.
01 WS-CONTROL-EOF        PIC X VALUE 'N'.
01 WS-INVOICE-NO         PIC 9(6) VALUE 0.

*> Members suspended at the gate for instalment arrears; any whose
*> overdue instalments tonight's cash has cleared come off the file.
01 WS-SUSP-COUNT         PIC 9(3) VALUE 0.
01 WS-SUSP-TABLE.
   05 WS-SUSP-ENTRY OCCURS 500 TIMES.
      10 WS-SU-REC        PIC X(31).
      10 WS-SU-IN-ARREARS PIC X(1).
01 WS-SUSP-IDX           PIC 9(3).

PROCEDURE DIVISION.
MAIN.
        DISPLAY "NO RECEIPTS FILE - NOTHING TO APPLY"
        GOBACK
    END-IF.
    OPEN I-O OPEN-ITEM-FILE.
    IF WS-ITEM-STATUS NOT = "00"
        DISPLAY "AR-OPEN-ITEMS.DAT NOT PRESENT - "
            "RUN AR-BUILD-OPEN-ITEMS FIRST"
        CLOSE RECEIPT-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM READ-LAST-INVOICE-NUMBER.

    PERFORM UNTIL WS-RECEIPT-EOF = 'Y'
        READ RECEIPT-FILE
        END-READ
    END-PERFORM.
    CLOSE RECEIPT-FILE.
    IF WS-ONACCOUNT-COUNT > 0
        PERFORM SAVE-LAST-INVOICE-NUMBER
    END-IF.
    IF WS-RECEIVED-VALUE > 0
        PERFORM POST-RECEIPTS-JOURNAL
    END-IF.
    IF WS-APPLIED-COUNT > 0
        PERFORM LIFT-CLEARED-SUSPENSIONS
    END-IF.
    CLOSE OPEN-ITEM-FILE.

    DISPLAY "RECEIPTS APPLIED   : " WS-APPLIED-COUNT.
    DISPLAY "CASH ON ACCOUNT    : " WS-ONACCOUNT-COUNT.
    DISPLAY "VALUE APPLIED      : " WS-APPLIED-VALUE.
    DISPLAY "SUSPENSIONS LIFTED : " WS-LIFTED-COUNT.
    GOBACK.

*> A receipt against an invoice pays it down - partially or in
            DISPLAY "INVOICE NOT ON LEDGER - CASH ON ACCOUNT: "
                RC-INV-NO
            PERFORM PLACE-ON-ACCOUNT
        ELSE
            MOVE RC-INV-NO TO WS-HISTORY-INV-NO
            PERFORM WRITE-RECEIPT-HISTORY
        END-IF
    END-IF.

PAY-DOWN-INVOICE.
    MOVE 'N' TO WS-MATCHED.
    MOVE RC-INV-NO TO AR-INV-NO.
    READ OPEN-ITEM-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY PERFORM PAY-ITEM
    END-READ.

*> Cash against a written-off invoice is a recovery, not a payment:
*> it goes on account for the ledger clerk rather than reopening
*> the bad debt.
PAY-ITEM.
    IF AR-STATUS NOT = 'C' AND AR-STATUS NOT = 'A'
            AND AR-STATUS NOT = 'W' AND AR-STATUS NOT = 'S'
        ADD RC-AMOUNT TO AR-PAID
        IF AR-CUSTOMER = "ONACCT"
            MOVE RC-CUSTOMER TO AR-CUSTOMER
        ELSE
            MOVE 'P' TO AR-STATUS
        END-IF
        REWRITE OPEN-ITEM-REC
            INVALID KEY
                DISPLAY "REWRITE FAILED FOR INVOICE " AR-INV-NO
            NOT INVALID KEY
                MOVE 'Y' TO WS-MATCHED
                ADD 1 TO WS-APPLIED-COUNT
                ADD RC-AMOUNT TO WS-APPLIED-VALUE
                ADD RC-AMOUNT TO WS-RECEIVED-VALUE
                DISPLAY "APPLIED " RC-AMOUNT " TO INVOICE " AR-INV-NO
                    " STATUS " AR-STATUS
        END-REWRITE
    END-IF.

PLACE-ON-ACCOUNT.
    ADD 1 TO WS-ONACCOUNT-COUNT.
    ADD 1 TO WS-INVOICE-NO.
    MOVE SPACES TO OPEN-ITEM-REC.
    MOVE WS-INVOICE-NO TO AR-INV-NO.
    MOVE RC-CUSTOMER TO AR-CUSTOMER.
    MOVE WS-RH-RUN-DATE TO AR-INV-DATE.
    MOVE 0 TO AR-AMOUNT.
    MOVE RC-AMOUNT TO AR-PAID.
    MOVE 'A' TO AR-STATUS.
    MOVE 0 TO AR-DUN-LEVEL.
    MOVE 0 TO AR-DUN-DATE.
    WRITE OPEN-ITEM-REC
        INVALID KEY
            DISPLAY "INVOICE NUMBER ALREADY ON FILE: " AR-INV-NO
        NOT INVALID KEY
            ADD RC-AMOUNT TO WS-RECEIVED-VALUE
    END-WRITE.
    DISPLAY "ON-ACCOUNT CASH HELD FOR " RC-CUSTOMER ": "
        RC-AMOUNT.
    MOVE 0 TO WS-HISTORY-INV-NO.
    PERFORM WRITE-RECEIPT-HISTORY.

*> Every receipt is kept against the payer as it is applied, so
*> the month-end statement can show what came in and when.
WRITE-RECEIPT-HISTORY.
    MOVE SPACES TO AR-TRANSACTION-REC.
    MOVE WS-RH-RUN-DATE TO AT-DATE.
    MOVE "RC" TO AT-TYPE.
    MOVE RC-CUSTOMER TO AT-CUSTOMER.
    MOVE WS-HISTORY-INV-NO TO AT-INV-NO.
    MOVE 0 TO AT-REFERENCE.
    MOVE RC-AMOUNT TO AT-AMOUNT.
    OPEN EXTEND TRANSACTION-FILE.
    WRITE AR-TRANSACTION-REC.
    CLOSE TRANSACTION-FILE.

POST-RECEIPTS-JOURNAL.
    COMPUTE WS-WHOLE-UNITS ROUNDED = WS-RECEIVED-VALUE.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-CASH-ACCOUNT TO GP-ACCOUNT.
    MOVE "DR" TO GP-DR-CR.
    MOVE WS-WHOLE-UNITS TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-CONTROL-ACCOUNT TO GP-ACCOUNT.
    MOVE "CR" TO GP-DR-CR.
    MOVE WS-WHOLE-UNITS TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.
    CLOSE GL-POSTING-FILE.
    DISPLAY "RECEIPTS JOURNAL   : " WS-WHOLE-UNITS.

READ-LAST-INVOICE-NUMBER.
    OPEN INPUT INVOICE-CONTROL.
    READ INVOICE-CONTROL
        AT END MOVE 'Y' TO WS-CONTROL-EOF
    END-READ.
    IF WS-CONTROL-EOF = 'N'
        MOVE IC-LAST-NUMBER TO WS-INVOICE-NO
    END-IF.
    CLOSE INVOICE-CONTROL.

SAVE-LAST-INVOICE-NUMBER.
    OPEN OUTPUT INVOICE-CONTROL.
    MOVE WS-INVOICE-NO TO IC-LAST-NUMBER.
    WRITE INVOICE-CONTROL-REC.
    CLOSE INVOICE-CONTROL.

*> A suspended member stays suspended only while an instalment of
*> theirs is still open past the allowed days - the same test
*> PASS-INSTALMENT-BILL suspends on - so paying off the arrears lets
*> them back through the gate without waiting for the night's run.
LIFT-CLEARED-SUSPENSIONS.
    OPEN INPUT SUSPENSION-FILE.
    PERFORM UNTIL WS-SUSP-EOF = 'Y'
        READ SUSPENSION-FILE
            AT END MOVE 'Y' TO WS-SUSP-EOF
            NOT AT END
                IF WS-SUSP-COUNT >= 500
                    DISPLAY "SUSPENSION TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-SUSP-COUNT
                MOVE MEMBER-SUSPENSION-REC TO WS-SU-REC(WS-SUSP-COUNT)
                MOVE 'N' TO WS-SU-IN-ARREARS(WS-SUSP-COUNT)
        END-READ
    END-PERFORM.
    CLOSE SUSPENSION-FILE.
    IF WS-SUSP-COUNT > 0
        PERFORM READ-INSTALMENT-PARM
        COMPUTE WS-TODAY-INT =
            FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE)
        PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
            PERFORM CHECK-MEMBER-ARREARS
        END-PERFORM
        PERFORM REWRITE-SUSPENSIONS
    END-IF.

*> Only the suspended member's own items are read, through the
*> customer key.
CHECK-MEMBER-ARREARS.
    MOVE 'N' TO WS-EOF.
    MOVE WS-SU-REC(WS-SUSP-IDX)(1:6) TO AR-CUSTOMER.
    START OPEN-ITEM-FILE KEY IS = AR-CUSTOMER
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START.
    PERFORM UNTIL WS-EOF = 'Y'
        READ OPEN-ITEM-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AR-CUSTOMER NOT = WS-SU-REC(WS-SUSP-IDX)(1:6)
                    MOVE 'Y' TO WS-EOF
                ELSE
                    PERFORM MARK-STILL-IN-ARREARS
                END-IF
        END-READ
    END-PERFORM.

MARK-STILL-IN-ARREARS.
    IF AR-ITEM-TYPE = 'I'
            AND (AR-STATUS = 'O' OR AR-STATUS = 'P')
        COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT
            - FUNCTION INTEGER-OF-DATE(AR-INV-DATE)
        IF WS-DAYS-PAST-DUE > WS-OVERDUE-DAYS
            MOVE 'Y' TO WS-SU-IN-ARREARS(WS-SUSP-IDX)
        END-IF
    END-IF.

REWRITE-SUSPENSIONS.
    OPEN OUTPUT SUSPENSION-FILE.
    PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
            UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
        MOVE WS-SU-REC(WS-SUSP-IDX) TO MEMBER-SUSPENSION-REC
        IF WS-SU-IN-ARREARS(WS-SUSP-IDX) = 'Y'
            WRITE MEMBER-SUSPENSION-REC
        ELSE
            ADD 1 TO WS-LIFTED-COUNT
            DISPLAY "ARREARS CLEARED - SUSPENSION LIFTED FOR MEMBER "
                MS-MEMBER-ID
        END-IF
    END-PERFORM.
    CLOSE SUSPENSION-FILE.

READ-INSTALMENT-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END MOVE 'Y' TO WS-PARM-EOF
    END-READ.
    IF WS-PARM-EOF = 'N' AND IP-OVERDUE-DAYS IS NUMERIC
        MOVE IP-OVERDUE-DAYS TO WS-OVERDUE-DAYS
    END-IF.
    CLOSE PARM-FILE.
