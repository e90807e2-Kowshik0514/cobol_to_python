       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-BUILD-OPEN-ITEMS.

    SELECT INVOICE-REGISTER ASSIGN TO "INVOICE-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-STATUS.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
*> cash applied so far, and where it stands. O open, P part-paid,
*> C closed, A unapplied on-account cash.
FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

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
01 WS-REGISTER-STATUS    PIC X(2).
01 WS-ITEM-STATUS        PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-HDR-INV-NO         PIC 9(6) VALUE 0.
01 WS-HDR-DATE           PIC 9(8) VALUE 0.
01 WS-HDR-CUSTOMER       PIC X(6) VALUE SPACES.
01 WS-TTL-NET            PIC 9(9)V99.
01 WS-TTL-TAX            PIC 9(7)V99.
01 WS-TTL-AMOUNT         PIC 9(9)V99.
01 WS-BUILT-COUNT        PIC 9(5) VALUE 0.

*> Each invoice raised on the ledger is journalled as a sale on
*> account: the receivables control account takes the amount owed,
*> revenue the net and the tax payable account the tax.
01 WS-AR-CONTROL-ACCOUNT PIC 9(6) VALUE 110000.
01 WS-REVENUE-ACCOUNT    PIC 9(6) VALUE 400100.
01 WS-TAX-ACCOUNT        PIC 9(6) VALUE 220000.
01 WS-NET-BUILT          PIC 9(11)V99 VALUE 0.
01 WS-TAX-BUILT          PIC 9(11)V99 VALUE 0.
01 WS-NET-WHOLE          PIC 9(9).
01 WS-TAX-WHOLE          PIC 9(9).
01 WS-POST-ACCOUNT       PIC 9(6).
01 WS-POST-DR-CR         PIC X(2).
01 WS-WHOLE-UNITS        PIC 9(9).

PROCEDURE DIVISION.
MAIN.
    MOVE 91 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    OPEN INPUT INVOICE-REGISTER.
    IF WS-REGISTER-STATUS NOT = "00"
        DISPLAY "NO INVOICE REGISTER ON FILE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O OPEN-ITEM-FILE.
    IF WS-ITEM-STATUS = "35"
        OPEN OUTPUT OPEN-ITEM-FILE
        CLOSE OPEN-ITEM-FILE
        OPEN I-O OPEN-ITEM-FILE
    END-IF.

    PERFORM UNTIL WS-EOF = 'Y'
        READ INVOICE-REGISTER

    CLOSE INVOICE-REGISTER.
    CLOSE OPEN-ITEM-FILE.
    IF WS-BUILT-COUNT > 0
        PERFORM POST-INVOICE-JOURNAL
    END-IF.

    DISPLAY "OPEN ITEMS CREATED: " WS-BUILT-COUNT.
    GOBACK.

*> The register's HDR line carries the invoice date; the TTL line
*> carries the net and the tax, which together are what the
*> customer owes. An account invoice names its customer
*> on the HDR line (CUST=); any other invoice opens under the
*> on-account house code until the cash application names the payer.
JUDGE-REGISTER-LINE.
    EVALUATE RG-RECORD-TYPE
        WHEN "HDR "
            ELSE
                MOVE WS-RH-RUN-DATE TO WS-HDR-DATE
            END-IF
            MOVE SPACES TO WS-HDR-CUSTOMER
            IF RG-REST(14:6) = " CUST="
                MOVE RG-REST(20:6) TO WS-HDR-CUSTOMER
            END-IF
        WHEN "TTL "
            PERFORM BUILD-OPEN-ITEM
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> An invoice already on the ledger is refused by its key, so a
*> rebuild never duplicates.
BUILD-OPEN-ITEM.
    COMPUTE WS-TTL-NET = FUNCTION NUMVAL(RG-REST(2:9)).
    COMPUTE WS-TTL-TAX = FUNCTION NUMVAL(RG-REST(16:8)).
    COMPUTE WS-TTL-AMOUNT = WS-TTL-NET + WS-TTL-TAX.
    MOVE SPACES TO OPEN-ITEM-REC.
    MOVE RG-INV-NO TO AR-INV-NO.
    MOVE "ONACCT" TO AR-CUSTOMER.
    IF RG-INV-NO = WS-HDR-INV-NO
        MOVE WS-HDR-DATE TO AR-INV-DATE
        IF WS-HDR-CUSTOMER NOT = SPACES
            MOVE WS-HDR-CUSTOMER TO AR-CUSTOMER
        END-IF
    ELSE
        MOVE WS-RH-RUN-DATE TO AR-INV-DATE
    END-IF.
    MOVE WS-TTL-AMOUNT TO AR-AMOUNT.
    MOVE 0 TO AR-PAID.
    MOVE 'O' TO AR-STATUS.
    MOVE 0 TO AR-DUN-LEVEL.
    MOVE 0 TO AR-DUN-DATE.
    WRITE OPEN-ITEM-REC
        INVALID KEY CONTINUE
        NOT INVALID KEY
            ADD 1 TO WS-BUILT-COUNT
            ADD WS-TTL-NET TO WS-NET-BUILT
            ADD WS-TTL-TAX TO WS-TAX-BUILT
            DISPLAY "OPEN ITEM RAISED FOR INVOICE " RG-INV-NO
                " AMOUNT " WS-TTL-AMOUNT
    END-WRITE.

*> The debit is the two credits added together after rounding, so
*> the journal always balances to the unit.
POST-INVOICE-JOURNAL.
    COMPUTE WS-NET-WHOLE ROUNDED = WS-NET-BUILT.
    COMPUTE WS-TAX-WHOLE ROUNDED = WS-TAX-BUILT.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE WS-AR-CONTROL-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "DR" TO WS-POST-DR-CR.
    COMPUTE WS-WHOLE-UNITS = WS-NET-WHOLE + WS-TAX-WHOLE.
    PERFORM WRITE-GL-POSTING.
    MOVE WS-REVENUE-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "CR" TO WS-POST-DR-CR.
    MOVE WS-NET-WHOLE TO WS-WHOLE-UNITS.
    PERFORM WRITE-GL-POSTING.
    IF WS-TAX-WHOLE > 0
        MOVE WS-TAX-ACCOUNT TO WS-POST-ACCOUNT
        MOVE WS-TAX-WHOLE TO WS-WHOLE-UNITS
        PERFORM WRITE-GL-POSTING
    END-IF.
    CLOSE GL-POSTING-FILE.
    DISPLAY "INVOICE JOURNAL POSTED - NET " WS-NET-WHOLE
        " TAX " WS-TAX-WHOLE.

WRITE-GL-POSTING.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-POST-ACCOUNT TO GP-ACCOUNT.
    MOVE WS-POST-DR-CR TO GP-DR-CR.
    MOVE WS-WHOLE-UNITS TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.
