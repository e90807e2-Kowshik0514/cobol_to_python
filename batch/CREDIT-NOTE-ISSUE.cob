       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDIT-NOTE-ISSUE.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TAX-TABLE-FILE ASSIGN TO "TAX-JURISDICTION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT OPTIONAL INVOICE-CONTROL
        ASSIGN TO "INVOICE-LAST-NUMBER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "AR-TRANSACTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   05 TX-TAXABLE         PIC X(1).

FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

FD INVOICE-CONTROL.
01 INVOICE-CONTROL-REC.
   05 IC-LAST-NUMBER     PIC 9(6).

FD GL-POSTING-FILE.
01 GL-POSTING-REC.
   05 GP-POST-DATE       PIC 9(8).
   05 FILLER             PIC X(52).

FD TRANSACTION-FILE.
COPY "AR-TRANSACTION-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-REGISTER-STATUS    PIC X(2).
01 WS-ITEM-STATUS        PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-TAX-EOF            PIC X VALUE 'N'.
01 WS-EDIT-VALID         PIC X.
01 WS-MATCHED            PIC X.
01 WS-ORIG-FOUND         PIC X VALUE 'N'.
01 WS-ORIG-JURIS         PIC X(3) VALUE "LOC".
01 WS-ORIG-AMOUNT        PIC 9(9)V99 VALUE 0.
01 WS-ORIG-CERT          PIC X(12) VALUE SPACES.
01 WS-CREDIT-NO          PIC 9(6) VALUE 0.
01 WS-CREDIT-NET         PIC 9(9)V99.
01 WS-CREDIT-TAX         PIC 9(7)V99.
01 WS-TAX-RATE           PIC 9(2)V9(2) VALUE 0.
01 WS-WHOLE-UNITS        PIC 9(9).
01 WS-NUMBER-EOF         PIC X VALUE 'N'.
01 WS-CREDIT-CUSTOMER    PIC X(6) VALUE "ONACCT".
01 WS-CONTROL-EOF        PIC X VALUE 'N'.
01 WS-INVOICE-NO         PIC 9(6) VALUE 0.

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "CREDIT-NOTE-ISSUE".
01 WS-AUDIT-FIELD-NAME   PIC X(10) VALUE "CREDIT".
   05 WS-CH-JURIS        PIC X(3).
   05 FILLER             PIC X(6) VALUE " ORIG=".
   05 WS-CH-ORIG         PIC 9(6).
   05 WS-CH-CERT-TAG     PIC X(6).
   05 WS-CH-CERT-NO      PIC X(12).

01 WS-CRN-TOTAL.
   05 FILLER             PIC X(4) VALUE "CRT ".
        GOBACK
    END-IF.

*> A sale made under an exemption certificate is credited the same
*> way: no tax comes back, and the credit note names the
*> certificate so the return nets it off the exempt sale.
    PERFORM LOOK-UP-TAX-RATE.
    IF WS-ORIG-CERT NOT = SPACES
        MOVE 0 TO WS-TAX-RATE
        DISPLAY "ORIGINAL SALE TAX EXEMPT - CERTIFICATE " WS-ORIG-CERT
    END-IF.
*> The GL posting record carries whole units only, so the credit
*> note is held to whole units end to end: the register, the AR
*> ledger, and the journal all carry the same figures, the DR legs
    ADD 1 TO WS-CREDIT-NO.
    PERFORM WRITE-REGISTER-ENTRIES.
    PERFORM APPLY-CREDIT-TO-LEDGER.
    PERFORM WRITE-CREDIT-HISTORY.
    PERFORM POST-CREDIT-JOURNAL.
    PERFORM SAVE-LAST-CN-NUMBER.

        WS-ORIG-INV-NO " FOR " WS-CREDIT-TOTAL.
    GOBACK.

*> The HDR line gives the jurisdiction the tax must reverse in and
*> any exemption certificate the sale was made under; the TTL line
*> gives the billed total the credit is capped at.
LOOK-UP-ORIGINAL-INVOICE.
    OPEN INPUT INVOICE-REGISTER.
    IF WS-REGISTER-STATUS NOT = "00"
                    IF RG-RECORD-TYPE = "HDR "
                        MOVE 'Y' TO WS-ORIG-FOUND
                        MOVE RG-REST(11:3) TO WS-ORIG-JURIS
                        IF RG-REST(26:6) = " CERT="
                            MOVE RG-REST(32:12) TO WS-ORIG-CERT
                        ELSE
                            MOVE SPACES TO WS-ORIG-CERT
                        END-IF
                    END-IF
                    IF RG-RECORD-TYPE = "TTL "
                        COMPUTE WS-ORIG-AMOUNT =
    MOVE WS-RH-RUN-DATE TO WS-CH-DATE.
    MOVE WS-ORIG-JURIS TO WS-CH-JURIS.
    MOVE WS-ORIG-INV-NO TO WS-CH-ORIG.
    IF WS-ORIG-CERT NOT = SPACES
        MOVE " CERT=" TO WS-CH-CERT-TAG
    ELSE
        MOVE SPACES TO WS-CH-CERT-TAG
    END-IF.
    MOVE WS-ORIG-CERT TO WS-CH-CERT-NO.
    WRITE REGISTER-LINE FROM WS-CRN-HEADER.
    MOVE WS-CREDIT-NO TO WS-CT-CN-NO.
    MOVE WS-CREDIT-NET TO WS-CT-AMOUNT.
    CLOSE INVOICE-REGISTER.

*> The credit pays the original invoice down like cash would; if
*> the item is gone, already closed or written off, the value sits
*> on account as a customer credit instead of vanishing.
APPLY-CREDIT-TO-LEDGER.
    MOVE 'N' TO WS-MATCHED.
    OPEN I-O OPEN-ITEM-FILE.
    IF WS-ITEM-STATUS = "35"
        OPEN OUTPUT OPEN-ITEM-FILE
        CLOSE OPEN-ITEM-FILE
        OPEN I-O OPEN-ITEM-FILE
    END-IF.
    MOVE WS-ORIG-INV-NO TO AR-INV-NO.
    READ OPEN-ITEM-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY PERFORM CREDIT-ITEM
    END-READ.
    IF WS-MATCHED = 'N'
        PERFORM PLACE-CREDIT-ON-ACCOUNT
    END-IF.
    CLOSE OPEN-ITEM-FILE.

CREDIT-ITEM.
    IF AR-STATUS NOT = 'C' AND AR-STATUS NOT = 'A'
            AND AR-STATUS NOT = 'W' AND AR-STATUS NOT = 'S'
        ADD WS-CREDIT-TOTAL TO AR-PAID
        IF AR-PAID >= AR-AMOUNT
            MOVE 'C' TO AR-STATUS
        ELSE
            MOVE 'P' TO AR-STATUS
        END-IF
        REWRITE OPEN-ITEM-REC
            INVALID KEY
                DISPLAY "REWRITE FAILED FOR INVOICE " AR-INV-NO
            NOT INVALID KEY
                MOVE 'Y' TO WS-MATCHED
                MOVE AR-CUSTOMER TO WS-CREDIT-CUSTOMER
                DISPLAY "CREDIT APPLIED TO OPEN ITEM " AR-INV-NO
        END-REWRITE
    END-IF.

*> The credit held on account is a ledger item of its own, numbered
*> from the same run as every invoice so its key never clashes.
PLACE-CREDIT-ON-ACCOUNT.
    PERFORM READ-LAST-INVOICE-NUMBER.
    ADD 1 TO WS-INVOICE-NO.
    MOVE SPACES TO OPEN-ITEM-REC.
    MOVE WS-INVOICE-NO TO AR-INV-NO.
    MOVE "ONACCT" TO AR-CUSTOMER.
    MOVE WS-RH-RUN-DATE TO AR-INV-DATE.
    MOVE 0 TO AR-AMOUNT.
    MOVE WS-CREDIT-TOTAL TO AR-PAID.
    MOVE 'A' TO AR-STATUS.
    MOVE 0 TO AR-DUN-LEVEL.
    MOVE 0 TO AR-DUN-DATE.
    WRITE OPEN-ITEM-REC
        INVALID KEY
            DISPLAY "INVOICE NUMBER ALREADY ON FILE: " AR-INV-NO
        NOT INVALID KEY
            PERFORM SAVE-LAST-INVOICE-NUMBER
    END-WRITE.
    DISPLAY "CREDIT HELD ON ACCOUNT: " WS-CREDIT-TOTAL.

*> The credit goes on the customer's history under the account
*> that carried the invoice, so it shows on their statement.
WRITE-CREDIT-HISTORY.
    MOVE SPACES TO AR-TRANSACTION-REC.
    MOVE WS-RH-RUN-DATE TO AT-DATE.
    MOVE "CN" TO AT-TYPE.
    MOVE WS-CREDIT-CUSTOMER TO AT-CUSTOMER.
    IF WS-MATCHED = 'Y'
        MOVE WS-ORIG-INV-NO TO AT-INV-NO
    ELSE
        MOVE 0 TO AT-INV-NO
    END-IF.
    MOVE WS-CREDIT-NO TO AT-REFERENCE.
    MOVE WS-CREDIT-TOTAL TO AT-AMOUNT.
    OPEN EXTEND TRANSACTION-FILE.
    WRITE AR-TRANSACTION-REC.
    CLOSE TRANSACTION-FILE.

*> The reversal posts as the mirror of the sale: revenue and the
*> tax liability come back and the receivable goes out, so the GL
*> carries the credit note as a negative sale. Whether the credit
*> pays the invoice down or sits on account, it reduces what the
*> ledger says customers owe, so it comes off the control account.
POST-CREDIT-JOURNAL.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE SPACES TO GL-POSTING-REC.
        WRITE GL-POSTING-REC
    END-IF.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE 110000 TO GP-ACCOUNT.
    MOVE "CR" TO GP-DR-CR.
    MOVE WS-CREDIT-TOTAL TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE CN-NUMBER-REC.
    CLOSE CN-NUMBER-FILE.

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
