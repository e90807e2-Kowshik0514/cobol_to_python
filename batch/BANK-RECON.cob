       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BANK-RECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL STATEMENT-FILE ASSIGN TO "BANK-STATEMENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENT-STATUS.
    SELECT OPTIONAL ITEM-FILE ASSIGN TO "BANK-RECON-ITEMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ITEM-WORK-FILE ASSIGN TO "BANK-RECON-ITEMS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SLIP-FILE ASSIGN TO "DEPOSIT-SLIPS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PAYMENT-FILE ASSIGN TO "AP-BANK-PAYMENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RECEIPT-FILE ASSIGN TO "AR-RECEIPTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BALANCE-MASTER-FILE
        ASSIGN TO "GL-BALANCE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POSTING-FILE ASSIGN TO "GL-POSTINGS-VALID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT JOURNAL-VOUCHER-FILE
        ASSIGN TO "BANK-RECON-JOURNAL-PENDING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECON-REPORT ASSIGN TO "BANK-RECON.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD STATEMENT-FILE.
COPY "BANK-STATEMENT-RECORD.cpy".

*> The reconciliation register: every book item (deposit bag, AP
*> check, AR receipt) and every bank statement line, carried from
*> run to run until it clears. Status O is outstanding, M matched,
*> J a bank-only charge or interest line proposed for journal.
FD ITEM-FILE.
01 ITEM-REC.
   05 RI-SIDE            PIC X(1).
   05 FILLER             PIC X(1).
   05 RI-SOURCE          PIC X(3).
   05 FILLER             PIC X(1).
   05 RI-REFERENCE       PIC X(12).
   05 FILLER             PIC X(1).
   05 RI-DATE            PIC 9(8).
   05 FILLER             PIC X(1).
   05 RI-FLOW            PIC X(1).
   05 FILLER             PIC X(1).
   05 RI-AMOUNT          PIC 9(9)V99.
   05 FILLER             PIC X(1).
   05 RI-STATUS          PIC X(1).
   05 FILLER             PIC X(1).
   05 RI-CLEARED-DATE    PIC 9(8).
   05 FILLER             PIC X(1).
   05 RI-DESCRIPTION     PIC X(30).

FD ITEM-WORK-FILE.
01 ITEM-WORK-REC         PIC X(83).

FD SLIP-FILE.
01 SLIP-REC.
   05 DP-BAG-NO          PIC 9(6).
   05 FILLER             PIC X(1).
   05 DP-DATE            PIC 9(8).
   05 FILLER             PIC X(1).
   05 DP-AMOUNT          PIC 9(9).
   05 FILLER             PIC X(1).
   05 DP-STATUS          PIC X(1).

FD PAYMENT-FILE.
01 PAYMENT-REC.
   05 BP-CHECK-NO        PIC 9(6).
   05 FILLER             PIC X(1).
   05 BP-VENDOR-ID       PIC X(5).
   05 FILLER             PIC X(1).
   05 BP-AMOUNT          PIC 9(9)V99.
   05 FILLER             PIC X(1).
   05 BP-PAY-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 BP-INVOICE-COUNT   PIC 9(3).

FD RECEIPT-FILE.
01 RECEIPT-REC.
   05 RC-CUSTOMER        PIC X(6).
   05 FILLER             PIC X(1).
   05 RC-INV-NO          PIC 9(6).
   05 FILLER             PIC X(1).
   05 RC-AMOUNT          PIC 9(9)V99.

FD BALANCE-MASTER-FILE.
01 BALANCE-MASTER-REC.
   05 GB-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 GB-BF-DEBITS       PIC 9(11).
   05 FILLER             PIC X(1).
   05 GB-BF-CREDITS      PIC 9(11).

FD POSTING-FILE.
01 POSTING-REC.
   05 PO-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 PO-DR-CR           PIC X(2).
   05 FILLER             PIC X(1).
   05 PO-AMOUNT          PIC 9(9).
   05 FILLER             PIC X(61).

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

FD JOURNAL-VOUCHER-FILE.
01 JOURNAL-VOUCHER-LINE  PIC X(60).

FD RECON-REPORT.
01 RECON-LINE            PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-STATEMENT-STATUS   PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-ITEM-EOF           PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-SLIP-EOF           PIC X VALUE 'N'.
01 WS-PAYMENT-EOF        PIC X VALUE 'N'.
01 WS-RECEIPT-EOF        PIC X VALUE 'N'.
01 WS-BALANCE-EOF        PIC X VALUE 'N'.
01 WS-POSTING-EOF        PIC X VALUE 'N'.
01 WS-PENDING-EOF        PIC X VALUE 'N'.
01 WS-TODAY-INT          PIC 9(8).
01 WS-GAP-DAYS           PIC S9(5).
01 WS-REF-NUMBER         PIC 9(6).

*> The statement is refused if the same file has already been
*> reconciled; the AR receipts feed is only added to the book side
*> once, but a repeat does not stop the reconciliation.
01 WS-FEED-NAME          PIC X(20) VALUE "BANK-STATEMENT".
01 WS-FEED-RESULT        PIC X.
01 WS-VERIFY-COUNT       PIC 9(7) VALUE 0.
01 WS-VERIFY-HASH        PIC 9(9) VALUE 0.
01 WS-RECEIPT-FEED-NAME  PIC X(20) VALUE "AR-RECEIPTS-BANK".
01 WS-RECEIPT-RESULT     PIC X VALUE 'N'.
01 WS-RECEIPT-COUNT      PIC 9(7) VALUE 0.
01 WS-RECEIPT-HASH       PIC 9(9) VALUE 0.

*> Cash account 100100 is the bank account. A deposit or receipt is
*> looked for on the statement up to 5 days after it was booked, a
*> check up to 90 days as the payee may bank it late; the bank may
*> book a transfer up to 3 days before the ledger does. Charges go to
*> 695000 and interest to 495000. Cleared items are dropped from the
*> register once they are 90 days old.
01 WS-CASH-ACCOUNT       PIC 9(6) VALUE 100100.
01 WS-CHARGES-ACCOUNT    PIC 9(6) VALUE 695000.
01 WS-INTEREST-ACCOUNT   PIC 9(6) VALUE 495000.
01 WS-DEPOSIT-WINDOW     PIC 9(3) VALUE 5.
01 WS-CHECK-WINDOW       PIC 9(3) VALUE 90.
01 WS-EARLY-DAYS         PIC 9(3) VALUE 3.
01 WS-KEEP-DAYS          PIC 9(3) VALUE 90.
01 WS-WINDOW-DAYS        PIC 9(3).

*> Register held in store for the match; both sides in one table.
01 WS-ITEM-COUNT         PIC 9(4) VALUE 0.
01 WS-ITEM-TABLE.
   05 WS-ITEM-ENTRY OCCURS 3000 TIMES.
      10 WS-RI-SIDE          PIC X(1).
      10 WS-RI-SOURCE        PIC X(3).
      10 WS-RI-REFERENCE     PIC X(12).
      10 WS-RI-DATE          PIC 9(8).
      10 WS-RI-FLOW          PIC X(1).
      10 WS-RI-AMOUNT        PIC 9(9)V99.
      10 WS-RI-STATUS        PIC X(1).
      10 WS-RI-CLEARED-DATE  PIC 9(8).
      10 WS-RI-DESCRIPTION   PIC X(30).
01 WS-ITEM-IDX           PIC 9(4).
01 WS-BOOK-IDX           PIC 9(4).
01 WS-BOOK-HIT           PIC 9(4).
01 WS-MATCH-PASS         PIC 9.

01 WS-NEW-ITEM.
   05 WS-NI-SIDE          PIC X(1).
   05 WS-NI-SOURCE        PIC X(3).
   05 WS-NI-REFERENCE     PIC X(12).
   05 WS-NI-DATE          PIC 9(8).
   05 WS-NI-FLOW          PIC X(1).
   05 WS-NI-AMOUNT        PIC 9(9)V99.
   05 WS-NI-DESCRIPTION   PIC X(30).

01 WS-DEPOSITS-ADDED     PIC 9(5) VALUE 0.
01 WS-CHECKS-ADDED       PIC 9(5) VALUE 0.
01 WS-RECEIPTS-ADDED     PIC 9(5) VALUE 0.
01 WS-LINES-ADDED        PIC 9(5) VALUE 0.
01 WS-MATCHED-COUNT      PIC 9(5) VALUE 0.
01 WS-PROPOSED-COUNT     PIC 9(5) VALUE 0.

*> Reconciliation figures, in currency units and cents.
01 WS-BALANCE-FOUND      PIC X VALUE 'N'.
01 WS-BANK-BALANCE       PIC S9(11)V99 VALUE 0.
01 WS-IN-TRANSIT         PIC 9(11)V99 VALUE 0.
01 WS-OUTSTANDING-CHECKS PIC 9(11)V99 VALUE 0.
01 WS-ADJUSTED-BANK      PIC S9(11)V99 VALUE 0.
01 WS-BOOK-DEBITS        PIC 9(11) VALUE 0.
01 WS-BOOK-CREDITS       PIC 9(11) VALUE 0.
01 WS-LEDGER-BALANCE     PIC S9(11)V99 VALUE 0.
01 WS-BANK-CREDITS       PIC 9(11)V99 VALUE 0.
01 WS-BANK-DEBITS        PIC 9(11)V99 VALUE 0.
01 WS-ADJUSTED-LEDGER    PIC S9(11)V99 VALUE 0.
01 WS-DIFFERENCE         PIC S9(11)V99 VALUE 0.
01 WS-CHARGES-TOTAL      PIC 9(11)V99 VALUE 0.
01 WS-INTEREST-TOTAL     PIC 9(11)V99 VALUE 0.
01 WS-CHARGES-WHOLE      PIC 9(9) VALUE 0.
01 WS-INTEREST-WHOLE     PIC 9(9) VALUE 0.

01 WS-HOLD-ITEM          PIC X(14) VALUE "BANK-RECON".
01 WS-HOLD-TOTAL         PIC 9(9).
01 WS-HOLD-VARIANCE      PIC S9(9).
01 WS-PENDING-VOUCHER    PIC X(40)
   VALUE "BANK-RECON-JOURNAL-PENDING.DAT".
01 WS-DELETE-RESULT      PIC 9(4) COMP.

*> Proposed journal for bank charges and interest, in the corporate
*> GL voucher layout, held for second-operator release.
01 WS-JV-HEADER.
   05 FILLER             PIC X(6) VALUE "JVHDR ".
   05 WS-JH-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-JH-SOURCE       PIC X(14) VALUE "BANK-RECON".

01 WS-JV-DETAIL.
   05 FILLER             PIC X(6) VALUE "JVDTL ".
   05 WS-JD-ACCOUNT      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-JD-DR-CR        PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-JD-AMOUNT       PIC 9(9).

01 WS-JV-TRAILER.
   05 FILLER             PIC X(6) VALUE "JVTRL ".
   05 WS-JT-COUNT        PIC 9(3).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-JT-HASH         PIC 9(9).

01 WS-TITLE-LINE.
   05 FILLER             PIC X(41)
      VALUE "BANK RECONCILIATION - CASH ACCOUNT 100100".
   05 FILLER             PIC X(4) VALUE " AT ".
   05 WS-TL-DATE         PIC 9(8).

01 WS-TOTAL-LINE.
   05 WS-TOT-LABEL       PIC X(36).
   05 WS-TOT-AMOUNT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

01 WS-SECTION-LINE       PIC X(80).

01 WS-COLUMN-LINE        PIC X(80) VALUE
   "SRC REFERENCE    DATE              AMOUNT DESCRIPTION".

01 WS-DETAIL-LINE.
   05 WS-DL-SOURCE       PIC X(3).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-REFERENCE    PIC X(12).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-DESCRIPTION  PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-NOTE         PIC X(3).

PROCEDURE DIVISION.
MAIN.
    MOVE "BANK-RECON" TO WS-RH-JOB-NAME.
    MOVE 118 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).

    PERFORM FINGERPRINT-STATEMENT.
    CALL "CHECK-FEED-FINGERPRINT" USING WS-FEED-NAME
        WS-VERIFY-COUNT WS-VERIFY-HASH WS-FEED-RESULT.
    IF WS-FEED-RESULT = 'N'
        DISPLAY "BANK-STATEMENT FEED REFUSED - STATEMENT ALREADY "
            "RECONCILED"
        MOVE 9 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-REGISTER.
    PERFORM TAKE-DEPOSITS.
    PERFORM TAKE-CHECKS.
    PERFORM TAKE-RECEIPTS.
    PERFORM TAKE-STATEMENT.

*> Reference, amount and date window first, so a bag or check
*> number the bank carried settles the pairing; then amount and
*> window alone for lines the bank sent without a usable reference.
    MOVE 1 TO WS-MATCH-PASS.
    PERFORM MATCH-STATEMENT-LINES.
    MOVE 2 TO WS-MATCH-PASS.
    PERFORM MATCH-STATEMENT-LINES.
    PERFORM PROPOSE-BANK-ENTRIES.

    PERFORM LOAD-LEDGER-BALANCE.
    PERFORM WRITE-RECONCILIATION.

    IF WS-CHARGES-WHOLE > 0 OR WS-INTEREST-WHOLE > 0
        PERFORM WRITE-JOURNAL-VOUCHER
        COMPUTE WS-HOLD-TOTAL = WS-CHARGES-WHOLE + WS-INTEREST-WHOLE
        COMPUTE WS-HOLD-VARIANCE ROUNDED = WS-DIFFERENCE
        CALL "HOLD-FOR-RELEASE" USING WS-HOLD-ITEM WS-RH-RUN-DATE
            WS-HOLD-TOTAL WS-HOLD-VARIANCE
        DISPLAY "BANK CHARGES/INTEREST JOURNAL PLACED IN "
            "PENDING-RELEASE - SECOND-OPERATOR APPROVAL REQUIRED"
    ELSE
        CALL "CBL_DELETE_FILE" USING WS-PENDING-VOUCHER
            RETURNING WS-DELETE-RESULT
    END-IF.

    PERFORM SAVE-REGISTER.
    CALL "MARK-FEED-PROCESSED" USING WS-FEED-NAME
        WS-VERIFY-COUNT WS-VERIFY-HASH.
    IF WS-RECEIPT-RESULT = 'Y'
        CALL "MARK-FEED-PROCESSED" USING WS-RECEIPT-FEED-NAME
            WS-RECEIPT-COUNT WS-RECEIPT-HASH
    END-IF.

    DISPLAY "DEPOSITS ADDED      : " WS-DEPOSITS-ADDED.
    DISPLAY "CHECKS ADDED        : " WS-CHECKS-ADDED.
    DISPLAY "RECEIPTS ADDED      : " WS-RECEIPTS-ADDED.
    DISPLAY "STATEMENT LINES     : " WS-LINES-ADDED.
    DISPLAY "MATCHED THIS RUN    : " WS-MATCHED-COUNT.
    DISPLAY "PROPOSED FOR JOURNAL: " WS-PROPOSED-COUNT.
    IF WS-DIFFERENCE NOT = 0 OR WS-BALANCE-FOUND = 'N'
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

FINGERPRINT-STATEMENT.
    OPEN INPUT STATEMENT-FILE.
    IF WS-STATEMENT-STATUS NOT = "00"
        DISPLAY "BANK-STATEMENT.DAT NOT PRESENT - NO RECONCILIATION"
        CLOSE STATEMENT-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ STATEMENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-VERIFY-COUNT
                COMPUTE WS-VERIFY-HASH = WS-VERIFY-HASH + BS-AMOUNT
        END-READ
    END-PERFORM.
    CLOSE STATEMENT-FILE.
    MOVE 'N' TO WS-EOF.
    IF WS-VERIFY-COUNT = 0
        DISPLAY "BANK-STATEMENT.DAT IS EMPTY - NO RECONCILIATION"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

*> Cleared items are kept for a while so the report can be traced
*> back, then dropped; outstanding items are always carried.
LOAD-REGISTER.
    OPEN INPUT ITEM-FILE.
    PERFORM UNTIL WS-ITEM-EOF = 'Y'
        READ ITEM-FILE
            AT END MOVE 'Y' TO WS-ITEM-EOF
            NOT AT END
                IF RI-STATUS = 'O'
                    PERFORM LOAD-REGISTER-ITEM
                ELSE
                    COMPUTE WS-GAP-DAYS = WS-TODAY-INT
                        - FUNCTION INTEGER-OF-DATE(RI-CLEARED-DATE)
                    IF WS-GAP-DAYS <= WS-KEEP-DAYS
                        PERFORM LOAD-REGISTER-ITEM
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ITEM-FILE.

LOAD-REGISTER-ITEM.
    IF WS-ITEM-COUNT >= 3000
        DISPLAY "RECONCILIATION ITEM TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-ITEM-COUNT.
    MOVE RI-SIDE TO WS-RI-SIDE(WS-ITEM-COUNT).
    MOVE RI-SOURCE TO WS-RI-SOURCE(WS-ITEM-COUNT).
    MOVE RI-REFERENCE TO WS-RI-REFERENCE(WS-ITEM-COUNT).
    MOVE RI-DATE TO WS-RI-DATE(WS-ITEM-COUNT).
    MOVE RI-FLOW TO WS-RI-FLOW(WS-ITEM-COUNT).
    MOVE RI-AMOUNT TO WS-RI-AMOUNT(WS-ITEM-COUNT).
    MOVE RI-STATUS TO WS-RI-STATUS(WS-ITEM-COUNT).
    MOVE RI-CLEARED-DATE TO WS-RI-CLEARED-DATE(WS-ITEM-COUNT).
    MOVE RI-DESCRIPTION TO WS-RI-DESCRIPTION(WS-ITEM-COUNT).

*> Deposit bags and checks carry their own number, so one already
*> on the register is not added again however often the file is read.
TAKE-DEPOSITS.
    OPEN INPUT SLIP-FILE.
    PERFORM UNTIL WS-SLIP-EOF = 'Y'
        READ SLIP-FILE
            AT END MOVE 'Y' TO WS-SLIP-EOF
            NOT AT END
                MOVE 'B' TO WS-NI-SIDE
                MOVE "DEP" TO WS-NI-SOURCE
                MOVE DP-BAG-NO TO WS-REF-NUMBER
                MOVE WS-REF-NUMBER TO WS-NI-REFERENCE
                PERFORM FIND-BOOK-ITEM
                IF WS-BOOK-HIT = 0
                    MOVE DP-DATE TO WS-NI-DATE
                    MOVE 'R' TO WS-NI-FLOW
                    MOVE DP-AMOUNT TO WS-NI-AMOUNT
                    MOVE "DEPOSIT BAG" TO WS-NI-DESCRIPTION
                    PERFORM ADD-ITEM
                    ADD 1 TO WS-DEPOSITS-ADDED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SLIP-FILE.

TAKE-CHECKS.
    OPEN INPUT PAYMENT-FILE.
    PERFORM UNTIL WS-PAYMENT-EOF = 'Y'
        READ PAYMENT-FILE
            AT END MOVE 'Y' TO WS-PAYMENT-EOF
            NOT AT END
                MOVE 'B' TO WS-NI-SIDE
                MOVE "CHK" TO WS-NI-SOURCE
                MOVE BP-CHECK-NO TO WS-REF-NUMBER
                MOVE WS-REF-NUMBER TO WS-NI-REFERENCE
                PERFORM FIND-BOOK-ITEM
                IF WS-BOOK-HIT = 0
                    MOVE BP-PAY-DATE TO WS-NI-DATE
                    MOVE 'P' TO WS-NI-FLOW
                    MOVE BP-AMOUNT TO WS-NI-AMOUNT
                    MOVE SPACES TO WS-NI-DESCRIPTION
                    STRING "CHECK TO VENDOR " BP-VENDOR-ID
                        DELIMITED BY SIZE INTO WS-NI-DESCRIPTION
                    PERFORM ADD-ITEM
                    ADD 1 TO WS-CHECKS-ADDED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PAYMENT-FILE.

*> Receipts have no number of their own; the feed fingerprint keeps
*> the same day's file from being added twice. They are dated the
*> day they are taken, and referenced by the paying customer.
TAKE-RECEIPTS.
    OPEN INPUT RECEIPT-FILE.
    PERFORM UNTIL WS-RECEIPT-EOF = 'Y'
        READ RECEIPT-FILE
            AT END MOVE 'Y' TO WS-RECEIPT-EOF
            NOT AT END
                ADD 1 TO WS-RECEIPT-COUNT
                COMPUTE WS-RECEIPT-HASH = WS-RECEIPT-HASH + RC-AMOUNT
        END-READ
    END-PERFORM.
    CLOSE RECEIPT-FILE.
    IF WS-RECEIPT-COUNT > 0
        CALL "CHECK-FEED-FINGERPRINT" USING WS-RECEIPT-FEED-NAME
            WS-RECEIPT-COUNT WS-RECEIPT-HASH WS-RECEIPT-RESULT
        IF WS-RECEIPT-RESULT = 'N'
            DISPLAY "AR-RECEIPTS ALREADY ON THE REGISTER - NOT ADDED"
        ELSE
            MOVE 'N' TO WS-RECEIPT-EOF
            OPEN INPUT RECEIPT-FILE
            PERFORM UNTIL WS-RECEIPT-EOF = 'Y'
                READ RECEIPT-FILE
                    AT END MOVE 'Y' TO WS-RECEIPT-EOF
                    NOT AT END PERFORM TAKE-RECEIPT
                END-READ
            END-PERFORM
            CLOSE RECEIPT-FILE
        END-IF
    END-IF.

TAKE-RECEIPT.
    MOVE 'B' TO WS-NI-SIDE.
    MOVE "RCP" TO WS-NI-SOURCE.
    MOVE RC-CUSTOMER TO WS-NI-REFERENCE.
    MOVE WS-RH-RUN-DATE TO WS-NI-DATE.
    MOVE 'R' TO WS-NI-FLOW.
    MOVE RC-AMOUNT TO WS-NI-AMOUNT.
    MOVE SPACES TO WS-NI-DESCRIPTION.
    IF RC-INV-NO = 0
        MOVE "RECEIPT ON ACCOUNT" TO WS-NI-DESCRIPTION
    ELSE
        STRING "RECEIPT INVOICE " RC-INV-NO
            DELIMITED BY SIZE INTO WS-NI-DESCRIPTION
    END-IF.
    PERFORM ADD-ITEM.
    ADD 1 TO WS-RECEIPTS-ADDED.

TAKE-STATEMENT.
    OPEN INPUT STATEMENT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ STATEMENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF BS-RECORD-TYPE = 'B'
                    MOVE 'Y' TO WS-BALANCE-FOUND
                    IF BS-DR-CR = "DR"
                        COMPUTE WS-BANK-BALANCE = 0 - BS-AMOUNT
                    ELSE
                        MOVE BS-AMOUNT TO WS-BANK-BALANCE
                    END-IF
                ELSE
                    PERFORM TAKE-STATEMENT-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STATEMENT-FILE.
    IF WS-BALANCE-FOUND = 'N'
        DISPLAY "NO CLOSING BALANCE ON STATEMENT - BANK BALANCE "
            "TAKEN AS ZERO"
    END-IF.

TAKE-STATEMENT-LINE.
    MOVE 'S' TO WS-NI-SIDE.
    MOVE BS-TXN-CODE TO WS-NI-SOURCE.
    MOVE BS-REFERENCE TO WS-NI-REFERENCE.
    MOVE BS-DATE TO WS-NI-DATE.
    IF BS-DR-CR = "DR"
        MOVE 'P' TO WS-NI-FLOW
    ELSE
        MOVE 'R' TO WS-NI-FLOW
    END-IF.
    MOVE BS-AMOUNT TO WS-NI-AMOUNT.
    MOVE BS-DESCRIPTION TO WS-NI-DESCRIPTION.
    PERFORM ADD-ITEM.
    ADD 1 TO WS-LINES-ADDED.

FIND-BOOK-ITEM.
    MOVE 0 TO WS-BOOK-HIT.
    PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
            UNTIL WS-BOOK-IDX > WS-ITEM-COUNT OR WS-BOOK-HIT > 0
        IF WS-RI-SIDE(WS-BOOK-IDX) = 'B'
                AND WS-RI-SOURCE(WS-BOOK-IDX) = WS-NI-SOURCE
                AND WS-RI-REFERENCE(WS-BOOK-IDX) = WS-NI-REFERENCE
            MOVE WS-BOOK-IDX TO WS-BOOK-HIT
        END-IF
    END-PERFORM.

ADD-ITEM.
    IF WS-ITEM-COUNT >= 3000
        DISPLAY "RECONCILIATION ITEM TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-ITEM-COUNT.
    MOVE WS-NI-SIDE TO WS-RI-SIDE(WS-ITEM-COUNT).
    MOVE WS-NI-SOURCE TO WS-RI-SOURCE(WS-ITEM-COUNT).
    MOVE WS-NI-REFERENCE TO WS-RI-REFERENCE(WS-ITEM-COUNT).
    MOVE WS-NI-DATE TO WS-RI-DATE(WS-ITEM-COUNT).
    MOVE WS-NI-FLOW TO WS-RI-FLOW(WS-ITEM-COUNT).
    MOVE WS-NI-AMOUNT TO WS-RI-AMOUNT(WS-ITEM-COUNT).
    MOVE 'O' TO WS-RI-STATUS(WS-ITEM-COUNT).
    MOVE 0 TO WS-RI-CLEARED-DATE(WS-ITEM-COUNT).
    MOVE WS-NI-DESCRIPTION TO WS-RI-DESCRIPTION(WS-ITEM-COUNT).

MATCH-STATEMENT-LINES.
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        IF WS-RI-SIDE(WS-ITEM-IDX) = 'S'
                AND WS-RI-STATUS(WS-ITEM-IDX) = 'O'
            PERFORM FIND-BOOK-MATCH
            IF WS-BOOK-HIT > 0
                MOVE 'M' TO WS-RI-STATUS(WS-ITEM-IDX)
                MOVE WS-RH-RUN-DATE TO WS-RI-CLEARED-DATE(WS-ITEM-IDX)
                MOVE 'M' TO WS-RI-STATUS(WS-BOOK-HIT)
                MOVE WS-RH-RUN-DATE TO WS-RI-CLEARED-DATE(WS-BOOK-HIT)
                ADD 1 TO WS-MATCHED-COUNT
            END-IF
        END-IF
    END-PERFORM.

*> The earliest outstanding book item of the same direction and
*> amount, inside the window, pairs with the statement line.
FIND-BOOK-MATCH.
    MOVE 0 TO WS-BOOK-HIT.
    PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
            UNTIL WS-BOOK-IDX > WS-ITEM-COUNT OR WS-BOOK-HIT > 0
        IF WS-RI-SIDE(WS-BOOK-IDX) = 'B'
                AND WS-RI-STATUS(WS-BOOK-IDX) = 'O'
                AND WS-RI-FLOW(WS-BOOK-IDX) = WS-RI-FLOW(WS-ITEM-IDX)
                AND WS-RI-AMOUNT(WS-BOOK-IDX)
                    = WS-RI-AMOUNT(WS-ITEM-IDX)
            IF WS-MATCH-PASS = 2
                    OR WS-RI-REFERENCE(WS-BOOK-IDX)
                        = WS-RI-REFERENCE(WS-ITEM-IDX)
                PERFORM CHECK-DATE-WINDOW
            END-IF
        END-IF
    END-PERFORM.

CHECK-DATE-WINDOW.
    IF WS-RI-FLOW(WS-BOOK-IDX) = 'P'
        MOVE WS-CHECK-WINDOW TO WS-WINDOW-DAYS
    ELSE
        MOVE WS-DEPOSIT-WINDOW TO WS-WINDOW-DAYS
    END-IF.
    COMPUTE WS-GAP-DAYS =
        FUNCTION INTEGER-OF-DATE(WS-RI-DATE(WS-ITEM-IDX))
        - FUNCTION INTEGER-OF-DATE(WS-RI-DATE(WS-BOOK-IDX)).
    IF WS-GAP-DAYS >= 0 - WS-EARLY-DAYS
            AND WS-GAP-DAYS <= WS-WINDOW-DAYS
        MOVE WS-BOOK-IDX TO WS-BOOK-HIT
    END-IF.

*> Charges and interest the bank booked on its own have no book item
*> to meet; they are proposed for journal rather than left open.
PROPOSE-BANK-ENTRIES.
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        IF WS-RI-SIDE(WS-ITEM-IDX) = 'S'
                AND WS-RI-STATUS(WS-ITEM-IDX) = 'O'
            IF WS-RI-SOURCE(WS-ITEM-IDX) = "CHG"
                    AND WS-RI-FLOW(WS-ITEM-IDX) = 'P'
                ADD WS-RI-AMOUNT(WS-ITEM-IDX) TO WS-CHARGES-TOTAL
                PERFORM MARK-PROPOSED
            ELSE
                IF WS-RI-SOURCE(WS-ITEM-IDX) = "INT"
                        AND WS-RI-FLOW(WS-ITEM-IDX) = 'R'
                    ADD WS-RI-AMOUNT(WS-ITEM-IDX) TO WS-INTEREST-TOTAL
                    PERFORM MARK-PROPOSED
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    COMPUTE WS-CHARGES-WHOLE ROUNDED = WS-CHARGES-TOTAL.
    COMPUTE WS-INTEREST-WHOLE ROUNDED = WS-INTEREST-TOTAL.

MARK-PROPOSED.
    MOVE 'J' TO WS-RI-STATUS(WS-ITEM-IDX).
    MOVE WS-RH-RUN-DATE TO WS-RI-CLEARED-DATE(WS-ITEM-IDX).
    ADD 1 TO WS-PROPOSED-COUNT.

LOAD-LEDGER-BALANCE.
    OPEN INPUT BALANCE-MASTER-FILE.
    PERFORM UNTIL WS-BALANCE-EOF = 'Y'
        READ BALANCE-MASTER-FILE
            AT END MOVE 'Y' TO WS-BALANCE-EOF
            NOT AT END
                IF GB-ACCOUNT = WS-CASH-ACCOUNT
                    ADD GB-BF-DEBITS TO WS-BOOK-DEBITS
                    ADD GB-BF-CREDITS TO WS-BOOK-CREDITS
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BALANCE-MASTER-FILE.
    OPEN INPUT POSTING-FILE.
    PERFORM UNTIL WS-POSTING-EOF = 'Y'
        READ POSTING-FILE
            AT END MOVE 'Y' TO WS-POSTING-EOF
            NOT AT END
                IF PO-ACCOUNT = WS-CASH-ACCOUNT
                    IF PO-DR-CR = "DR"
                        ADD PO-AMOUNT TO WS-BOOK-DEBITS
                    ELSE
                        ADD PO-AMOUNT TO WS-BOOK-CREDITS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE POSTING-FILE.
    OPEN INPUT GL-POSTING-FILE.
    PERFORM UNTIL WS-PENDING-EOF = 'Y'
        READ GL-POSTING-FILE
            AT END MOVE 'Y' TO WS-PENDING-EOF
            NOT AT END
                IF GP-ACCOUNT = WS-CASH-ACCOUNT
                    IF GP-DR-CR = "DR"
                        ADD GP-AMOUNT TO WS-BOOK-DEBITS
                    ELSE
                        ADD GP-AMOUNT TO WS-BOOK-CREDITS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GL-POSTING-FILE.
    COMPUTE WS-LEDGER-BALANCE = WS-BOOK-DEBITS - WS-BOOK-CREDITS.

*> The classic two-sided statement: the bank brought forward to the
*> book by what it has not yet seen, the ledger brought forward to the
*> bank by what only the bank has booked. Charges and interest are
*> counted as bank-only on the day they are proposed for journal.
WRITE-RECONCILIATION.
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        PERFORM TOTAL-RECONCILING-ITEM
    END-PERFORM.
    COMPUTE WS-ADJUSTED-BANK = WS-BANK-BALANCE + WS-IN-TRANSIT
        - WS-OUTSTANDING-CHECKS.
    COMPUTE WS-ADJUSTED-LEDGER = WS-LEDGER-BALANCE + WS-BANK-CREDITS
        - WS-BANK-DEBITS.
    COMPUTE WS-DIFFERENCE = WS-ADJUSTED-BANK - WS-ADJUSTED-LEDGER.

    OPEN OUTPUT RECON-REPORT.
    MOVE WS-RH-RUN-DATE TO WS-TL-DATE.
    WRITE RECON-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    MOVE "BALANCE PER BANK STATEMENT" TO WS-TOT-LABEL.
    MOVE WS-BANK-BALANCE TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "ADD DEPOSITS IN TRANSIT" TO WS-TOT-LABEL.
    MOVE WS-IN-TRANSIT TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "LESS OUTSTANDING CHECKS" TO WS-TOT-LABEL.
    MOVE WS-OUTSTANDING-CHECKS TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "ADJUSTED BANK BALANCE" TO WS-TOT-LABEL.
    MOVE WS-ADJUSTED-BANK TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "BALANCE PER LEDGER 100100" TO WS-TOT-LABEL.
    MOVE WS-LEDGER-BALANCE TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "ADD BANK CREDITS NOT IN LEDGER" TO WS-TOT-LABEL.
    MOVE WS-BANK-CREDITS TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "LESS BANK DEBITS NOT IN LEDGER" TO WS-TOT-LABEL.
    MOVE WS-BANK-DEBITS TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "ADJUSTED LEDGER BALANCE" TO WS-TOT-LABEL.
    MOVE WS-ADJUSTED-LEDGER TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "UNRECONCILED DIFFERENCE" TO WS-TOT-LABEL.
    MOVE WS-DIFFERENCE TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.

    MOVE "DEPOSITS AND RECEIPTS IN TRANSIT" TO WS-SECTION-LINE.
    MOVE 'B' TO WS-NI-SIDE.
    MOVE 'R' TO WS-NI-FLOW.
    PERFORM LIST-RECONCILING-ITEMS.
    MOVE "OUTSTANDING CHECKS" TO WS-SECTION-LINE.
    MOVE 'P' TO WS-NI-FLOW.
    PERFORM LIST-RECONCILING-ITEMS.
    MOVE "BANK CREDITS NOT IN LEDGER (JNL = PROPOSED FOR JOURNAL)"
        TO WS-SECTION-LINE.
    MOVE 'S' TO WS-NI-SIDE.
    MOVE 'R' TO WS-NI-FLOW.
    PERFORM LIST-RECONCILING-ITEMS.
    MOVE "BANK DEBITS NOT IN LEDGER (JNL = PROPOSED FOR JOURNAL)"
        TO WS-SECTION-LINE.
    MOVE 'P' TO WS-NI-FLOW.
    PERFORM LIST-RECONCILING-ITEMS.
    CLOSE RECON-REPORT.

TOTAL-RECONCILING-ITEM.
    IF WS-RI-STATUS(WS-ITEM-IDX) = 'O'
            OR (WS-RI-STATUS(WS-ITEM-IDX) = 'J'
                AND WS-RI-CLEARED-DATE(WS-ITEM-IDX) = WS-RH-RUN-DATE)
        IF WS-RI-SIDE(WS-ITEM-IDX) = 'B'
            IF WS-RI-FLOW(WS-ITEM-IDX) = 'R'
                ADD WS-RI-AMOUNT(WS-ITEM-IDX) TO WS-IN-TRANSIT
            ELSE
                ADD WS-RI-AMOUNT(WS-ITEM-IDX) TO WS-OUTSTANDING-CHECKS
            END-IF
        ELSE
            IF WS-RI-FLOW(WS-ITEM-IDX) = 'R'
                ADD WS-RI-AMOUNT(WS-ITEM-IDX) TO WS-BANK-CREDITS
            ELSE
                ADD WS-RI-AMOUNT(WS-ITEM-IDX) TO WS-BANK-DEBITS
            END-IF
        END-IF
    END-IF.

WRITE-TOTAL-LINE.
    WRITE RECON-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.

LIST-RECONCILING-ITEMS.
    MOVE SPACES TO RECON-LINE.
    WRITE RECON-LINE.
    WRITE RECON-LINE FROM WS-SECTION-LINE.
    WRITE RECON-LINE FROM WS-COLUMN-LINE.
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        IF WS-RI-SIDE(WS-ITEM-IDX) = WS-NI-SIDE
                AND WS-RI-FLOW(WS-ITEM-IDX) = WS-NI-FLOW
            IF WS-RI-STATUS(WS-ITEM-IDX) = 'O'
                    OR (WS-RI-STATUS(WS-ITEM-IDX) = 'J'
                        AND WS-RI-CLEARED-DATE(WS-ITEM-IDX)
                            = WS-RH-RUN-DATE)
                PERFORM WRITE-ITEM-LINE
            END-IF
        END-IF
    END-PERFORM.

WRITE-ITEM-LINE.
    MOVE WS-RI-SOURCE(WS-ITEM-IDX) TO WS-DL-SOURCE.
    MOVE WS-RI-REFERENCE(WS-ITEM-IDX) TO WS-DL-REFERENCE.
    MOVE WS-RI-DATE(WS-ITEM-IDX) TO WS-DL-DATE.
    MOVE WS-RI-AMOUNT(WS-ITEM-IDX) TO WS-DL-AMOUNT.
    MOVE WS-RI-DESCRIPTION(WS-ITEM-IDX) TO WS-DL-DESCRIPTION.
    IF WS-RI-STATUS(WS-ITEM-IDX) = 'J'
        MOVE "JNL" TO WS-DL-NOTE
    ELSE
        MOVE SPACES TO WS-DL-NOTE
    END-IF.
    WRITE RECON-LINE FROM WS-DETAIL-LINE.

*> Charges debit bank charges and credit the cash account; interest
*> the other way round. The voucher is held under its pending name
*> until RELEASE-APPROVAL copies it to BANK-RECON-JOURNAL.DAT.
WRITE-JOURNAL-VOUCHER.
    OPEN OUTPUT JOURNAL-VOUCHER-FILE.
    MOVE WS-RH-RUN-DATE TO WS-JH-DATE.
    WRITE JOURNAL-VOUCHER-LINE FROM WS-JV-HEADER.
    MOVE 0 TO WS-JT-COUNT.
    MOVE 0 TO WS-JT-HASH.
    IF WS-CHARGES-WHOLE > 0
        MOVE WS-CHARGES-WHOLE TO WS-JD-AMOUNT
        MOVE WS-CHARGES-ACCOUNT TO WS-JD-ACCOUNT
        MOVE "DR" TO WS-JD-DR-CR
        WRITE JOURNAL-VOUCHER-LINE FROM WS-JV-DETAIL
        MOVE WS-CASH-ACCOUNT TO WS-JD-ACCOUNT
        MOVE "CR" TO WS-JD-DR-CR
        WRITE JOURNAL-VOUCHER-LINE FROM WS-JV-DETAIL
        ADD 2 TO WS-JT-COUNT
        COMPUTE WS-JT-HASH = WS-JT-HASH + WS-CHARGES-WHOLE * 2
    END-IF.
    IF WS-INTEREST-WHOLE > 0
        MOVE WS-INTEREST-WHOLE TO WS-JD-AMOUNT
        MOVE WS-CASH-ACCOUNT TO WS-JD-ACCOUNT
        MOVE "DR" TO WS-JD-DR-CR
        WRITE JOURNAL-VOUCHER-LINE FROM WS-JV-DETAIL
        MOVE WS-INTEREST-ACCOUNT TO WS-JD-ACCOUNT
        MOVE "CR" TO WS-JD-DR-CR
        WRITE JOURNAL-VOUCHER-LINE FROM WS-JV-DETAIL
        ADD 2 TO WS-JT-COUNT
        COMPUTE WS-JT-HASH = WS-JT-HASH + WS-INTEREST-WHOLE * 2
    END-IF.
    WRITE JOURNAL-VOUCHER-LINE FROM WS-JV-TRAILER.
    CLOSE JOURNAL-VOUCHER-FILE.
    DISPLAY "BANK CHARGES PROPOSED : " WS-CHARGES-WHOLE.
    DISPLAY "BANK INTEREST PROPOSED: " WS-INTEREST-WHOLE.

SAVE-REGISTER.
    OPEN OUTPUT ITEM-WORK-FILE.
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
            UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
        MOVE SPACES TO ITEM-REC
        MOVE WS-RI-SIDE(WS-ITEM-IDX) TO RI-SIDE
        MOVE WS-RI-SOURCE(WS-ITEM-IDX) TO RI-SOURCE
        MOVE WS-RI-REFERENCE(WS-ITEM-IDX) TO RI-REFERENCE
        MOVE WS-RI-DATE(WS-ITEM-IDX) TO RI-DATE
        MOVE WS-RI-FLOW(WS-ITEM-IDX) TO RI-FLOW
        MOVE WS-RI-AMOUNT(WS-ITEM-IDX) TO RI-AMOUNT
        MOVE WS-RI-STATUS(WS-ITEM-IDX) TO RI-STATUS
        MOVE WS-RI-CLEARED-DATE(WS-ITEM-IDX) TO RI-CLEARED-DATE
        MOVE WS-RI-DESCRIPTION(WS-ITEM-IDX) TO RI-DESCRIPTION
        WRITE ITEM-WORK-REC FROM ITEM-REC
    END-PERFORM.
    CLOSE ITEM-WORK-FILE.
    PERFORM COPY-ITEMS-WORK-BACK.

COPY-ITEMS-WORK-BACK.
    OPEN INPUT ITEM-WORK-FILE.
    OPEN OUTPUT ITEM-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ ITEM-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE ITEM-WORK-REC TO ITEM-REC
                WRITE ITEM-REC
        END-READ
    END-PERFORM.
    CLOSE ITEM-WORK-FILE.
    CLOSE ITEM-FILE.
