       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SUBMITTER-BILLING.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ACCESSION-LOG-FILE ASSIGN TO "ACCESSION-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AGREEMENT-FILE ASSIGN TO "SUBMITTER-AGREEMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL HOLD-FILE ASSIGN TO "SEQUENCE-HOLDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BILLED-LOG ASSIGN TO "ACCESSION-BILLED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INVOICE-CONTROL
        ASSIGN TO "INVOICE-LAST-NUMBER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INVOICE-REGISTER ASSIGN TO "INVOICE-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BILLING-REPORT ASSIGN TO "SUBMITTER-BILLING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-WORK ASSIGN TO "SUBMITTER-BILLING-SORT.TMP".

DATA DIVISION.
FILE SECTION.
FD ACCESSION-LOG-FILE.
COPY "ACCESSION-LOG-RECORD.cpy".

FD AGREEMENT-FILE.
COPY "SUBMITTER-AGREEMENT-RECORD.cpy".

FD HOLD-FILE.
COPY "SEQUENCE-HOLD-RECORD.cpy".

*> One line per accession invoiced, so a rerun never bills twice.
FD BILLED-LOG.
01 BILLED-REC.
   05 AB-ACCESSION-NO    PIC 9(6).
   05 FILLER             PIC X(1).
   05 AB-INV-NO          PIC 9(6).
   05 FILLER             PIC X(1).
   05 AB-BILLED-DATE     PIC 9(8).
   05 FILLER             PIC X(1).
   05 AB-AMOUNT          PIC 9(7)V99.

FD INVOICE-CONTROL.
01 INVOICE-CONTROL-REC.
   05 IC-LAST-NUMBER     PIC 9(6).

FD INVOICE-REGISTER.
01 REGISTER-LINE         PIC X(80).

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

FD BILLING-REPORT.
01 BILLING-LINE          PIC X(80).

SD SORT-WORK.
01 SORT-REC.
   05 SR-SUBMITTER       PIC X(20).
   05 SR-ACCESSION-NO    PIC 9(6).
   05 SR-RECORD-COUNT    PIC 9(7).
   05 SR-AGREEMENT-IDX   PIC 9(3).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-ITEM-STATUS        PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-SORT-EOF           PIC X VALUE 'N'.
01 WS-AGREEMENT-EOF      PIC X VALUE 'N'.
01 WS-HOLD-EOF           PIC X VALUE 'N'.
01 WS-BILLED-EOF         PIC X VALUE 'N'.
01 WS-CONTROL-EOF        PIC X VALUE 'N'.

01 WS-AR-CONTROL-ACCOUNT PIC 9(6) VALUE 110000.
01 WS-REVENUE-ACCOUNT    PIC 9(6) VALUE 400400.
01 WS-POST-ACCOUNT       PIC 9(6).
01 WS-POST-DR-CR         PIC X(2).
01 WS-WHOLE-UNITS        PIC 9(9).

01 WS-INVOICE-NO         PIC 9(6) VALUE 0.
01 WS-INVOICE-OPEN       PIC X VALUE 'N'.
01 WS-CURRENT-SUBMITTER  PIC X(20).
01 WS-CURRENT-CUSTOMER   PIC X(6).
01 WS-INVOICE-AMOUNT     PIC 9(7)V99.
01 WS-INVOICE-ACCESSIONS PIC 9(5).
01 WS-LINE-AMOUNT        PIC 9(7)V99.
01 WS-RUN-TOTAL          PIC 9(9)V99 VALUE 0.
01 WS-INVOICE-COUNT      PIC 9(5) VALUE 0.
01 WS-BILLED-COUNT       PIC 9(5) VALUE 0.
01 WS-UNBILLED-COUNT     PIC 9(5) VALUE 0.

01 WS-AGREEMENT-COUNT    PIC 9(3) VALUE 0.
01 WS-AGREEMENT-TABLE.
   05 WS-AGREEMENT-ENTRY OCCURS 200 TIMES.
      10 WS-AG-SUBMITTER  PIC X(20).
      10 WS-AG-CUSTOMER   PIC X(6).
      10 WS-AG-ACC-PRICE  PIC 9(5)V99.
      10 WS-AG-REC-PRICE  PIC 9(3)V9(4).
01 WS-AGREEMENT-IDX      PIC 9(3).
01 WS-AGREEMENT-HIT      PIC 9(3).

*> Accessions already invoiced, and those held back on sequence
*> quality - a held batch was never processed, so it is not billed.
01 WS-DONE-COUNT         PIC 9(5) VALUE 0.
01 WS-DONE-TABLE.
   05 WS-DONE-NO OCCURS 5000 TIMES PIC 9(6).
01 WS-DONE-IDX           PIC 9(5).
01 WS-DONE-HIT           PIC X.
01 WS-NOTE-NO            PIC 9(6).

01 WS-REG-HEADER.
   05 FILLER             PIC X(4) VALUE "HDR ".
   05 WS-RH-INV-NO       PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RH-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RH-JURIS        PIC X(3) VALUE "LOC".
   05 FILLER             PIC X(6) VALUE " CUST=".
   05 WS-RH-CUSTOMER     PIC X(6).

01 WS-REG-DETAIL.
   05 FILLER             PIC X(4) VALUE "DTL ".
   05 WS-RD-INV-NO       PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RD-DESC.
      10 FILLER          PIC X(4) VALUE "ACC ".
      10 WS-RD-ACCESSION PIC 9(6).
      10 FILLER          PIC X(1) VALUE SPACES.
      10 WS-RD-RECORDS   PIC ZZZZZZ9.
      10 FILLER          PIC X(8) VALUE " RECORDS".
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RD-AMOUNT       PIC Z(5)9.99.
   05 FILLER             PIC X(5) VALUE " TAX=".
   05 WS-RD-TAX          PIC Z(4)9.99.

01 WS-REG-TOTAL.
   05 FILLER             PIC X(4) VALUE "TTL ".
   05 WS-RT-INV-NO       PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RT-AMOUNT       PIC Z(5)9.99.
   05 FILLER             PIC X(5) VALUE " TAX=".
   05 WS-RT-TAX          PIC Z(4)9.99.

01 WS-TITLE-LINE         PIC X(60)
   VALUE "SUBMITTER BILLING - ACCESSION PROCESSING INVOICES".

01 WS-INVOICE-LINE.
   05 FILLER             PIC X(4) VALUE "INV ".
   05 WS-IL-INV-NO       PIC 9(6).
   05 FILLER             PIC X(6) VALUE " CUST=".
   05 WS-IL-CUSTOMER     PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-IL-SUBMITTER    PIC X(20).
   05 FILLER             PIC X(12) VALUE " ACCESSIONS=".
   05 WS-IL-ACCESSIONS   PIC ZZ,ZZ9.
   05 FILLER             PIC X(5) VALUE " AMT=".
   05 WS-IL-AMOUNT       PIC Z,ZZZ,ZZ9.99.

01 WS-UNBILLED-LINE.
   05 FILLER             PIC X(11) VALUE "NOT BILLED ".
   05 WS-UL-ACCESSION    PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-UL-SUBMITTER    PIC X(20).
   05 FILLER             PIC X(30)
      VALUE " - NO BILLING TERMS ON FILE".

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(10) VALUE "INVOICES  ".
   05 WS-TL-INVOICES     PIC ZZ,ZZ9.
   05 FILLER             PIC X(14) VALUE "  ACCESSIONS  ".
   05 WS-TL-BILLED       PIC ZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE "  BILLED  ".
   05 WS-TL-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(14) VALUE "  NOT BILLED  ".
   05 WS-TL-UNBILLED     PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "SUBMITTER-BILLING" TO WS-RH-JOB-NAME.
    MOVE 165 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "SUBMITTER-BILLING" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    PERFORM READ-LAST-INVOICE-NUMBER.
    PERFORM LOAD-AGREEMENTS.
    PERFORM LOAD-BILLED-LOG.
    PERFORM LOAD-HOLDS.

    OPEN OUTPUT BILLING-REPORT.
    WRITE BILLING-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    OPEN EXTEND INVOICE-REGISTER.
    OPEN I-O OPEN-ITEM-FILE.
    IF WS-ITEM-STATUS = "35"
        OPEN OUTPUT OPEN-ITEM-FILE
        CLOSE OPEN-ITEM-FILE
        OPEN I-O OPEN-ITEM-FILE
    END-IF.
    OPEN EXTEND BILLED-LOG.

    SORT SORT-WORK
        ON ASCENDING KEY SR-SUBMITTER SR-ACCESSION-NO
        INPUT PROCEDURE IS RELEASE-UNBILLED-ACCESSIONS
        OUTPUT PROCEDURE IS RAISE-SUBMITTER-INVOICES.

    CLOSE INVOICE-REGISTER.
    CLOSE OPEN-ITEM-FILE.
    CLOSE BILLED-LOG.
    PERFORM SAVE-LAST-INVOICE-NUMBER.
    IF WS-RUN-TOTAL > 0
        PERFORM POST-BILLED-REVENUE
    END-IF.

    MOVE WS-INVOICE-COUNT TO WS-TL-INVOICES.
    MOVE WS-BILLED-COUNT TO WS-TL-BILLED.
    MOVE WS-RUN-TOTAL TO WS-TL-TOTAL.
    MOVE WS-UNBILLED-COUNT TO WS-TL-UNBILLED.
    MOVE SPACES TO BILLING-LINE.
    WRITE BILLING-LINE.
    WRITE BILLING-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
    CLOSE BILLING-REPORT.

    MOVE WS-BILLED-COUNT TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-UNBILLED-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    IF WS-UNBILLED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

RELEASE-UNBILLED-ACCESSIONS.
    OPEN INPUT ACCESSION-LOG-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ACCESSION-LOG-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM JUDGE-ACCESSION
        END-READ
    END-PERFORM.
    CLOSE ACCESSION-LOG-FILE.

*> An accession for a submitter with no billing terms yet is listed
*> and left unbilled; it is picked up by the first run after the
*> terms go on the agreement.
JUDGE-ACCESSION.
    MOVE 'N' TO WS-DONE-HIT.
    PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
            UNTIL WS-DONE-IDX > WS-DONE-COUNT
        IF WS-DONE-NO(WS-DONE-IDX) = AC-ACCESSION-NO
            MOVE 'Y' TO WS-DONE-HIT
        END-IF
    END-PERFORM.
    IF WS-DONE-HIT = 'N' AND AC-RECEIVED-DATE <= WS-RH-RUN-DATE
        MOVE 0 TO WS-AGREEMENT-HIT
        PERFORM VARYING WS-AGREEMENT-IDX FROM 1 BY 1
                UNTIL WS-AGREEMENT-IDX > WS-AGREEMENT-COUNT
            IF WS-AG-SUBMITTER(WS-AGREEMENT-IDX) = AC-SUBMITTER
                MOVE WS-AGREEMENT-IDX TO WS-AGREEMENT-HIT
            END-IF
        END-PERFORM
        IF WS-AGREEMENT-HIT = 0
            ADD 1 TO WS-UNBILLED-COUNT
            MOVE AC-ACCESSION-NO TO WS-UL-ACCESSION
            MOVE AC-SUBMITTER TO WS-UL-SUBMITTER
            WRITE BILLING-LINE FROM WS-UNBILLED-LINE
            DISPLAY WS-UNBILLED-LINE
        ELSE
            MOVE AC-SUBMITTER TO SR-SUBMITTER
            MOVE AC-ACCESSION-NO TO SR-ACCESSION-NO
            MOVE AC-RECORD-COUNT TO SR-RECORD-COUNT
            MOVE WS-AGREEMENT-HIT TO SR-AGREEMENT-IDX
            RELEASE SORT-REC
        END-IF
    END-IF.

RAISE-SUBMITTER-INVOICES.
    PERFORM UNTIL WS-SORT-EOF = 'Y'
        RETURN SORT-WORK
            AT END
                MOVE 'Y' TO WS-SORT-EOF
                PERFORM CLOSE-INVOICE
            NOT AT END PERFORM BILL-SORTED-ACCESSION
        END-RETURN
    END-PERFORM.

BILL-SORTED-ACCESSION.
    IF WS-INVOICE-OPEN = 'Y' AND SR-SUBMITTER NOT = WS-CURRENT-SUBMITTER
        PERFORM CLOSE-INVOICE
    END-IF.
    IF WS-INVOICE-OPEN = 'N'
        PERFORM OPEN-INVOICE
    END-IF.
    COMPUTE WS-LINE-AMOUNT ROUNDED =
        WS-AG-ACC-PRICE(SR-AGREEMENT-IDX)
        + SR-RECORD-COUNT * WS-AG-REC-PRICE(SR-AGREEMENT-IDX).
    ADD WS-LINE-AMOUNT TO WS-INVOICE-AMOUNT.
    ADD 1 TO WS-INVOICE-ACCESSIONS.
    ADD 1 TO WS-BILLED-COUNT.
    MOVE WS-INVOICE-NO TO WS-RD-INV-NO.
    MOVE SR-ACCESSION-NO TO WS-RD-ACCESSION.
    MOVE SR-RECORD-COUNT TO WS-RD-RECORDS.
    MOVE WS-LINE-AMOUNT TO WS-RD-AMOUNT.
    MOVE 0 TO WS-RD-TAX.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.
    MOVE SPACES TO BILLED-REC.
    MOVE SR-ACCESSION-NO TO AB-ACCESSION-NO.
    MOVE WS-INVOICE-NO TO AB-INV-NO.
    MOVE WS-RH-RUN-DATE TO AB-BILLED-DATE.
    MOVE WS-LINE-AMOUNT TO AB-AMOUNT.
    WRITE BILLED-REC.

OPEN-INVOICE.
    ADD 1 TO WS-INVOICE-NO.
    ADD 1 TO WS-INVOICE-COUNT.
    MOVE 'Y' TO WS-INVOICE-OPEN.
    MOVE SR-SUBMITTER TO WS-CURRENT-SUBMITTER.
    MOVE WS-AG-CUSTOMER(SR-AGREEMENT-IDX) TO WS-CURRENT-CUSTOMER.
    MOVE 0 TO WS-INVOICE-AMOUNT.
    MOVE 0 TO WS-INVOICE-ACCESSIONS.
    MOVE WS-INVOICE-NO TO WS-RH-INV-NO.
    MOVE WS-RH-RUN-DATE TO WS-RH-DATE.
    MOVE WS-CURRENT-CUSTOMER TO WS-RH-CUSTOMER.
    WRITE REGISTER-LINE FROM WS-REG-HEADER.

*> The invoice goes on the AR ledger as it is raised, against the
*> submitter's customer number, so the aged-debtor, dunning and cash
*> runs chase it like any other; AR-BUILD-OPEN-ITEMS finds it known.
CLOSE-INVOICE.
    IF WS-INVOICE-OPEN = 'Y'
        MOVE WS-INVOICE-NO TO WS-RT-INV-NO
        MOVE WS-INVOICE-AMOUNT TO WS-RT-AMOUNT
        MOVE 0 TO WS-RT-TAX
        WRITE REGISTER-LINE FROM WS-REG-TOTAL
        MOVE SPACES TO OPEN-ITEM-REC
        MOVE WS-INVOICE-NO TO AR-INV-NO
        MOVE WS-CURRENT-CUSTOMER TO AR-CUSTOMER
        MOVE WS-RH-RUN-DATE TO AR-INV-DATE
        MOVE WS-INVOICE-AMOUNT TO AR-AMOUNT
        MOVE 0 TO AR-PAID
        MOVE 'O' TO AR-STATUS
        MOVE 0 TO AR-DUN-LEVEL
        MOVE 0 TO AR-DUN-DATE
        WRITE OPEN-ITEM-REC
            INVALID KEY
                DISPLAY "INVOICE NUMBER ALREADY ON FILE: " AR-INV-NO
        END-WRITE
        ADD WS-INVOICE-AMOUNT TO WS-RUN-TOTAL
        MOVE WS-INVOICE-NO TO WS-IL-INV-NO
        MOVE WS-CURRENT-CUSTOMER TO WS-IL-CUSTOMER
        MOVE WS-CURRENT-SUBMITTER TO WS-IL-SUBMITTER
        MOVE WS-INVOICE-ACCESSIONS TO WS-IL-ACCESSIONS
        MOVE WS-INVOICE-AMOUNT TO WS-IL-AMOUNT
        WRITE BILLING-LINE FROM WS-INVOICE-LINE
        DISPLAY WS-INVOICE-LINE
        MOVE 'N' TO WS-INVOICE-OPEN
    END-IF.

POST-BILLED-REVENUE.
    COMPUTE WS-WHOLE-UNITS ROUNDED = WS-RUN-TOTAL.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE WS-AR-CONTROL-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "DR" TO WS-POST-DR-CR.
    PERFORM WRITE-GL-POSTING.
    MOVE WS-REVENUE-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "CR" TO WS-POST-DR-CR.
    PERFORM WRITE-GL-POSTING.
    CLOSE GL-POSTING-FILE.

WRITE-GL-POSTING.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-POST-ACCOUNT TO GP-ACCOUNT.
    MOVE WS-POST-DR-CR TO GP-DR-CR.
    MOVE WS-WHOLE-UNITS TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.

*> Only agreements carrying a customer number and a price are
*> billing terms; a retention-only agreement bills nothing.
LOAD-AGREEMENTS.
    OPEN INPUT AGREEMENT-FILE.
    PERFORM UNTIL WS-AGREEMENT-EOF = 'Y'
        READ AGREEMENT-FILE
            AT END MOVE 'Y' TO WS-AGREEMENT-EOF
            NOT AT END
                IF SA-CUSTOMER NOT = SPACES
                        AND SA-ACCESSION-PRICE IS NUMERIC
                        AND SA-RECORD-PRICE IS NUMERIC
                    PERFORM TABLE-AGREEMENT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AGREEMENT-FILE.

TABLE-AGREEMENT.
    IF WS-AGREEMENT-COUNT >= 200
        DISPLAY "AGREEMENT TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-AGREEMENT-COUNT.
    MOVE SA-SUBMITTER TO WS-AG-SUBMITTER(WS-AGREEMENT-COUNT).
    MOVE SA-CUSTOMER TO WS-AG-CUSTOMER(WS-AGREEMENT-COUNT).
    MOVE SA-ACCESSION-PRICE TO WS-AG-ACC-PRICE(WS-AGREEMENT-COUNT).
    MOVE SA-RECORD-PRICE TO WS-AG-REC-PRICE(WS-AGREEMENT-COUNT).

LOAD-BILLED-LOG.
    OPEN INPUT BILLED-LOG.
    PERFORM UNTIL WS-BILLED-EOF = 'Y'
        READ BILLED-LOG
            AT END MOVE 'Y' TO WS-BILLED-EOF
            NOT AT END
                MOVE AB-ACCESSION-NO TO WS-NOTE-NO
                PERFORM NOTE-DONE-ACCESSION
        END-READ
    END-PERFORM.
    CLOSE BILLED-LOG.

LOAD-HOLDS.
    OPEN INPUT HOLD-FILE.
    PERFORM UNTIL WS-HOLD-EOF = 'Y'
        READ HOLD-FILE
            AT END MOVE 'Y' TO WS-HOLD-EOF
            NOT AT END
                MOVE SH-ACCESSION-NO TO WS-NOTE-NO
                PERFORM NOTE-DONE-ACCESSION
        END-READ
    END-PERFORM.
    CLOSE HOLD-FILE.

NOTE-DONE-ACCESSION.
    IF WS-DONE-COUNT >= 5000
        DISPLAY "BILLED-ACCESSION TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-DONE-COUNT.
    MOVE WS-NOTE-NO TO WS-DONE-NO(WS-DONE-COUNT).

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
