       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AP-PAYMENT-RUN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPEN-ITEM-FILE ASSIGN TO DYNAMIC WS-OPEN-ITEM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT WORK-FILE ASSIGN TO "AP-OPEN-ITEMS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT VENDOR-FILE ASSIGN TO "VENDOR-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VENDOR-STATUS.
    SELECT OPTIONAL EXCLUSION-FILE
        ASSIGN TO "AP-PAYMENT-EXCLUSIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CHECK-NUMBER-FILE
        ASSIGN TO DYNAMIC WS-CHECK-NUMBER-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT BANK-FILE ASSIGN TO "AP-BANK-PAYMENT-PENDING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EMAIL-OUTBOX-FILE ASSIGN TO "AP-REMITTANCE-PENDING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT GL-POSTING-FILE ASSIGN TO "AP-GL-POSTING-PENDING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "RUN-PARM-SELECT.cpy".

DATA DIVISION.
FILE SECTION.
FD OPEN-ITEM-FILE.
COPY "AP-OPEN-ITEM-RECORD.cpy".

FD WORK-FILE.
01 WORK-REC.
   05 WK-OPEN-ITEM       PIC X(58).
   05 WK-SETTLED         PIC X(1).

FD VENDOR-FILE.
01 VENDOR-REC.
   05 VM-VENDOR-ID       PIC X(5).
   05 FILLER             PIC X(1).
   05 VM-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 VM-LEAD-DAYS       PIC 9(3).
   05 FILLER             PIC X(1).
   05 VM-ORDER-MULTIPLE  PIC 9(5).
   05 FILLER             PIC X(1).
   05 VM-PAY-TERMS-DAYS  PIC 9(3).

*> Vendors a supervisor has stopped paying while an invoice is in
*> dispute, maintained through AP-PAYMENT-EXCLUDE.
FD EXCLUSION-FILE.
01 EXCLUSION-REC.
   05 EX-VENDOR-ID       PIC X(5).
   05 FILLER             PIC X(1).
   05 EX-SUPERVISOR      PIC X(30).
   05 FILLER             PIC X(1).
   05 EX-DATE            PIC 9(8).
   05 FILLER             PIC X(1).
   05 EX-REASON          PIC X(30).

FD CHECK-NUMBER-FILE.
01 CHECK-NUMBER-REC.
   05 CN-LAST-NUMBER     PIC 9(6).

FD REGISTER-FILE.
01 REGISTER-LINE         PIC X(80).

*> One payment instruction per vendor for the bank; held until a
*> second operator releases it to AP-BANK-PAYMENT.DAT. Everything
*> else the run changes is held with it and only applied by that
*> release: the items it settles (to AP-OPEN-ITEMS.DAT), the last
*> check number, the register lines, the remittance advices (to
*> EMAIL-OUTBOX.DAT) and the GL posting (to GL-POSTING.DAT). A
*> rejected run leaves the ledger, the GL and the vendors as they
*> were.
FD BANK-FILE.
01 BANK-REC.
   05 BP-CHECK-NO        PIC 9(6).
   05 FILLER             PIC X(1).
   05 BP-VENDOR-ID       PIC X(5).
   05 FILLER             PIC X(1).
   05 BP-AMOUNT          PIC 9(9)V99.
   05 FILLER             PIC X(1).
   05 BP-PAY-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 BP-INVOICE-COUNT   PIC 9(3).

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

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

COPY "RUN-PARM-FD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "RUN-PARM-WS.cpy".
01 WS-ITEM-STATUS        PIC X(2).
01 WS-VENDOR-STATUS      PIC X(2).
01 WS-OPEN-ITEM-NAME     PIC X(40) VALUE "AP-OPEN-ITEMS.DAT".
01 WS-CHECK-NUMBER-NAME  PIC X(40) VALUE "AP-LAST-CHECK-NUMBER.DAT".
01 WS-REGISTER-NAME      PIC X(40) VALUE "AP-CHECK-REGISTER.DAT".
01 WS-ITEM-SETTLED       PIC X VALUE 'N'.
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-VENDOR-EOF         PIC X VALUE 'N'.
01 WS-EXCLUSION-EOF      PIC X VALUE 'N'.
01 WS-NUMBER-EOF         PIC X VALUE 'N'.
01 WS-CUTOFF-DATE        PIC 9(8).
01 WS-DUE-DATE           PIC 9(8).
01 WS-OUTSTANDING        PIC 9(9)V99.
01 WS-CHECK-NO           PIC 9(6) VALUE 0.
01 WS-CHECK-COUNT        PIC 9(3) VALUE 0.
01 WS-MEMO-TAKEN         PIC 9(9)V99.
01 WS-MEMO-TOTAL         PIC 9(11)V99 VALUE 0.
01 WS-PAID-COUNT         PIC 9(5) VALUE 0.
01 WS-SKIPPED-COUNT      PIC 9(5) VALUE 0.
01 WS-RUN-TOTAL          PIC 9(11)V99 VALUE 0.
01 WS-WHOLE-UNITS        PIC 9(9).
01 WS-HOLD-TOTAL         PIC 9(9).
01 WS-HOLD-VARIANCE      PIC S9(9) VALUE 0.
01 WS-HOLD-ITEM          PIC X(14) VALUE "AP-PAYMENT-RUN".
01 WS-DEFAULT-TERMS      PIC 9(3) VALUE 30.

*> Payment terms per vendor, from the first VENDOR-MASTER row that
*> carries them; a vendor with no terms on file is paid at 30 days.
01 WS-TERMS-COUNT        PIC 9(3) VALUE 0.
01 WS-TERMS-TABLE.
   05 WS-TERMS-ENTRY OCCURS 200 TIMES.
      10 WS-TM-VENDOR     PIC X(5).
      10 WS-TM-DAYS       PIC 9(3).
01 WS-TERMS-IDX          PIC 9(3).
01 WS-TERMS-HIT          PIC 9(3).

01 WS-EXCLUDE-COUNT      PIC 9(3) VALUE 0.
01 WS-EXCLUDE-TABLE.
   05 WS-EXCLUDE-ENTRY OCCURS 200 TIMES.
      10 WS-EX-VENDOR     PIC X(5).
      10 WS-EX-SUPERVISOR PIC X(30).
      10 WS-EX-REASON     PIC X(30).
      10 WS-EX-HELD-BACK  PIC 9(9)V99.
01 WS-EXCLUDE-IDX        PIC 9(3).
01 WS-EXCLUDE-HIT        PIC 9(3).

*> One check per vendor per run, covering every item due by the
*> cut-off; the items paid are kept for the remittance advice.
01 WS-PAY-COUNT          PIC 9(3) VALUE 0.
01 WS-PAY-TABLE.
   05 WS-PAY-ENTRY OCCURS 200 TIMES.
      10 WS-PY-VENDOR     PIC X(5).
      10 WS-PY-CHECK-NO   PIC 9(6).
      10 WS-PY-AMOUNT     PIC 9(9)V99.
      10 WS-PY-INVOICES   PIC 9(3).
      10 WS-PY-MEMO       PIC 9(9)V99.
      10 WS-PY-MEMO-LEFT  PIC 9(9)V99.
01 WS-PAY-IDX            PIC 9(3).
01 WS-PAY-HIT            PIC 9(3).

*> Debit memos raised by VENDOR-RETURN-ENTRY for goods sent back
*> are still owed to us until a payment run takes them off what the
*> vendor is paid; each vendor's open memos are totalled here.
01 WS-MEMO-COUNT         PIC 9(3) VALUE 0.
01 WS-MEMO-TABLE.
   05 WS-MEMO-ENTRY OCCURS 200 TIMES.
      10 WS-MM-VENDOR     PIC X(5).
      10 WS-MM-AVAILABLE  PIC 9(9)V99.
01 WS-MEMO-IDX           PIC 9(3).
01 WS-MEMO-HIT           PIC 9(3).

01 WS-PAID-ITEM-COUNT    PIC 9(4) VALUE 0.
01 WS-PAID-ITEM-TABLE.
   05 WS-PAID-ITEM-ENTRY OCCURS 2000 TIMES.
      10 WS-PI-PAY-HIT    PIC 9(3).
      10 WS-PI-INVOICE    PIC X(10).
      10 WS-PI-INV-DATE   PIC 9(8).
      10 WS-PI-AMOUNT     PIC 9(9)V99.
01 WS-PAID-ITEM-IDX      PIC 9(4).

01 WS-REGISTER-TITLE.
   05 FILLER             PIC X(25) VALUE "AP CHECK REGISTER - RUN ".
   05 WS-RT-RUN-DATE     PIC 9(8).
   05 FILLER             PIC X(13) VALUE "  DUE BY    ".
   05 WS-RT-CUTOFF       PIC 9(8).

01 WS-REGISTER-DETAIL.
   05 FILLER             PIC X(6) VALUE "CHECK ".
   05 WS-RD-CHECK-NO     PIC 9(6).
   05 FILLER             PIC X(8) VALUE " VENDOR ".
   05 WS-RD-VENDOR       PIC X(5).
   05 FILLER             PIC X(10) VALUE " INVOICES=".
   05 WS-RD-INVOICES     PIC ZZ9.
   05 FILLER             PIC X(8) VALUE " AMOUNT=".
   05 WS-RD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

01 WS-REGISTER-MEMO.
   05 FILLER             PIC X(6) VALUE SPACES.
   05 FILLER             PIC X(26)
      VALUE "LESS DEBIT MEMOS   VENDOR ".
   05 WS-RM-VENDOR       PIC X(5).
   05 FILLER             PIC X(8) VALUE " AMOUNT=".
   05 WS-RM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RM-NOTE         PIC X(16).

01 WS-REGISTER-EXCLUDED.
   05 FILLER             PIC X(16) VALUE "EXCLUDED VENDOR ".
   05 WS-RX-VENDOR       PIC X(5).
   05 FILLER             PIC X(6) VALUE " HELD=".
   05 WS-RX-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RX-REASON       PIC X(30).

01 WS-REGISTER-TOTAL.
   05 FILLER             PIC X(20) VALUE "RUN TOTAL    CHECKS=".
   05 WS-RTL-CHECKS      PIC ZZ9.
   05 FILLER             PIC X(8) VALUE " AMOUNT=".
   05 WS-RTL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

01 WS-ADVICE-HEADER.
   05 FILLER             PIC X(16) VALUE "PAYMENT ADVICE  ".
   05 FILLER             PIC X(6) VALUE "CHECK ".
   05 WS-AH-CHECK-NO     PIC 9(6).
   05 FILLER             PIC X(6) VALUE " DATE ".
   05 WS-AH-DATE         PIC 9(8).

01 WS-ADVICE-DETAIL.
   05 FILLER             PIC X(10) VALUE "  INVOICE ".
   05 WS-AD-INVOICE      PIC X(10).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AD-INV-DATE     PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

01 WS-ADVICE-MEMO.
   05 FILLER             PIC X(17) VALUE "  LESS DEBIT MEMO".
   05 FILLER             PIC X(13) VALUE "S FOR RETURNS".
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

01 WS-ADVICE-TOTAL.
   05 FILLER             PIC X(17) VALUE "  TOTAL PAID     ".
   05 WS-AT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN.
    MOVE "AP-PAYMENT-RUN" TO WS-RH-JOB-NAME.
    MOVE 110 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COPY "RUN-PARM-READ.cpy".

*> The cut-off is the run date unless RUN-PARM.DAT carries an
*> as-of date, which is how AP pays ahead of a bank holiday.
    IF WS-AS-OF-DATE-OVERRIDE NOT = 0
        MOVE WS-AS-OF-DATE-OVERRIDE TO WS-CUTOFF-DATE
    ELSE
        MOVE WS-RH-RUN-DATE TO WS-CUTOFF-DATE
    END-IF.
    DISPLAY "PAYING ITEMS DUE BY : " WS-CUTOFF-DATE.

    PERFORM LOAD-PAYMENT-TERMS.
    PERFORM LOAD-EXCLUSIONS.
    PERFORM READ-LAST-CHECK-NUMBER.

    OPEN INPUT OPEN-ITEM-FILE.
    IF WS-ITEM-STATUS NOT = "00"
        DISPLAY "AP-OPEN-ITEMS.DAT NOT PRESENT - NOTHING TO PAY"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ OPEN-ITEM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE 'N' TO WS-ITEM-SETTLED
                IF AP-STATUS = 'O' OR AP-STATUS = 'P'
                    PERFORM JUDGE-OPEN-ITEM
                END-IF
                IF AP-STATUS = 'D'
                    PERFORM NOTE-DEBIT-MEMO
                END-IF
                MOVE AP-OPEN-ITEM-REC TO WK-OPEN-ITEM
                MOVE WS-ITEM-SETTLED TO WK-SETTLED
                WRITE WORK-REC
        END-READ
    END-PERFORM.
    CLOSE OPEN-ITEM-FILE.
    CLOSE WORK-FILE.
    PERFORM NET-DEBIT-MEMOS.
    PERFORM NUMBER-CHECKS.

    IF WS-PAY-COUNT = 0
        DISPLAY "NO ITEMS DUE BY CUT-OFF - NO PAYMENTS RAISED"
        PERFORM WRITE-REGISTER
        GOBACK
    END-IF.

    MOVE "AP-OPEN-ITEMS-PENDING.DAT" TO WS-OPEN-ITEM-NAME.
    MOVE "AP-LAST-CHECK-NO-PENDING.DAT" TO WS-CHECK-NUMBER-NAME.
    MOVE "AP-CHECK-REGISTER-PENDING.DAT" TO WS-REGISTER-NAME.
    PERFORM COPY-WORK-BACK.
    PERFORM SAVE-LAST-CHECK-NUMBER.
    PERFORM WRITE-REGISTER.
    PERFORM WRITE-BANK-FILE.
    PERFORM WRITE-REMITTANCE-ADVICES.
    PERFORM POST-PAYMENT-RUN.

*> Money leaving the building waits for a second operator: the bank
*> file and everything held with it stay under their pending names
*> until RELEASE-APPROVAL signs them off, and a rejection deletes
*> them unapplied. Until then the items stay open, so a later run
*> pays them again and supersedes this one.
    COMPUTE WS-HOLD-TOTAL ROUNDED = WS-RUN-TOTAL.
    CALL "HOLD-FOR-RELEASE" USING WS-HOLD-ITEM WS-RH-RUN-DATE
        WS-HOLD-TOTAL WS-HOLD-VARIANCE.
    DISPLAY "BANK PAYMENT FILE PLACED IN PENDING-RELEASE - "
        "SECOND-OPERATOR APPROVAL REQUIRED".

    DISPLAY "CHECKS RAISED       : " WS-CHECK-COUNT.
    DISPLAY "ITEMS PAID          : " WS-PAID-COUNT.
    DISPLAY "ITEMS HELD BACK     : " WS-SKIPPED-COUNT.
    DISPLAY "VALUE PAID          : " WS-RUN-TOTAL.
    DISPLAY "DEBIT MEMOS TAKEN   : " WS-MEMO-TOTAL.
    IF WS-SKIPPED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

*> An item is due on its invoice date plus the vendor's terms. Due
*> items from an excluded vendor are counted and left open; the
*> rest are settled in full and closed.
JUDGE-OPEN-ITEM.
    PERFORM FIND-VENDOR-TERMS.
    IF WS-TERMS-HIT > 0
        COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(AP-INV-DATE)
            + WS-TM-DAYS(WS-TERMS-HIT))
    ELSE
        COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(AP-INV-DATE)
            + WS-DEFAULT-TERMS)
    END-IF.
    IF WS-DUE-DATE <= WS-CUTOFF-DATE
        COMPUTE WS-OUTSTANDING = AP-AMOUNT - AP-PAID
        PERFORM FIND-EXCLUSION
        IF WS-EXCLUDE-HIT > 0
            ADD 1 TO WS-SKIPPED-COUNT
            ADD WS-OUTSTANDING TO WS-EX-HELD-BACK(WS-EXCLUDE-HIT)
        ELSE
            PERFORM PAY-OPEN-ITEM
        END-IF
    END-IF.

PAY-OPEN-ITEM.
    PERFORM FIND-VENDOR-PAYMENT.
    IF WS-PAID-ITEM-COUNT >= 2000
        DISPLAY "PAID ITEM TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-PAID-ITEM-COUNT.
    MOVE WS-PAY-HIT TO WS-PI-PAY-HIT(WS-PAID-ITEM-COUNT).
    MOVE AP-INVOICE-NO TO WS-PI-INVOICE(WS-PAID-ITEM-COUNT).
    MOVE AP-INV-DATE TO WS-PI-INV-DATE(WS-PAID-ITEM-COUNT).
    MOVE WS-OUTSTANDING TO WS-PI-AMOUNT(WS-PAID-ITEM-COUNT).
    ADD WS-OUTSTANDING TO WS-PY-AMOUNT(WS-PAY-HIT).
    ADD 1 TO WS-PY-INVOICES(WS-PAY-HIT).
    ADD WS-OUTSTANDING TO WS-RUN-TOTAL.
    ADD 1 TO WS-PAID-COUNT.
    MOVE AP-AMOUNT TO AP-PAID.
    MOVE 'C' TO AP-STATUS.
    MOVE 'Y' TO WS-ITEM-SETTLED.

*> All due items for a vendor this run go on one check, which is
*> numbered once the vendor's debit memos have been netted off.
FIND-VENDOR-PAYMENT.
    MOVE 0 TO WS-PAY-HIT.
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        IF WS-PY-VENDOR(WS-PAY-IDX) = AP-VENDOR-ID
            MOVE WS-PAY-IDX TO WS-PAY-HIT
        END-IF
    END-PERFORM.
    IF WS-PAY-HIT = 0 AND WS-PAY-COUNT >= 200
        DISPLAY "PAYMENT TABLE FULL AT VENDOR " AP-VENDOR-ID
            " - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-PAY-HIT = 0
        ADD 1 TO WS-PAY-COUNT
        MOVE WS-PAY-COUNT TO WS-PAY-HIT
        MOVE AP-VENDOR-ID TO WS-PY-VENDOR(WS-PAY-HIT)
        MOVE 0 TO WS-PY-CHECK-NO(WS-PAY-HIT)
        MOVE 0 TO WS-PY-AMOUNT(WS-PAY-HIT)
        MOVE 0 TO WS-PY-INVOICES(WS-PAY-HIT)
        MOVE 0 TO WS-PY-MEMO(WS-PAY-HIT)
        MOVE 0 TO WS-PY-MEMO-LEFT(WS-PAY-HIT)
    END-IF.

NOTE-DEBIT-MEMO.
    MOVE 0 TO WS-MEMO-HIT.
    PERFORM VARYING WS-MEMO-IDX FROM 1 BY 1
            UNTIL WS-MEMO-IDX > WS-MEMO-COUNT
        IF WS-MM-VENDOR(WS-MEMO-IDX) = AP-VENDOR-ID
            MOVE WS-MEMO-IDX TO WS-MEMO-HIT
        END-IF
    END-PERFORM.
    IF WS-MEMO-HIT = 0 AND WS-MEMO-COUNT < 200
        ADD 1 TO WS-MEMO-COUNT
        MOVE WS-MEMO-COUNT TO WS-MEMO-HIT
        MOVE AP-VENDOR-ID TO WS-MM-VENDOR(WS-MEMO-HIT)
        MOVE 0 TO WS-MM-AVAILABLE(WS-MEMO-HIT)
    END-IF.
    IF WS-MEMO-HIT > 0
        COMPUTE WS-MM-AVAILABLE(WS-MEMO-HIT) =
            WS-MM-AVAILABLE(WS-MEMO-HIT) + AP-AMOUNT - AP-PAID
    END-IF.

*> A vendor being paid this run has its open debit memos taken off
*> the check, never below nothing; whatever is left over waits for
*> the next run. A vendor not being paid keeps its memos open.
NET-DEBIT-MEMOS.
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        MOVE 0 TO WS-MEMO-HIT
        PERFORM VARYING WS-MEMO-IDX FROM 1 BY 1
                UNTIL WS-MEMO-IDX > WS-MEMO-COUNT
            IF WS-MM-VENDOR(WS-MEMO-IDX) = WS-PY-VENDOR(WS-PAY-IDX)
                MOVE WS-MEMO-IDX TO WS-MEMO-HIT
            END-IF
        END-PERFORM
        IF WS-MEMO-HIT > 0
            IF WS-MM-AVAILABLE(WS-MEMO-HIT) < WS-PY-AMOUNT(WS-PAY-IDX)
                MOVE WS-MM-AVAILABLE(WS-MEMO-HIT)
                    TO WS-PY-MEMO(WS-PAY-IDX)
            ELSE
                MOVE WS-PY-AMOUNT(WS-PAY-IDX) TO WS-PY-MEMO(WS-PAY-IDX)
            END-IF
            MOVE WS-PY-MEMO(WS-PAY-IDX) TO WS-PY-MEMO-LEFT(WS-PAY-IDX)
            SUBTRACT WS-PY-MEMO(WS-PAY-IDX) FROM WS-PY-AMOUNT(WS-PAY-IDX)
            SUBTRACT WS-PY-MEMO(WS-PAY-IDX) FROM WS-RUN-TOTAL
            ADD WS-PY-MEMO(WS-PAY-IDX) TO WS-MEMO-TOTAL
        END-IF
    END-PERFORM.

*> Only a vendor still owed money after its memos gets a check; one
*> whose memos cover everything due is settled without one.
NUMBER-CHECKS.
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        IF WS-PY-AMOUNT(WS-PAY-IDX) > 0
            ADD 1 TO WS-CHECK-NO
            ADD 1 TO WS-CHECK-COUNT
            MOVE WS-CHECK-NO TO WS-PY-CHECK-NO(WS-PAY-IDX)
        END-IF
    END-PERFORM.

*> On the way back to the open-item file each vendor's memos are
*> drawn down, oldest first, by what was netted off its check.
TAKE-DEBIT-MEMO.
    PERFORM FIND-VENDOR-PAYMENT-ENTRY.
    IF WS-PAY-HIT > 0
        IF WS-PY-MEMO-LEFT(WS-PAY-HIT) > 0
            COMPUTE WS-MEMO-TAKEN = AP-AMOUNT - AP-PAID
            IF WS-MEMO-TAKEN > WS-PY-MEMO-LEFT(WS-PAY-HIT)
                MOVE WS-PY-MEMO-LEFT(WS-PAY-HIT) TO WS-MEMO-TAKEN
            END-IF
            ADD WS-MEMO-TAKEN TO AP-PAID
            SUBTRACT WS-MEMO-TAKEN FROM WS-PY-MEMO-LEFT(WS-PAY-HIT)
            IF WS-MEMO-TAKEN > 0
                MOVE 'Y' TO WS-ITEM-SETTLED
            END-IF
            IF AP-PAID >= AP-AMOUNT
                MOVE 'C' TO AP-STATUS
            END-IF
        END-IF
    END-IF.

FIND-VENDOR-PAYMENT-ENTRY.
    MOVE 0 TO WS-PAY-HIT.
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        IF WS-PY-VENDOR(WS-PAY-IDX) = AP-VENDOR-ID
            MOVE WS-PAY-IDX TO WS-PAY-HIT
        END-IF
    END-PERFORM.

FIND-VENDOR-TERMS.
    MOVE 0 TO WS-TERMS-HIT.
    PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
            UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
        IF WS-TM-VENDOR(WS-TERMS-IDX) = AP-VENDOR-ID
            MOVE WS-TERMS-IDX TO WS-TERMS-HIT
        END-IF
    END-PERFORM.

FIND-EXCLUSION.
    MOVE 0 TO WS-EXCLUDE-HIT.
    PERFORM VARYING WS-EXCLUDE-IDX FROM 1 BY 1
            UNTIL WS-EXCLUDE-IDX > WS-EXCLUDE-COUNT
        IF WS-EX-VENDOR(WS-EXCLUDE-IDX) = AP-VENDOR-ID
            MOVE WS-EXCLUDE-IDX TO WS-EXCLUDE-HIT
        END-IF
    END-PERFORM.

*> The register is the numbered record of every check this run cut,
*> kept run on run, with the excluded vendors shown beneath so the
*> AP manager sees what was deliberately left unpaid. A run that
*> cuts checks writes its lines held, for the release to add to the
*> register; a run with nothing to pay goes straight on.
WRITE-REGISTER.
    IF WS-REGISTER-NAME = "AP-CHECK-REGISTER.DAT"
        OPEN EXTEND REGISTER-FILE
    ELSE
        OPEN OUTPUT REGISTER-FILE
    END-IF.
    MOVE WS-RH-RUN-DATE TO WS-RT-RUN-DATE.
    MOVE WS-CUTOFF-DATE TO WS-RT-CUTOFF.
    WRITE REGISTER-LINE FROM WS-REGISTER-TITLE.
    DISPLAY WS-REGISTER-TITLE.
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        MOVE WS-PY-CHECK-NO(WS-PAY-IDX) TO WS-RD-CHECK-NO
        MOVE WS-PY-VENDOR(WS-PAY-IDX) TO WS-RD-VENDOR
        MOVE WS-PY-INVOICES(WS-PAY-IDX) TO WS-RD-INVOICES
        MOVE WS-PY-AMOUNT(WS-PAY-IDX) TO WS-RD-AMOUNT
        WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
        DISPLAY WS-REGISTER-DETAIL
        IF WS-PY-MEMO(WS-PAY-IDX) > 0
            MOVE WS-PY-VENDOR(WS-PAY-IDX) TO WS-RM-VENDOR
            MOVE WS-PY-MEMO(WS-PAY-IDX) TO WS-RM-AMOUNT
            IF WS-PY-AMOUNT(WS-PAY-IDX) = 0
                MOVE "NO CHECK CUT" TO WS-RM-NOTE
            ELSE
                MOVE SPACES TO WS-RM-NOTE
            END-IF
            WRITE REGISTER-LINE FROM WS-REGISTER-MEMO
            DISPLAY WS-REGISTER-MEMO
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-EXCLUDE-IDX FROM 1 BY 1
            UNTIL WS-EXCLUDE-IDX > WS-EXCLUDE-COUNT
        IF WS-EX-HELD-BACK(WS-EXCLUDE-IDX) > 0
            MOVE WS-EX-VENDOR(WS-EXCLUDE-IDX) TO WS-RX-VENDOR
            MOVE WS-EX-HELD-BACK(WS-EXCLUDE-IDX) TO WS-RX-AMOUNT
            MOVE WS-EX-REASON(WS-EXCLUDE-IDX) TO WS-RX-REASON
            WRITE REGISTER-LINE FROM WS-REGISTER-EXCLUDED
            DISPLAY WS-REGISTER-EXCLUDED
        END-IF
    END-PERFORM.
    MOVE WS-CHECK-COUNT TO WS-RTL-CHECKS.
    MOVE WS-RUN-TOTAL TO WS-RTL-AMOUNT.
    WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
    DISPLAY WS-REGISTER-TOTAL.
    CLOSE REGISTER-FILE.

WRITE-BANK-FILE.
    OPEN OUTPUT BANK-FILE.
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        IF WS-PY-AMOUNT(WS-PAY-IDX) > 0
            MOVE SPACES TO BANK-REC
            MOVE WS-PY-CHECK-NO(WS-PAY-IDX) TO BP-CHECK-NO
            MOVE WS-PY-VENDOR(WS-PAY-IDX) TO BP-VENDOR-ID
            MOVE WS-PY-AMOUNT(WS-PAY-IDX) TO BP-AMOUNT
            MOVE WS-RH-RUN-DATE TO BP-PAY-DATE
            MOVE WS-PY-INVOICES(WS-PAY-IDX) TO BP-INVOICE-COUNT
            WRITE BANK-REC
        END-IF
    END-PERFORM.
    CLOSE BANK-FILE.

*> One advice message per vendor listing the invoices its check
*> settles, addressed to the vendor's remittance mailbox.
WRITE-REMITTANCE-ADVICES.
    OPEN OUTPUT EMAIL-OUTBOX-FILE.
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        MOVE SPACES TO EMAIL-OUTBOX-LINE
        STRING "TO: " DELIMITED BY SIZE
            WS-PY-VENDOR(WS-PAY-IDX) DELIMITED BY SIZE
            "@VENDOR-REMITTANCE" DELIMITED BY SIZE
            INTO EMAIL-OUTBOX-LINE
        END-STRING
        WRITE EMAIL-OUTBOX-LINE
        MOVE "SUBJECT: REMITTANCE ADVICE" TO EMAIL-OUTBOX-LINE
        WRITE EMAIL-OUTBOX-LINE
        MOVE WS-PY-CHECK-NO(WS-PAY-IDX) TO WS-AH-CHECK-NO
        MOVE WS-RH-RUN-DATE TO WS-AH-DATE
        WRITE EMAIL-OUTBOX-LINE FROM WS-ADVICE-HEADER
        PERFORM VARYING WS-PAID-ITEM-IDX FROM 1 BY 1
                UNTIL WS-PAID-ITEM-IDX > WS-PAID-ITEM-COUNT
            IF WS-PI-PAY-HIT(WS-PAID-ITEM-IDX) = WS-PAY-IDX
                MOVE WS-PI-INVOICE(WS-PAID-ITEM-IDX) TO WS-AD-INVOICE
                MOVE WS-PI-INV-DATE(WS-PAID-ITEM-IDX)
                    TO WS-AD-INV-DATE
                MOVE WS-PI-AMOUNT(WS-PAID-ITEM-IDX) TO WS-AD-AMOUNT
                WRITE EMAIL-OUTBOX-LINE FROM WS-ADVICE-DETAIL
            END-IF
        END-PERFORM
        IF WS-PY-MEMO(WS-PAY-IDX) > 0
            MOVE WS-PY-MEMO(WS-PAY-IDX) TO WS-AM-AMOUNT
            WRITE EMAIL-OUTBOX-LINE FROM WS-ADVICE-MEMO
        END-IF
        MOVE WS-PY-AMOUNT(WS-PAY-IDX) TO WS-AT-AMOUNT
        WRITE EMAIL-OUTBOX-LINE FROM WS-ADVICE-TOTAL
    END-PERFORM.
    CLOSE EMAIL-OUTBOX-FILE.

*> The liability is discharged: AP control down, cash down, in
*> whole units as the GL carries them.
POST-PAYMENT-RUN.
    COMPUTE WS-WHOLE-UNITS ROUNDED = WS-RUN-TOTAL.
    OPEN OUTPUT GL-POSTING-FILE.
    IF WS-WHOLE-UNITS > 0
        MOVE SPACES TO GL-POSTING-REC
        MOVE 210000 TO GP-ACCOUNT
        MOVE "DR" TO GP-DR-CR
        MOVE WS-WHOLE-UNITS TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        MOVE SPACES TO GL-POSTING-REC
        MOVE 100100 TO GP-ACCOUNT
        MOVE "CR" TO GP-DR-CR
        MOVE WS-WHOLE-UNITS TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
    END-IF.
    CLOSE GL-POSTING-FILE.

LOAD-PAYMENT-TERMS.
    OPEN INPUT VENDOR-FILE.
    IF WS-VENDOR-STATUS = "00"
        PERFORM UNTIL WS-VENDOR-EOF = 'Y'
            READ VENDOR-FILE
                AT END MOVE 'Y' TO WS-VENDOR-EOF
                NOT AT END
                    IF VM-PAY-TERMS-DAYS IS NUMERIC
                        PERFORM FOLD-VENDOR-TERMS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VENDOR-FILE
    END-IF.

FOLD-VENDOR-TERMS.
    MOVE 0 TO WS-TERMS-HIT.
    PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
            UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
        IF WS-TM-VENDOR(WS-TERMS-IDX) = VM-VENDOR-ID
            MOVE WS-TERMS-IDX TO WS-TERMS-HIT
        END-IF
    END-PERFORM.
    IF WS-TERMS-HIT = 0 AND WS-TERMS-COUNT < 200
        ADD 1 TO WS-TERMS-COUNT
        MOVE VM-VENDOR-ID TO WS-TM-VENDOR(WS-TERMS-COUNT)
        MOVE VM-PAY-TERMS-DAYS TO WS-TM-DAYS(WS-TERMS-COUNT)
    END-IF.

LOAD-EXCLUSIONS.
    OPEN INPUT EXCLUSION-FILE.
    PERFORM UNTIL WS-EXCLUSION-EOF = 'Y'
        READ EXCLUSION-FILE
            AT END MOVE 'Y' TO WS-EXCLUSION-EOF
            NOT AT END
                IF WS-EXCLUDE-COUNT < 200
                    ADD 1 TO WS-EXCLUDE-COUNT
                    MOVE EX-VENDOR-ID
                        TO WS-EX-VENDOR(WS-EXCLUDE-COUNT)
                    MOVE EX-SUPERVISOR
                        TO WS-EX-SUPERVISOR(WS-EXCLUDE-COUNT)
                    MOVE EX-REASON TO WS-EX-REASON(WS-EXCLUDE-COUNT)
                    MOVE 0 TO WS-EX-HELD-BACK(WS-EXCLUDE-COUNT)
                    DISPLAY "VENDOR EXCLUDED FROM RUN: " EX-VENDOR-ID
                        " BY " EX-SUPERVISOR
                END-IF
        END-READ
    END-PERFORM.
    CLOSE EXCLUSION-FILE.

READ-LAST-CHECK-NUMBER.
    OPEN INPUT CHECK-NUMBER-FILE.
    READ CHECK-NUMBER-FILE
        AT END MOVE 'Y' TO WS-NUMBER-EOF
    END-READ.
    IF WS-NUMBER-EOF = 'N'
        MOVE CN-LAST-NUMBER TO WS-CHECK-NO
    END-IF.
    CLOSE CHECK-NUMBER-FILE.

SAVE-LAST-CHECK-NUMBER.
    OPEN OUTPUT CHECK-NUMBER-FILE.
    MOVE WS-CHECK-NO TO CN-LAST-NUMBER.
    WRITE CHECK-NUMBER-REC.
    CLOSE CHECK-NUMBER-FILE.

*> Only the items this run settles or draws down go to the held
*> file; the release lays them over the same items on the live file.
COPY-WORK-BACK.
    OPEN INPUT WORK-FILE.
    OPEN OUTPUT OPEN-ITEM-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE WK-OPEN-ITEM TO AP-OPEN-ITEM-REC
                MOVE WK-SETTLED TO WS-ITEM-SETTLED
                IF AP-STATUS = 'D'
                    PERFORM TAKE-DEBIT-MEMO
                END-IF
                IF WS-ITEM-SETTLED = 'Y'
                    WRITE AP-OPEN-ITEM-REC
                END-IF
        END-READ
    END-PERFORM.
    CLOSE WORK-FILE.
    CLOSE OPEN-ITEM-FILE.
