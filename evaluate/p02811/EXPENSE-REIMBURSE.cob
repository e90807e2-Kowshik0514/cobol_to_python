       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EXPENSE-REIMBURSE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLAIM-FILE ASSIGN TO DYNAMIC WS-CLAIM-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLAIM-STATUS.
    SELECT CLAIM-WORK-FILE ASSIGN TO "EXPENSE-CLAIMS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CATEGORY-FILE ASSIGN TO "EXPENSE-CATEGORIES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REGISTER-FILE
        ASSIGN TO "EXPENSE-REGISTER-PENDING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PAYMENT-FILE ASSIGN TO "EXPENSE-PAYMENT-PENDING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT GL-POSTING-FILE ASSIGN TO "EXPENSE-GL-POSTING-PENDING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CLAIM-FILE.
COPY "EXPENSE-CLAIM-RECORD.cpy".

FD CLAIM-WORK-FILE.
01 CLAIM-WORK-REC        PIC X(175).

FD CATEGORY-FILE.
COPY "EXPENSE-CATEGORY-RECORD.cpy".

FD REGISTER-FILE.
01 REGISTER-LINE         PIC X(80).

*> One payment per claimant for the bank; held until a second
*> operator releases it to EXPENSE-PAYMENT.DAT. The claims it pays,
*> its register lines and its GL posting are held with it and only
*> applied by that release - to EXPENSE-CLAIMS.DAT,
*> EXPENSE-PAYMENT-REGISTER.DAT and GL-POSTING.DAT - so a rejected
*> run leaves its claims approved and unpaid and the GL untouched.
FD PAYMENT-FILE.
01 PAYMENT-REC.
   05 EP-PAYMENT-NO      PIC 9(6).
   05 FILLER             PIC X(1).
   05 EP-CLAIMANT        PIC X(30).
   05 FILLER             PIC X(1).
   05 EP-AMOUNT          PIC 9(9)V99.
   05 FILLER             PIC X(1).
   05 EP-PAY-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 EP-CLAIM-COUNT     PIC 9(3).

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
COPY "OPS-STATS-WS.cpy".
01 WS-CLAIM-STATUS       PIC X(2).
01 WS-CLAIM-NAME         PIC X(40) VALUE "EXPENSE-CLAIMS.DAT".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-CATEGORY-EOF       PIC X VALUE 'N'.
01 WS-PAYMENT-NO         PIC 9(6) VALUE 0.
01 WS-PAID-COUNT         PIC 9(5) VALUE 0.
01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
01 WS-RUN-TOTAL          PIC 9(11)V99 VALUE 0.
01 WS-WHOLE-UNITS        PIC 9(9).
01 WS-CASH-UNITS         PIC 9(9) VALUE 0.
01 WS-HOLD-TOTAL         PIC 9(9).
01 WS-HOLD-VARIANCE      PIC S9(9) VALUE 0.
01 WS-HOLD-ITEM          PIC X(14) VALUE "EXPENSE-PAYMNT".

*> Claims are paid out of cash, as AP pays its vendors.
01 WS-CASH-ACCOUNT       PIC 9(6) VALUE 100100.

01 WS-CATEGORY-COUNT     PIC 9(3) VALUE 0.
01 WS-CATEGORY-TABLE.
   05 WS-CATEGORY-ENTRY OCCURS 50 TIMES.
      10 WS-CT-CATEGORY   PIC X(4).
      10 WS-CT-ACCOUNT    PIC 9(6).
      10 WS-CT-PAID       PIC 9(11)V99.
01 WS-CATEGORY-IDX       PIC 9(3).
01 WS-CATEGORY-HIT       PIC 9(3).

*> One payment per claimant per run, covering every approved claim.
01 WS-PAY-COUNT          PIC 9(3) VALUE 0.
01 WS-PAY-TABLE.
   05 WS-PAY-ENTRY OCCURS 500 TIMES.
      10 WS-PY-CLAIMANT   PIC X(30).
      10 WS-PY-PAYMENT-NO PIC 9(6).
      10 WS-PY-AMOUNT     PIC 9(9)V99.
      10 WS-PY-CLAIMS     PIC 9(3).
01 WS-PAY-IDX            PIC 9(3).
01 WS-PAY-HIT            PIC 9(3).

01 WS-PAID-CLAIM-COUNT   PIC 9(4) VALUE 0.
01 WS-PAID-CLAIM-TABLE.
   05 WS-PAID-CLAIM-ENTRY OCCURS 2000 TIMES.
      10 WS-PC-PAY-HIT    PIC 9(3).
      10 WS-PC-CLAIM-NO   PIC 9(6).
      10 WS-PC-CATEGORY   PIC X(4).
      10 WS-PC-DATE       PIC 9(8).
      10 WS-PC-AMOUNT     PIC 9(7)V99.
      10 WS-PC-RECEIPT    PIC X(15).
01 WS-PAID-CLAIM-IDX     PIC 9(4).

01 WS-REGISTER-TITLE.
   05 FILLER             PIC X(30)
      VALUE "EXPENSE PAYMENT REGISTER - RUN".
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RT-RUN-DATE     PIC 9(8).

01 WS-REGISTER-DETAIL.
   05 FILLER             PIC X(8) VALUE "PAYMENT ".
   05 WS-RD-PAYMENT-NO   PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RD-CLAIMANT     PIC X(30).
   05 FILLER             PIC X(8) VALUE " CLAIMS=".
   05 WS-RD-CLAIMS       PIC ZZ9.
   05 FILLER             PIC X(8) VALUE " AMOUNT=".
   05 WS-RD-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

01 WS-REGISTER-CLAIM.
   05 FILLER             PIC X(8) VALUE "  CLAIM ".
   05 WS-RC-CLAIM-NO     PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RC-CATEGORY     PIC X(4).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RC-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RC-AMOUNT       PIC Z,ZZZ,ZZ9.99.
   05 FILLER             PIC X(9) VALUE " RECEIPT ".
   05 WS-RC-RECEIPT      PIC X(15).

01 WS-REGISTER-TOTAL.
   05 FILLER             PIC X(22) VALUE "RUN TOTAL    PAYMENTS=".
   05 WS-RTL-PAYMENTS    PIC ZZ9.
   05 FILLER             PIC X(8) VALUE " AMOUNT=".
   05 WS-RTL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN.
    MOVE "EXPENSE-REIMBURSE" TO WS-RH-JOB-NAME.
    MOVE 180 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "EXPENSE-REIMBURSE" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    PERFORM LOAD-CATEGORIES.

    OPEN INPUT CLAIM-FILE.
    IF WS-CLAIM-STATUS NOT = "00"
        DISPLAY "EXPENSE-CLAIMS.DAT NOT PRESENT - NOTHING TO PAY"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CLAIM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF XC-PAYMENT-NO IS NUMERIC
                        AND XC-PAYMENT-NO > WS-PAYMENT-NO
                    MOVE XC-PAYMENT-NO TO WS-PAYMENT-NO
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CLAIM-FILE.

    MOVE 'N' TO WS-EOF.
    OPEN INPUT CLAIM-FILE.
    OPEN OUTPUT CLAIM-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CLAIM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF XC-STATUS = 'A'
                    PERFORM PAY-CLAIM
                    IF XC-STATUS = 'Y'
                        WRITE CLAIM-WORK-REC FROM EXPENSE-CLAIM-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CLAIM-FILE.
    CLOSE CLAIM-WORK-FILE.

    IF WS-PAY-COUNT = 0
        DISPLAY "NO APPROVED CLAIMS - NO PAYMENTS RAISED"
    ELSE
        MOVE "EXPENSE-CLAIMS-PENDING.DAT" TO WS-CLAIM-NAME
        PERFORM COPY-CLAIM-WORK-BACK
        PERFORM WRITE-REGISTER
        PERFORM WRITE-PAYMENT-FILE
        PERFORM POST-REIMBURSEMENTS

*> Money leaving the building waits for a second operator, as the
*> AP payment run does: the payment file and everything held with
*> it stay under their pending names until RELEASE-APPROVAL signs
*> them off. Until then the claims stay approved, so a later run
*> pays them again and supersedes this one.
        MOVE WS-CASH-UNITS TO WS-HOLD-TOTAL
        CALL "HOLD-FOR-RELEASE" USING WS-HOLD-ITEM WS-RH-RUN-DATE
            WS-HOLD-TOTAL WS-HOLD-VARIANCE
        DISPLAY "EXPENSE PAYMENT FILE PLACED IN PENDING-RELEASE - "
            "SECOND-OPERATOR APPROVAL REQUIRED"
    END-IF.

    DISPLAY "PAYMENTS RAISED     : " WS-PAY-COUNT.
    DISPLAY "CLAIMS PAID         : " WS-PAID-COUNT.
    DISPLAY "CLAIMS HELD BACK    : " WS-HELD-COUNT.
    DISPLAY "VALUE PAID          : " WS-RUN-TOTAL.

    MOVE WS-PAID-COUNT TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-HELD-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    IF WS-HELD-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

*> An approved claim is paid unless its category has since gone
*> from the category file, leaving no expense account to charge; it
*> is held back, still approved, until the category is restored.
PAY-CLAIM.
    PERFORM FIND-CATEGORY.
    IF WS-CATEGORY-HIT = 0
        ADD 1 TO WS-HELD-COUNT
        DISPLAY "CLAIM " XC-CLAIM-NO " HELD - CATEGORY " XC-CATEGORY
            " HAS NO EXPENSE ACCOUNT"
    ELSE
        PERFORM FIND-CLAIMANT-PAYMENT
        IF WS-PAID-CLAIM-COUNT >= 2000
            DISPLAY "PAID CLAIM TABLE FULL - RUN ABORTED"
            CLOSE CLAIM-FILE
            CLOSE CLAIM-WORK-FILE
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-PAID-CLAIM-COUNT
        MOVE WS-PAY-HIT TO WS-PC-PAY-HIT(WS-PAID-CLAIM-COUNT)
        MOVE XC-CLAIM-NO TO WS-PC-CLAIM-NO(WS-PAID-CLAIM-COUNT)
        MOVE XC-CATEGORY TO WS-PC-CATEGORY(WS-PAID-CLAIM-COUNT)
        MOVE XC-EXPENSE-DATE TO WS-PC-DATE(WS-PAID-CLAIM-COUNT)
        MOVE XC-AMOUNT TO WS-PC-AMOUNT(WS-PAID-CLAIM-COUNT)
        MOVE XC-RECEIPT-REF TO WS-PC-RECEIPT(WS-PAID-CLAIM-COUNT)
        ADD XC-AMOUNT TO WS-PY-AMOUNT(WS-PAY-HIT)
        ADD 1 TO WS-PY-CLAIMS(WS-PAY-HIT)
        ADD XC-AMOUNT TO WS-CT-PAID(WS-CATEGORY-HIT)
        ADD XC-AMOUNT TO WS-RUN-TOTAL
        ADD 1 TO WS-PAID-COUNT
        MOVE 'Y' TO XC-STATUS
        MOVE WS-PY-PAYMENT-NO(WS-PAY-HIT) TO XC-PAYMENT-NO
        MOVE WS-RH-RUN-DATE TO XC-PAID-DATE
    END-IF.

*> Payments are numbered on from the last one on the claim file,
*> in the order claimants are first met this run.
FIND-CLAIMANT-PAYMENT.
    MOVE 0 TO WS-PAY-HIT.
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        IF WS-PY-CLAIMANT(WS-PAY-IDX) = XC-CLAIMANT
            MOVE WS-PAY-IDX TO WS-PAY-HIT
        END-IF
    END-PERFORM.
    IF WS-PAY-HIT = 0 AND WS-PAY-COUNT >= 500
        DISPLAY "PAYMENT TABLE FULL AT CLAIMANT " XC-CLAIMANT
            " - RUN ABORTED"
        CLOSE CLAIM-FILE
        CLOSE CLAIM-WORK-FILE
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-PAY-HIT = 0
        ADD 1 TO WS-PAY-COUNT
        MOVE WS-PAY-COUNT TO WS-PAY-HIT
        ADD 1 TO WS-PAYMENT-NO
        MOVE XC-CLAIMANT TO WS-PY-CLAIMANT(WS-PAY-HIT)
        MOVE WS-PAYMENT-NO TO WS-PY-PAYMENT-NO(WS-PAY-HIT)
        MOVE 0 TO WS-PY-AMOUNT(WS-PAY-HIT)
        MOVE 0 TO WS-PY-CLAIMS(WS-PAY-HIT)
    END-IF.

FIND-CATEGORY.
    MOVE 0 TO WS-CATEGORY-HIT.
    PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
            UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
        IF WS-CT-CATEGORY(WS-CATEGORY-IDX) = XC-CATEGORY
            MOVE WS-CATEGORY-IDX TO WS-CATEGORY-HIT
        END-IF
    END-PERFORM.

*> The register is the numbered record of every payment made, kept
*> run on run, with the claims each payment settles beneath it.
WRITE-REGISTER.
    OPEN OUTPUT REGISTER-FILE.
    MOVE WS-RH-RUN-DATE TO WS-RT-RUN-DATE.
    WRITE REGISTER-LINE FROM WS-REGISTER-TITLE.
    DISPLAY WS-REGISTER-TITLE.
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        MOVE WS-PY-PAYMENT-NO(WS-PAY-IDX) TO WS-RD-PAYMENT-NO
        MOVE WS-PY-CLAIMANT(WS-PAY-IDX) TO WS-RD-CLAIMANT
        MOVE WS-PY-CLAIMS(WS-PAY-IDX) TO WS-RD-CLAIMS
        MOVE WS-PY-AMOUNT(WS-PAY-IDX) TO WS-RD-AMOUNT
        WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
        DISPLAY WS-REGISTER-DETAIL
        PERFORM VARYING WS-PAID-CLAIM-IDX FROM 1 BY 1
                UNTIL WS-PAID-CLAIM-IDX > WS-PAID-CLAIM-COUNT
            IF WS-PC-PAY-HIT(WS-PAID-CLAIM-IDX) = WS-PAY-IDX
                MOVE WS-PC-CLAIM-NO(WS-PAID-CLAIM-IDX)
                    TO WS-RC-CLAIM-NO
                MOVE WS-PC-CATEGORY(WS-PAID-CLAIM-IDX)
                    TO WS-RC-CATEGORY
                MOVE WS-PC-DATE(WS-PAID-CLAIM-IDX) TO WS-RC-DATE
                MOVE WS-PC-AMOUNT(WS-PAID-CLAIM-IDX) TO WS-RC-AMOUNT
                MOVE WS-PC-RECEIPT(WS-PAID-CLAIM-IDX)
                    TO WS-RC-RECEIPT
                WRITE REGISTER-LINE FROM WS-REGISTER-CLAIM
            END-IF
        END-PERFORM
    END-PERFORM.
    MOVE WS-PAY-COUNT TO WS-RTL-PAYMENTS.
    MOVE WS-RUN-TOTAL TO WS-RTL-AMOUNT.
    WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL.
    DISPLAY WS-REGISTER-TOTAL.
    CLOSE REGISTER-FILE.

WRITE-PAYMENT-FILE.
    OPEN OUTPUT PAYMENT-FILE.
    PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
            UNTIL WS-PAY-IDX > WS-PAY-COUNT
        MOVE SPACES TO PAYMENT-REC
        MOVE WS-PY-PAYMENT-NO(WS-PAY-IDX) TO EP-PAYMENT-NO
        MOVE WS-PY-CLAIMANT(WS-PAY-IDX) TO EP-CLAIMANT
        MOVE WS-PY-AMOUNT(WS-PAY-IDX) TO EP-AMOUNT
        MOVE WS-RH-RUN-DATE TO EP-PAY-DATE
        MOVE WS-PY-CLAIMS(WS-PAY-IDX) TO EP-CLAIM-COUNT
        WRITE PAYMENT-REC
    END-PERFORM.
    CLOSE PAYMENT-FILE.

*> Each category is charged to its own expense account, in whole
*> units as the GL carries them; cash is credited with what the
*> debits add up to, so the posting always balances.
POST-REIMBURSEMENTS.
    OPEN OUTPUT GL-POSTING-FILE.
    PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
            UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
        COMPUTE WS-WHOLE-UNITS ROUNDED = WS-CT-PAID(WS-CATEGORY-IDX)
        IF WS-WHOLE-UNITS > 0
            MOVE SPACES TO GL-POSTING-REC
            MOVE WS-CT-ACCOUNT(WS-CATEGORY-IDX) TO GP-ACCOUNT
            MOVE "DR" TO GP-DR-CR
            MOVE WS-WHOLE-UNITS TO GP-AMOUNT
            MOVE WS-RH-RUN-DATE TO GP-POST-DATE
            WRITE GL-POSTING-REC
            ADD WS-WHOLE-UNITS TO WS-CASH-UNITS
        END-IF
    END-PERFORM.
    IF WS-CASH-UNITS > 0
        MOVE SPACES TO GL-POSTING-REC
        MOVE WS-CASH-ACCOUNT TO GP-ACCOUNT
        MOVE "CR" TO GP-DR-CR
        MOVE WS-CASH-UNITS TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
    END-IF.
    CLOSE GL-POSTING-FILE.

LOAD-CATEGORIES.
    OPEN INPUT CATEGORY-FILE.
    PERFORM UNTIL WS-CATEGORY-EOF = 'Y'
        READ CATEGORY-FILE
            AT END MOVE 'Y' TO WS-CATEGORY-EOF
            NOT AT END
                IF WS-CATEGORY-COUNT < 50 AND EC-GL-ACCOUNT IS NUMERIC
                        AND EC-GL-ACCOUNT > 0
                    ADD 1 TO WS-CATEGORY-COUNT
                    MOVE EC-CATEGORY TO WS-CT-CATEGORY(WS-CATEGORY-COUNT)
                    MOVE EC-GL-ACCOUNT
                        TO WS-CT-ACCOUNT(WS-CATEGORY-COUNT)
                    MOVE 0 TO WS-CT-PAID(WS-CATEGORY-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CATEGORY-FILE.

*> Only the claims this run pays go to the held file; the release
*> lays them over the same claims on the live file.
COPY-CLAIM-WORK-BACK.
    OPEN INPUT CLAIM-WORK-FILE.
    OPEN OUTPUT CLAIM-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ CLAIM-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE CLAIM-WORK-REC TO EXPENSE-CLAIM-REC
                WRITE EXPENSE-CLAIM-REC
        END-READ
    END-PERFORM.
    CLOSE CLAIM-WORK-FILE.
    CLOSE CLAIM-FILE.
