       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MEMBER-RENEWAL-APPLY.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MM-MEMBER-ID
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT PAYMENT-FILE ASSIGN TO "MEMBER-RENEWAL-PAYMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PAYMENT-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PASS-DEFERRAL-FILE ASSIGN TO "PASS-DEFERRAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "INSTALMENT-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INVOICE-CONTROL
        ASSIGN TO "INVOICE-LAST-NUMBER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-AR-STATUS.

DATA DIVISION.
FILE SECTION.
   05 MM-PASS-TIER       PIC X(1).
   05 FILLER             PIC X(1).
   05 MM-EXPIRY-DATE     PIC 9(8).
   05 FILLER             PIC X(1).
   05 MM-HOUSEHOLD       PIC 9(4).
   05 FILLER             PIC X(1).
   05 MM-PASS-KIND       PIC X(1).

*> RP-PLAN M takes the pass on monthly instalments: RP-AMOUNT is
*> then the full price, nothing is paid at the desk, and the price
*> is scheduled into the member's receivable account instead.
*> Blank is a pass paid in full.
FD PAYMENT-FILE.
01 PAYMENT-REC.
   05 RP-MEMBER-ID       PIC X(6).
   05 FILLER             PIC X(1).
   05 RP-AMOUNT          PIC 9(7).
   05 FILLER             PIC X(1).
   05 RP-PLAN            PIC X(1).

FD REJECT-FILE.
01 REJECT-REC            PIC X(40).
   05 GP-AMOUNT          PIC 9(9).
   05 FILLER             PIC X(61).

FD PASS-DEFERRAL-FILE.
COPY "PASS-DEFERRAL-RECORD.cpy".

FD PARM-FILE.
COPY "INSTALMENT-PARM-RECORD.cpy".

FD INVOICE-CONTROL.
01 INVOICE-CONTROL-REC.
   05 IC-LAST-NUMBER     PIC 9(6).

FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-MASTER-STATUS      PIC X(2).
01 WS-PAYMENT-STATUS     PIC X(2).
01 WS-AR-STATUS          PIC X(2).
01 WS-PAYMENT-EOF        PIC X VALUE 'N'.
01 WS-FOUND              PIC X.
01 WS-MEMBER-ID          PIC X(6).
01 WS-PAY-AMOUNT         PIC 9(7).
01 WS-NEW-EXPIRY         PIC 9(8).
01 WS-TERM-START         PIC 9(8).
01 WS-TERM-TIER          PIC X(1).
01 WS-RENEWED-COUNT      PIC 9(5) VALUE 0.
01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
01 WS-RENEWAL-REVENUE    PIC 9(9) VALUE 0.
01 WS-PARM-EOF           PIC X VALUE 'N'.
01 WS-CONTROL-EOF        PIC X VALUE 'N'.
01 WS-INVOICE-NO         PIC 9(6) VALUE 0.
01 WS-INSTALMENTS        PIC 9(2) VALUE 12.
01 WS-PLAN-COUNT         PIC 9(5) VALUE 0.
01 WS-PLAN-VALUE         PIC 9(9) VALUE 0.

*> One instalment per month from the renewal date, on the same day
*> of the month - held to the 28th so every month has it - in whole
*> units like the price, the remainder of the split carried by the
*> last instalment.
01 WS-INST-IDX           PIC 9(2).
01 WS-INST-AMOUNT        PIC 9(7).
01 WS-INST-LAST          PIC 9(7).
01 WS-DUE-DATE           PIC 9(8).
01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
   05 WS-DUE-YEAR        PIC 9(4).
   05 WS-DUE-MONTH       PIC 9(2).
   05 WS-DUE-DAY         PIC 9(2).
01 WS-PLAN-DAY           PIC 9(2).

*> Pass money is earned over the term, so it is held as deferred
*> pass revenue and PASS-REVENUE-RELEASE moves it into admissions
*> revenue month by month.
01 WS-DEFERRED-ACCOUNT   PIC 9(6) VALUE 240000.

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "MEMBER-RENEWAL-APPLY".
01 WS-AUDIT-PARAGRAPH    PIC X(20) VALUE "APPLY-RENEWAL".
        DISPLAY "NO RENEWAL PAYMENT FILE - NOTHING TO PROCESS"
        GOBACK
    END-IF.
    PERFORM READ-INSTALMENT-PARM.
    PERFORM READ-LAST-INVOICE-NUMBER.
    OPEN I-O MEMBER-MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "MEMBER MASTER NOT AVAILABLE"
        CLOSE PAYMENT-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT REJECT-FILE.
    OPEN EXTEND PASS-DEFERRAL-FILE.

    PERFORM UNTIL WS-PAYMENT-EOF = 'Y'
        READ PAYMENT-FILE
        END-READ
    END-PERFORM.
    CLOSE PAYMENT-FILE.
    CLOSE MEMBER-MASTER-FILE.
    CLOSE REJECT-FILE.
    CLOSE PASS-DEFERRAL-FILE.

    IF WS-RENEWAL-REVENUE > 0
        PERFORM POST-RENEWAL-JOURNAL
    END-IF.
    IF WS-PLAN-COUNT > 0
        PERFORM SAVE-LAST-INVOICE-NUMBER
    END-IF.

    DISPLAY "RENEWALS APPLIED : " WS-RENEWED-COUNT.
    DISPLAY "ON INSTALMENTS   : " WS-PLAN-COUNT.
    DISPLAY "INSTALMENT VALUE : " WS-PLAN-VALUE.
    DISPLAY "PAYMENTS REJECTED: " WS-REJECTED-COUNT.
    DISPLAY "RENEWAL REVENUE  : " WS-RENEWAL-REVENUE.
    IF WS-REJECTED-COUNT > 0
    END-IF.
    GOBACK.

*> The paying member is read by member ID and rewritten in place;
*> the expiry moves out one year from whichever is later, today or
*> the current expiry, so an early renewal is not penalized and a
*> lapsed one does not back-date.
APPLY-RENEWAL.
    MOVE RP-MEMBER-ID TO WS-MEMBER-ID.
    MOVE RP-AMOUNT TO WS-PAY-AMOUNT.
    MOVE 'N' TO WS-FOUND.
    MOVE WS-MEMBER-ID TO MM-MEMBER-ID.
    READ MEMBER-MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY PERFORM RENEW-MEMBER
    END-READ.
    IF WS-FOUND = 'Y'
        ADD 1 TO WS-RENEWED-COUNT
        IF RP-PLAN = 'M'
            ADD 1 TO WS-PLAN-COUNT
            ADD WS-PAY-AMOUNT TO WS-PLAN-VALUE
            PERFORM WRITE-INSTALMENT-SCHEDULE
        ELSE
            ADD WS-PAY-AMOUNT TO WS-RENEWAL-REVENUE
        END-IF
        PERFORM WRITE-DEFERRAL-LINE
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        MOVE WS-MEMBER-ID TO WS-RJ-MEMBER-ID
        DISPLAY WS-REJECT-LINE
    END-IF.

RENEW-MEMBER.
    MOVE MM-EXPIRY-DATE TO WS-AUDIT-OLD-VALUE.
    IF MM-EXPIRY-DATE < WS-RH-RUN-DATE
        MOVE WS-RH-RUN-DATE TO WS-NEW-EXPIRY
    ELSE
        MOVE MM-EXPIRY-DATE TO WS-NEW-EXPIRY
    END-IF.
    MOVE WS-NEW-EXPIRY TO WS-TERM-START.
    MOVE MM-PASS-TIER TO WS-TERM-TIER.
    ADD 10000 TO WS-NEW-EXPIRY.
    MOVE WS-NEW-EXPIRY TO MM-EXPIRY-DATE.
    REWRITE MEMBER-MASTER-REC
        INVALID KEY
            DISPLAY "REWRITE FAILED FOR " MM-MEMBER-ID
        NOT INVALID KEY
            MOVE 'Y' TO WS-FOUND
            MOVE MM-EXPIRY-DATE TO WS-AUDIT-NEW-VALUE
            MOVE "MM-EXPIRY" TO WS-AUDIT-FIELD-NAME
            CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
                WS-AUDIT-PARAGRAPH WS-AUDIT-FIELD-NAME
                WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
            DISPLAY "RENEWED " MM-MEMBER-ID " " MM-NAME
                " TO " MM-EXPIRY-DATE
    END-REWRITE.

*> The payment buys the year from the new term's start to the new
*> expiry; nothing of it has been earned yet.
WRITE-DEFERRAL-LINE.
    MOVE SPACES TO PASS-DEFERRAL-REC.
    MOVE WS-MEMBER-ID TO PD-MEMBER-ID.
    MOVE WS-TERM-TIER TO PD-TIER.
    MOVE WS-TERM-START TO PD-START-DATE.
    MOVE WS-NEW-EXPIRY TO PD-END-DATE.
    MOVE WS-PAY-AMOUNT TO PD-TOTAL.
    MOVE 0 TO PD-RELEASED.
    MOVE WS-TERM-START TO PD-THROUGH-DATE.
    MOVE 'O' TO PD-STATUS.
    WRITE PASS-DEFERRAL-REC.

*> The schedule sits on the member's account as instalments not yet
*> due; PASS-INSTALMENT-BILL raises each one as its date arrives.
*> Invoice numbers come from the same run of numbers as every other
*> invoice, so an instalment can never clash with one.
WRITE-INSTALMENT-SCHEDULE.
    COMPUTE WS-INST-AMOUNT = WS-PAY-AMOUNT / WS-INSTALMENTS.
    COMPUTE WS-INST-LAST = WS-PAY-AMOUNT
        - WS-INST-AMOUNT * (WS-INSTALMENTS - 1).
    MOVE WS-RH-RUN-DATE TO WS-DUE-DATE.
    MOVE WS-DUE-DAY TO WS-PLAN-DAY.
    IF WS-PLAN-DAY > 28
        MOVE 28 TO WS-PLAN-DAY
    END-IF.
    OPEN I-O OPEN-ITEM-FILE.
    IF WS-AR-STATUS = "35"
        OPEN OUTPUT OPEN-ITEM-FILE
        CLOSE OPEN-ITEM-FILE
        OPEN I-O OPEN-ITEM-FILE
    END-IF.
    PERFORM VARYING WS-INST-IDX FROM 1 BY 1
            UNTIL WS-INST-IDX > WS-INSTALMENTS
        ADD 1 TO WS-INVOICE-NO
        MOVE SPACES TO OPEN-ITEM-REC
        MOVE WS-INVOICE-NO TO AR-INV-NO
        MOVE WS-MEMBER-ID TO AR-CUSTOMER
        MOVE WS-DUE-DATE TO AR-INV-DATE
        IF WS-INST-IDX = WS-INSTALMENTS
            MOVE WS-INST-LAST TO AR-AMOUNT
        ELSE
            MOVE WS-INST-AMOUNT TO AR-AMOUNT
        END-IF
        MOVE 0 TO AR-PAID
        MOVE 'S' TO AR-STATUS
        MOVE 0 TO AR-DUN-LEVEL
        MOVE 0 TO AR-DUN-DATE
        MOVE 'I' TO AR-ITEM-TYPE
        WRITE OPEN-ITEM-REC
            INVALID KEY
                DISPLAY "INVOICE NUMBER ALREADY ON FILE: " AR-INV-NO
        END-WRITE
        ADD 1 TO WS-DUE-MONTH
        IF WS-DUE-MONTH > 12
            MOVE 1 TO WS-DUE-MONTH
            ADD 1 TO WS-DUE-YEAR
        END-IF
        MOVE WS-PLAN-DAY TO WS-DUE-DAY
    END-PERFORM.
    CLOSE OPEN-ITEM-FILE.
    DISPLAY "INSTALMENTS SCHEDULED FOR " WS-MEMBER-ID ": "
        WS-INSTALMENTS " OF " WS-INST-AMOUNT.

READ-INSTALMENT-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END MOVE 'Y' TO WS-PARM-EOF
    END-READ.
    IF WS-PARM-EOF = 'N' AND IP-INSTALMENTS IS NUMERIC
            AND IP-INSTALMENTS > 0
        MOVE IP-INSTALMENTS TO WS-INSTALMENTS
    END-IF.
    CLOSE PARM-FILE.

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

*> Renewal money is admissions revenue taken in advance at the
*> desk: DR cash, CR deferred pass revenue, into the same posting
*> stream the 055A journal feeds.
POST-RENEWAL-JOURNAL.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE WS-RENEWAL-REVENUE TO GP-AMOUNT.
    WRITE GL-POSTING-REC.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-DEFERRED-ACCOUNT TO GP-ACCOUNT.
    MOVE "CR" TO GP-DR-CR.
    MOVE WS-RENEWAL-REVENUE TO GP-AMOUNT.
    WRITE GL-POSTING-REC.
