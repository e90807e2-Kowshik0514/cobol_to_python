       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-WRITEOFF-APPROVE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL WRITEOFF-FILE ASSIGN TO "AR-WRITEOFF-REQUESTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT WRITEOFF-WORK-FILE
        ASSIGN TO "AR-WRITEOFF-REQUESTS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "AR-TRANSACTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PASSWORD-FILE ASSIGN TO "PASSWORD-FILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PASSWORD-STATUS.

DATA DIVISION.
FILE SECTION.
FD WRITEOFF-FILE.
COPY "AR-WRITEOFF-RECORD.cpy".

FD WRITEOFF-WORK-FILE.
01 WRITEOFF-WORK-REC     PIC X(110).

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

FD TRANSACTION-FILE.
COPY "AR-TRANSACTION-RECORD.cpy".

FD PASSWORD-FILE.
COPY "PASSWORD-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "AR-WRITEOFF-REASONS.cpy".
01 WS-ITEM-STATUS        PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-DECIDING           PIC X VALUE 'Y'.
01 WS-MATCHED            PIC X.
01 WS-PASSWORD-STATUS    PIC X(2).
01 WS-PASSWORD-EOF       PIC X.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-SUPERVISOR-PASS    PIC X(10).
01 WS-SUPERVISOR-OK      PIC X.
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "AR-WRITEOFF-APPROVE".
01 WS-AUTH-RESULT        PIC X.
01 WS-ANSWER             PIC X.
01 WS-WRITEOFF-AMOUNT    PIC 9(9)V99.
01 WS-WHOLE-UNITS        PIC 9(9).
01 WS-PENDING-COUNT      PIC 9(5) VALUE 0.
01 WS-WRITTEN-COUNT      PIC 9(5) VALUE 0.
01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.
01 WS-VOID-COUNT         PIC 9(5) VALUE 0.
01 WS-WRITTEN-VALUE      PIC 9(11)V99 VALUE 0.

*> Bad debts are charged to expense and taken off the receivables
*> control account.
01 WS-EXPENSE-ACCOUNT    PIC 9(6) VALUE 640000.
01 WS-CONTROL-ACCOUNT    PIC 9(6) VALUE 110000.

01 WS-SYSERR-PROGRAM     PIC X(16) VALUE "AR-WRITEOFF-APPR".
01 WS-SYSERR-FIELD       PIC X(16).
01 WS-SYSERR-VALUE       PIC X(20).

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "AR-WRITEOFF-APPROVE".
01 WS-AUDIT-FIELD-NAME   PIC X(10) VALUE "BAD-DEBT".
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

01 WS-REQUEST-LINE.
   05 FILLER             PIC X(8) VALUE "INVOICE ".
   05 WS-RL-INV-NO       PIC 9(6).
   05 FILLER             PIC X(10) VALUE " CUSTOMER ".
   05 WS-RL-CUSTOMER     PIC X(6).
   05 FILLER             PIC X(9) VALUE " BALANCE ".
   05 WS-RL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.

01 WS-REASON-LINE.
   05 FILLER             PIC X(9) VALUE "  REASON ".
   05 WS-RS-CODE         PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RS-TEXT         PIC X(30).
   05 FILLER             PIC X(4) VALUE " BY ".
   05 WS-RS-REQUESTER    PIC X(20).

PROCEDURE DIVISION.
MAIN.
    MOVE "AR-WRITEOFF-APPROVE" TO WS-RH-JOB-NAME.
    MOVE 130 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-NAME.
    DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-PASS.
    PERFORM VERIFY-SUPERVISOR.
    IF WS-SUPERVISOR-OK = 'N'
        DISPLAY "SUPERVISOR NOT VERIFIED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    CALL "CHECK-AUTHORITY" USING WS-SUPERVISOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "SUPERVISOR AUTHORITY REQUIRED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT WRITEOFF-FILE.
    OPEN OUTPUT WRITEOFF-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ WRITEOFF-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-DECIDE
        END-READ
    END-PERFORM.
    CLOSE WRITEOFF-FILE.
    CLOSE WRITEOFF-WORK-FILE.
    PERFORM COPY-WRITEOFF-WORK-BACK.

    DISPLAY "WRITE-OFFS PENDING    : " WS-PENDING-COUNT.
    DISPLAY "WRITTEN OFF           : " WS-WRITTEN-COUNT.
    DISPLAY "VALUE WRITTEN OFF     : " WS-WRITTEN-VALUE.
    DISPLAY "REFUSED               : " WS-REFUSED-COUNT.
    DISPLAY "VOID - NO LONGER OWED : " WS-VOID-COUNT.
    GOBACK.

*> The supervisor proves their identity against the password file
*> before their authority is checked, so approvals cannot be made
*> under another person's name.
VERIFY-SUPERVISOR.
    MOVE 'N' TO WS-SUPERVISOR-OK.
    MOVE 'N' TO WS-PASSWORD-EOF.
    OPEN INPUT PASSWORD-FILE.
    IF WS-PASSWORD-STATUS = "00"
        PERFORM UNTIL WS-PASSWORD-EOF = 'Y'
            READ PASSWORD-FILE
                AT END MOVE 'Y' TO WS-PASSWORD-EOF
                NOT AT END
                    IF PW-NAME = WS-SUPERVISOR-NAME
                            AND PW-PASSWORD = WS-SUPERVISOR-PASS
                            AND PW-LOCKED NOT = 'Y'
                        MOVE 'Y' TO WS-SUPERVISOR-OK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PASSWORD-FILE
    END-IF.
    IF WS-SUPERVISOR-OK = 'N'
        MOVE "PW-PASSWORD" TO WS-SYSERR-FIELD
        MOVE SPACES TO WS-SYSERR-VALUE
        MOVE WS-SUPERVISOR-NAME TO WS-SYSERR-VALUE
        CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
            WS-SYSERR-FIELD WS-SYSERR-VALUE
    END-IF.

*> Each pending write-off is shown with its reason and who raised
*> it. The person who raised it may not approve it: the attempt is
*> refused and reported as an exception, as RELEASE-APPROVAL does.
*> Once the supervisor stops, the rest pass through still pending.
PASS-OR-DECIDE.
    IF WO-STATUS = 'P'
        ADD 1 TO WS-PENDING-COUNT
    END-IF.
    IF WO-STATUS = 'P' AND WS-DECIDING = 'Y'
        IF WO-REQUESTED-BY = WS-SUPERVISOR-NAME
            DISPLAY "RAISER MAY NOT APPROVE OWN WRITE-OFF: "
                WO-INV-NO
            PERFORM LOG-SOD-VIOLATION
        ELSE
            PERFORM JUDGE-WRITEOFF
        END-IF
    END-IF.
    WRITE WRITEOFF-WORK-REC FROM WRITEOFF-REC.

LOG-SOD-VIOLATION.
    MOVE "WO-REQUESTED-BY" TO WS-SYSERR-FIELD.
    MOVE SPACES TO WS-SYSERR-VALUE.
    MOVE WS-SUPERVISOR-NAME TO WS-SYSERR-VALUE.
    CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
        WS-SYSERR-FIELD WS-SYSERR-VALUE.

JUDGE-WRITEOFF.
    MOVE WO-INV-NO TO WS-RL-INV-NO.
    MOVE WO-CUSTOMER TO WS-RL-CUSTOMER.
    MOVE WO-BALANCE TO WS-RL-BALANCE.
    MOVE WO-REASON TO WS-RS-CODE.
    MOVE SPACES TO WS-RS-TEXT.
    PERFORM VARYING WS-WO-REASON-IDX FROM 1 BY 1
            UNTIL WS-WO-REASON-IDX > WS-WO-REASON-COUNT
        IF WS-WO-REASON-CODE(WS-WO-REASON-IDX) = WO-REASON
            MOVE WS-WO-REASON-TEXT(WS-WO-REASON-IDX) TO WS-RS-TEXT
        END-IF
    END-PERFORM.
    MOVE WO-REQUESTED-BY TO WS-RS-REQUESTER.
    DISPLAY WS-REQUEST-LINE.
    DISPLAY WS-REASON-LINE.
    DISPLAY "(A)PPROVE, (R)EFUSE, (S)KIP, (X)STOP: "
        WITH NO ADVANCING.
    MOVE SPACE TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    EVALUATE WS-ANSWER
        WHEN 'A'
        WHEN 'a'
            MOVE WS-SUPERVISOR-NAME TO WO-APPROVER
            MOVE WS-RH-RUN-DATE TO WO-DECIDED-DATE
            PERFORM WRITE-OFF-OPEN-ITEM
            IF WS-MATCHED = 'Y'
                MOVE 'W' TO WO-STATUS
                PERFORM WRITE-WRITEOFF-HISTORY
                PERFORM POST-WRITEOFF-JOURNAL
                MOVE WS-WRITEOFF-AMOUNT TO WS-AUDIT-OLD-VALUE
                MOVE 0 TO WS-AUDIT-NEW-VALUE
                CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
                    WS-SUPERVISOR-NAME WS-AUDIT-FIELD-NAME
                    WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
                ADD 1 TO WS-WRITTEN-COUNT
                ADD WS-WRITEOFF-AMOUNT TO WS-WRITTEN-VALUE
                DISPLAY "WRITTEN OFF: " WS-WRITEOFF-AMOUNT
            ELSE
                MOVE 'V' TO WO-STATUS
                ADD 1 TO WS-VOID-COUNT
                DISPLAY "INVOICE NO LONGER OWING - WRITE-OFF VOID"
            END-IF
        WHEN 'R'
        WHEN 'r'
            MOVE 'R' TO WO-STATUS
            MOVE WS-SUPERVISOR-NAME TO WO-APPROVER
            MOVE WS-RH-RUN-DATE TO WO-DECIDED-DATE
            ADD 1 TO WS-REFUSED-COUNT
            DISPLAY "REFUSED - INVOICE STAYS OPEN"
        WHEN 'X'
        WHEN 'x'
            MOVE 'N' TO WS-DECIDING
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> What is written off is what the invoice still owes today, which
*> may be less than when it was raised if the customer has paid
*> something since. An item settled in the meantime is left alone.
WRITE-OFF-OPEN-ITEM.
    MOVE 'N' TO WS-MATCHED.
    OPEN I-O OPEN-ITEM-FILE.
    IF WS-ITEM-STATUS = "00"
        MOVE WO-INV-NO TO AR-INV-NO
        READ OPEN-ITEM-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY PERFORM WRITE-OFF-ITEM
        END-READ
        CLOSE OPEN-ITEM-FILE
    END-IF.

WRITE-OFF-ITEM.
    IF (AR-STATUS = 'O' OR AR-STATUS = 'P')
            AND AR-AMOUNT > AR-PAID
        MOVE 'W' TO AR-STATUS
        MOVE WO-REASON TO AR-WO-REASON
        REWRITE OPEN-ITEM-REC
            INVALID KEY
                DISPLAY "REWRITE FAILED FOR INVOICE " AR-INV-NO
            NOT INVALID KEY
                MOVE 'Y' TO WS-MATCHED
                COMPUTE WS-WRITEOFF-AMOUNT = AR-AMOUNT - AR-PAID
        END-REWRITE
    END-IF.

*> The write-off goes on the customer's history so the statement
*> shows why the balance went.
WRITE-WRITEOFF-HISTORY.
    MOVE SPACES TO AR-TRANSACTION-REC.
    MOVE WS-RH-RUN-DATE TO AT-DATE.
    MOVE "WO" TO AT-TYPE.
    MOVE WO-CUSTOMER TO AT-CUSTOMER.
    MOVE WO-INV-NO TO AT-INV-NO.
    MOVE 0 TO AT-REFERENCE.
    MOVE WS-WRITEOFF-AMOUNT TO AT-AMOUNT.
    OPEN EXTEND TRANSACTION-FILE.
    WRITE AR-TRANSACTION-REC.
    CLOSE TRANSACTION-FILE.

*> The GL posting record carries whole units only; both legs take
*> the same rounded figure so the journal always balances.
POST-WRITEOFF-JOURNAL.
    COMPUTE WS-WHOLE-UNITS ROUNDED = WS-WRITEOFF-AMOUNT.
    IF WS-WHOLE-UNITS > 0
        OPEN EXTEND GL-POSTING-FILE
        MOVE SPACES TO GL-POSTING-REC
        MOVE WS-EXPENSE-ACCOUNT TO GP-ACCOUNT
        MOVE "DR" TO GP-DR-CR
        MOVE WS-WHOLE-UNITS TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        MOVE SPACES TO GL-POSTING-REC
        MOVE WS-CONTROL-ACCOUNT TO GP-ACCOUNT
        MOVE "CR" TO GP-DR-CR
        MOVE WS-WHOLE-UNITS TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        CLOSE GL-POSTING-FILE
    END-IF.

COPY-WRITEOFF-WORK-BACK.
    MOVE 'N' TO WS-WORK-EOF.
    OPEN INPUT WRITEOFF-WORK-FILE.
    OPEN OUTPUT WRITEOFF-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ WRITEOFF-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE WRITEOFF-WORK-REC TO WRITEOFF-REC
                WRITE WRITEOFF-REC
        END-READ
    END-PERFORM.
    CLOSE WRITEOFF-WORK-FILE.
    CLOSE WRITEOFF-FILE.
