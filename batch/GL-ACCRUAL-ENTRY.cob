       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GL-ACCRUAL-ENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO "GL-ACCRUALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CHART-FILE ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHART-STATUS.
    SELECT OPTIONAL PERIOD-FILE ASSIGN TO "ACCOUNTING-PERIODS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ACCRUAL-FILE.
COPY "GL-ACCRUAL-RECORD.cpy".

FD CHART-FILE.
01 CHART-REC.
   05 CA-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 CA-DESCRIPTION     PIC X(30).

FD PERIOD-FILE.
01 PERIOD-REC.
   05 AP-PERIOD          PIC 9(6).
   05 FILLER             PIC X(1).
   05 AP-STATUS          PIC X(1).

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
01 WS-CHART-STATUS       PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-OPERATOR-NAME      PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "GL-ACCRUAL-ENTRY".
01 WS-AUTH-RESULT        PIC X.
01 WS-ANSWER             PIC X(12).
01 WS-EDIT-VALID         PIC X.
01 WS-ACCRUAL-NO         PIC 9(6) VALUE 0.
01 WS-PERIOD             PIC 9(6).
01 WS-PERIOD-CLOSED      PIC X VALUE 'N'.
01 WS-DR-ACCOUNT         PIC 9(6).
01 WS-CR-ACCOUNT         PIC 9(6).
01 WS-DR-ON-CHART        PIC X VALUE 'N'.
01 WS-CR-ON-CHART        PIC X VALUE 'N'.
01 WS-AMOUNT             PIC 9(9).
01 WS-REASON             PIC X(30).
01 WS-POST-DATE          PIC 9(8).

*> Days in each month, for dating the accrual on the last day of
*> its period; February gains a day in a leap year.
01 WS-MONTH-DAYS-VALUES  PIC X(24) VALUE "312831303130313130313031".
01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
   05 WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.
01 WS-YEAR               PIC 9(4).
01 WS-MONTH              PIC 9(2).
01 WS-LAST-DAY           PIC 9(2).
01 WS-QUOTIENT           PIC 9(4).
01 WS-REM-4              PIC 9(4).
01 WS-REM-100            PIC 9(4).
01 WS-REM-400            PIC 9(4).

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "GL-ACCRUAL-ENTRY".
01 WS-AUDIT-FIELD-NAME   PIC X(10) VALUE "ACCRUAL".
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

PROCEDURE DIVISION.
MAIN.
    MOVE "GL-ACCRUAL-ENTRY" TO WS-RH-JOB-NAME.
    MOVE 133 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-OPERATOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "OPERATOR NOT AUTHORISED - NOTHING POSTED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

*> An accrual belongs to a period still open: once the period is
*> closed its figures are final, and the entry must go through as
*> an ordinary journal in the current period instead.
    MOVE WS-RH-RUN-DATE(1:6) TO WS-PERIOD.
    DISPLAY "ACCRUAL PERIOD YYYYMM (BLANK=CURRENT): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER NOT = SPACES
        IF WS-ANSWER(1:6) IS NOT NUMERIC OR WS-ANSWER(7:6) NOT = SPACES
                OR WS-ANSWER(5:2) < "01" OR WS-ANSWER(5:2) > "12"
            DISPLAY "PERIOD MUST BE YYYYMM"
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE WS-ANSWER(1:6) TO WS-PERIOD
    END-IF.
    PERFORM CHECK-PERIOD-OPEN.
    IF WS-PERIOD-CLOSED = 'Y'
        DISPLAY "PERIOD " WS-PERIOD " IS CLOSED - NOTHING POSTED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "DEBIT ACCOUNT: " WITH NO ADVANCING.
    MOVE SPACES TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    CALL "NUMERIC-EDIT" USING WS-ANSWER WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N' OR WS-ANSWER = SPACES
        DISPLAY "ACCOUNT MUST BE NUMERIC"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    COMPUTE WS-DR-ACCOUNT = FUNCTION NUMVAL(WS-ANSWER).
    DISPLAY "CREDIT ACCOUNT: " WITH NO ADVANCING.
    MOVE SPACES TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    CALL "NUMERIC-EDIT" USING WS-ANSWER WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N' OR WS-ANSWER = SPACES
        DISPLAY "ACCOUNT MUST BE NUMERIC"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    COMPUTE WS-CR-ACCOUNT = FUNCTION NUMVAL(WS-ANSWER).
    IF WS-DR-ACCOUNT = WS-CR-ACCOUNT
        DISPLAY "DEBIT AND CREDIT ACCOUNTS MUST DIFFER"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM CHECK-ACCOUNTS-ON-CHART.
    IF WS-DR-ON-CHART = 'N' OR WS-CR-ON-CHART = 'N'
        DISPLAY "ACCOUNT NOT ON CHART - NOTHING POSTED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "AMOUNT (WHOLE UNITS): " WITH NO ADVANCING.
    MOVE SPACES TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    CALL "NUMERIC-EDIT" USING WS-ANSWER WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N' OR WS-ANSWER = SPACES
        DISPLAY "AMOUNT MUST BE NUMERIC"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-ANSWER).
    IF WS-AMOUNT = 0
        DISPLAY "AMOUNT MUST BE NON-ZERO"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "REASON: " WITH NO ADVANCING.
    MOVE SPACES TO WS-REASON.
    ACCEPT WS-REASON.
    IF WS-REASON = SPACES
        DISPLAY "A REASON IS REQUIRED - NOTHING POSTED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM FIND-LAST-ACCRUAL-NO.
    ADD 1 TO WS-ACCRUAL-NO.
    PERFORM COMPUTE-PERIOD-END-DATE.
    PERFORM POST-ACCRUAL-LEGS.
    PERFORM RECORD-ACCRUAL.

    MOVE 0 TO WS-AUDIT-OLD-VALUE.
    MOVE WS-AMOUNT TO WS-AUDIT-NEW-VALUE.
    CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
        WS-OPERATOR-NAME WS-AUDIT-FIELD-NAME
        WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE.

    DISPLAY "ACCRUAL " WS-ACCRUAL-NO " POSTED " WS-POST-DATE
        " - REVERSES WHEN PERIOD " WS-PERIOD " CLOSES".
    GOBACK.

CHECK-PERIOD-OPEN.
    OPEN INPUT PERIOD-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ PERIOD-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AP-PERIOD = WS-PERIOD AND AP-STATUS = 'C'
                    MOVE 'Y' TO WS-PERIOD-CLOSED
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PERIOD-FILE.
    MOVE 'N' TO WS-EOF.

CHECK-ACCOUNTS-ON-CHART.
    OPEN INPUT CHART-FILE.
    IF WS-CHART-STATUS NOT = "00"
        DISPLAY "CHART-OF-ACCOUNTS.DAT NOT PRESENT"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CHART-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CA-ACCOUNT = WS-DR-ACCOUNT
                    MOVE 'Y' TO WS-DR-ON-CHART
                END-IF
                IF CA-ACCOUNT = WS-CR-ACCOUNT
                    MOVE 'Y' TO WS-CR-ON-CHART
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHART-FILE.
    MOVE 'N' TO WS-EOF.

FIND-LAST-ACCRUAL-NO.
    OPEN INPUT ACCRUAL-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ACCRUAL-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AC-ACCRUAL-NO > WS-ACCRUAL-NO
                    MOVE AC-ACCRUAL-NO TO WS-ACCRUAL-NO
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ACCRUAL-FILE.
    MOVE 'N' TO WS-EOF.

COMPUTE-PERIOD-END-DATE.
    MOVE WS-PERIOD(1:4) TO WS-YEAR.
    MOVE WS-PERIOD(5:2) TO WS-MONTH.
    MOVE WS-MONTH-DAYS(WS-MONTH) TO WS-LAST-DAY.
    IF WS-MONTH = 2
        DIVIDE WS-YEAR BY 4 GIVING WS-QUOTIENT REMAINDER WS-REM-4
        DIVIDE WS-YEAR BY 100 GIVING WS-QUOTIENT REMAINDER WS-REM-100
        DIVIDE WS-YEAR BY 400 GIVING WS-QUOTIENT REMAINDER WS-REM-400
        IF WS-REM-4 = 0 AND (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
            MOVE 29 TO WS-LAST-DAY
        END-IF
    END-IF.
    COMPUTE WS-POST-DATE = WS-PERIOD * 100 + WS-LAST-DAY.

POST-ACCRUAL-LEGS.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-DR-ACCOUNT TO GP-ACCOUNT.
    MOVE "DR" TO GP-DR-CR.
    MOVE WS-AMOUNT TO GP-AMOUNT.
    MOVE WS-POST-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-CR-ACCOUNT TO GP-ACCOUNT.
    MOVE "CR" TO GP-DR-CR.
    MOVE WS-AMOUNT TO GP-AMOUNT.
    MOVE WS-POST-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.
    CLOSE GL-POSTING-FILE.

RECORD-ACCRUAL.
    MOVE SPACES TO ACCRUAL-REC.
    MOVE WS-ACCRUAL-NO TO AC-ACCRUAL-NO.
    MOVE WS-PERIOD TO AC-PERIOD.
    MOVE WS-DR-ACCOUNT TO AC-DR-ACCOUNT.
    MOVE WS-CR-ACCOUNT TO AC-CR-ACCOUNT.
    MOVE WS-AMOUNT TO AC-AMOUNT.
    MOVE WS-REASON TO AC-REASON.
    MOVE WS-OPERATOR-NAME TO AC-ENTERED-BY.
    MOVE WS-RH-RUN-DATE TO AC-ENTERED-DATE.
    MOVE 'P' TO AC-STATUS.
    MOVE 0 TO AC-REVERSE-DATE.
    OPEN EXTEND ACCRUAL-FILE.
    WRITE ACCRUAL-REC.
    CLOSE ACCRUAL-FILE.
