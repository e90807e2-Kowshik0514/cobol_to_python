       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EXPENSE-APPROVE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CLAIM-FILE ASSIGN TO "EXPENSE-CLAIMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CLAIM-WORK-FILE ASSIGN TO "EXPENSE-CLAIMS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SUPERVISOR-FILE ASSIGN TO "OPERATOR-SUPERVISORS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PASSWORD-FILE ASSIGN TO "PASSWORD-FILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PASSWORD-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLAIM-FILE.
COPY "EXPENSE-CLAIM-RECORD.cpy".

FD CLAIM-WORK-FILE.
01 CLAIM-WORK-REC        PIC X(175).

FD SUPERVISOR-FILE.
COPY "OPERATOR-SUPERVISOR-RECORD.cpy".

FD PASSWORD-FILE.
COPY "PASSWORD-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-SUPERVISOR-EOF     PIC X VALUE 'N'.
01 WS-DECIDING           PIC X VALUE 'Y'.
01 WS-PASSWORD-STATUS    PIC X(2).
01 WS-PASSWORD-EOF       PIC X.
01 WS-MANAGER-NAME       PIC X(30).
01 WS-MANAGER-PASS       PIC X(10).
01 WS-MANAGER-OK         PIC X.
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "EXPENSE-APPROVE".
01 WS-AUTH-RESULT        PIC X.
01 WS-ANSWER             PIC X.
01 WS-PENDING-COUNT      PIC 9(5) VALUE 0.
01 WS-APPROVED-COUNT     PIC 9(5) VALUE 0.
01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.

01 WS-SYSERR-PROGRAM     PIC X(16) VALUE "EXPENSE-APPROVE".
01 WS-SYSERR-FIELD       PIC X(16).
01 WS-SYSERR-VALUE       PIC X(20).

*> The operators who report to the signed-on manager, from the same
*> reporting lines the access recertification uses.
01 WS-REPORT-COUNT       PIC 9(3) VALUE 0.
01 WS-REPORT-TABLE.
   05 WS-RP-OPERATOR OCCURS 500 TIMES PIC X(30).
01 WS-REPORT-IDX         PIC 9(3).
01 WS-REPORT-HIT         PIC 9(3).

01 WS-CLAIM-LINE.
   05 FILLER             PIC X(6) VALUE "CLAIM ".
   05 WS-CL-CLAIM-NO     PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-CLAIMANT     PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-CATEGORY     PIC X(4).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-AMOUNT       PIC Z,ZZZ,ZZ9.99.

01 WS-DETAIL-LINE.
   05 FILLER             PIC X(10) VALUE "  RECEIPT ".
   05 WS-DL-RECEIPT      PIC X(15).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-DESCRIPTION  PIC X(30).

PROCEDURE DIVISION.
MAIN.
    MOVE "EXPENSE-APPROVE" TO WS-RH-JOB-NAME.
    MOVE 178 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "MANAGER ID: " WITH NO ADVANCING.
    ACCEPT WS-MANAGER-NAME.
    DISPLAY "MANAGER PASSWORD: " WITH NO ADVANCING.
    ACCEPT WS-MANAGER-PASS.
    PERFORM VERIFY-MANAGER.
    IF WS-MANAGER-OK = 'N'
        DISPLAY "MANAGER NOT VERIFIED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    CALL "CHECK-AUTHORITY" USING WS-MANAGER-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "MANAGER NOT AUTHORISED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-REPORTS.
    IF WS-REPORT-COUNT = 0
        DISPLAY "NO OPERATORS REPORT TO " WS-MANAGER-NAME
            " - NO CLAIMS TO APPROVE"
        GOBACK
    END-IF.

    OPEN INPUT CLAIM-FILE.
    OPEN OUTPUT CLAIM-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CLAIM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-DECIDE
        END-READ
    END-PERFORM.
    CLOSE CLAIM-FILE.
    CLOSE CLAIM-WORK-FILE.
    PERFORM COPY-CLAIM-WORK-BACK.

    DISPLAY "CLAIMS PENDING   : " WS-PENDING-COUNT.
    DISPLAY "APPROVED         : " WS-APPROVED-COUNT.
    DISPLAY "REFUSED          : " WS-REFUSED-COUNT.
    GOBACK.

*> The manager proves their identity against the password file
*> before their authority is checked, so approvals cannot be made
*> under another person's name.
VERIFY-MANAGER.
    MOVE 'N' TO WS-MANAGER-OK.
    MOVE 'N' TO WS-PASSWORD-EOF.
    OPEN INPUT PASSWORD-FILE.
    IF WS-PASSWORD-STATUS = "00"
        PERFORM UNTIL WS-PASSWORD-EOF = 'Y'
            READ PASSWORD-FILE
                AT END MOVE 'Y' TO WS-PASSWORD-EOF
                NOT AT END
                    IF PW-NAME = WS-MANAGER-NAME
                            AND PW-PASSWORD = WS-MANAGER-PASS
                            AND PW-LOCKED NOT = 'Y'
                        MOVE 'Y' TO WS-MANAGER-OK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PASSWORD-FILE
    END-IF.
    IF WS-MANAGER-OK = 'N'
        MOVE "PW-PASSWORD" TO WS-SYSERR-FIELD
        MOVE SPACES TO WS-SYSERR-VALUE
        MOVE WS-MANAGER-NAME TO WS-SYSERR-VALUE
        CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
            WS-SYSERR-FIELD WS-SYSERR-VALUE
    END-IF.

*> Only claims that have passed the overnight limit and receipt
*> checks, from the manager's own reports, are offered. A manager
*> shown on file as their own manager may not approve their own
*> claim: the attempt is refused and reported as an exception.
PASS-OR-DECIDE.
    IF XC-STATUS = 'P'
        PERFORM FIND-REPORT
        IF WS-REPORT-HIT > 0
            ADD 1 TO WS-PENDING-COUNT
            IF WS-DECIDING = 'Y'
                IF XC-CLAIMANT = WS-MANAGER-NAME
                    DISPLAY "CLAIMANT MAY NOT APPROVE OWN CLAIM: "
                        XC-CLAIM-NO
                    PERFORM LOG-SOD-VIOLATION
                ELSE
                    PERFORM JUDGE-CLAIM
                END-IF
            END-IF
        END-IF
    END-IF.
    WRITE CLAIM-WORK-REC FROM EXPENSE-CLAIM-REC.

LOG-SOD-VIOLATION.
    MOVE "XC-CLAIMANT" TO WS-SYSERR-FIELD.
    MOVE SPACES TO WS-SYSERR-VALUE.
    MOVE WS-MANAGER-NAME TO WS-SYSERR-VALUE.
    CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
        WS-SYSERR-FIELD WS-SYSERR-VALUE.

*> Approval releases the claim to the next reimbursement run.
JUDGE-CLAIM.
    MOVE XC-CLAIM-NO TO WS-CL-CLAIM-NO.
    MOVE XC-CLAIMANT TO WS-CL-CLAIMANT.
    MOVE XC-CATEGORY TO WS-CL-CATEGORY.
    MOVE XC-EXPENSE-DATE TO WS-CL-DATE.
    MOVE XC-AMOUNT TO WS-CL-AMOUNT.
    MOVE XC-RECEIPT-REF TO WS-DL-RECEIPT.
    MOVE XC-DESCRIPTION TO WS-DL-DESCRIPTION.
    DISPLAY WS-CLAIM-LINE.
    DISPLAY WS-DETAIL-LINE.
    DISPLAY "(A)PPROVE, (R)EFUSE, (S)KIP, (X)STOP: "
        WITH NO ADVANCING.
    MOVE SPACE TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    EVALUATE WS-ANSWER
        WHEN 'A'
        WHEN 'a'
            MOVE 'A' TO XC-STATUS
            MOVE WS-MANAGER-NAME TO XC-APPROVER
            MOVE WS-RH-RUN-DATE TO XC-DECIDED-DATE
            ADD 1 TO WS-APPROVED-COUNT
            DISPLAY "APPROVED - PAID BY THE NEXT REIMBURSEMENT RUN"
        WHEN 'R'
        WHEN 'r'
            MOVE 'R' TO XC-STATUS
            MOVE WS-MANAGER-NAME TO XC-APPROVER
            MOVE WS-RH-RUN-DATE TO XC-DECIDED-DATE
            ADD 1 TO WS-REFUSED-COUNT
            DISPLAY "REFUSED - NOT PAID"
        WHEN 'X'
        WHEN 'x'
            MOVE 'N' TO WS-DECIDING
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

FIND-REPORT.
    MOVE 0 TO WS-REPORT-HIT.
    PERFORM VARYING WS-REPORT-IDX FROM 1 BY 1
            UNTIL WS-REPORT-IDX > WS-REPORT-COUNT
        IF WS-RP-OPERATOR(WS-REPORT-IDX) = XC-CLAIMANT
            MOVE WS-REPORT-IDX TO WS-REPORT-HIT
        END-IF
    END-PERFORM.

LOAD-REPORTS.
    OPEN INPUT SUPERVISOR-FILE.
    PERFORM UNTIL WS-SUPERVISOR-EOF = 'Y'
        READ SUPERVISOR-FILE
            AT END MOVE 'Y' TO WS-SUPERVISOR-EOF
            NOT AT END
                IF SV-SUPERVISOR-NAME = WS-MANAGER-NAME
                    IF WS-REPORT-COUNT >= 500
                        DISPLAY "REPORTING LINE TABLE FULL - RUN ABORTED"
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                    END-IF
                    ADD 1 TO WS-REPORT-COUNT
                    MOVE SV-OPERATOR-NAME
                        TO WS-RP-OPERATOR(WS-REPORT-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SUPERVISOR-FILE.

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
