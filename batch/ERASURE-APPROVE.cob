       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ERASURE-APPROVE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL REQUEST-FILE ASSIGN TO "ERASURE-REQUESTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REQUEST-WORK-FILE ASSIGN TO "ERASURE-REQUESTS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PASSWORD-FILE ASSIGN TO "PASSWORD-FILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PASSWORD-STATUS.

DATA DIVISION.
FILE SECTION.
FD REQUEST-FILE.
COPY "ERASURE-REQUEST-RECORD.cpy".

FD REQUEST-WORK-FILE.
01 REQUEST-WORK-REC      PIC X(150).

FD PASSWORD-FILE.
COPY "PASSWORD-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-DECIDING           PIC X VALUE 'Y'.
01 WS-PASSWORD-STATUS    PIC X(2).
01 WS-PASSWORD-EOF       PIC X.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-SUPERVISOR-PASS    PIC X(10).
01 WS-SUPERVISOR-OK      PIC X.
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "ERASURE-APPROVE".
01 WS-AUTH-RESULT        PIC X.
01 WS-ANSWER             PIC X.
01 WS-PENDING-COUNT      PIC 9(5) VALUE 0.
01 WS-APPROVED-COUNT     PIC 9(5) VALUE 0.
01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.

01 WS-SYSERR-PROGRAM     PIC X(16) VALUE "ERASURE-APPROVE".
01 WS-SYSERR-FIELD       PIC X(16).
01 WS-SYSERR-VALUE       PIC X(20).

01 WS-REQUEST-LINE.
   05 FILLER             PIC X(8) VALUE "ERASURE ".
   05 WS-RL-ERASURE-NO   PIC 9(5).
   05 FILLER             PIC X(10) VALUE " CUSTOMER ".
   05 WS-RL-CUSTOMER     PIC 9(6).
   05 FILLER             PIC X(5) VALUE " KEY ".
   05 WS-RL-SYSTEM       PIC X(1).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RL-KEY          PIC X(6).
   05 FILLER             PIC X(8) VALUE " RAISED ".
   05 WS-RL-DATE         PIC 9(8).

01 WS-REFERENCE-LINE.
   05 FILLER             PIC X(12) VALUE "  REFERENCE ".
   05 WS-RF-REFERENCE    PIC X(30).
   05 FILLER             PIC X(4) VALUE " BY ".
   05 WS-RF-REQUESTER    PIC X(20).

PROCEDURE DIVISION.
MAIN.
    MOVE "ERASURE-APPROVE" TO WS-RH-JOB-NAME.
    MOVE 175 TO WS-RH-SEQ-NO.
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

    OPEN INPUT REQUEST-FILE.
    OPEN OUTPUT REQUEST-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REQUEST-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-DECIDE
        END-READ
    END-PERFORM.
    CLOSE REQUEST-FILE.
    CLOSE REQUEST-WORK-FILE.
    PERFORM COPY-REQUEST-WORK-BACK.

    DISPLAY "ERASURES PENDING : " WS-PENDING-COUNT.
    DISPLAY "APPROVED         : " WS-APPROVED-COUNT.
    DISPLAY "REFUSED          : " WS-REFUSED-COUNT.
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

*> The person who raised an erasure may not approve it: the attempt
*> is refused and reported as an exception, as AR-WRITEOFF-APPROVE
*> does. Once the supervisor stops, the rest pass through pending.
PASS-OR-DECIDE.
    IF ER-STATUS = 'P'
        ADD 1 TO WS-PENDING-COUNT
    END-IF.
    IF ER-STATUS = 'P' AND WS-DECIDING = 'Y'
        IF ER-REQUESTED-BY = WS-SUPERVISOR-NAME
            DISPLAY "RAISER MAY NOT APPROVE OWN ERASURE: "
                ER-ERASURE-NO
            PERFORM LOG-SOD-VIOLATION
        ELSE
            PERFORM JUDGE-ERASURE
        END-IF
    END-IF.
    WRITE REQUEST-WORK-REC FROM ERASURE-REQUEST-REC.

LOG-SOD-VIOLATION.
    MOVE "ER-REQUESTED-BY" TO WS-SYSERR-FIELD.
    MOVE SPACES TO WS-SYSERR-VALUE.
    MOVE WS-SUPERVISOR-NAME TO WS-SYSERR-VALUE.
    CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
        WS-SYSERR-FIELD WS-SYSERR-VALUE.

*> Approval only releases the erasure to the overnight run, which
*> anonymises every file in one pass while nothing else is open.
JUDGE-ERASURE.
    MOVE ER-ERASURE-NO TO WS-RL-ERASURE-NO.
    MOVE ER-CUSTOMER-NO TO WS-RL-CUSTOMER.
    MOVE ER-SYSTEM TO WS-RL-SYSTEM.
    MOVE ER-KEY TO WS-RL-KEY.
    MOVE ER-REQUEST-DATE TO WS-RL-DATE.
    MOVE ER-REFERENCE TO WS-RF-REFERENCE.
    MOVE ER-REQUESTED-BY TO WS-RF-REQUESTER.
    DISPLAY WS-REQUEST-LINE.
    DISPLAY WS-REFERENCE-LINE.
    DISPLAY "(A)PPROVE, (R)EFUSE, (S)KIP, (X)STOP: "
        WITH NO ADVANCING.
    MOVE SPACE TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    EVALUATE WS-ANSWER
        WHEN 'A'
        WHEN 'a'
            MOVE 'A' TO ER-STATUS
            MOVE WS-SUPERVISOR-NAME TO ER-APPROVER
            MOVE WS-RH-RUN-DATE TO ER-DECIDED-DATE
            ADD 1 TO WS-APPROVED-COUNT
            DISPLAY "APPROVED - ERASED BY THE NEXT OVERNIGHT RUN"
        WHEN 'R'
        WHEN 'r'
            MOVE 'R' TO ER-STATUS
            MOVE WS-SUPERVISOR-NAME TO ER-APPROVER
            MOVE WS-RH-RUN-DATE TO ER-DECIDED-DATE
            ADD 1 TO WS-REFUSED-COUNT
            DISPLAY "REFUSED - RECORDS LEFT AS THEY ARE"
        WHEN 'X'
        WHEN 'x'
            MOVE 'N' TO WS-DECIDING
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

COPY-REQUEST-WORK-BACK.
    OPEN INPUT REQUEST-WORK-FILE.
    OPEN OUTPUT REQUEST-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ REQUEST-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE REQUEST-WORK-REC TO ERASURE-REQUEST-REC
                WRITE ERASURE-REQUEST-REC
        END-READ
    END-PERFORM.
    CLOSE REQUEST-WORK-FILE.
    CLOSE REQUEST-FILE.
