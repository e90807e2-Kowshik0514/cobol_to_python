       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ERASURE-REQUEST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL REQUEST-FILE ASSIGN TO "ERASURE-REQUESTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CUSTOMER-MASTER-FILE
        ASSIGN TO "CUSTOMER-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL XREF-FILE ASSIGN TO "CUSTOMER-XREF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD REQUEST-FILE.
COPY "ERASURE-REQUEST-RECORD.cpy".

FD CUSTOMER-MASTER-FILE.
COPY "CUSTOMER-MASTER-RECORD.cpy".

FD XREF-FILE.
COPY "CUSTOMER-XREF-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X.
01 WS-OPERATOR-NAME      PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "ERASURE-REQUEST".
01 WS-AUTH-RESULT        PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-ANSWER             PIC X.
01 WS-IN-ENTRY           PIC X(10).
01 WS-IN-NUMBER          PIC X(6).
01 WS-IN-REFERENCE       PIC X(30).

01 WS-CUSTOMER-NO        PIC 9(6) VALUE 0.
01 WS-CUSTOMER-NAME      PIC X(30).
01 WS-CUSTOMER-FOUND     PIC X VALUE 'N'.
01 WS-SUBJECT-SYSTEM     PIC X(1) VALUE SPACE.
01 WS-SUBJECT-KEY        PIC X(6) VALUE SPACES.
01 WS-LAST-ERASURE-NO    PIC 9(5) VALUE 0.
01 WS-ALREADY-OPEN       PIC X VALUE 'N'.

PROCEDURE DIVISION.
MAIN.
    MOVE "ERASURE-REQUEST" TO WS-RH-JOB-NAME.
    MOVE 174 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> The name that raises an erasure is the one the approver may not
*> be, so it must be a signed-on operator, not whatever is typed.
    DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-OPERATOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "OPERATOR NOT AUTHORISED - NOTHING RAISED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

*> The subject is a customer number, or a member, coupon or AR key.
*> A key already linked to a customer stands for the whole customer:
*> the person's data is erased wherever it is held.
    DISPLAY "CUSTOMER NO, OR A/C/M AND KEY, TO ERASE: "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-ENTRY.
    ACCEPT WS-IN-ENTRY.
    EVALUATE TRUE
        WHEN WS-IN-ENTRY = SPACES
            DISPLAY "NOTHING ENTERED - NOTHING RAISED"
            MOVE 1 TO RETURN-CODE
            GOBACK
        WHEN (WS-IN-ENTRY(1:1) = 'A' OR 'C' OR 'M'
                  OR 'a' OR 'c' OR 'm')
                AND WS-IN-ENTRY(2:1) = SPACE
            MOVE FUNCTION UPPER-CASE(WS-IN-ENTRY(1:1))
                TO WS-SUBJECT-SYSTEM
            MOVE WS-IN-ENTRY(3:6) TO WS-SUBJECT-KEY
            PERFORM FIND-CUSTOMER-BY-KEY
        WHEN OTHER
            MOVE WS-IN-ENTRY(1:6) TO WS-IN-NUMBER
            CALL "NUMERIC-EDIT" USING WS-IN-NUMBER WS-EDIT-VALID
            IF WS-EDIT-VALID = 'N'
                DISPLAY "CUSTOMER NO MUST BE NUMERIC - NOTHING RAISED"
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            COMPUTE WS-CUSTOMER-NO = FUNCTION NUMVAL(WS-IN-NUMBER)
    END-EVALUATE.

    IF WS-CUSTOMER-NO > 0
        PERFORM READ-CUSTOMER
        IF WS-CUSTOMER-FOUND = 'N'
            DISPLAY "CUSTOMER " WS-CUSTOMER-NO
                " NOT ON CUSTOMER MASTER - NOTHING RAISED"
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE SPACE TO WS-SUBJECT-SYSTEM
        MOVE SPACES TO WS-SUBJECT-KEY
        DISPLAY "ERASE CUSTOMER " WS-CUSTOMER-NO " " WS-CUSTOMER-NAME
            " AND ALL LINKED KEYS"
    ELSE
        DISPLAY "ERASE " WS-SUBJECT-SYSTEM " " WS-SUBJECT-KEY
            " - NOT LINKED TO A CUSTOMER, THIS KEY ONLY"
    END-IF.

    PERFORM SCAN-REQUESTS.
    IF WS-ALREADY-OPEN = 'Y'
        DISPLAY "AN ERASURE IS ALREADY OPEN FOR THIS SUBJECT"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "CUSTOMER'S REFERENCE FOR THE REQUEST: "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-REFERENCE.
    ACCEPT WS-IN-REFERENCE.
    DISPLAY "RAISE ERASURE Y/N: " WITH NO ADVANCING.
    MOVE SPACE TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
        DISPLAY "NOTHING RAISED"
        GOBACK
    END-IF.

    PERFORM RAISE-REQUEST.
    DISPLAY "ERASURE " ER-ERASURE-NO
        " RAISED - AWAITS A SECOND APPROVER".
    GOBACK.

FIND-CUSTOMER-BY-KEY.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT XREF-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ XREF-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CX-SYSTEM = WS-SUBJECT-SYSTEM
                        AND CX-KEY = WS-SUBJECT-KEY
                    MOVE CX-CUSTOMER-NO TO WS-CUSTOMER-NO
                END-IF
        END-READ
    END-PERFORM.
    CLOSE XREF-FILE.

READ-CUSTOMER.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CUSTOMER-MASTER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CU-CUSTOMER-NO = WS-CUSTOMER-NO
                    MOVE 'Y' TO WS-CUSTOMER-FOUND
                    MOVE CU-NAME TO WS-CUSTOMER-NAME
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CUSTOMER-MASTER-FILE.

*> Finds the last erasure number used, and whether the subject
*> already has one waiting for approval or for the overnight run.
SCAN-REQUESTS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT REQUEST-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REQUEST-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF ER-ERASURE-NO > WS-LAST-ERASURE-NO
                    MOVE ER-ERASURE-NO TO WS-LAST-ERASURE-NO
                END-IF
                IF (ER-STATUS = 'P' OR ER-STATUS = 'A')
                        AND ER-CUSTOMER-NO = WS-CUSTOMER-NO
                        AND ER-SYSTEM = WS-SUBJECT-SYSTEM
                        AND ER-KEY = WS-SUBJECT-KEY
                    MOVE 'Y' TO WS-ALREADY-OPEN
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REQUEST-FILE.

*> Nothing is erased here: the records stay as they are until the
*> erasure is approved and the overnight run reaches it.
RAISE-REQUEST.
    MOVE SPACES TO ERASURE-REQUEST-REC.
    ADD 1 TO WS-LAST-ERASURE-NO.
    MOVE WS-LAST-ERASURE-NO TO ER-ERASURE-NO.
    MOVE WS-CUSTOMER-NO TO ER-CUSTOMER-NO.
    MOVE WS-SUBJECT-SYSTEM TO ER-SYSTEM.
    MOVE WS-SUBJECT-KEY TO ER-KEY.
    MOVE WS-IN-REFERENCE TO ER-REFERENCE.
    MOVE WS-OPERATOR-NAME TO ER-REQUESTED-BY.
    MOVE WS-RH-RUN-DATE TO ER-REQUEST-DATE.
    MOVE 'P' TO ER-STATUS.
    MOVE 0 TO ER-DECIDED-DATE.
    MOVE 0 TO ER-COMPLETED-DATE.
    OPEN EXTEND REQUEST-FILE.
    WRITE ERASURE-REQUEST-REC.
    CLOSE REQUEST-FILE.
