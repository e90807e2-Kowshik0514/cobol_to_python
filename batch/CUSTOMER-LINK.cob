       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-LINK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PROPOSAL-FILE
        ASSIGN TO "CUSTOMER-MATCH-PROPOSALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CUSTOMER-MASTER-FILE
        ASSIGN TO "CUSTOMER-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL XREF-FILE ASSIGN TO "CUSTOMER-XREF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL NOMATCH-FILE ASSIGN TO "CUSTOMER-NOMATCH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PROPOSAL-FILE.
COPY "CUSTOMER-PROPOSAL-RECORD.cpy".

FD CUSTOMER-MASTER-FILE.
COPY "CUSTOMER-MASTER-RECORD.cpy".

FD XREF-FILE.
COPY "CUSTOMER-XREF-RECORD.cpy".

FD NOMATCH-FILE.
COPY "CUSTOMER-NOMATCH-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X.
01 WS-OPERATOR-NAME      PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "CUSTOMER-LINK".
01 WS-AUTH-RESULT        PIC X.
01 WS-EVENT-TYPE         PIC X(7) VALUE "CUSTLNK".
01 WS-REVIEWING          PIC X VALUE 'Y'.
01 WS-ANSWER             PIC X.
01 WS-IN-NAME            PIC X(30).

01 WS-PROP-COUNT         PIC 9(4) VALUE 0.
01 WS-PROP-TABLE.
   05 WS-PROP-ENTRY OCCURS 5000 TIMES.
      10 WS-PR-GROUP     PIC 9(5).
      10 WS-PR-CUSTOMER  PIC 9(6).
      10 WS-PR-SYSTEM    PIC X(1).
      10 WS-PR-KEY       PIC X(45).
      10 WS-PR-NAME      PIC X(30).
      10 WS-PR-REASON    PIC X(10).
      10 WS-PR-GROUP-NAME PIC X(30).
01 WS-PROP-IDX           PIC 9(4).
01 WS-GROUP-START        PIC 9(4).
01 WS-GROUP-END          PIC 9(4).

01 WS-XREF-COUNT         PIC 9(4) VALUE 0.
01 WS-XREF-TABLE.
   05 WS-XREF-ENTRY OCCURS 5000 TIMES.
      10 WS-XR-SYSTEM    PIC X(1).
      10 WS-XR-KEY       PIC X(45).
01 WS-XREF-IDX           PIC 9(4).
01 WS-LINKED             PIC X.

01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
01 WS-CUST-TABLE.
   05 WS-CUST-ENTRY OCCURS 3000 TIMES.
      10 WS-CM-NO        PIC 9(6).
      10 WS-CM-NAME      PIC X(30).
01 WS-CUST-IDX           PIC 9(4).
01 WS-LAST-CUSTOMER-NO   PIC 9(6) VALUE 0.

*> The customer the group's rows are being linked to: the existing
*> customer proposed, or the new one raised at the first Y.
01 WS-GROUP-CUSTOMER     PIC 9(6).
01 WS-GROUP-CUST-NAME    PIC X(30).
01 WS-GROUP-LINKS        PIC 9(4).
01 WS-GROUP-PENDING      PIC 9(4).

01 WS-LINKED-COUNT       PIC 9(5) VALUE 0.
01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.
01 WS-CREATED-COUNT      PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MAIN.
    MOVE "CUSTOMER-LINK" TO WS-RH-JOB-NAME.
    MOVE 172 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> Every link and every customer raised carries the name of the
*> clerk who confirmed it.
    DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-OPERATOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "NOT AUTHORISED TO LINK CUSTOMERS - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-PROPOSALS.
    PERFORM LOAD-XREF.
    PERFORM LOAD-CUSTOMERS.
    IF WS-PROP-COUNT = 0
        DISPLAY "NO CUSTOMER LINKS PROPOSED - RUN CUSTOMER-MATCH"
        GOBACK
    END-IF.

    OPEN EXTEND CUSTOMER-MASTER-FILE.
    OPEN EXTEND XREF-FILE.
    OPEN EXTEND NOMATCH-FILE.
    MOVE 1 TO WS-GROUP-START.
    PERFORM UNTIL WS-GROUP-START > WS-PROP-COUNT
            OR WS-REVIEWING = 'N'
        PERFORM REVIEW-GROUP
    END-PERFORM.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE XREF-FILE.
    CLOSE NOMATCH-FILE.

    DISPLAY "CUSTOMERS CREATED : " WS-CREATED-COUNT.
    DISPLAY "KEYS LINKED       : " WS-LINKED-COUNT.
    DISPLAY "LINKS REFUSED     : " WS-REFUSED-COUNT.
    GOBACK.

*> Rows of one group are together on the proposal file. A key
*> linked since the match ran is passed over.
REVIEW-GROUP.
    MOVE WS-GROUP-START TO WS-GROUP-END.
    PERFORM UNTIL WS-GROUP-END >= WS-PROP-COUNT
            OR WS-PR-GROUP(WS-GROUP-END + 1)
               NOT = WS-PR-GROUP(WS-GROUP-START)
        ADD 1 TO WS-GROUP-END
    END-PERFORM.
    MOVE 0 TO WS-GROUP-PENDING.
    PERFORM VARYING WS-PROP-IDX FROM WS-GROUP-START BY 1
            UNTIL WS-PROP-IDX > WS-GROUP-END
        PERFORM CHECK-ALREADY-LINKED
        IF WS-LINKED = 'N'
            ADD 1 TO WS-GROUP-PENDING
        END-IF
    END-PERFORM.
    IF WS-GROUP-PENDING > 0
        PERFORM SHOW-GROUP-HEADER
        MOVE 0 TO WS-GROUP-LINKS
        PERFORM VARYING WS-PROP-IDX FROM WS-GROUP-START BY 1
                UNTIL WS-PROP-IDX > WS-GROUP-END
                   OR WS-REVIEWING = 'N'
            PERFORM CHECK-ALREADY-LINKED
            IF WS-LINKED = 'N'
                PERFORM REVIEW-ONE-PROPOSAL
            END-IF
        END-PERFORM
        IF WS-GROUP-LINKS > 0
            CALL "LOG-OPERATOR-EVENT" USING WS-OPERATOR-NAME
                WS-EVENT-TYPE
        END-IF
    END-IF.
    COMPUTE WS-GROUP-START = WS-GROUP-END + 1.

SHOW-GROUP-HEADER.
    MOVE WS-PR-CUSTOMER(WS-GROUP-START) TO WS-GROUP-CUSTOMER.
    MOVE WS-PR-GROUP-NAME(WS-GROUP-START) TO WS-GROUP-CUST-NAME.
    DISPLAY " ".
    IF WS-GROUP-CUSTOMER > 0
        PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                UNTIL WS-CUST-IDX > WS-CUST-COUNT
            IF WS-CM-NO(WS-CUST-IDX) = WS-GROUP-CUSTOMER
                MOVE WS-CM-NAME(WS-CUST-IDX) TO WS-GROUP-CUST-NAME
            END-IF
        END-PERFORM
        DISPLAY "GROUP " WS-PR-GROUP(WS-GROUP-START)
            "  JOIN CUSTOMER " WS-GROUP-CUSTOMER " " WS-GROUP-CUST-NAME
    ELSE
        DISPLAY "GROUP " WS-PR-GROUP(WS-GROUP-START)
            "  NEW CUSTOMER " WS-GROUP-CUST-NAME
    END-IF.

*> Y links the key (raising the new customer first if there is not
*> one yet), N records the refusal so the key is not put to this
*> customer again, S leaves it for another day, X ends the session.
REVIEW-ONE-PROPOSAL.
    DISPLAY "  " WS-PR-SYSTEM(WS-PROP-IDX) " "
        WS-PR-KEY(WS-PROP-IDX)(1:20) " " WS-PR-NAME(WS-PROP-IDX)
        " " WS-PR-REASON(WS-PROP-IDX).
    DISPLAY "  LINK Y/N/S (X=STOP): " WITH NO ADVANCING.
    MOVE SPACE TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    EVALUATE WS-ANSWER
        WHEN 'Y'
        WHEN 'y'
            IF WS-GROUP-CUSTOMER = 0
                PERFORM CREATE-CUSTOMER
            END-IF
            PERFORM WRITE-LINK
        WHEN 'N'
        WHEN 'n'
            PERFORM WRITE-REFUSAL
        WHEN 'X'
        WHEN 'x'
            MOVE 'N' TO WS-REVIEWING
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CREATE-CUSTOMER.
    DISPLAY "  CUSTOMER NAME (BLANK=" WS-GROUP-CUST-NAME "): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-NAME.
    ACCEPT WS-IN-NAME.
    IF WS-IN-NAME NOT = SPACES
        MOVE WS-IN-NAME TO WS-GROUP-CUST-NAME
    END-IF.
    ADD 1 TO WS-LAST-CUSTOMER-NO.
    MOVE WS-LAST-CUSTOMER-NO TO WS-GROUP-CUSTOMER.
    MOVE SPACES TO CUSTOMER-MASTER-REC.
    MOVE WS-GROUP-CUSTOMER TO CU-CUSTOMER-NO.
    MOVE WS-GROUP-CUST-NAME TO CU-NAME.
    MOVE WS-OPERATOR-NAME TO CU-CREATED-BY.
    MOVE WS-RH-RUN-DATE TO CU-CREATED-DATE.
    WRITE CUSTOMER-MASTER-REC.
    ADD 1 TO WS-CREATED-COUNT.
    DISPLAY "  CUSTOMER " WS-GROUP-CUSTOMER " CREATED".

WRITE-LINK.
    MOVE SPACES TO CUSTOMER-XREF-REC.
    MOVE WS-GROUP-CUSTOMER TO CX-CUSTOMER-NO.
    MOVE WS-PR-SYSTEM(WS-PROP-IDX) TO CX-SYSTEM.
    MOVE WS-PR-KEY(WS-PROP-IDX) TO CX-KEY.
    MOVE WS-OPERATOR-NAME TO CX-LINKED-BY.
    MOVE WS-RH-RUN-DATE TO CX-LINKED-DATE.
    WRITE CUSTOMER-XREF-REC.
    ADD 1 TO WS-LINKED-COUNT.
    ADD 1 TO WS-GROUP-LINKS.

*> A refusal in a new-customer group is held against customer zero:
*> the key is not to be grouped into any new customer again.
WRITE-REFUSAL.
    MOVE SPACES TO CUSTOMER-NOMATCH-REC.
    MOVE WS-PR-SYSTEM(WS-PROP-IDX) TO CN-SYSTEM.
    MOVE WS-PR-KEY(WS-PROP-IDX) TO CN-KEY.
    MOVE WS-PR-CUSTOMER(WS-PROP-IDX) TO CN-CUSTOMER-NO.
    MOVE WS-OPERATOR-NAME TO CN-REFUSED-BY.
    MOVE WS-RH-RUN-DATE TO CN-REFUSED-DATE.
    WRITE CUSTOMER-NOMATCH-REC.
    ADD 1 TO WS-REFUSED-COUNT.

CHECK-ALREADY-LINKED.
    MOVE 'N' TO WS-LINKED.
    PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
            UNTIL WS-XREF-IDX > WS-XREF-COUNT
        IF WS-XR-SYSTEM(WS-XREF-IDX) = WS-PR-SYSTEM(WS-PROP-IDX)
                AND WS-XR-KEY(WS-XREF-IDX) = WS-PR-KEY(WS-PROP-IDX)
            MOVE 'Y' TO WS-LINKED
        END-IF
    END-PERFORM.

LOAD-PROPOSALS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT PROPOSAL-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ PROPOSAL-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-PROP-COUNT >= 5000
                    DISPLAY "PROPOSAL TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-PROP-COUNT
                MOVE CP-GROUP TO WS-PR-GROUP(WS-PROP-COUNT)
                MOVE CP-CUSTOMER-NO TO WS-PR-CUSTOMER(WS-PROP-COUNT)
                MOVE CP-SYSTEM TO WS-PR-SYSTEM(WS-PROP-COUNT)
                MOVE CP-KEY TO WS-PR-KEY(WS-PROP-COUNT)
                MOVE CP-NAME TO WS-PR-NAME(WS-PROP-COUNT)
                MOVE CP-REASON TO WS-PR-REASON(WS-PROP-COUNT)
                MOVE CP-GROUP-NAME TO WS-PR-GROUP-NAME(WS-PROP-COUNT)
        END-READ
    END-PERFORM.
    CLOSE PROPOSAL-FILE.

LOAD-XREF.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT XREF-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ XREF-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-XREF-COUNT >= 5000
                    DISPLAY "CROSS-REFERENCE TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-XREF-COUNT
                MOVE CX-SYSTEM TO WS-XR-SYSTEM(WS-XREF-COUNT)
                MOVE CX-KEY TO WS-XR-KEY(WS-XREF-COUNT)
        END-READ
    END-PERFORM.
    CLOSE XREF-FILE.

LOAD-CUSTOMERS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CUSTOMER-MASTER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-CUST-COUNT >= 3000
                    DISPLAY "CUSTOMER TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-CUST-COUNT
                MOVE CU-CUSTOMER-NO TO WS-CM-NO(WS-CUST-COUNT)
                MOVE CU-NAME TO WS-CM-NAME(WS-CUST-COUNT)
                IF CU-CUSTOMER-NO > WS-LAST-CUSTOMER-NO
                    MOVE CU-CUSTOMER-NO TO WS-LAST-CUSTOMER-NO
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CUSTOMER-MASTER-FILE.
