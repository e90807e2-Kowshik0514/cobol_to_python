       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESS-ATTEST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL REVIEW-FILE ASSIGN TO "ACCESS-REVIEW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD REVIEW-FILE.
COPY "ACCESS-REVIEW-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X.
01 WS-RUNNING            PIC X VALUE 'Y'.
01 WS-ACTION             PIC X.
01 WS-DECISION           PIC X.
01 WS-OPERATOR-NAME      PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "ACCESS-ATTEST".
01 WS-AUTH-RESULT        PIC X.
01 WS-EVENT-TYPE         PIC X(7).

01 WS-REVIEW-ID          PIC X(6) VALUE SPACES.
01 WS-DEADLINE           PIC 9(8) VALUE 0.
01 WS-PENDING-COUNT      PIC 9(5) VALUE 0.
01 WS-ATTESTED-COUNT     PIC 9(5) VALUE 0.

01 WS-TARGET-NAME        PIC X(30).
01 WS-ROW-FOUND          PIC X.
01 WS-ROW-OUTCOME        PIC X.
01 WS-OWNER-NAME         PIC X(30).
01 WS-PRIOR-DECISION     PIC X.
01 WS-PRIOR-BY           PIC X(30).

01 WS-PENDING-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-PL-OPERATOR     PIC X(30).
   05 FILLER             PIC X(6) VALUE " ROLE ".
   05 WS-PL-ROLE         PIC 9(1).
   05 FILLER             PIC X(10) VALUE "  LAST ON ".
   05 WS-PL-LAST-ON      PIC X(8).

PROCEDURE DIVISION.
MAIN.
    MOVE "ACCESS-ATTEST" TO WS-RH-JOB-NAME.
    MOVE 167 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-OPERATOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "NOT AUTHORISED TO ATTEST OPERATOR ACCESS - "
            "NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM FIND-OPEN-REVIEW.
    IF WS-REVIEW-ID = SPACES
        DISPLAY "NO ACCESS REVIEW HAS BEEN OPENED"
        GOBACK
    END-IF.
*> Once the deadline passes the review is closed: whatever is still
*> undecided is disabled by ACCESS-REVOKE, not attested late.
    IF WS-RH-RUN-DATE > WS-DEADLINE
        DISPLAY "ACCESS REVIEW " WS-REVIEW-ID " CLOSED ON " WS-DEADLINE
            " - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "ACCESS REVIEW " WS-REVIEW-ID " - DECIDE BY " WS-DEADLINE.
    PERFORM LIST-PENDING.

    PERFORM UNTIL WS-RUNNING = 'N'
        DISPLAY "(A)TTEST OPERATOR, (L)IST PENDING, (X)EXIT: "
            WITH NO ADVANCING
        ACCEPT WS-ACTION
        EVALUATE WS-ACTION
            WHEN 'A'
            WHEN 'a'
                PERFORM ATTEST-OPERATOR
            WHEN 'L'
            WHEN 'l'
                PERFORM LIST-PENDING
            WHEN OTHER
                MOVE 'N' TO WS-RUNNING
        END-EVALUATE
    END-PERFORM.

    DISPLAY "OPERATORS ATTESTED : " WS-ATTESTED-COUNT.
    GOBACK.

*> The open review is the latest one on file; review ids sort in
*> date order (YYYYQn).
FIND-OPEN-REVIEW.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT REVIEW-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REVIEW-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF RC-REVIEW-ID > WS-REVIEW-ID
                    MOVE RC-REVIEW-ID TO WS-REVIEW-ID
                    MOVE RC-DEADLINE TO WS-DEADLINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REVIEW-FILE.

*> A supervisor sees the operators reporting to them, plus any with
*> no supervisor on file - never their own ID.
LIST-PENDING.
    MOVE 0 TO WS-PENDING-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT REVIEW-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REVIEW-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF RC-REVIEW-ID = WS-REVIEW-ID
                        AND RC-DECISION = SPACE
                        AND RC-OPERATOR-NAME NOT = WS-OPERATOR-NAME
                        AND (RC-SUPERVISOR-NAME = WS-OPERATOR-NAME
                          OR RC-SUPERVISOR-NAME = SPACES)
                    ADD 1 TO WS-PENDING-COUNT
                    MOVE RC-OPERATOR-NAME TO WS-PL-OPERATOR
                    MOVE RC-ROLE TO WS-PL-ROLE
                    IF RC-LAST-SIGN-ON = SPACES
                        MOVE "NONE" TO WS-PL-LAST-ON
                    ELSE
                        MOVE RC-LAST-SIGN-ON TO WS-PL-LAST-ON
                    END-IF
                    DISPLAY WS-PENDING-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REVIEW-FILE.
    DISPLAY "AWAITING YOUR DECISION: " WS-PENDING-COUNT.

ATTEST-OPERATOR.
    DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-TARGET-NAME.
    IF WS-TARGET-NAME = SPACES
        DISPLAY "NO OPERATOR GIVEN - NOTHING RECORDED"
    ELSE
        IF WS-TARGET-NAME = WS-OPERATOR-NAME
            DISPLAY "A SUPERVISOR MAY NOT ATTEST THEIR OWN ACCESS - "
                "REFER TO ANOTHER SUPERVISOR"
        ELSE
            DISPLAY "(K)EEP OR (R)EVOKE: " WITH NO ADVANCING
            ACCEPT WS-DECISION
            EVALUATE WS-DECISION
                WHEN 'K'
                WHEN 'k'
                    MOVE 'K' TO WS-DECISION
                    PERFORM RECORD-DECISION
                WHEN 'R'
                WHEN 'r'
                    MOVE 'R' TO WS-DECISION
                    PERFORM RECORD-DECISION
                WHEN OTHER
                    DISPLAY "DECISION MUST BE K OR R - NOTHING RECORDED"
            END-EVALUATE
        END-IF
    END-IF.

*> A decision, once recorded, stands as the evidence for the review;
*> it is not overwritten by a second attestation.
RECORD-DECISION.
    MOVE 'N' TO WS-ROW-FOUND.
    MOVE SPACE TO WS-ROW-OUTCOME.
    MOVE 'N' TO WS-EOF.
    OPEN I-O REVIEW-FILE.
    PERFORM UNTIL WS-EOF = 'Y' OR WS-ROW-FOUND = 'Y'
        READ REVIEW-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF RC-REVIEW-ID = WS-REVIEW-ID
                        AND RC-OPERATOR-NAME = WS-TARGET-NAME
                    MOVE 'Y' TO WS-ROW-FOUND
                    PERFORM DECIDE-REVIEW-ROW
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REVIEW-FILE.

    EVALUATE TRUE
        WHEN WS-ROW-FOUND = 'N'
            DISPLAY "OPERATOR " WS-TARGET-NAME " IS NOT ON REVIEW "
                WS-REVIEW-ID
        WHEN WS-ROW-OUTCOME = 'D'
            DISPLAY "ALREADY DECIDED (" WS-PRIOR-DECISION ") BY "
                WS-PRIOR-BY
        WHEN WS-ROW-OUTCOME = 'O'
            DISPLAY "OPERATOR REPORTS TO " WS-OWNER-NAME
                " - NOTHING RECORDED"
        WHEN WS-DECISION = 'K'
            ADD 1 TO WS-ATTESTED-COUNT
            MOVE "RECKEEP" TO WS-EVENT-TYPE
            CALL "LOG-OPERATOR-EVENT" USING WS-TARGET-NAME
                WS-EVENT-TYPE
            DISPLAY "ACCESS KEPT: " WS-TARGET-NAME
        WHEN OTHER
            ADD 1 TO WS-ATTESTED-COUNT
            MOVE "RECREVK" TO WS-EVENT-TYPE
            CALL "LOG-OPERATOR-EVENT" USING WS-TARGET-NAME
                WS-EVENT-TYPE
            DISPLAY "ACCESS REVOKED: " WS-TARGET-NAME
                " - ID IS DISABLED IN THE NEXT BATCH"
    END-EVALUATE.

DECIDE-REVIEW-ROW.
    EVALUATE TRUE
        WHEN RC-DECISION NOT = SPACE
            MOVE 'D' TO WS-ROW-OUTCOME
            MOVE RC-DECISION TO WS-PRIOR-DECISION
            MOVE RC-DECIDED-BY TO WS-PRIOR-BY
        WHEN RC-SUPERVISOR-NAME NOT = SPACES
                AND RC-SUPERVISOR-NAME NOT = WS-OPERATOR-NAME
            MOVE 'O' TO WS-ROW-OUTCOME
            MOVE RC-SUPERVISOR-NAME TO WS-OWNER-NAME
        WHEN OTHER
            MOVE WS-DECISION TO RC-DECISION
            MOVE WS-OPERATOR-NAME TO RC-DECIDED-BY
            MOVE WS-RH-RUN-DATE TO RC-DECIDED-DATE
            REWRITE ACCESS-REVIEW-REC
    END-EVALUATE.
