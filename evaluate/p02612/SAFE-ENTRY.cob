       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SAFE-ENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SAFE-MOVEMENT-FILE ASSIGN TO "SAFE-MOVEMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SAFE-STATUS.
    SELECT SAFE-COUNT-FILE ASSIGN TO "SAFE-COUNTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COUNT-STATUS.
    SELECT PASSWORD-FILE ASSIGN TO "PASSWORD-FILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PASSWORD-STATUS.

DATA DIVISION.
FILE SECTION.
FD SAFE-MOVEMENT-FILE.
COPY "SAFE-MOVEMENT-RECORD.cpy".

FD SAFE-COUNT-FILE.
COPY "SAFE-COUNT-RECORD.cpy".

FD PASSWORD-FILE.
COPY "PASSWORD-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "CASH-DENOM-WS.cpy".
01 WS-SAFE-STATUS        PIC X(2).
01 WS-COUNT-STATUS       PIC X(2).
01 WS-ACTION             PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-SECOND-COUNTER     PIC X(30).
01 WS-SECOND-PASS        PIC X(10).
01 WS-SECOND-OK          PIC X.
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "SAFE-ENTRY".
01 WS-AUTH-RESULT        PIC X.
01 WS-EVENT-TYPE         PIC X(7).
01 WS-TIME-NOW           PIC 9(8).
01 WS-IN-TILL-ID         PIC X(2).
01 WS-IN-QUANTITY        PIC X(7).
01 WS-COUNTS-AGREE       PIC X.
01 WS-PASSWORD-STATUS    PIC X(2).
01 WS-PASSWORD-EOF       PIC X.
01 WS-SYSERR-PROGRAM     PIC X(16) VALUE "SAFE-ENTRY".
01 WS-SYSERR-FIELD       PIC X(16).
01 WS-SYSERR-VALUE       PIC X(20).

*> Quantities keyed by denomination, in the order of the list. The
*> close count is keyed twice, once by each counter, and only a
*> count both agree on is filed.
01 WS-KEYED-TABLE.
   05 WS-KEYED-QTY       PIC 9(7) OCCURS 6 TIMES.
01 WS-FIRST-COUNT-TABLE.
   05 WS-FIRST-QTY       PIC 9(7) OCCURS 6 TIMES.
01 WS-KEYED-VALUE        PIC 9(9).

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "SAFE-ENTRY".
01 WS-AUDIT-FIELD-NAME   PIC X(10).
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

PROCEDURE DIVISION.
MAIN.
    MOVE "SAFE-ENTRY" TO WS-RH-JOB-NAME.
    MOVE 121 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-SUPERVISOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "SUPERVISOR AUTHORITY REQUIRED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "(F)LOAT ISSUE TO TILL, (C)LOSE COUNT OF SAFE: "
        WITH NO ADVANCING.
    ACCEPT WS-ACTION.

    EVALUATE WS-ACTION
        WHEN 'F'
        WHEN 'f'
            PERFORM ISSUE-FLOAT
        WHEN 'C'
        WHEN 'c'
            PERFORM TAKE-CLOSE-COUNT
        WHEN OTHER
            DISPLAY "NO ACTION TAKEN"
    END-EVALUATE.
    GOBACK.

*> A change float made up from the safe for a till drawer.
ISSUE-FLOAT.
    DISPLAY "TILL ID (2 DIGITS): " WITH NO ADVANCING.
    ACCEPT WS-IN-TILL-ID.
    MOVE 'Y' TO WS-EDIT-VALID.
    CALL "NUMERIC-EDIT" USING WS-IN-TILL-ID WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'Y'
        PERFORM TAKE-QUANTITIES
    END-IF.
    IF WS-EDIT-VALID = 'N' OR WS-KEYED-VALUE = 0
        DISPLAY "TILL AND QUANTITIES MUST BE NUMERIC AND NOT ALL "
            "ZERO - NO FLOAT ISSUED"
    ELSE
        ACCEPT WS-TIME-NOW FROM TIME
        OPEN EXTEND SAFE-MOVEMENT-FILE
        IF WS-SAFE-STATUS = "35"
            OPEN OUTPUT SAFE-MOVEMENT-FILE
            CLOSE SAFE-MOVEMENT-FILE
            OPEN EXTEND SAFE-MOVEMENT-FILE
        END-IF
        PERFORM VARYING WS-CASH-DENOM-IDX FROM 1 BY 1
                UNTIL WS-CASH-DENOM-IDX > WS-CASH-DENOM-COUNT
            IF WS-KEYED-QTY(WS-CASH-DENOM-IDX) > 0
                MOVE SPACES TO SAFE-MOVEMENT-REC
                MOVE WS-RH-RUN-DATE TO SM-DATE
                MOVE WS-TIME-NOW(1:6) TO SM-TIME
                MOVE "FL" TO SM-TYPE
                MOVE WS-CASH-DENOM(WS-CASH-DENOM-IDX) TO SM-DENOM
                MOVE WS-KEYED-QTY(WS-CASH-DENOM-IDX) TO SM-QUANTITY
                MOVE WS-IN-TILL-ID TO SM-REFERENCE
                WRITE SAFE-MOVEMENT-REC
            END-IF
        END-PERFORM
        CLOSE SAFE-MOVEMENT-FILE
        MOVE 0 TO WS-AUDIT-OLD-VALUE
        MOVE WS-KEYED-VALUE TO WS-AUDIT-NEW-VALUE
        MOVE "FLOAT" TO WS-AUDIT-FIELD-NAME
        CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
            WS-SUPERVISOR-NAME WS-AUDIT-FIELD-NAME
            WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
        DISPLAY "FLOAT OF " WS-KEYED-VALUE " ISSUED TO TILL "
            WS-IN-TILL-ID
    END-IF.

*> The safe is counted at close by two people independently: the
*> signed-on supervisor keys first, then a second authorised counter
*> keys without seeing the first figures. Any denomination that
*> differs sends both back to recount and nothing is filed.
TAKE-CLOSE-COUNT.
    DISPLAY "FIRST COUNT BY " WS-SUPERVISOR-NAME.
    MOVE 'Y' TO WS-EDIT-VALID.
    PERFORM TAKE-QUANTITIES.
    IF WS-EDIT-VALID = 'N'
        DISPLAY "QUANTITIES MUST BE NUMERIC - NO COUNT FILED"
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-KEYED-TABLE TO WS-FIRST-COUNT-TABLE.

    DISPLAY "SECOND COUNTER ID: " WITH NO ADVANCING.
    ACCEPT WS-SECOND-COUNTER.
    IF WS-SECOND-COUNTER = WS-SUPERVISOR-NAME
        DISPLAY "SECOND COUNT MUST BE BY A DIFFERENT PERSON - "
            "NO COUNT FILED"
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "SECOND COUNTER PASSWORD: " WITH NO ADVANCING.
    ACCEPT WS-SECOND-PASS.
    PERFORM VERIFY-SECOND-COUNTER.
    IF WS-SECOND-OK = 'N'
        DISPLAY "SECOND COUNTER NOT VERIFIED - NO COUNT FILED"
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    CALL "CHECK-AUTHORITY" USING WS-SECOND-COUNTER WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "SECOND COUNTER NOT AUTHORISED - NO COUNT FILED"
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "SECOND COUNT BY " WS-SECOND-COUNTER.
    PERFORM TAKE-QUANTITIES.
    IF WS-EDIT-VALID = 'N'
        DISPLAY "QUANTITIES MUST BE NUMERIC - NO COUNT FILED"
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE 'Y' TO WS-COUNTS-AGREE.
    PERFORM VARYING WS-CASH-DENOM-IDX FROM 1 BY 1
            UNTIL WS-CASH-DENOM-IDX > WS-CASH-DENOM-COUNT
        IF WS-KEYED-QTY(WS-CASH-DENOM-IDX)
                NOT = WS-FIRST-QTY(WS-CASH-DENOM-IDX)
            MOVE 'N' TO WS-COUNTS-AGREE
            DISPLAY "COUNTS DISAGREE ON "
                WS-CASH-DENOM(WS-CASH-DENOM-IDX)
        END-IF
    END-PERFORM.
    IF WS-COUNTS-AGREE = 'N'
        DISPLAY "RECOUNT THE SAFE - NO COUNT FILED"
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM FILE-CLOSE-COUNT.
    MOVE "SAFECNT" TO WS-EVENT-TYPE.
    CALL "LOG-OPERATOR-EVENT" USING WS-SUPERVISOR-NAME WS-EVENT-TYPE.
    CALL "LOG-OPERATOR-EVENT" USING WS-SECOND-COUNTER WS-EVENT-TYPE.
    DISPLAY "SAFE COUNT OF " WS-KEYED-VALUE " FILED FOR "
        WS-RH-RUN-DATE.

*> The second counter proves their identity against the password
*> file, so the count cannot be filed under a name keyed by the
*> first counter.
VERIFY-SECOND-COUNTER.
    MOVE 'N' TO WS-SECOND-OK.
    MOVE 'N' TO WS-PASSWORD-EOF.
    OPEN INPUT PASSWORD-FILE.
    IF WS-PASSWORD-STATUS = "00"
        PERFORM UNTIL WS-PASSWORD-EOF = 'Y'
            READ PASSWORD-FILE
                AT END MOVE 'Y' TO WS-PASSWORD-EOF
                NOT AT END
                    IF PW-NAME = WS-SECOND-COUNTER
                            AND PW-PASSWORD = WS-SECOND-PASS
                            AND PW-LOCKED NOT = 'Y'
                        MOVE 'Y' TO WS-SECOND-OK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PASSWORD-FILE
    END-IF.
    IF WS-SECOND-OK = 'N'
        MOVE "PW-PASSWORD" TO WS-SYSERR-FIELD
        MOVE SPACES TO WS-SYSERR-VALUE
        MOVE WS-SECOND-COUNTER TO WS-SYSERR-VALUE
        CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
            WS-SYSERR-FIELD WS-SYSERR-VALUE
    END-IF.

FILE-CLOSE-COUNT.
    OPEN EXTEND SAFE-COUNT-FILE.
    IF WS-COUNT-STATUS = "35"
        OPEN OUTPUT SAFE-COUNT-FILE
        CLOSE SAFE-COUNT-FILE
        OPEN EXTEND SAFE-COUNT-FILE
    END-IF.
    PERFORM VARYING WS-CASH-DENOM-IDX FROM 1 BY 1
            UNTIL WS-CASH-DENOM-IDX > WS-CASH-DENOM-COUNT
        MOVE SPACES TO SAFE-COUNT-REC
        MOVE WS-RH-RUN-DATE TO SN-DATE
        MOVE WS-CASH-DENOM(WS-CASH-DENOM-IDX) TO SN-DENOM
        MOVE WS-KEYED-QTY(WS-CASH-DENOM-IDX) TO SN-QUANTITY
        MOVE WS-SUPERVISOR-NAME TO SN-COUNTER-1
        MOVE WS-SECOND-COUNTER TO SN-COUNTER-2
        WRITE SAFE-COUNT-REC
    END-PERFORM.
    CLOSE SAFE-COUNT-FILE.

*> A blank quantity is none of that denomination.
TAKE-QUANTITIES.
    MOVE 0 TO WS-KEYED-VALUE.
    PERFORM VARYING WS-CASH-DENOM-IDX FROM 1 BY 1
            UNTIL WS-CASH-DENOM-IDX > WS-CASH-DENOM-COUNT
        MOVE 0 TO WS-KEYED-QTY(WS-CASH-DENOM-IDX)
        IF WS-EDIT-VALID = 'Y'
            DISPLAY "QUANTITY OF " WS-CASH-DENOM(WS-CASH-DENOM-IDX)
                ": " WITH NO ADVANCING
            MOVE SPACES TO WS-IN-QUANTITY
            ACCEPT WS-IN-QUANTITY
            IF WS-IN-QUANTITY NOT = SPACES
                CALL "NUMERIC-EDIT" USING WS-IN-QUANTITY
                    WS-EDIT-VALID
                IF WS-EDIT-VALID = 'Y'
                    MOVE FUNCTION NUMVAL(WS-IN-QUANTITY)
                        TO WS-KEYED-QTY(WS-CASH-DENOM-IDX)
                    COMPUTE WS-KEYED-VALUE = WS-KEYED-VALUE
                        + WS-KEYED-QTY(WS-CASH-DENOM-IDX)
                        * WS-CASH-DENOM(WS-CASH-DENOM-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.
