       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TILL-PICKUP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PICKUP-FILE ASSIGN TO "TILL-PICKUPS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT SAFE-MOVEMENT-FILE ASSIGN TO "SAFE-MOVEMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SAFE-STATUS.
    SELECT PASSWORD-FILE ASSIGN TO "PASSWORD-FILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PASSWORD-STATUS.

DATA DIVISION.
FILE SECTION.
FD PICKUP-FILE.
COPY "TILL-PICKUP-RECORD.cpy".

FD SAFE-MOVEMENT-FILE.
COPY "SAFE-MOVEMENT-RECORD.cpy".

FD PASSWORD-FILE.
COPY "PASSWORD-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "CASH-DENOM-WS.cpy".
01 WS-FILE-STATUS        PIC X(2).
01 WS-SAFE-STATUS        PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-ACTION             PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-SUPERVISOR-PASS    PIC X(10).
01 WS-SUPERVISOR-OK      PIC X.
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "TILL-PICKUP".
01 WS-AUTH-RESULT        PIC X.
01 WS-PASSWORD-STATUS    PIC X(2).
01 WS-PASSWORD-EOF       PIC X.
01 WS-SYSERR-PROGRAM     PIC X(16) VALUE "TILL-PICKUP".
01 WS-SYSERR-FIELD       PIC X(16).
01 WS-SYSERR-VALUE       PIC X(20).
01 WS-EVENT-TYPE         PIC X(7).
01 WS-TIME-NOW           PIC 9(8).
01 WS-LISTED-COUNT       PIC 9(5) VALUE 0.
01 WS-LISTED-TOTAL       PIC 9(9) VALUE 0.

01 WS-IN-TILL-ID         PIC X(2).
01 WS-IN-AMOUNT          PIC X(9).
01 WS-IN-CASHIER         PIC X(30).
01 WS-AMOUNT             PIC 9(9).
01 WS-IN-QUANTITY        PIC X(7).

*> The lift broken down by denomination, keyed in the order of the
*> denomination list, so the safe ledger takes in exactly the notes
*> that left the drawer.
01 WS-BREAKDOWN-TABLE.
   05 WS-BREAKDOWN-QTY   PIC 9(7) OCCURS 6 TIMES.
01 WS-BREAKDOWN-VALUE    PIC 9(9).

01 WS-PICKUP-LINE.
   05 WS-PL-TIME         PIC 9(6).
   05 FILLER             PIC X(6) VALUE " TILL ".
   05 WS-PL-TILL         PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(9) VALUE " CASHIER ".
   05 WS-PL-CASHIER      PIC X(20).
   05 FILLER             PIC X(9) VALUE " WITNESS ".
   05 WS-PL-WITNESS      PIC X(20).

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "TILL-PICKUP".
01 WS-AUDIT-FIELD-NAME   PIC X(10).
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

PROCEDURE DIVISION.
MAIN.
    MOVE "TILL-PICKUP" TO WS-RH-JOB-NAME.
    MOVE 120 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> Cash only leaves a drawer mid-shift in front of a supervisor, and
*> the name recorded as witness must hold that authority, whoever
*> is at the keyboard.
    DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-NAME.
    DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-PASS.
    PERFORM VERIFY-SUPERVISOR.
    IF WS-SUPERVISOR-OK = 'N'
        DISPLAY "SUPERVISOR NOT VERIFIED - NO PICKUP RECORDED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    CALL "CHECK-AUTHORITY" USING WS-SUPERVISOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "SUPERVISOR AUTHORITY REQUIRED - NO PICKUP RECORDED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "(L)IST TODAY'S PICKUPS, (R)ECORD PICKUP: "
        WITH NO ADVANCING.
    ACCEPT WS-ACTION.

    EVALUATE WS-ACTION
        WHEN 'L'
        WHEN 'l'
            PERFORM LIST-PICKUPS
        WHEN 'R'
        WHEN 'r'
            PERFORM RECORD-PICKUP
        WHEN OTHER
            DISPLAY "NO ACTION TAKEN"
    END-EVALUATE.
    GOBACK.

*> The witnessing supervisor proves their identity against the
*> password file, so a lift cannot be recorded against a name the
*> cashier merely keyed in.
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

LIST-PICKUPS.
    OPEN INPUT PICKUP-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "NO PICKUPS ON FILE"
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ PICKUP-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF PK-DATE = WS-RH-RUN-DATE
                    MOVE PK-TIME TO WS-PL-TIME
                    MOVE PK-TILL-ID TO WS-PL-TILL
                    MOVE PK-AMOUNT TO WS-PL-AMOUNT
                    MOVE PK-CASHIER TO WS-PL-CASHIER
                    MOVE PK-WITNESS TO WS-PL-WITNESS
                    DISPLAY WS-PICKUP-LINE
                    ADD 1 TO WS-LISTED-COUNT
                    ADD PK-AMOUNT TO WS-LISTED-TOTAL
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PICKUP-FILE.
    DISPLAY "PICKUPS TODAY: " WS-LISTED-COUNT
        " TOTAL LIFTED: " WS-LISTED-TOTAL.

*> The cashier on the drawer and the witnessing supervisor must be
*> two different people, otherwise the lift is unwitnessed.
RECORD-PICKUP.
    DISPLAY "TILL ID (2 DIGITS): " WITH NO ADVANCING.
    ACCEPT WS-IN-TILL-ID.
    DISPLAY "AMOUNT LIFTED (WHOLE UNITS): " WITH NO ADVANCING.
    ACCEPT WS-IN-AMOUNT.
    DISPLAY "CASHIER ON DRAWER: " WITH NO ADVANCING.
    ACCEPT WS-IN-CASHIER.
    MOVE 'Y' TO WS-EDIT-VALID.
    CALL "NUMERIC-EDIT" USING WS-IN-TILL-ID WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'Y'
        CALL "NUMERIC-EDIT" USING WS-IN-AMOUNT WS-EDIT-VALID
    END-IF.
    IF WS-EDIT-VALID = 'Y'
        MOVE FUNCTION NUMVAL(WS-IN-AMOUNT) TO WS-AMOUNT
    ELSE
        MOVE 0 TO WS-AMOUNT
    END-IF.
    IF WS-EDIT-VALID = 'N' OR WS-AMOUNT = 0
            OR WS-IN-CASHIER = SPACES
        DISPLAY "TILL AND AMOUNT MUST BE NUMERIC AND CASHIER "
            "NAMED - NO PICKUP RECORDED"
    ELSE
        IF WS-IN-CASHIER = WS-SUPERVISOR-NAME
            DISPLAY "CASHIER CANNOT WITNESS THEIR OWN PICKUP - "
                "NO PICKUP RECORDED"
        ELSE
            PERFORM TAKE-BREAKDOWN
            IF WS-EDIT-VALID = 'N'
                DISPLAY "QUANTITIES MUST BE NUMERIC - "
                    "NO PICKUP RECORDED"
            ELSE
                IF WS-BREAKDOWN-VALUE NOT = WS-AMOUNT
                    DISPLAY "DENOMINATIONS TOTAL " WS-BREAKDOWN-VALUE
                        " NOT " WS-AMOUNT " - NO PICKUP RECORDED"
                ELSE
                    PERFORM WRITE-PICKUP
                    PERFORM WRITE-SAFE-MOVEMENTS
                END-IF
            END-IF
        END-IF
    END-IF.

*> A blank quantity is none of that denomination.
TAKE-BREAKDOWN.
    MOVE 0 TO WS-BREAKDOWN-VALUE.
    PERFORM VARYING WS-CASH-DENOM-IDX FROM 1 BY 1
            UNTIL WS-CASH-DENOM-IDX > WS-CASH-DENOM-COUNT
        MOVE 0 TO WS-BREAKDOWN-QTY(WS-CASH-DENOM-IDX)
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
                        TO WS-BREAKDOWN-QTY(WS-CASH-DENOM-IDX)
                    COMPUTE WS-BREAKDOWN-VALUE = WS-BREAKDOWN-VALUE
                        + WS-BREAKDOWN-QTY(WS-CASH-DENOM-IDX)
                        * WS-CASH-DENOM(WS-CASH-DENOM-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

WRITE-PICKUP.
    ACCEPT WS-TIME-NOW FROM TIME.
    MOVE SPACES TO TILL-PICKUP-REC.
    MOVE WS-RH-RUN-DATE TO PK-DATE.
    MOVE WS-TIME-NOW(1:6) TO PK-TIME.
    MOVE WS-IN-TILL-ID TO PK-TILL-ID.
    MOVE WS-AMOUNT TO PK-AMOUNT.
    MOVE WS-IN-CASHIER TO PK-CASHIER.
    MOVE WS-SUPERVISOR-NAME TO PK-WITNESS.
    OPEN EXTEND PICKUP-FILE.
    IF WS-FILE-STATUS = "35"
        OPEN OUTPUT PICKUP-FILE
        CLOSE PICKUP-FILE
        OPEN EXTEND PICKUP-FILE
    END-IF.
    WRITE TILL-PICKUP-REC.
    CLOSE PICKUP-FILE.

    MOVE 0 TO WS-AUDIT-OLD-VALUE.
    MOVE WS-AMOUNT TO WS-AUDIT-NEW-VALUE.
    MOVE "PICKUP" TO WS-AUDIT-FIELD-NAME.
    CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
        WS-SUPERVISOR-NAME WS-AUDIT-FIELD-NAME
        WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE.
    MOVE "PICKUP" TO WS-EVENT-TYPE.
    CALL "LOG-OPERATOR-EVENT" USING WS-IN-CASHIER WS-EVENT-TYPE.
    DISPLAY "PICKUP OF " WS-AMOUNT " RECORDED AGAINST TILL "
        WS-IN-TILL-ID.

WRITE-SAFE-MOVEMENTS.
    OPEN EXTEND SAFE-MOVEMENT-FILE.
    IF WS-SAFE-STATUS = "35"
        OPEN OUTPUT SAFE-MOVEMENT-FILE
        CLOSE SAFE-MOVEMENT-FILE
        OPEN EXTEND SAFE-MOVEMENT-FILE
    END-IF.
    PERFORM VARYING WS-CASH-DENOM-IDX FROM 1 BY 1
            UNTIL WS-CASH-DENOM-IDX > WS-CASH-DENOM-COUNT
        IF WS-BREAKDOWN-QTY(WS-CASH-DENOM-IDX) > 0
            MOVE SPACES TO SAFE-MOVEMENT-REC
            MOVE WS-RH-RUN-DATE TO SM-DATE
            MOVE WS-TIME-NOW(1:6) TO SM-TIME
            MOVE "PU" TO SM-TYPE
            MOVE WS-CASH-DENOM(WS-CASH-DENOM-IDX) TO SM-DENOM
            MOVE WS-BREAKDOWN-QTY(WS-CASH-DENOM-IDX) TO SM-QUANTITY
            MOVE WS-IN-TILL-ID TO SM-REFERENCE
            WRITE SAFE-MOVEMENT-REC
        END-IF
    END-PERFORM.
    CLOSE SAFE-MOVEMENT-FILE.
