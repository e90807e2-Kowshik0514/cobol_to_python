       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-WRITEOFF-REQUEST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES
        FILE STATUS IS WS-ITEM-STATUS.
    SELECT OPTIONAL WRITEOFF-FILE ASSIGN TO "AR-WRITEOFF-REQUESTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

FD WRITEOFF-FILE.
COPY "AR-WRITEOFF-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "AR-WRITEOFF-REASONS.cpy".
01 WS-ITEM-STATUS        PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-OPERATOR-NAME      PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "AR-WRITEOFF-REQUEST".
01 WS-AUTH-RESULT        PIC X.
01 WS-ANSWER             PIC X(12).
01 WS-EDIT-VALID         PIC X.
01 WS-INV-NO             PIC 9(6).
01 WS-ITEM-FOUND         PIC X VALUE 'N'.
01 WS-ITEM-CUSTOMER      PIC X(6).
01 WS-ITEM-BALANCE       PIC 9(9)V99 VALUE 0.
01 WS-ALREADY-PENDING    PIC X VALUE 'N'.
01 WS-REASON             PIC X(2).

01 WS-ITEM-LINE.
   05 FILLER             PIC X(8) VALUE "INVOICE ".
   05 WS-IL-INV-NO       PIC 9(6).
   05 FILLER             PIC X(10) VALUE " CUSTOMER ".
   05 WS-IL-CUSTOMER     PIC X(6).
   05 FILLER             PIC X(9) VALUE " BALANCE ".
   05 WS-IL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN.
    MOVE "AR-WRITEOFF-REQUEST" TO WS-RH-JOB-NAME.
    MOVE 129 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> The name that raises a write-off is the one the approver may not
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

    DISPLAY "INVOICE NUMBER TO WRITE OFF: " WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    CALL "NUMERIC-EDIT" USING WS-ANSWER WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N'
        DISPLAY "INVOICE NUMBER MUST BE NUMERIC"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    COMPUTE WS-INV-NO = FUNCTION NUMVAL(WS-ANSWER).

    PERFORM LOOK-UP-OPEN-ITEM.
    IF WS-ITEM-FOUND = 'N'
        DISPLAY "NO OPEN BALANCE ON LEDGER FOR INVOICE " WS-INV-NO
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM CHECK-PENDING-REQUESTS.
    IF WS-ALREADY-PENDING = 'Y'
        DISPLAY "INVOICE " WS-INV-NO " ALREADY AWAITS APPROVAL"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE WS-INV-NO TO WS-IL-INV-NO.
    MOVE WS-ITEM-CUSTOMER TO WS-IL-CUSTOMER.
    MOVE WS-ITEM-BALANCE TO WS-IL-BALANCE.
    DISPLAY WS-ITEM-LINE.
    PERFORM VARYING WS-WO-REASON-IDX FROM 1 BY 1
            UNTIL WS-WO-REASON-IDX > WS-WO-REASON-COUNT
        DISPLAY "  " WS-WO-REASON-CODE(WS-WO-REASON-IDX) " "
            WS-WO-REASON-TEXT(WS-WO-REASON-IDX)
    END-PERFORM.
    DISPLAY "REASON CODE: " WITH NO ADVANCING.
    MOVE SPACES TO WS-REASON.
    ACCEPT WS-REASON.
    MOVE 0 TO WS-WO-REASON-HIT.
    PERFORM VARYING WS-WO-REASON-IDX FROM 1 BY 1
            UNTIL WS-WO-REASON-IDX > WS-WO-REASON-COUNT
        IF WS-WO-REASON-CODE(WS-WO-REASON-IDX) = WS-REASON
            MOVE WS-WO-REASON-IDX TO WS-WO-REASON-HIT
        END-IF
    END-PERFORM.
    IF WS-WO-REASON-HIT = 0
        DISPLAY "UNKNOWN REASON CODE - NOTHING RAISED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM RAISE-REQUEST.
    DISPLAY "WRITE-OFF RAISED FOR " WS-INV-NO
        " - AWAITS A SECOND APPROVER".
    GOBACK.

*> Only an invoice still owing can be written off; settled items,
*> on-account cash and earlier write-offs are not candidates.
LOOK-UP-OPEN-ITEM.
    OPEN INPUT OPEN-ITEM-FILE.
    IF WS-ITEM-STATUS NOT = "00"
        DISPLAY "AR-OPEN-ITEMS.DAT NOT PRESENT - "
            "RUN AR-BUILD-OPEN-ITEMS FIRST"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-INV-NO TO AR-INV-NO.
    READ OPEN-ITEM-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF (AR-STATUS = 'O' OR AR-STATUS = 'P')
                    AND AR-AMOUNT > AR-PAID
                MOVE 'Y' TO WS-ITEM-FOUND
                MOVE AR-CUSTOMER TO WS-ITEM-CUSTOMER
                COMPUTE WS-ITEM-BALANCE = AR-AMOUNT - AR-PAID
            END-IF
    END-READ.
    CLOSE OPEN-ITEM-FILE.

CHECK-PENDING-REQUESTS.
    OPEN INPUT WRITEOFF-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ WRITEOFF-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WO-INV-NO = WS-INV-NO AND WO-STATUS = 'P'
                    MOVE 'Y' TO WS-ALREADY-PENDING
                END-IF
        END-READ
    END-PERFORM.
    CLOSE WRITEOFF-FILE.
    MOVE 'N' TO WS-EOF.

*> The ledger is not touched here: the item stays open and keeps
*> ageing until the write-off is approved.
RAISE-REQUEST.
    MOVE SPACES TO WRITEOFF-REC.
    MOVE WS-INV-NO TO WO-INV-NO.
    MOVE WS-ITEM-CUSTOMER TO WO-CUSTOMER.
    MOVE WS-ITEM-BALANCE TO WO-BALANCE.
    MOVE WS-REASON TO WO-REASON.
    MOVE WS-OPERATOR-NAME TO WO-REQUESTED-BY.
    MOVE WS-RH-RUN-DATE TO WO-REQUEST-DATE.
    MOVE 'P' TO WO-STATUS.
    MOVE 0 TO WO-DECIDED-DATE.
    OPEN EXTEND WRITEOFF-FILE.
    WRITE WRITEOFF-REC.
    CLOSE WRITEOFF-FILE.
