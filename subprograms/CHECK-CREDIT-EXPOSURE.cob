       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHECK-CREDIT-EXPOSURE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CREDIT-LIMIT-FILE ASSIGN TO "AR-CREDIT-LIMITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD CREDIT-LIMIT-FILE.
COPY "AR-CREDIT-LIMIT-RECORD.cpy".

FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

WORKING-STORAGE SECTION.
01 WS-EOF             PIC X.
01 WS-ACCOUNT-FOUND   PIC X.
01 WS-ON-HOLD         PIC X.
01 WS-NET-EXPOSURE    PIC S9(11)V99.

LINKAGE SECTION.
01 LS-CUSTOMER      PIC X(6).
01 LS-NEW-VALUE     PIC 9(9)V99.
01 LS-EXPOSURE      PIC 9(11)V99.
01 LS-CREDIT-LIMIT  PIC 9(9).
01 LS-CREDIT-RESULT PIC X.

*> Answers whether new business of the given value may go on the
*> customer's account: Y within limit, H customer on credit hold,
*> L open balance plus the new value over the limit, U no credit
*> account on file. The exposure returned is the customer's open
*> AR balance net of any cash they have on account, before the new
*> value; the limit is returned so the caller can show both.
PROCEDURE DIVISION USING LS-CUSTOMER LS-NEW-VALUE LS-EXPOSURE
        LS-CREDIT-LIMIT LS-CREDIT-RESULT.
MAIN-001.
    MOVE 'N' TO WS-ACCOUNT-FOUND.
    MOVE 'N' TO WS-ON-HOLD.
    MOVE 0 TO LS-CREDIT-LIMIT.
    MOVE 0 TO WS-NET-EXPOSURE.

    PERFORM LOOK-UP-CREDIT-TERMS.
    PERFORM SUM-OPEN-ITEMS.
    IF WS-NET-EXPOSURE < 0
        MOVE 0 TO LS-EXPOSURE
    ELSE
        MOVE WS-NET-EXPOSURE TO LS-EXPOSURE
    END-IF.

    EVALUATE TRUE
        WHEN WS-ACCOUNT-FOUND = 'N'
            MOVE 'U' TO LS-CREDIT-RESULT
        WHEN WS-ON-HOLD = 'Y'
            MOVE 'H' TO LS-CREDIT-RESULT
        WHEN LS-EXPOSURE + LS-NEW-VALUE > LS-CREDIT-LIMIT
            MOVE 'L' TO LS-CREDIT-RESULT
        WHEN OTHER
            MOVE 'Y' TO LS-CREDIT-RESULT
    END-EVALUATE.

    GOBACK.

LOOK-UP-CREDIT-TERMS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CREDIT-LIMIT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CREDIT-LIMIT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CL-CUSTOMER = LS-CUSTOMER
                    MOVE 'Y' TO WS-ACCOUNT-FOUND
                    IF CL-LIMIT IS NUMERIC
                        MOVE CL-LIMIT TO LS-CREDIT-LIMIT
                    END-IF
                    IF CL-HOLD = 'Y'
                        MOVE 'Y' TO WS-ON-HOLD
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CREDIT-LIMIT-FILE.

*> Only the customer's own items are read, through the customer key.
SUM-OPEN-ITEMS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT OPEN-ITEM-FILE.
    MOVE LS-CUSTOMER TO AR-CUSTOMER.
    START OPEN-ITEM-FILE KEY IS = AR-CUSTOMER
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START.
    PERFORM UNTIL WS-EOF = 'Y'
        READ OPEN-ITEM-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AR-CUSTOMER NOT = LS-CUSTOMER
                    MOVE 'Y' TO WS-EOF
                ELSE
                    EVALUATE AR-STATUS
                        WHEN 'O'
                        WHEN 'P'
                            ADD AR-AMOUNT TO WS-NET-EXPOSURE
                            SUBTRACT AR-PAID FROM WS-NET-EXPOSURE
                        WHEN 'A'
                            SUBTRACT AR-PAID FROM WS-NET-EXPOSURE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OPEN-ITEM-FILE.
