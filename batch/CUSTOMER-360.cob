       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTOMER-360.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CUSTOMER-MASTER-FILE
        ASSIGN TO "CUSTOMER-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL XREF-FILE ASSIGN TO "CUSTOMER-XREF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MM-MEMBER-ID.
    SELECT OPTIONAL BOOKINGS-FILE ASSIGN TO "BOOKINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BALANCE-FILE ASSIGN TO "COUPON-BALANCE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CREDIT-LIMIT-FILE ASSIGN TO "AR-CREDIT-LIMITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OPEN-ITEMS-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES.
    SELECT OPTIONAL ADDRESS-FILE ASSIGN TO "ADDRESS-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CUSTOMER-MASTER-FILE.
COPY "CUSTOMER-MASTER-RECORD.cpy".

FD XREF-FILE.
COPY "CUSTOMER-XREF-RECORD.cpy".

FD MEMBER-MASTER-FILE.
01 MEMBER-MASTER-REC.
   05 MM-MEMBER-ID       PIC X(6).
   05 FILLER             PIC X(1).
   05 MM-NAME            PIC X(20).
   05 FILLER             PIC X(1).
   05 MM-PASS-TIER       PIC X(1).
   05 FILLER             PIC X(1).
   05 MM-EXPIRY-DATE     PIC 9(8).
   05 FILLER             PIC X(1).
   05 MM-HOUSEHOLD       PIC 9(4).
   05 FILLER             PIC X(1).
   05 MM-PASS-KIND       PIC X(1).

FD BOOKINGS-FILE.
01 BOOKING-REC.
   05 BK-VISIT-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 BK-NA              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-NC              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-NS              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-REC-TYPE        PIC X(1).
   05 FILLER             PIC X(1).
   05 BK-ACCOUNT         PIC X(6).
   05 FILLER             PIC X(1).
   05 BK-SLOT-HOUR       PIC 9(2).
   05 FILLER             PIC X(1).
   05 BK-REFERENCE       PIC X(7).
   05 FILLER             PIC X(1).
   05 BK-CONTACT         PIC X(20).
   05 FILLER             PIC X(1).
   05 BK-EMAIL           PIC X(40).

FD BALANCE-FILE.
01 BALANCE-REC.
   05 CB-CUSTOMER-ID     PIC X(6).
   05 FILLER             PIC X(1).
   05 CB-BALANCE         PIC 9(5).
   05 FILLER             PIC X(1).
   05 CB-EXPIRY-DATE     PIC X(8).

FD CREDIT-LIMIT-FILE.
COPY "AR-CREDIT-LIMIT-RECORD.cpy".

FD OPEN-ITEMS-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

FD ADDRESS-FILE.
01 ADDRESS-REC.
   05 AM-STREET          PIC X(40).
   05 FILLER             PIC X(1).
   05 AM-CITY            PIC X(20).
   05 FILLER             PIC X(1).
   05 AM-POSTAL-CODE     PIC 9(5).
   05 FILLER             PIC X(1).
   05 AM-MAIL-FLAG       PIC X(1).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X.
01 WS-ENQUIRING          PIC X VALUE 'Y'.
01 WS-EDIT-VALID         PIC X.
01 WS-IN-ENTRY           PIC X(10).
01 WS-IN-NUMBER          PIC X(6).
01 WS-IN-SYSTEM          PIC X(1).
01 WS-IN-KEY             PIC X(45).

01 WS-CUSTOMER-NO        PIC 9(6).
01 WS-CUSTOMER-NAME      PIC X(30).
01 WS-CUSTOMER-FOUND     PIC X.

*> The subsystem keys on the cross-reference for the customer.
01 WS-KEY-COUNT          PIC 9(3) VALUE 0.
01 WS-KEY-TABLE.
   05 WS-KEY-ENTRY OCCURS 50 TIMES.
      10 WS-KY-SYSTEM    PIC X(1).
      10 WS-KY-KEY       PIC X(45).
01 WS-KEY-IDX            PIC 9(3).
01 WS-KEY-HIT            PIC X.
01 WS-LOOK-SYSTEM        PIC X(1).
01 WS-LOOK-KEY           PIC X(45).

01 WS-LINE-COUNT         PIC 9(5).
01 WS-PASS-STATUS        PIC X(7).
01 WS-ITEM-OWED          PIC 9(9)V99.
01 WS-AR-OWED            PIC 9(9)V99.
01 WS-COUPON-TOTAL       PIC 9(7).
01 WS-DISP-MONEY         PIC ZZZ,ZZZ,ZZ9.99.
01 WS-DISP-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
01 WS-DISP-PAID          PIC ZZZ,ZZZ,ZZ9.99.
01 WS-DISP-COUNT         PIC ZZ,ZZ9.

01 WS-MATCH-KEY          PIC X(45).
01 WS-NORM-STREET        PIC X(40).
01 IDX                   PIC 9(3).
01 ODX                   PIC 9(3).
01 WS-PREV-SPACE         PIC X.
01 WS-CHAR               PIC X.

PROCEDURE DIVISION.
MAIN.
    MOVE "CUSTOMER-360" TO WS-RH-JOB-NAME.
    MOVE 173 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM UNTIL WS-ENQUIRING = 'N'
        PERFORM TAKE-ENQUIRY
    END-PERFORM.
    GOBACK.

*> A customer is asked for by number, or by any key of theirs in a
*> subsystem: "A SCH001", "C M00001", "M M00001".
TAKE-ENQUIRY.
    DISPLAY " ".
    DISPLAY "CUSTOMER NO, OR A/C/M AND KEY (ENTER TO FINISH): "
        WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-ENTRY.
    ACCEPT WS-IN-ENTRY.
    MOVE 0 TO WS-CUSTOMER-NO.
    EVALUATE TRUE
        WHEN WS-IN-ENTRY = SPACES
            MOVE 'N' TO WS-ENQUIRING
        WHEN (WS-IN-ENTRY(1:1) = 'A' OR 'C' OR 'M'
                  OR 'a' OR 'c' OR 'm')
                AND WS-IN-ENTRY(2:1) = SPACE
            MOVE FUNCTION UPPER-CASE(WS-IN-ENTRY(1:1)) TO WS-IN-SYSTEM
            MOVE SPACES TO WS-IN-KEY
            MOVE WS-IN-ENTRY(3:8) TO WS-IN-KEY
            PERFORM FIND-CUSTOMER-BY-KEY
            IF WS-CUSTOMER-NO = 0
                DISPLAY "KEY " WS-IN-SYSTEM " " WS-IN-KEY(1:8)
                    " IS NOT LINKED TO A CUSTOMER"
            END-IF
        WHEN OTHER
            MOVE WS-IN-ENTRY(1:6) TO WS-IN-NUMBER
            CALL "NUMERIC-EDIT" USING WS-IN-NUMBER WS-EDIT-VALID
            IF WS-EDIT-VALID = 'N'
                DISPLAY "CUSTOMER NO MUST BE NUMERIC"
            ELSE
                COMPUTE WS-CUSTOMER-NO = FUNCTION NUMVAL(WS-IN-NUMBER)
            END-IF
    END-EVALUATE.
    IF WS-CUSTOMER-NO > 0
        PERFORM SHOW-CUSTOMER
    END-IF.

SHOW-CUSTOMER.
    PERFORM READ-CUSTOMER.
    IF WS-CUSTOMER-FOUND = 'N'
        DISPLAY "CUSTOMER " WS-CUSTOMER-NO " NOT ON CUSTOMER MASTER"
    ELSE
        PERFORM LOAD-CUSTOMER-KEYS
        DISPLAY "CUSTOMER " WS-CUSTOMER-NO "  " WS-CUSTOMER-NAME
        DISPLAY "LINKED KEYS:"
        PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                UNTIL WS-KEY-IDX > WS-KEY-COUNT
            DISPLAY "  " WS-KY-SYSTEM(WS-KEY-IDX) " "
                WS-KY-KEY(WS-KEY-IDX)
        END-PERFORM
        PERFORM SHOW-PASSES
        PERFORM SHOW-BOOKINGS
        PERFORM SHOW-BALANCES
        PERFORM SHOW-OPEN-INVOICES
        PERFORM SHOW-ADDRESSES
    END-IF.

FIND-CUSTOMER-BY-KEY.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT XREF-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ XREF-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CX-SYSTEM = WS-IN-SYSTEM AND CX-KEY = WS-IN-KEY
                    MOVE CX-CUSTOMER-NO TO WS-CUSTOMER-NO
                END-IF
        END-READ
    END-PERFORM.
    CLOSE XREF-FILE.

READ-CUSTOMER.
    MOVE 'N' TO WS-CUSTOMER-FOUND.
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

LOAD-CUSTOMER-KEYS.
    MOVE 0 TO WS-KEY-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT XREF-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ XREF-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CX-CUSTOMER-NO = WS-CUSTOMER-NO
                    IF WS-KEY-COUNT >= 50
                        DISPLAY "MORE THAN 50 KEYS - LIST CUT SHORT"
                    ELSE
                        ADD 1 TO WS-KEY-COUNT
                        MOVE CX-SYSTEM TO WS-KY-SYSTEM(WS-KEY-COUNT)
                        MOVE CX-KEY TO WS-KY-KEY(WS-KEY-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE XREF-FILE.

*> Sets WS-KEY-HIT when WS-LOOK-SYSTEM/WS-LOOK-KEY is one of the
*> customer's keys.
CHECK-CUSTOMER-KEY.
    MOVE 'N' TO WS-KEY-HIT.
    PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
            UNTIL WS-KEY-IDX > WS-KEY-COUNT
        IF WS-KY-SYSTEM(WS-KEY-IDX) = WS-LOOK-SYSTEM
                AND WS-KY-KEY(WS-KEY-IDX) = WS-LOOK-KEY
            MOVE 'Y' TO WS-KEY-HIT
        END-IF
    END-PERFORM.

*> Each member ID on the cross-reference is read straight off the
*> member master by its key.
SHOW-PASSES.
    DISPLAY "PASSES:".
    MOVE 0 TO WS-LINE-COUNT.
    OPEN INPUT MEMBER-MASTER-FILE.
    PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
            UNTIL WS-KEY-IDX > WS-KEY-COUNT
        IF WS-KY-SYSTEM(WS-KEY-IDX) = 'M'
            MOVE WS-KY-KEY(WS-KEY-IDX) TO MM-MEMBER-ID
            READ MEMBER-MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY PERFORM SHOW-PASS
            END-READ
        END-IF
    END-PERFORM.
    CLOSE MEMBER-MASTER-FILE.
    IF WS-LINE-COUNT = 0
        DISPLAY "  NONE"
    END-IF.

SHOW-PASS.
    IF MM-EXPIRY-DATE >= WS-RH-RUN-DATE
        MOVE "ACTIVE" TO WS-PASS-STATUS
    ELSE
        MOVE "EXPIRED" TO WS-PASS-STATUS
    END-IF.
    DISPLAY "  " MM-MEMBER-ID " " MM-NAME " TIER "
        MM-PASS-TIER " EXPIRES " MM-EXPIRY-DATE " "
        WS-PASS-STATUS.
    ADD 1 TO WS-LINE-COUNT.

*> Bookings still to come, made on any of the customer's accounts.
SHOW-BOOKINGS.
    DISPLAY "BOOKINGS:".
    MOVE 0 TO WS-LINE-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT BOOKINGS-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BOOKINGS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE 'A' TO WS-LOOK-SYSTEM
                MOVE SPACES TO WS-LOOK-KEY
                MOVE BK-ACCOUNT TO WS-LOOK-KEY
                PERFORM CHECK-CUSTOMER-KEY
                IF WS-KEY-HIT = 'Y' AND BK-REC-TYPE NOT = 'C'
                        AND BK-VISIT-DATE >= WS-RH-RUN-DATE
                    DISPLAY "  " BK-VISIT-DATE " " BK-ACCOUNT
                        " ADULTS " BK-NA " CHILDREN " BK-NC
                        " SENIORS " BK-NS " REF " BK-REFERENCE
                    ADD 1 TO WS-LINE-COUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BOOKINGS-FILE.
    IF WS-LINE-COUNT = 0
        DISPLAY "  NONE"
    END-IF.

*> Coupon balances, credit terms and what is owed on account.
SHOW-BALANCES.
    DISPLAY "BALANCES:".
    MOVE 0 TO WS-LINE-COUNT.
    MOVE 0 TO WS-COUPON-TOTAL.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT BALANCE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BALANCE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE 'C' TO WS-LOOK-SYSTEM
                MOVE SPACES TO WS-LOOK-KEY
                MOVE CB-CUSTOMER-ID TO WS-LOOK-KEY
                PERFORM CHECK-CUSTOMER-KEY
                IF WS-KEY-HIT = 'Y'
                    DISPLAY "  COUPONS " CB-CUSTOMER-ID " BALANCE "
                        CB-BALANCE " EXPIRES " CB-EXPIRY-DATE
                    ADD CB-BALANCE TO WS-COUPON-TOTAL
                    ADD 1 TO WS-LINE-COUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BALANCE-FILE.

    MOVE 'N' TO WS-EOF.
    OPEN INPUT CREDIT-LIMIT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CREDIT-LIMIT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE 'A' TO WS-LOOK-SYSTEM
                MOVE SPACES TO WS-LOOK-KEY
                MOVE CL-CUSTOMER TO WS-LOOK-KEY
                PERFORM CHECK-CUSTOMER-KEY
                IF WS-KEY-HIT = 'Y'
                    DISPLAY "  CREDIT  " CL-CUSTOMER " LIMIT "
                        CL-LIMIT " HOLD " CL-HOLD
                    ADD 1 TO WS-LINE-COUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CREDIT-LIMIT-FILE.

    MOVE 0 TO WS-AR-OWED.
    OPEN INPUT OPEN-ITEMS-FILE.
    PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
            UNTIL WS-KEY-IDX > WS-KEY-COUNT
        IF WS-KY-SYSTEM(WS-KEY-IDX) = 'A'
            PERFORM START-CUSTOMER-ITEMS
            PERFORM UNTIL WS-EOF = 'Y'
                PERFORM READ-CUSTOMER-ITEM
                IF WS-EOF = 'N'
                        AND (AR-STATUS = 'O' OR AR-STATUS = 'P')
                    COMPUTE WS-AR-OWED = WS-AR-OWED + AR-AMOUNT
                        - AR-PAID
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.
    CLOSE OPEN-ITEMS-FILE.
    IF WS-COUPON-TOTAL > 0 OR WS-AR-OWED > 0
        ADD 1 TO WS-LINE-COUNT
    END-IF.
    IF WS-LINE-COUNT = 0
        DISPLAY "  NONE"
    ELSE
        MOVE WS-AR-OWED TO WS-DISP-MONEY
        DISPLAY "  COUPON BALANCE TOTAL " WS-COUPON-TOTAL
        DISPLAY "  OWED ON ACCOUNT      " WS-DISP-MONEY
    END-IF.

SHOW-OPEN-INVOICES.
    DISPLAY "OPEN INVOICES:".
    MOVE 0 TO WS-LINE-COUNT.
    OPEN INPUT OPEN-ITEMS-FILE.
    PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
            UNTIL WS-KEY-IDX > WS-KEY-COUNT
        IF WS-KY-SYSTEM(WS-KEY-IDX) = 'A'
            PERFORM START-CUSTOMER-ITEMS
            PERFORM UNTIL WS-EOF = 'Y'
                PERFORM READ-CUSTOMER-ITEM
                IF WS-EOF = 'N'
                        AND (AR-STATUS = 'O' OR AR-STATUS = 'P')
                    COMPUTE WS-ITEM-OWED = AR-AMOUNT - AR-PAID
                    MOVE AR-AMOUNT TO WS-DISP-AMOUNT
                    MOVE AR-PAID TO WS-DISP-PAID
                    MOVE WS-ITEM-OWED TO WS-DISP-MONEY
                    DISPLAY "  " AR-INV-NO " " AR-CUSTOMER " "
                        AR-INV-DATE " AMOUNT " WS-DISP-AMOUNT
                        " PAID " WS-DISP-PAID " OWED " WS-DISP-MONEY
                    ADD 1 TO WS-LINE-COUNT
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.
    CLOSE OPEN-ITEMS-FILE.
    IF WS-LINE-COUNT = 0
        DISPLAY "  NONE"
    END-IF.

*> An AR account's items are read through the customer key, from
*> the first item on the account to the last.
START-CUSTOMER-ITEMS.
    MOVE 'N' TO WS-EOF.
    MOVE WS-KY-KEY(WS-KEY-IDX) TO AR-CUSTOMER.
    START OPEN-ITEMS-FILE KEY IS = AR-CUSTOMER
        INVALID KEY MOVE 'Y' TO WS-EOF
    END-START.

READ-CUSTOMER-ITEM.
    READ OPEN-ITEMS-FILE NEXT RECORD
        AT END MOVE 'Y' TO WS-EOF
        NOT AT END
            IF AR-CUSTOMER NOT = WS-KY-KEY(WS-KEY-IDX)
                MOVE 'Y' TO WS-EOF
            END-IF
    END-READ.

*> Address master rows carry no key of their own; a row is the
*> customer's when its cleansed match key is on the cross-reference.
SHOW-ADDRESSES.
    DISPLAY "ADDRESSES:".
    MOVE 0 TO WS-LINE-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT ADDRESS-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ADDRESS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM BUILD-MATCH-KEY
                MOVE 'D' TO WS-LOOK-SYSTEM
                MOVE WS-MATCH-KEY TO WS-LOOK-KEY
                PERFORM CHECK-CUSTOMER-KEY
                IF WS-KEY-HIT = 'Y'
                    DISPLAY "  " AM-STREET " " AM-CITY " "
                        AM-POSTAL-CODE " " AM-MAIL-FLAG
                    ADD 1 TO WS-LINE-COUNT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ADDRESS-FILE.
    IF WS-LINE-COUNT = 0
        DISPLAY "  NONE"
    END-IF.

*> Upper-cased street with runs of blanks squeezed, plus the postal
*> code, exactly as ADDRESS-HOUSEHOLD builds it.
BUILD-MATCH-KEY.
    MOVE SPACES TO WS-NORM-STREET.
    MOVE 0 TO ODX.
    MOVE 'Y' TO WS-PREV-SPACE.
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 40
        MOVE FUNCTION UPPER-CASE(AM-STREET(IDX:1)) TO WS-CHAR
        IF WS-CHAR = SPACE
            IF WS-PREV-SPACE = 'N'
                ADD 1 TO ODX
                MOVE WS-CHAR TO WS-NORM-STREET(ODX:1)
                MOVE 'Y' TO WS-PREV-SPACE
            END-IF
        ELSE
            ADD 1 TO ODX
            MOVE WS-CHAR TO WS-NORM-STREET(ODX:1)
            MOVE 'N' TO WS-PREV-SPACE
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-MATCH-KEY.
    MOVE WS-NORM-STREET TO WS-MATCH-KEY(1:40).
    MOVE AM-POSTAL-CODE TO WS-MATCH-KEY(41:5).
