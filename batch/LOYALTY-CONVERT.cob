       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. LOYALTY-CONVERT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "LOYALTY-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT POINTS-FILE ASSIGN TO "LOYALTY-POINTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POINTS-STATUS.
    SELECT POINTS-WORK-FILE ASSIGN TO "LOYALTY-POINTS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LEDGER-FILE ASSIGN TO "LOYALTY-LEDGER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BALANCE-FILE ASSIGN TO "COUPON-BALANCE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PARM-FILE.
COPY "LOYALTY-PARM-RECORD.cpy".

FD POINTS-FILE.
COPY "LOYALTY-POINTS-RECORD.cpy".

FD POINTS-WORK-FILE.
01 POINTS-WORK-REC       PIC X(34).

FD LEDGER-FILE.
COPY "LOYALTY-LEDGER-RECORD.cpy".

FD BALANCE-FILE.
01 BALANCE-REC.
   05 CB-CUSTOMER-ID     PIC X(6).
   05 FILLER             PIC X(1).
   05 CB-BALANCE         PIC 9(5).
   05 FILLER             PIC X(1).
   05 CB-EXPIRY-DATE     PIC X(8).

FD GL-POSTING-FILE.
01 GL-POSTING-REC.
   05 GP-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 GP-DR-CR           PIC X(2).
   05 FILLER             PIC X(1).
   05 GP-AMOUNT          PIC 9(9).
   05 FILLER             PIC X(1).
   05 GP-POST-DATE       PIC 9(8).
   05 FILLER             PIC X(52).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-POINTS-STATUS      PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-PARM-VALID         PIC X VALUE 'N'.
01 WS-EDIT-VALID         PIC X.
01 WS-FOUND              PIC X VALUE 'N'.
01 WS-OPERATOR-NAME      PIC X(20).
01 WS-EVENT-NAME         PIC X(30).
01 WS-EVENT-TYPE         PIC X(7) VALUE "LOYALTY".

01 WS-IN-MEMBER-ID       PIC X(6).
01 WS-IN-COUPONS         PIC X(3).
01 WS-COUPONS            PIC 9(3).
01 WS-POINTS-NEEDED      PIC 9(8).
01 WS-OLD-POINTS         PIC 9(7) VALUE 0.
01 WS-NEW-POINTS         PIC 9(7).

*> Coupons are worth the same face value COUPON-REDEEM-BATCH
*> redeems them at; converted points keep a coupon balance alive
*> for a year from the conversion.
01 WS-COUPON-VALUE       PIC 9(3) VALUE 500.
01 WS-NEW-EXPIRY         PIC 9(8).
01 WS-NEW-EXPIRY-R REDEFINES WS-NEW-EXPIRY.
   05 WS-NE-YEAR         PIC 9(4).
   05 WS-NE-MONTH        PIC 9(2).
   05 WS-NE-DAY          PIC 9(2).

01 WS-CUST-COUNT         PIC 9(3) VALUE 0.
01 WS-CUST-TABLE.
   05 WS-CUST-ENTRY OCCURS 200 TIMES.
      10 WS-CU-ID         PIC X(6).
      10 WS-CU-BALANCE    PIC 9(5).
      10 WS-CU-EXPIRY     PIC 9(8).
01 WS-CUST-IDX           PIC 9(3).
01 WS-CUST-HIT           PIC 9(3).

*> The coupons' cost is taken as a discount when they are issued:
*> DR discounts allowed, CR coupon liability, which SUBLEDGER-RECON
*> ties back to COUPON-BALANCE.DAT at face value.
01 WS-DISCOUNT-ACCOUNT   PIC 9(6) VALUE 400200.
01 WS-LIABILITY-ACCOUNT  PIC 9(6) VALUE 230000.
01 WS-POST-ACCOUNT       PIC 9(6).
01 WS-POST-DR-CR         PIC X(2).
01 WS-POST-AMOUNT        PIC 9(9).

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "LOYALTY-CONVERT".
01 WS-AUDIT-FIELD-NAME   PIC X(10) VALUE "LB-POINTS".
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

PROCEDURE DIVISION.
MAIN.
    MOVE "LOYALTY-CONVERT" TO WS-RH-JOB-NAME.
    MOVE 147 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM READ-LOYALTY-PARM.
    IF WS-PARM-VALID = 'N'
        DISPLAY "LOYALTY-PARM.DAT MISSING OR INVALID - NO CONVERSION"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "SIGN-ON DESK OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    MOVE WS-OPERATOR-NAME TO WS-EVENT-NAME.

    DISPLAY "MEMBER ID: " WITH NO ADVANCING.
    ACCEPT WS-IN-MEMBER-ID.
    PERFORM READ-MEMBER-POINTS.
    IF WS-FOUND = 'N'
        DISPLAY "NO POINTS HELD FOR MEMBER " WS-IN-MEMBER-ID
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    DIVIDE WS-OLD-POINTS BY LP-COUPON-POINTS GIVING WS-COUPONS.
    DISPLAY "POINTS HELD " WS-OLD-POINTS " - ENOUGH FOR " WS-COUPONS
        " COUPONS AT " LP-COUPON-POINTS " POINTS EACH".

    DISPLAY "COUPONS TO ISSUE: " WITH NO ADVANCING.
    ACCEPT WS-IN-COUPONS.
    CALL "NUMERIC-EDIT" USING WS-IN-COUPONS WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N' OR WS-IN-COUPONS = SPACES
        DISPLAY "COUPONS MUST BE NUMERIC - NO CONVERSION"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    COMPUTE WS-COUPONS = FUNCTION NUMVAL(WS-IN-COUPONS).
    IF WS-COUPONS = 0
        DISPLAY "NO COUPONS ASKED FOR - NO CONVERSION"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    COMPUTE WS-POINTS-NEEDED = WS-COUPONS * LP-COUPON-POINTS.
    IF WS-POINTS-NEEDED > WS-OLD-POINTS
        DISPLAY "NOT ENOUGH POINTS - " WS-POINTS-NEEDED " NEEDED, "
            WS-OLD-POINTS " HELD"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-BALANCES.
    PERFORM FIND-CUSTOMER-SLOT.
    IF WS-CUST-HIT > 0
        IF WS-CU-BALANCE(WS-CUST-HIT) + WS-COUPONS > 99999
            DISPLAY "COUPON BALANCE WOULD OVERFLOW - NO CONVERSION"
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
    ELSE
        IF WS-CUST-COUNT >= 200
            DISPLAY "BALANCE TABLE FULL - NO CONVERSION"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-CUST-COUNT
        MOVE WS-CUST-COUNT TO WS-CUST-HIT
        MOVE WS-IN-MEMBER-ID TO WS-CU-ID(WS-CUST-HIT)
        MOVE 0 TO WS-CU-BALANCE(WS-CUST-HIT)
        MOVE 0 TO WS-CU-EXPIRY(WS-CUST-HIT)
    END-IF.

    COMPUTE WS-NEW-POINTS = WS-OLD-POINTS - WS-POINTS-NEEDED.
    PERFORM REWRITE-MEMBER-POINTS.
    PERFORM WRITE-LEDGER-LINE.

    ADD WS-COUPONS TO WS-CU-BALANCE(WS-CUST-HIT).
    PERFORM SET-NEW-EXPIRY.
    IF WS-NEW-EXPIRY > WS-CU-EXPIRY(WS-CUST-HIT)
        MOVE WS-NEW-EXPIRY TO WS-CU-EXPIRY(WS-CUST-HIT)
    END-IF.
    PERFORM SAVE-BALANCES.
    PERFORM POST-COUPON-ISSUE.

    MOVE WS-OLD-POINTS TO WS-AUDIT-OLD-VALUE.
    MOVE WS-NEW-POINTS TO WS-AUDIT-NEW-VALUE.
    CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
        WS-OPERATOR-NAME WS-AUDIT-FIELD-NAME
        WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE.
    CALL "LOG-OPERATOR-EVENT" USING WS-EVENT-NAME WS-EVENT-TYPE.

    DISPLAY WS-COUPONS " COUPONS ISSUED TO " WS-IN-MEMBER-ID
        " - COUPON BALANCE " WS-CU-BALANCE(WS-CUST-HIT)
        " VALID TO " WS-CU-EXPIRY(WS-CUST-HIT).
    DISPLAY "POINTS REMAINING " WS-NEW-POINTS.
    GOBACK.

READ-LOYALTY-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END CONTINUE
        NOT AT END
            IF LP-COUPON-POINTS IS NUMERIC AND LP-COUPON-POINTS > 0
                MOVE 'Y' TO WS-PARM-VALID
            END-IF
    END-READ.
    CLOSE PARM-FILE.

READ-MEMBER-POINTS.
    OPEN INPUT POINTS-FILE.
    IF WS-POINTS-STATUS NOT = "00"
        DISPLAY "LOYALTY POINTS FILE NOT AVAILABLE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y' OR WS-FOUND = 'Y'
        READ POINTS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF LB-MEMBER-ID = WS-IN-MEMBER-ID
                        AND LB-BALANCE IS NUMERIC
                    MOVE 'Y' TO WS-FOUND
                    MOVE LB-BALANCE TO WS-OLD-POINTS
                END-IF
        END-READ
    END-PERFORM.
    CLOSE POINTS-FILE.
    MOVE 'N' TO WS-EOF.

*> Converting counts as activity, so it restarts the inactivity
*> clock the same way earning does.
REWRITE-MEMBER-POINTS.
    OPEN INPUT POINTS-FILE.
    OPEN OUTPUT POINTS-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ POINTS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF LB-MEMBER-ID = WS-IN-MEMBER-ID
                    MOVE WS-NEW-POINTS TO LB-BALANCE
                    MOVE WS-RH-RUN-DATE TO LB-LAST-ACTIVITY
                END-IF
                WRITE POINTS-WORK-REC FROM LOYALTY-POINTS-REC
        END-READ
    END-PERFORM.
    CLOSE POINTS-FILE.
    CLOSE POINTS-WORK-FILE.
    PERFORM COPY-WORK-BACK.

COPY-WORK-BACK.
    OPEN INPUT POINTS-WORK-FILE.
    OPEN OUTPUT POINTS-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ POINTS-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                WRITE LOYALTY-POINTS-REC FROM POINTS-WORK-REC
        END-READ
    END-PERFORM.
    CLOSE POINTS-WORK-FILE.
    CLOSE POINTS-FILE.

WRITE-LEDGER-LINE.
    OPEN EXTEND LEDGER-FILE.
    MOVE SPACES TO LOYALTY-LEDGER-REC.
    MOVE WS-IN-MEMBER-ID TO LL-MEMBER-ID.
    MOVE WS-RH-RUN-DATE TO LL-DATE.
    MOVE 'C' TO LL-TYPE.
    MOVE WS-POINTS-NEEDED TO LL-POINTS.
    MOVE WS-NEW-POINTS TO LL-BALANCE.
    WRITE LOYALTY-LEDGER-REC.
    CLOSE LEDGER-FILE.

*> A year on from today; 29 February falls back to the 28th.
SET-NEW-EXPIRY.
    MOVE WS-RH-RUN-DATE TO WS-NEW-EXPIRY.
    ADD 1 TO WS-NE-YEAR.
    IF WS-NE-MONTH = 2 AND WS-NE-DAY > 28
        MOVE 28 TO WS-NE-DAY
    END-IF.

FIND-CUSTOMER-SLOT.
    MOVE 0 TO WS-CUST-HIT.
    PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
            UNTIL WS-CUST-IDX > WS-CUST-COUNT
        IF WS-CU-ID(WS-CUST-IDX) = WS-IN-MEMBER-ID
            MOVE WS-CUST-IDX TO WS-CUST-HIT
        END-IF
    END-PERFORM.

*> The whole balance master is held and written back, as COUPON-
*> REDEEM-BATCH does; a full table stops before any file changes.
LOAD-BALANCES.
    OPEN INPUT BALANCE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BALANCE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-CUST-COUNT >= 200
                    DISPLAY "BALANCE TABLE FULL - NO CONVERSION"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-CUST-COUNT
                MOVE CB-CUSTOMER-ID TO WS-CU-ID(WS-CUST-COUNT)
                MOVE CB-BALANCE TO WS-CU-BALANCE(WS-CUST-COUNT)
                IF CB-EXPIRY-DATE IS NUMERIC
                    MOVE CB-EXPIRY-DATE TO WS-CU-EXPIRY(WS-CUST-COUNT)
                ELSE
                    MOVE 99999999 TO WS-CU-EXPIRY(WS-CUST-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BALANCE-FILE.
    MOVE 'N' TO WS-EOF.

SAVE-BALANCES.
    OPEN OUTPUT BALANCE-FILE.
    PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
            UNTIL WS-CUST-IDX > WS-CUST-COUNT
        MOVE SPACES TO BALANCE-REC
        MOVE WS-CU-ID(WS-CUST-IDX) TO CB-CUSTOMER-ID
        MOVE WS-CU-BALANCE(WS-CUST-IDX) TO CB-BALANCE
        MOVE WS-CU-EXPIRY(WS-CUST-IDX) TO CB-EXPIRY-DATE
        WRITE BALANCE-REC
    END-PERFORM.
    CLOSE BALANCE-FILE.

POST-COUPON-ISSUE.
    COMPUTE WS-POST-AMOUNT = WS-COUPONS * WS-COUPON-VALUE.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE WS-DISCOUNT-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "DR" TO WS-POST-DR-CR.
    PERFORM WRITE-GL-POSTING.
    MOVE WS-LIABILITY-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "CR" TO WS-POST-DR-CR.
    PERFORM WRITE-GL-POSTING.
    CLOSE GL-POSTING-FILE.

WRITE-GL-POSTING.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-POST-ACCOUNT TO GP-ACCOUNT.
    MOVE WS-POST-DR-CR TO GP-DR-CR.
    MOVE WS-POST-AMOUNT TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.
