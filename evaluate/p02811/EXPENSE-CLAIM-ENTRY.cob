       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EXPENSE-CLAIM-ENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CLAIM-FILE ASSIGN TO "EXPENSE-CLAIMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CATEGORY-FILE ASSIGN TO "EXPENSE-CATEGORIES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATEGORY-STATUS.

DATA DIVISION.
FILE SECTION.
FD CLAIM-FILE.
COPY "EXPENSE-CLAIM-RECORD.cpy".

FD CATEGORY-FILE.
COPY "EXPENSE-CATEGORY-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-CATEGORY-STATUS    PIC X(2).
01 WS-EOF                PIC X.
01 WS-OPERATOR-NAME      PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "EXPENSE-CLAIM-ENTRY".
01 WS-AUTH-RESULT        PIC X.
01 WS-EDIT-VALID         PIC X.
01 WS-ANSWER             PIC X.
01 WS-IN-CATEGORY        PIC X(4).
01 WS-IN-DATE            PIC X(8).
01 WS-IN-AMOUNT          PIC X(12).
01 WS-IN-UNITS           PIC X(9).
01 WS-IN-DECIMALS        PIC X(2).
01 WS-IN-RECEIPT         PIC X(15).
01 WS-IN-DESCRIPTION     PIC X(30).

01 WS-EXPENSE-DATE       PIC 9(8).
01 WS-EXPENSE-DATE-PARTS REDEFINES WS-EXPENSE-DATE.
   05 WS-ED-YEAR         PIC 9(4).
   05 WS-ED-MONTH        PIC 9(2).
   05 WS-ED-DAY          PIC 9(2).
01 WS-AMOUNT             PIC 9(7)V99.
01 WS-DECIMALS           PIC 9(2).
01 WS-RECEIPT-REF        PIC X(15).
01 WS-LAST-CLAIM-NO      PIC 9(6) VALUE 0.
01 WS-DUPLICATE-CLAIM    PIC 9(6) VALUE 0.

01 WS-SYSERR-PROGRAM     PIC X(16) VALUE "EXPENSE-CLAIM-EN".
01 WS-SYSERR-FIELD       PIC X(16).
01 WS-SYSERR-VALUE       PIC X(20).

01 WS-CATEGORY-COUNT     PIC 9(3) VALUE 0.
01 WS-CATEGORY-TABLE.
   05 WS-CATEGORY-ENTRY OCCURS 50 TIMES.
      10 WS-CT-CATEGORY   PIC X(4).
      10 WS-CT-DESCRIPTION PIC X(30).
      10 WS-CT-LIMIT      PIC 9(7)V99.
01 WS-CATEGORY-IDX       PIC 9(3).
01 WS-CATEGORY-HIT       PIC 9(3).

01 WS-CATEGORY-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-CL-CATEGORY     PIC X(4).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-DESCRIPTION  PIC X(30).
   05 FILLER             PIC X(7) VALUE " LIMIT ".
   05 WS-CL-LIMIT        PIC Z,ZZZ,ZZ9.99.

01 WS-CONFIRM-LINE.
   05 FILLER             PIC X(6) VALUE "CLAIM ".
   05 WS-CF-CATEGORY     PIC X(4).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CF-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CF-AMOUNT       PIC Z,ZZZ,ZZ9.99.
   05 FILLER             PIC X(9) VALUE " RECEIPT ".
   05 WS-CF-RECEIPT      PIC X(15).

PROCEDURE DIVISION.
MAIN.
    MOVE "EXPENSE-CLAIM-ENTRY" TO WS-RH-JOB-NAME.
    MOVE 177 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> The claimant is the signed-on operator: the claim is paid to that
*> name and approved by that name's manager, so it cannot be typed.
    DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-OPERATOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "OPERATOR NOT AUTHORISED - NOTHING CLAIMED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-CATEGORIES.
    IF WS-CATEGORY-COUNT = 0
        DISPLAY "EXPENSE-CATEGORIES.DAT NOT PRESENT - NOTHING CLAIMED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
            UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
        MOVE WS-CT-CATEGORY(WS-CATEGORY-IDX) TO WS-CL-CATEGORY
        MOVE WS-CT-DESCRIPTION(WS-CATEGORY-IDX) TO WS-CL-DESCRIPTION
        MOVE WS-CT-LIMIT(WS-CATEGORY-IDX) TO WS-CL-LIMIT
        DISPLAY WS-CATEGORY-LINE
    END-PERFORM.
    DISPLAY "CATEGORY: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-CATEGORY.
    ACCEPT WS-IN-CATEGORY.
    MOVE FUNCTION UPPER-CASE(WS-IN-CATEGORY) TO WS-IN-CATEGORY.
    PERFORM FIND-CATEGORY.
    IF WS-CATEGORY-HIT = 0
        DISPLAY "UNKNOWN CATEGORY - NOTHING CLAIMED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "DATE ON RECEIPT (YYYYMMDD): " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-DATE.
    ACCEPT WS-IN-DATE.
    CALL "NUMERIC-EDIT" USING WS-IN-DATE WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N'
        DISPLAY "DATE MUST BE NUMERIC - NOTHING CLAIMED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    COMPUTE WS-EXPENSE-DATE = FUNCTION NUMVAL(WS-IN-DATE).
    IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
            OR WS-ED-DAY < 1 OR WS-ED-DAY > 31
            OR WS-EXPENSE-DATE > WS-RH-RUN-DATE
        DISPLAY "NOT A DATE ON OR BEFORE TODAY - NOTHING CLAIMED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

*> Amounts are keyed with their two decimal places, which may be
*> left off for a whole amount.
    DISPLAY "AMOUNT ON RECEIPT: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-AMOUNT.
    ACCEPT WS-IN-AMOUNT.
    MOVE SPACES TO WS-IN-UNITS.
    MOVE SPACES TO WS-IN-DECIMALS.
    UNSTRING WS-IN-AMOUNT DELIMITED BY "." OR SPACE
        INTO WS-IN-UNITS WS-IN-DECIMALS
    END-UNSTRING.
    CALL "NUMERIC-EDIT" USING WS-IN-UNITS WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'Y'
        IF FUNCTION NUMVAL(WS-IN-UNITS) > 9999999
            MOVE 'N' TO WS-EDIT-VALID
        END-IF
    END-IF.
    IF WS-EDIT-VALID = 'Y' AND WS-IN-DECIMALS NOT = SPACES
        IF WS-IN-DECIMALS(2:1) = SPACE
            MOVE '0' TO WS-IN-DECIMALS(2:1)
        END-IF
        IF WS-IN-DECIMALS IS NOT NUMERIC
            MOVE 'N' TO WS-EDIT-VALID
        END-IF
    END-IF.
    IF WS-EDIT-VALID = 'N'
        DISPLAY "AMOUNT MUST BE NUMERIC - NOTHING CLAIMED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE 0 TO WS-DECIMALS.
    IF WS-IN-DECIMALS NOT = SPACES
        MOVE WS-IN-DECIMALS TO WS-DECIMALS
    END-IF.
    COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-IN-UNITS)
        + WS-DECIMALS / 100.
    IF WS-AMOUNT = 0
        DISPLAY "NOTHING TO CLAIM"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-AMOUNT > WS-CT-LIMIT(WS-CATEGORY-HIT)
        MOVE WS-CT-LIMIT(WS-CATEGORY-HIT) TO WS-CL-LIMIT
        DISPLAY "OVER THE " WS-IN-CATEGORY " LIMIT OF " WS-CL-LIMIT
            " - NOTHING CLAIMED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

*> The receipt number is how a second claim for the same receipt is
*> caught, whoever makes it, so a claim without one is not taken.
    DISPLAY "RECEIPT REFERENCE: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-RECEIPT.
    ACCEPT WS-IN-RECEIPT.
    MOVE FUNCTION UPPER-CASE(WS-IN-RECEIPT) TO WS-RECEIPT-REF.
    IF WS-RECEIPT-REF = SPACES
        DISPLAY "RECEIPT REFERENCE REQUIRED - NOTHING CLAIMED"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM SCAN-CLAIMS.
    IF WS-DUPLICATE-CLAIM > 0
        DISPLAY "RECEIPT ALREADY CLAIMED ON CLAIM " WS-DUPLICATE-CLAIM
            " - NOTHING CLAIMED"
        MOVE "XC-RECEIPT-REF" TO WS-SYSERR-FIELD
        MOVE WS-RECEIPT-REF TO WS-SYSERR-VALUE
        CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
            WS-SYSERR-FIELD WS-SYSERR-VALUE
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "WHAT WAS IT FOR: " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-DESCRIPTION.
    ACCEPT WS-IN-DESCRIPTION.

    MOVE WS-IN-CATEGORY TO WS-CF-CATEGORY.
    MOVE WS-EXPENSE-DATE TO WS-CF-DATE.
    MOVE WS-AMOUNT TO WS-CF-AMOUNT.
    MOVE WS-RECEIPT-REF TO WS-CF-RECEIPT.
    DISPLAY WS-CONFIRM-LINE.
    DISPLAY "SUBMIT CLAIM Y/N: " WITH NO ADVANCING.
    MOVE SPACE TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
        DISPLAY "NOTHING CLAIMED"
        GOBACK
    END-IF.

    PERFORM WRITE-CLAIM.
    DISPLAY "CLAIM " XC-CLAIM-NO
        " SUBMITTED - GOES TO YOUR MANAGER AFTER TONIGHT'S CHECKS".
    GOBACK.

LOAD-CATEGORIES.
    OPEN INPUT CATEGORY-FILE.
    IF WS-CATEGORY-STATUS = "00"
        MOVE 'N' TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ CATEGORY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF WS-CATEGORY-COUNT < 50
                            AND EC-CLAIM-LIMIT IS NUMERIC
                        ADD 1 TO WS-CATEGORY-COUNT
                        MOVE EC-CATEGORY
                            TO WS-CT-CATEGORY(WS-CATEGORY-COUNT)
                        MOVE EC-DESCRIPTION
                            TO WS-CT-DESCRIPTION(WS-CATEGORY-COUNT)
                        MOVE EC-CLAIM-LIMIT
                            TO WS-CT-LIMIT(WS-CATEGORY-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CATEGORY-FILE
    END-IF.

FIND-CATEGORY.
    MOVE 0 TO WS-CATEGORY-HIT.
    PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
            UNTIL WS-CATEGORY-IDX > WS-CATEGORY-COUNT
        IF WS-CT-CATEGORY(WS-CATEGORY-IDX) = WS-IN-CATEGORY
            MOVE WS-CATEGORY-IDX TO WS-CATEGORY-HIT
        END-IF
    END-PERFORM.

*> Finds the last claim number used, and any claim still standing
*> for the same receipt. A claim rejected or refused does not count:
*> the receipt may be claimed again once the fault is put right.
SCAN-CLAIMS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CLAIM-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CLAIM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF XC-CLAIM-NO > WS-LAST-CLAIM-NO
                    MOVE XC-CLAIM-NO TO WS-LAST-CLAIM-NO
                END-IF
                IF XC-RECEIPT-REF = WS-RECEIPT-REF
                        AND (XC-STATUS = 'S' OR XC-STATUS = 'P'
                             OR XC-STATUS = 'A' OR XC-STATUS = 'Y')
                    MOVE XC-CLAIM-NO TO WS-DUPLICATE-CLAIM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CLAIM-FILE.

WRITE-CLAIM.
    MOVE SPACES TO EXPENSE-CLAIM-REC.
    ADD 1 TO WS-LAST-CLAIM-NO.
    MOVE WS-LAST-CLAIM-NO TO XC-CLAIM-NO.
    MOVE WS-OPERATOR-NAME TO XC-CLAIMANT.
    MOVE WS-EXPENSE-DATE TO XC-EXPENSE-DATE.
    MOVE WS-IN-CATEGORY TO XC-CATEGORY.
    MOVE WS-AMOUNT TO XC-AMOUNT.
    MOVE WS-RECEIPT-REF TO XC-RECEIPT-REF.
    MOVE WS-IN-DESCRIPTION TO XC-DESCRIPTION.
    MOVE WS-RH-RUN-DATE TO XC-ENTERED-DATE.
    MOVE 'S' TO XC-STATUS.
    MOVE 0 TO XC-DECIDED-DATE.
    MOVE 0 TO XC-PAYMENT-NO.
    MOVE 0 TO XC-PAID-DATE.
    OPEN EXTEND CLAIM-FILE.
    WRITE EXPENSE-CLAIM-REC.
    CLOSE CLAIM-FILE.
