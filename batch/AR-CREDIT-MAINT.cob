       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-CREDIT-MAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CREDIT-LIMIT-FILE ASSIGN TO "AR-CREDIT-LIMITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CREDIT-LIMIT-FILE.
COPY "AR-CREDIT-LIMIT-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-MAINTAINING        PIC X VALUE 'Y'.
01 WS-EDIT-VALID         PIC X.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "AR-CREDIT-MAINT".
01 WS-AUTH-RESULT        PIC X.
01 WS-CUSTOMER           PIC X(6).
01 WS-IN-NAME            PIC X(30).
01 WS-IN-LIMIT           PIC X(9).
01 WS-IN-HOLD            PIC X.
01 WS-OLD-LIMIT          PIC 9(9).
01 WS-OLD-HOLD           PIC X.
01 WS-ADDED-COUNT        PIC 9(3) VALUE 0.
01 WS-CHANGED-COUNT      PIC 9(3) VALUE 0.

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "AR-CREDIT-MAINT".
01 WS-AUDIT-FIELD-NAME   PIC X(10).
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

01 WS-CREDIT-COUNT       PIC 9(3) VALUE 0.
01 WS-CREDIT-TABLE.
   05 WS-CREDIT-ENTRY OCCURS 300 TIMES.
      10 WS-CR-LINE       PIC X(89).
01 WS-CREDIT-IDX         PIC 9(3).
01 WS-CREDIT-HIT         PIC 9(3).

PROCEDURE DIVISION.
MAIN.
    MOVE "AR-CREDIT-MAINT" TO WS-RH-JOB-NAME.
    MOVE 126 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> Extending credit, or stopping it, is a supervisor's decision;
*> every change of limit or hold goes on the audit trail under
*> the name that made it.
    DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-SUPERVISOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "SUPERVISOR AUTHORITY REQUIRED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-CREDIT-LIMITS.
    PERFORM UNTIL WS-MAINTAINING = 'N'
        PERFORM TAKE-CUSTOMER
    END-PERFORM.
    PERFORM SAVE-CREDIT-LIMITS.

    DISPLAY "CREDIT ACCOUNTS OPENED : " WS-ADDED-COUNT.
    DISPLAY "CREDIT ACCOUNTS CHANGED: " WS-CHANGED-COUNT.
    GOBACK.

TAKE-CUSTOMER.
    DISPLAY "CUSTOMER CODE (ENTER TO FINISH): " WITH NO ADVANCING.
    MOVE SPACES TO WS-CUSTOMER.
    ACCEPT WS-CUSTOMER.
    IF WS-CUSTOMER = SPACES
        MOVE 'N' TO WS-MAINTAINING
    ELSE
        IF WS-CUSTOMER = "ONACCT"
            DISPLAY "ONACCT IS THE HOUSE CODE - NOT A CUSTOMER"
        ELSE
            PERFORM FIND-CREDIT-ACCOUNT
            IF WS-CREDIT-HIT > 0
                PERFORM CHANGE-CREDIT-ACCOUNT
            ELSE
                PERFORM OPEN-CREDIT-ACCOUNT
            END-IF
        END-IF
    END-IF.

OPEN-CREDIT-ACCOUNT.
    IF WS-CREDIT-COUNT >= 300
        DISPLAY "CREDIT TABLE FULL - NO ACCOUNT OPENED"
    ELSE
        DISPLAY "NEW CREDIT ACCOUNT - CUSTOMER NAME: "
            WITH NO ADVANCING
        MOVE SPACES TO WS-IN-NAME
        ACCEPT WS-IN-NAME
        DISPLAY "CREDIT LIMIT (WHOLE UNITS): " WITH NO ADVANCING
        MOVE SPACES TO WS-IN-LIMIT
        ACCEPT WS-IN-LIMIT
        CALL "NUMERIC-EDIT" USING WS-IN-LIMIT WS-EDIT-VALID
        IF WS-EDIT-VALID = 'N' OR WS-IN-LIMIT = SPACES
            DISPLAY "CREDIT LIMIT MUST BE NUMERIC - NOT OPENED"
        ELSE
            MOVE SPACES TO CREDIT-LIMIT-REC
            MOVE WS-CUSTOMER TO CL-CUSTOMER
            MOVE WS-IN-NAME TO CL-NAME
            COMPUTE CL-LIMIT = FUNCTION NUMVAL(WS-IN-LIMIT)
            MOVE 'N' TO CL-HOLD
            MOVE WS-SUPERVISOR-NAME TO CL-UPDATED-BY
            MOVE WS-RH-RUN-DATE TO CL-UPDATED-DATE
            ADD 1 TO WS-CREDIT-COUNT
            MOVE CREDIT-LIMIT-REC TO WS-CR-LINE(WS-CREDIT-COUNT)
            ADD 1 TO WS-ADDED-COUNT
            MOVE "CR-LIMIT" TO WS-AUDIT-FIELD-NAME
            MOVE 0 TO WS-AUDIT-OLD-VALUE
            MOVE CL-LIMIT TO WS-AUDIT-NEW-VALUE
            PERFORM AUDIT-CREDIT-CHANGE
            DISPLAY "CREDIT ACCOUNT OPENED FOR " WS-CUSTOMER
        END-IF
    END-IF.

*> Blank answers keep what is on file; the hold flag is set or
*> cleared only on an explicit Y or N.
CHANGE-CREDIT-ACCOUNT.
    MOVE WS-CR-LINE(WS-CREDIT-HIT) TO CREDIT-LIMIT-REC.
    MOVE CL-LIMIT TO WS-OLD-LIMIT.
    MOVE CL-HOLD TO WS-OLD-HOLD.
    DISPLAY CL-NAME " LIMIT=" CL-LIMIT " HOLD=" CL-HOLD
        " LAST CHANGED " CL-UPDATED-DATE " BY " CL-UPDATED-BY.
    DISPLAY "NEW CREDIT LIMIT (BLANK=KEEP): " WITH NO ADVANCING.
    MOVE SPACES TO WS-IN-LIMIT.
    ACCEPT WS-IN-LIMIT.
    IF WS-IN-LIMIT NOT = SPACES
        CALL "NUMERIC-EDIT" USING WS-IN-LIMIT WS-EDIT-VALID
        IF WS-EDIT-VALID = 'N'
            DISPLAY "CREDIT LIMIT MUST BE NUMERIC - LIMIT KEPT"
        ELSE
            COMPUTE CL-LIMIT = FUNCTION NUMVAL(WS-IN-LIMIT)
        END-IF
    END-IF.
    DISPLAY "CREDIT HOLD Y/N (BLANK=KEEP): " WITH NO ADVANCING.
    MOVE SPACE TO WS-IN-HOLD.
    ACCEPT WS-IN-HOLD.
    IF WS-IN-HOLD = 'Y' OR WS-IN-HOLD = 'y'
        MOVE 'Y' TO CL-HOLD
    END-IF.
    IF WS-IN-HOLD = 'N' OR WS-IN-HOLD = 'n'
        MOVE 'N' TO CL-HOLD
    END-IF.
    IF CL-LIMIT NOT = WS-OLD-LIMIT OR CL-HOLD NOT = WS-OLD-HOLD
        MOVE WS-SUPERVISOR-NAME TO CL-UPDATED-BY
        MOVE WS-RH-RUN-DATE TO CL-UPDATED-DATE
        MOVE CREDIT-LIMIT-REC TO WS-CR-LINE(WS-CREDIT-HIT)
        ADD 1 TO WS-CHANGED-COUNT
        IF CL-LIMIT NOT = WS-OLD-LIMIT
            MOVE "CR-LIMIT" TO WS-AUDIT-FIELD-NAME
            MOVE WS-OLD-LIMIT TO WS-AUDIT-OLD-VALUE
            MOVE CL-LIMIT TO WS-AUDIT-NEW-VALUE
            PERFORM AUDIT-CREDIT-CHANGE
        END-IF
        IF CL-HOLD NOT = WS-OLD-HOLD
            MOVE "CR-HOLD" TO WS-AUDIT-FIELD-NAME
            IF CL-HOLD = 'Y'
                MOVE 0 TO WS-AUDIT-OLD-VALUE
                MOVE 1 TO WS-AUDIT-NEW-VALUE
            ELSE
                MOVE 1 TO WS-AUDIT-OLD-VALUE
                MOVE 0 TO WS-AUDIT-NEW-VALUE
            END-IF
            PERFORM AUDIT-CREDIT-CHANGE
        END-IF
        DISPLAY "CREDIT TERMS CHANGED FOR " WS-CUSTOMER
    END-IF.

AUDIT-CREDIT-CHANGE.
    CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
        WS-SUPERVISOR-NAME WS-AUDIT-FIELD-NAME
        WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE.

FIND-CREDIT-ACCOUNT.
    MOVE 0 TO WS-CREDIT-HIT.
    PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
            UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
        IF WS-CR-LINE(WS-CREDIT-IDX)(1:6) = WS-CUSTOMER
            MOVE WS-CREDIT-IDX TO WS-CREDIT-HIT
        END-IF
    END-PERFORM.

LOAD-CREDIT-LIMITS.
    OPEN INPUT CREDIT-LIMIT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CREDIT-LIMIT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-CREDIT-COUNT >= 300
                    DISPLAY "CREDIT TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-CREDIT-COUNT
                MOVE CREDIT-LIMIT-REC TO WS-CR-LINE(WS-CREDIT-COUNT)
        END-READ
    END-PERFORM.
    CLOSE CREDIT-LIMIT-FILE.

SAVE-CREDIT-LIMITS.
    OPEN OUTPUT CREDIT-LIMIT-FILE.
    PERFORM VARYING WS-CREDIT-IDX FROM 1 BY 1
            UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
        MOVE WS-CR-LINE(WS-CREDIT-IDX) TO CREDIT-LIMIT-REC
        WRITE CREDIT-LIMIT-REC
    END-PERFORM.
    CLOSE CREDIT-LIMIT-FILE.
