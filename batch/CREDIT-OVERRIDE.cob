       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDIT-OVERRIDE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "GROUP-CREDIT-HOLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HOLD-WORK-FILE ASSIGN TO "GROUP-CREDIT-HOLD-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CREDIT-HOLD-FILE.
COPY "GROUP-CREDIT-HOLD-RECORD.cpy".

FD HOLD-WORK-FILE.
01 HOLD-WORK-REC         PIC X(96).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-DECIDING           PIC X VALUE 'Y'.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "CREDIT-OVERRIDE".
01 WS-AUTH-RESULT        PIC X.
01 WS-ANSWER             PIC X.
01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
01 WS-APPROVED-COUNT     PIC 9(5) VALUE 0.
01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "CREDIT-OVERRIDE".
01 WS-AUDIT-FIELD-NAME   PIC X(10) VALUE "CR-OVERRD".
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

01 WS-HOLD-LINE.
   05 FILLER             PIC X(8) VALUE "ACCOUNT ".
   05 WS-HL-ACCOUNT      PIC X(6).
   05 FILLER             PIC X(7) VALUE " VISIT=".
   05 WS-HL-DATE         PIC 9(8).
   05 FILLER             PIC X(7) VALUE " HEADS=".
   05 WS-HL-HEADS        PIC ZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE " VALUE=".
   05 WS-HL-VALUE        PIC ZZZ,ZZZ,ZZ9.

01 WS-CREDIT-LINE.
   05 FILLER             PIC X(15) VALUE "  OPEN BALANCE=".
   05 WS-CL-EXPOSURE     PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE " LIMIT=".
   05 WS-CL-LIMIT        PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-REASON       PIC X(20).

PROCEDURE DIVISION.
MAIN.
    MOVE "CREDIT-OVERRIDE" TO WS-RH-JOB-NAME.
    MOVE 127 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> Billing a group past its credit is a supervisor's call; the name
*> kept against each decision must hold that authority.
    DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-SUPERVISOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "SUPERVISOR AUTHORITY REQUIRED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT CREDIT-HOLD-FILE.
    OPEN OUTPUT HOLD-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CREDIT-HOLD-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-DECIDE
        END-READ
    END-PERFORM.
    CLOSE CREDIT-HOLD-FILE.
    CLOSE HOLD-WORK-FILE.
    PERFORM COPY-HOLD-WORK-BACK.

    DISPLAY "BOOKINGS ON CREDIT HOLD: " WS-HELD-COUNT.
    DISPLAY "APPROVED OVER CREDIT   : " WS-APPROVED-COUNT.
    DISPLAY "REFUSED                : " WS-REFUSED-COUNT.
    GOBACK.

*> Each held booking is shown with the balance and limit it was
*> held against. An approval lets GROUP-INVOICE bill it on the next
*> run and goes on the audit trail - the limit as the old value,
*> the balance it takes the customer to as the new. Once the
*> supervisor stops, the rest pass through still held.
PASS-OR-DECIDE.
    IF CH-STATUS = 'H'
        ADD 1 TO WS-HELD-COUNT
    END-IF.
    IF CH-STATUS = 'H' AND WS-DECIDING = 'Y'
        MOVE CH-ACCOUNT TO WS-HL-ACCOUNT
        MOVE CH-VISIT-DATE TO WS-HL-DATE
        MOVE CH-HEADS TO WS-HL-HEADS
        MOVE CH-VALUE TO WS-HL-VALUE
        MOVE CH-EXPOSURE TO WS-CL-EXPOSURE
        MOVE CH-LIMIT TO WS-CL-LIMIT
        EVALUATE CH-REASON
            WHEN 'H'
                MOVE "ACCOUNT ON HOLD" TO WS-CL-REASON
            WHEN 'L'
                MOVE "OVER CREDIT LIMIT" TO WS-CL-REASON
            WHEN OTHER
                MOVE "NO CREDIT ACCOUNT" TO WS-CL-REASON
        END-EVALUATE
        DISPLAY WS-HOLD-LINE
        DISPLAY WS-CREDIT-LINE
        DISPLAY "(A)PPROVE, (R)EFUSE, (S)KIP, (X)STOP: "
            WITH NO ADVANCING
        MOVE SPACE TO WS-ANSWER
        ACCEPT WS-ANSWER
        EVALUATE WS-ANSWER
            WHEN 'A'
            WHEN 'a'
                MOVE 'A' TO CH-STATUS
                MOVE WS-SUPERVISOR-NAME TO CH-SUPERVISOR
                MOVE WS-RH-RUN-DATE TO CH-DECIDED-DATE
                MOVE CH-LIMIT TO WS-AUDIT-OLD-VALUE
                COMPUTE WS-AUDIT-NEW-VALUE = CH-EXPOSURE + CH-VALUE
                CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
                    WS-SUPERVISOR-NAME WS-AUDIT-FIELD-NAME
                    WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE
                ADD 1 TO WS-APPROVED-COUNT
                DISPLAY "APPROVED - INVOICES ON THE NEXT RUN"
            WHEN 'R'
            WHEN 'r'
                MOVE 'X' TO CH-STATUS
                MOVE WS-SUPERVISOR-NAME TO CH-SUPERVISOR
                MOVE WS-RH-RUN-DATE TO CH-DECIDED-DATE
                ADD 1 TO WS-REFUSED-COUNT
                DISPLAY "REFUSED - NOT BILLED ON ACCOUNT"
            WHEN 'X'
            WHEN 'x'
                MOVE 'N' TO WS-DECIDING
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.
    WRITE HOLD-WORK-REC FROM CREDIT-HOLD-REC.

COPY-HOLD-WORK-BACK.
    OPEN INPUT HOLD-WORK-FILE.
    OPEN OUTPUT CREDIT-HOLD-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ HOLD-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE HOLD-WORK-REC TO CREDIT-HOLD-REC
                WRITE CREDIT-HOLD-REC
        END-READ
    END-PERFORM.
    CLOSE HOLD-WORK-FILE.
    CLOSE CREDIT-HOLD-FILE.
