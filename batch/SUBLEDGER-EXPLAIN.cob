       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SUBLEDGER-EXPLAIN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RECON-FILE ASSIGN TO "SUBLEDGER-RECON.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECON-STATUS.
    SELECT RECON-WORK-FILE ASSIGN TO "SUBLEDGER-RECON-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RECON-FILE.
COPY "SUBLEDGER-RECON-RECORD.cpy".

FD RECON-WORK-FILE.
01 RECON-WORK-REC        PIC X(148).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-RECON-STATUS       PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-DECIDING           PIC X VALUE 'Y'.
01 WS-SUPERVISOR-NAME    PIC X(30).
01 WS-AUTH-PROGRAM       PIC X(20) VALUE "SUBLEDGER-EXPLAIN".
01 WS-AUTH-RESULT        PIC X.
01 WS-ANSWER             PIC X.
01 WS-PERIOD-ANSWER      PIC X(6).
01 WS-PERIOD             PIC 9(6).
01 WS-EXPLANATION        PIC X(40).
01 WS-OPEN-COUNT         PIC 9(3) VALUE 0.
01 WS-EXPLAINED-COUNT    PIC 9(3) VALUE 0.

01 WS-AUDIT-PROGRAM-NAME PIC X(20) VALUE "SUBLEDGER-EXPLAIN".
01 WS-AUDIT-FIELD-NAME   PIC X(10) VALUE "RECON-DIFF".
01 WS-AUDIT-OLD-VALUE    PIC 9(7)V99.
01 WS-AUDIT-NEW-VALUE    PIC 9(7)V99.

01 WS-DIFFERENCE-LINE.
   05 FILLER             PIC X(7) VALUE "LEDGER ".
   05 WS-DL-LEDGER       PIC X(4).
   05 FILLER             PIC X(9) VALUE " CONTROL ".
   05 WS-DL-ACCOUNT      PIC 9(6).
   05 FILLER             PIC X(12) VALUE " SUB-LEDGER ".
   05 WS-DL-SUBLEDGER    PIC ----,---,--9.
   05 FILLER             PIC X(4) VALUE " GL ".
   05 WS-DL-CONTROL      PIC ----,---,--9.
   05 FILLER             PIC X(7) VALUE " DIFF. ".
   05 WS-DL-DIFFERENCE   PIC ----,---,--9.

PROCEDURE DIVISION.
MAIN.
    MOVE "SUBLEDGER-EXPLAIN" TO WS-RH-JOB-NAME.
    MOVE 137 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

*> Only a supervisor may accept a difference that nobody has
*> cleared; the name goes on the reconciliation and the audit trail.
    DISPLAY "SUPERVISOR ID: " WITH NO ADVANCING.
    ACCEPT WS-SUPERVISOR-NAME.
    CALL "CHECK-AUTHORITY" USING WS-SUPERVISOR-NAME WS-AUTH-PROGRAM
        WS-AUTH-RESULT.
    IF WS-AUTH-RESULT NOT = 'Y'
        DISPLAY "SUPERVISOR AUTHORITY REQUIRED - NO CHANGES MADE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    MOVE WS-RH-RUN-DATE(1:6) TO WS-PERIOD.
    DISPLAY "PERIOD YYYYMM (BLANK=CURRENT): " WITH NO ADVANCING.
    ACCEPT WS-PERIOD-ANSWER.
    IF WS-PERIOD-ANSWER IS NUMERIC AND WS-PERIOD-ANSWER NOT = "000000"
        MOVE WS-PERIOD-ANSWER TO WS-PERIOD
    END-IF.

    OPEN INPUT RECON-FILE.
    IF WS-RECON-STATUS NOT = "00"
        DISPLAY "SUBLEDGER-RECON.DAT NOT PRESENT - "
            "RUN SUBLEDGER-RECON FIRST"
        CLOSE RECON-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT RECON-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ RECON-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-EXPLAIN
        END-READ
    END-PERFORM.
    CLOSE RECON-FILE.
    CLOSE RECON-WORK-FILE.
    PERFORM COPY-WORK-BACK.

    DISPLAY "DIFFERENCES OUTSTANDING : " WS-OPEN-COUNT.
    DISPLAY "EXPLAINED THIS RUN      : " WS-EXPLAINED-COUNT.
    IF WS-OPEN-COUNT > WS-EXPLAINED-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

*> Each outstanding difference for the period is shown in turn.
*> Once the supervisor stops, the rest pass through unexplained.
PASS-OR-EXPLAIN.
    IF SR-PERIOD = WS-PERIOD AND SR-STATUS = 'D'
        ADD 1 TO WS-OPEN-COUNT
        IF WS-DECIDING = 'Y'
            PERFORM JUDGE-DIFFERENCE
        END-IF
    END-IF.
    WRITE RECON-WORK-REC FROM RECON-REC.

JUDGE-DIFFERENCE.
    MOVE SR-LEDGER TO WS-DL-LEDGER.
    MOVE SR-ACCOUNT TO WS-DL-ACCOUNT.
    MOVE SR-SUBLEDGER TO WS-DL-SUBLEDGER.
    MOVE SR-CONTROL TO WS-DL-CONTROL.
    MOVE SR-DIFFERENCE TO WS-DL-DIFFERENCE.
    DISPLAY WS-DIFFERENCE-LINE.
    DISPLAY "(E)XPLAIN, (S)KIP, (X)STOP: " WITH NO ADVANCING.
    MOVE SPACE TO WS-ANSWER.
    ACCEPT WS-ANSWER.
    EVALUATE WS-ANSWER
        WHEN 'E'
        WHEN 'e'
            DISPLAY "EXPLANATION: " WITH NO ADVANCING
            MOVE SPACES TO WS-EXPLANATION
            ACCEPT WS-EXPLANATION
            IF WS-EXPLANATION = SPACES
                DISPLAY "AN EXPLANATION IS REQUIRED - LEFT OUTSTANDING"
            ELSE
                PERFORM MARK-EXPLAINED
            END-IF
        WHEN 'X'
        WHEN 'x'
            MOVE 'N' TO WS-DECIDING
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

MARK-EXPLAINED.
    MOVE 'E' TO SR-STATUS.
    MOVE WS-SUPERVISOR-NAME TO SR-EXPLAINED-BY.
    MOVE WS-RH-RUN-DATE TO SR-EXPLAINED-DATE.
    MOVE WS-EXPLANATION TO SR-EXPLANATION.
    IF SR-DIFFERENCE < 0
        COMPUTE WS-AUDIT-OLD-VALUE = 0 - SR-DIFFERENCE
    ELSE
        MOVE SR-DIFFERENCE TO WS-AUDIT-OLD-VALUE
    END-IF.
    MOVE WS-AUDIT-OLD-VALUE TO WS-AUDIT-NEW-VALUE.
    CALL "LOG-AUDIT-TRAIL" USING WS-AUDIT-PROGRAM-NAME
        WS-SUPERVISOR-NAME WS-AUDIT-FIELD-NAME
        WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE.
    ADD 1 TO WS-EXPLAINED-COUNT.
    DISPLAY "EXPLAINED: " SR-LEDGER.

COPY-WORK-BACK.
    OPEN INPUT RECON-WORK-FILE.
    OPEN OUTPUT RECON-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ RECON-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                WRITE RECON-REC FROM RECON-WORK-REC
        END-READ
    END-PERFORM.
    CLOSE RECON-WORK-FILE.
    CLOSE RECON-FILE.
