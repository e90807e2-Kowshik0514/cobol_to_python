       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GL-ACCRUAL-REPORT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO "GL-ACCRUALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PERIOD-FILE ASSIGN TO "ACCOUNTING-PERIODS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ACCRUAL-REPORT ASSIGN TO "GL-ACCRUALS-OPEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ACCRUAL-FILE.
COPY "GL-ACCRUAL-RECORD.cpy".

FD PERIOD-FILE.
01 PERIOD-REC.
   05 AP-PERIOD          PIC 9(6).
   05 FILLER             PIC X(1).
   05 AP-STATUS          PIC X(1).

FD ACCRUAL-REPORT.
01 REPORT-LINE           PIC X(100).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-PERIOD-EOF         PIC X VALUE 'N'.
01 WS-OPEN-COUNT         PIC 9(5) VALUE 0.
01 WS-OVERDUE-COUNT      PIC 9(5) VALUE 0.
01 WS-OPEN-TOTAL         PIC 9(11) VALUE 0.

01 WS-CLOSED-COUNT       PIC 9(3) VALUE 0.
01 WS-CLOSED-TABLE.
   05 WS-CLOSED-PERIOD   PIC 9(6) OCCURS 60 TIMES.
01 WS-CLOSED-IDX         PIC 9(3).
01 WS-PERIOD-CLOSED      PIC X.

01 WS-TITLE-LINE         PIC X(60)
   VALUE "ACCRUALS AWAITING REVERSAL".

01 WS-COLUMN-LINE.
   05 FILLER             PIC X(40)
      VALUE "NUMBER PERIOD DEBIT  CREDIT      AMOUNT ".
   05 FILLER             PIC X(31) VALUE "REASON".
   05 FILLER             PIC X(10) VALUE "ENTERED BY".

01 WS-ACCRUAL-LINE.
   05 WS-AL-ACCRUAL-NO   PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AL-PERIOD       PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AL-DR-ACCOUNT   PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AL-CR-ACCOUNT   PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AL-REASON       PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AL-ENTERED-BY   PIC X(20).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AL-FLAG         PIC X(7).

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(26)
      VALUE "ACCRUALS OUTSTANDING     :".
   05 WS-TL-COUNT        PIC ZZ,ZZ9.
   05 FILLER             PIC X(8) VALUE "  VALUE ".
   05 WS-TL-TOTAL        PIC ZZZ,ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "GL-ACCRUAL-REPORT" TO WS-RH-JOB-NAME.
    MOVE 134 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM LOAD-CLOSED-PERIODS.
    OPEN OUTPUT ACCRUAL-REPORT.
    WRITE REPORT-LINE FROM WS-TITLE-LINE.
    WRITE REPORT-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-TITLE-LINE.

    OPEN INPUT ACCRUAL-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ACCRUAL-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AC-STATUS = 'P'
                    PERFORM REPORT-OPEN-ACCRUAL
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ACCRUAL-FILE.

    MOVE WS-OPEN-COUNT TO WS-TL-COUNT.
    MOVE WS-OPEN-TOTAL TO WS-TL-TOTAL.
    WRITE REPORT-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
    CLOSE ACCRUAL-REPORT.

*> An accrual still open against a period that has closed missed
*> its reversal - the close ran with no open period after it, or
*> the accrual file was restored - and wants finance's attention.
    IF WS-OVERDUE-COUNT > 0
        DISPLAY "*** " WS-OVERDUE-COUNT
            " ACCRUALS IN CLOSED PERIODS NOT REVERSED ***"
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

REPORT-OPEN-ACCRUAL.
    ADD 1 TO WS-OPEN-COUNT.
    ADD AC-AMOUNT TO WS-OPEN-TOTAL.
    MOVE AC-ACCRUAL-NO TO WS-AL-ACCRUAL-NO.
    MOVE AC-PERIOD TO WS-AL-PERIOD.
    MOVE AC-DR-ACCOUNT TO WS-AL-DR-ACCOUNT.
    MOVE AC-CR-ACCOUNT TO WS-AL-CR-ACCOUNT.
    MOVE AC-AMOUNT TO WS-AL-AMOUNT.
    MOVE AC-REASON TO WS-AL-REASON.
    MOVE AC-ENTERED-BY TO WS-AL-ENTERED-BY.
    MOVE 'N' TO WS-PERIOD-CLOSED.
    PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
            UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
        IF WS-CLOSED-PERIOD(WS-CLOSED-IDX) = AC-PERIOD
            MOVE 'Y' TO WS-PERIOD-CLOSED
        END-IF
    END-PERFORM.
    IF WS-PERIOD-CLOSED = 'Y'
        MOVE "OVERDUE" TO WS-AL-FLAG
        ADD 1 TO WS-OVERDUE-COUNT
    ELSE
        MOVE SPACES TO WS-AL-FLAG
    END-IF.
    WRITE REPORT-LINE FROM WS-ACCRUAL-LINE.
    DISPLAY WS-ACCRUAL-LINE.

LOAD-CLOSED-PERIODS.
    OPEN INPUT PERIOD-FILE.
    PERFORM UNTIL WS-PERIOD-EOF = 'Y'
        READ PERIOD-FILE
            AT END MOVE 'Y' TO WS-PERIOD-EOF
            NOT AT END
                IF AP-STATUS = 'C' AND WS-CLOSED-COUNT < 60
                    ADD 1 TO WS-CLOSED-COUNT
                    MOVE AP-PERIOD TO WS-CLOSED-PERIOD(WS-CLOSED-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PERIOD-FILE.
