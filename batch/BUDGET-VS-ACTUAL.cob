       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BUDGET-VS-ACTUAL.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CHART-FILE ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COMMITMENT-FILE
        ASSIGN TO "BUDGET-COMMITMENTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "PRINT-ROUTE-SELECT.cpy".

DATA DIVISION.
   05 FILLER             PIC X(1).
   05 CA-STATEMENT       PIC X(1).

FD COMMITMENT-FILE.
COPY "BUDGET-COMMITMENT-RECORD.cpy".

COPY "PRINT-ROUTE-FD.cpy".

WORKING-STORAGE SECTION.
01 WS-POSTING-EOF        PIC X VALUE 'N'.
01 WS-ARCHIVE-EOF        PIC X VALUE 'N'.
01 WS-CHART-EOF          PIC X VALUE 'N'.
01 WS-COMMIT-EOF         PIC X VALUE 'N'.

*> Live and archived postings fold through the same record image:
*> PERIOD-END-CLOSE truncates GL-POSTINGS-VALID.DAT at every close,
01 WS-REPORT-PERIOD      PIC 9(6).
01 WS-POSTING-PERIOD     PIC 9(6).
01 WS-VARIANCE           PIC S9(10).
01 WS-AVAILABLE          PIC S9(11).

*> Class subtotals accumulate in a table rather than a control
*> break: the chart interleaves classes, so a break on file order
   05 WS-CLASS-ENTRY OCCURS 10 TIMES.
      10 WS-CS-CLASS      PIC X(2).
      10 WS-CS-BUDGET     PIC S9(11).
      10 WS-CS-COMMITTED  PIC S9(11).
      10 WS-CS-ACTUAL     PIC S9(11).
01 WS-CLASS-IDX          PIC 9(2).
01 WS-CLASS-HIT          PIC 9(2).

*> Budget rows for the period, with the account's actual movement,
*> the purchase-order value still committed against it and its
*> chart class folded in; printing in chart-class order gives the
*> subtotals the management meeting reads.
01 WS-ROW-COUNT          PIC 9(3) VALUE 0.
01 WS-ROW-TABLE.
   05 WS-ROW-ENTRY OCCURS 200 TIMES.
      10 WS-RW-ACCOUNT    PIC 9(6).
      10 WS-RW-CLASS      PIC X(2).
      10 WS-RW-BUDGET     PIC 9(9).
      10 WS-RW-COMMITTED  PIC 9(10).
      10 WS-RW-DEBITS     PIC 9(10).
      10 WS-RW-CREDITS    PIC 9(10).
01 WS-ROW-ACTUAL         PIC S9(11).
01 WS-TITLE-LINE         PIC X(60)
   VALUE "BUDGET VERSUS ACTUAL BY ACCOUNT".

*> Five money columns under one heading keep the line inside the
*> spool width: available is budget less committed less actual,
*> variance is actual against budget as before.
01 WS-COLUMN-LINE        PIC X(60) VALUE
   "ACCT      BUDGET COMMITTED     ACTUAL  AVAILABLE   VARIANCE".

01 WS-DETAIL-LINE.
   05 WS-DL-ACCOUNT      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-BUDGET       PIC ZZZZZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-COMMITTED    PIC ZZZZZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-ACTUAL       PIC -ZZZZZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-AVAILABLE    PIC -ZZZZZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-VARIANCE     PIC -ZZZZZZZZ9.

01 WS-CLASS-LINE.
   05 FILLER             PIC X(4) VALUE "CLS ".
   05 WS-CL-CLASS        PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-BUDGET       PIC ZZZZZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-COMMITTED    PIC ZZZZZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-ACTUAL       PIC -ZZZZZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-AVAILABLE    PIC -ZZZZZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-VARIANCE     PIC -ZZZZZZZZ9.

PROCEDURE DIVISION.
MAIN.
    END-IF.
    PERFORM FOLD-CHART-CLASSES.
    PERFORM FOLD-ACTUALS.
    PERFORM FOLD-COMMITMENTS.

    DISPLAY "OUTPUT ROUTE (F=FILE/CONSOLE, P=PRINTER, E=EMAIL): "
        WITH NO ADVANCING.
        WRITE EMAIL-OUTBOX-LINE
    END-IF.

    MOVE WS-COLUMN-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".
    MOVE 0 TO WS-CLASS-COUNT.
    PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
            UNTIL WS-ROW-IDX > WS-ROW-COUNT
    PERFORM FOLD-CLASS-TOTALS.
    COMPUTE WS-VARIANCE = WS-ROW-ACTUAL
        - WS-RW-BUDGET(WS-ROW-IDX).
    COMPUTE WS-AVAILABLE = WS-RW-BUDGET(WS-ROW-IDX)
        - WS-RW-COMMITTED(WS-ROW-IDX) - WS-ROW-ACTUAL.
    MOVE WS-RW-ACCOUNT(WS-ROW-IDX) TO WS-DL-ACCOUNT.
    MOVE WS-RW-BUDGET(WS-ROW-IDX) TO WS-DL-BUDGET.
    MOVE WS-RW-COMMITTED(WS-ROW-IDX) TO WS-DL-COMMITTED.
    MOVE WS-ROW-ACTUAL TO WS-DL-ACTUAL.
    MOVE WS-AVAILABLE TO WS-DL-AVAILABLE.
    MOVE WS-VARIANCE TO WS-DL-VARIANCE.
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".

        MOVE WS-RW-CLASS(WS-ROW-IDX)
            TO WS-CS-CLASS(WS-CLASS-HIT)
        MOVE 0 TO WS-CS-BUDGET(WS-CLASS-HIT)
        MOVE 0 TO WS-CS-COMMITTED(WS-CLASS-HIT)
        MOVE 0 TO WS-CS-ACTUAL(WS-CLASS-HIT)
    END-IF.
    ADD WS-RW-BUDGET(WS-ROW-IDX) TO WS-CS-BUDGET(WS-CLASS-HIT).
    ADD WS-RW-COMMITTED(WS-ROW-IDX)
        TO WS-CS-COMMITTED(WS-CLASS-HIT).
    ADD WS-ROW-ACTUAL TO WS-CS-ACTUAL(WS-CLASS-HIT).

COMPUTE-ROW-ACTUAL.
PRINT-CLASS-SUBTOTAL.
    MOVE WS-CS-CLASS(WS-CLASS-IDX) TO WS-CL-CLASS.
    MOVE WS-CS-BUDGET(WS-CLASS-IDX) TO WS-CL-BUDGET.
    MOVE WS-CS-COMMITTED(WS-CLASS-IDX) TO WS-CL-COMMITTED.
    MOVE WS-CS-ACTUAL(WS-CLASS-IDX) TO WS-CL-ACTUAL.
    COMPUTE WS-AVAILABLE = WS-CS-BUDGET(WS-CLASS-IDX)
        - WS-CS-COMMITTED(WS-CLASS-IDX) - WS-CS-ACTUAL(WS-CLASS-IDX).
    MOVE WS-AVAILABLE TO WS-CL-AVAILABLE.
    COMPUTE WS-VARIANCE = WS-CS-ACTUAL(WS-CLASS-IDX)
        - WS-CS-BUDGET(WS-CLASS-IDX).
    MOVE WS-VARIANCE TO WS-CL-VARIANCE.
    MOVE WS-CLASS-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".

                        MOVE BG-AMOUNT
                            TO WS-RW-BUDGET(WS-ROW-COUNT)
                        MOVE "??" TO WS-RW-CLASS(WS-ROW-COUNT)
                        MOVE 0 TO WS-RW-COMMITTED(WS-ROW-COUNT)
                        MOVE 0 TO WS-RW-DEBITS(WS-ROW-COUNT)
                        MOVE 0 TO WS-RW-CREDITS(WS-ROW-COUNT)
                    END-IF
        END-IF
    END-IF.

*> Only the unrelieved part of an open purchase-order commitment is
*> still committed; what receiving relieved has become (or is about
*> to become, once the invoice posts) actual spend.
FOLD-COMMITMENTS.
    OPEN INPUT COMMITMENT-FILE.
    PERFORM UNTIL WS-COMMIT-EOF = 'Y'
        READ COMMITMENT-FILE
            AT END MOVE 'Y' TO WS-COMMIT-EOF
            NOT AT END
                IF BC-PERIOD = WS-REPORT-PERIOD AND BC-STATUS = 'O'
                    MOVE BC-ACCOUNT TO WS-LOOK-ACCOUNT
                    PERFORM FIND-BUDGET-ROW
                    IF WS-ROW-HIT > 0
                        COMPUTE WS-RW-COMMITTED(WS-ROW-HIT) =
                            WS-RW-COMMITTED(WS-ROW-HIT)
                            + BC-COMMITTED - BC-RELIEVED
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COMMITMENT-FILE.

FIND-BUDGET-ROW.
    MOVE 0 TO WS-ROW-HIT.
    PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
