       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. YEAR-END-CLOSE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHART-FILE ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHART-STATUS.
    SELECT OPTIONAL BALANCE-MASTER-FILE
        ASSIGN TO "GL-BALANCE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PERIOD-FILE ASSIGN TO "ACCOUNTING-PERIODS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT WORK-FILE ASSIGN TO "ACCOUNTING-PERIODS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LAST-YEAR-FILE
        ASSIGN TO "YEAR-END-CLOSE-LAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CLOSING-REPORT ASSIGN TO "YEAR-END-CLOSING-TB.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPENING-REPORT ASSIGN TO "YEAR-END-OPENING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CHART-FILE.
01 CHART-REC.
   05 CA-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 CA-DESCRIPTION     PIC X(30).
   05 FILLER             PIC X(1).
   05 CA-CLASS           PIC X(2).
   05 FILLER             PIC X(1).
   05 CA-STATEMENT       PIC X(1).

FD BALANCE-MASTER-FILE.
01 BALANCE-MASTER-REC.
   05 GB-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 GB-BF-DEBITS       PIC 9(11).
   05 FILLER             PIC X(1).
   05 GB-BF-CREDITS      PIC 9(11).

FD PERIOD-FILE.
01 PERIOD-REC.
   05 AP-PERIOD          PIC 9(6).
   05 FILLER             PIC X(1).
   05 AP-STATUS          PIC X(1).

FD WORK-FILE.
01 WORK-REC              PIC X(8).

FD LAST-YEAR-FILE.
01 LAST-YEAR-REC.
   05 LY-YEAR            PIC 9(4).

FD CLOSING-REPORT.
01 CLOSING-LINE          PIC X(100).

FD OPENING-REPORT.
01 OPENING-LINE          PIC X(100).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-CHART-STATUS       PIC X(2).
01 WS-CHART-EOF          PIC X VALUE 'N'.
01 WS-BALANCE-EOF        PIC X VALUE 'N'.
01 WS-EOF                PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-LAST-EOF           PIC X VALUE 'N'.
01 WS-ANSWER             PIC X(4).
01 WS-RUN-YEAR           PIC 9(4).
01 WS-YEAR               PIC 9(4).
01 WS-NEXT-YEAR          PIC 9(4).
01 WS-LAST-YEAR          PIC 9(4) VALUE 0.
01 WS-YEAR-END-PERIOD    PIC 9(6).
01 WS-NEW-YEAR-PERIOD    PIC 9(6).
01 WS-YEAR-END-STATUS    PIC X VALUE SPACE.
01 WS-NEW-YEAR-STATUS    PIC X VALUE SPACE.
01 WS-MONTH              PIC 9(2).
01 WS-MONTH-SEEN-TABLE.
   05 WS-MONTH-SEEN      PIC X OCCURS 12 TIMES.
01 WS-LOCKED-COUNT       PIC 9(2) VALUE 0.

*> Income and expense balances close into this account; the chart
*> must carry it as a balance-sheet account before the year closes.
01 WS-RETAINED-ACCOUNT   PIC 9(6) VALUE 300000.
01 WS-RETAINED-HIT       PIC 9(3) VALUE 0.

01 WS-CHART-COUNT        PIC 9(3) VALUE 0.
01 WS-CHART-TABLE.
   05 WS-CHART-ENTRY OCCURS 200 TIMES.
      10 WS-CH-ACCOUNT    PIC 9(6).
      10 WS-CH-DESC       PIC X(30).
      10 WS-CH-CLASS      PIC X(2).
      10 WS-CH-STATEMENT  PIC X(1).
01 WS-CHART-IDX          PIC 9(3).
01 WS-CHART-HIT          PIC 9(3).
01 WS-LOOK-ACCOUNT       PIC 9(6).

01 WS-ACCOUNT-COUNT      PIC 9(3) VALUE 0.
01 WS-ACCOUNT-TABLE.
   05 WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
      10 WS-AC-ACCOUNT    PIC 9(6).
      10 WS-AC-DEBITS     PIC 9(11).
      10 WS-AC-CREDITS    PIC 9(11).
      10 WS-AC-STATEMENT  PIC X(1).
01 WS-ACCOUNT-IDX        PIC 9(3).

01 WS-TOTAL-DEBITS       PIC 9(12) VALUE 0.
01 WS-TOTAL-CREDITS      PIC 9(12) VALUE 0.
01 WS-YEAR-RESULT        PIC S9(12) VALUE 0.
01 WS-NET-BALANCE        PIC S9(12).
01 WS-CLOSED-COUNT       PIC 9(3) VALUE 0.
01 WS-UNCHARTED-COUNT    PIC 9(3) VALUE 0.

01 WS-CLOSING-TITLE.
   05 FILLER             PIC X(36)
      VALUE "CLOSING TRIAL BALANCE - FISCAL YEAR ".
   05 WS-CT-YEAR         PIC 9(4).

01 WS-OPENING-TITLE.
   05 FILLER             PIC X(31)
      VALUE "OPENING BALANCES - FISCAL YEAR ".
   05 WS-OT-YEAR         PIC 9(4).

01 WS-COLUMN-LINE.
   05 FILLER             PIC X(40)
      VALUE "ACCOUNT DESCRIPTION                   CL".
   05 FILLER             PIC X(39)
      VALUE "ASS P/B          DEBIT           CREDIT".

01 WS-ACCOUNT-LINE.
   05 WS-AL-ACCOUNT      PIC 9(6).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-AL-DESC         PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AL-CLASS        PIC X(2).
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-AL-STATEMENT    PIC X(1).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-AL-DEBITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-AL-CREDITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(47) VALUE "TOTAL".
   05 WS-TL-DEBITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-TL-CREDITS      PIC ZZZ,ZZZ,ZZZ,ZZ9.

01 WS-RESULT-LINE.
   05 WS-RL-LABEL        PIC X(47).
   05 WS-RL-AMOUNT       PIC ---,---,---,--9.

01 WS-RULE-LINE          PIC X(79) VALUE ALL "-".

PROCEDURE DIVISION.
MAIN.
    MOVE "YEAR-END-CLOSE" TO WS-RH-JOB-NAME.
    MOVE 138 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    MOVE WS-RH-RUN-DATE(1:4) TO WS-RUN-YEAR.
    COMPUTE WS-YEAR = WS-RUN-YEAR - 1.
    DISPLAY "FISCAL YEAR TO CLOSE YYYY (BLANK=LAST YEAR): "
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER IS NUMERIC AND WS-ANSWER NOT = "0000"
        MOVE WS-ANSWER TO WS-YEAR
    END-IF.
    COMPUTE WS-NEXT-YEAR = WS-YEAR + 1.
    COMPUTE WS-YEAR-END-PERIOD = WS-YEAR * 100 + 12.
    COMPUTE WS-NEW-YEAR-PERIOD = WS-NEXT-YEAR * 100 + 1.

*> A year closes once: a second roll would find nothing left in
*> income and expense but would lock and report as if it had.
    PERFORM READ-LAST-YEAR.
    IF WS-LAST-YEAR >= WS-YEAR
        DISPLAY "FISCAL YEAR " WS-YEAR " ALREADY CLOSED - "
            "NO CHANGES MADE"
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.

*> December's period-end close must have folded the last of the
*> year into the balance master, and January's must not yet have
*> folded the new year's postings in on top of it.
    PERFORM CHECK-PERIOD-CALENDAR.
    IF WS-YEAR-END-STATUS NOT = 'C'
        DISPLAY "PERIOD " WS-YEAR-END-PERIOD " NOT CLOSED - "
            "RUN PERIOD-END-CLOSE FIRST - YEAR NOT CLOSED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-NEW-YEAR-STATUS = 'C'
        DISPLAY "PERIOD " WS-NEW-YEAR-PERIOD " ALREADY CLOSED - "
            "BALANCE MASTER HOLDS NEW-YEAR POSTINGS - YEAR NOT CLOSED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-CHART.
    IF WS-CHART-COUNT = 0
        DISPLAY "CHART-OF-ACCOUNTS.DAT NOT PRESENT OR EMPTY - "
            "YEAR NOT CLOSED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-RETAINED-ACCOUNT TO WS-LOOK-ACCOUNT.
    PERFORM FIND-CHART-SLOT.
    IF WS-CHART-HIT = 0
        DISPLAY "RETAINED EARNINGS " WS-RETAINED-ACCOUNT
            " NOT IN CHART - YEAR NOT CLOSED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-CH-STATEMENT(WS-CHART-HIT) NOT = 'B'
        DISPLAY "RETAINED EARNINGS " WS-RETAINED-ACCOUNT
            " IS NOT A BALANCE-SHEET ACCOUNT - YEAR NOT CLOSED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-BALANCE-MASTER.
    IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
        DISPLAY "*** BALANCE MASTER OUT OF BALANCE - "
            "YEAR NOT CLOSED ***"
        DISPLAY "DR=" WS-TOTAL-DEBITS " CR=" WS-TOTAL-CREDITS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM PRINT-CLOSING-TRIAL-BALANCE.
    PERFORM CLOSE-INCOME-AND-EXPENSE.
    PERFORM SAVE-BALANCE-MASTER.
    PERFORM LOCK-YEAR-PERIODS.
    PERFORM PRINT-OPENING-BALANCES.
    PERFORM SAVE-LAST-YEAR.

    DISPLAY "FISCAL YEAR " WS-YEAR " CLOSED - " WS-NEXT-YEAR
        " OPENED".
    DISPLAY "INCOME/EXPENSE ACCOUNTS CLOSED : " WS-CLOSED-COUNT.
    DISPLAY "PERIODS LOCKED                 : " WS-LOCKED-COUNT.
    MOVE "RESULT TO RETAINED EARNINGS    :" TO WS-RL-LABEL.
    MOVE WS-YEAR-RESULT TO WS-RL-AMOUNT.
    DISPLAY WS-RESULT-LINE.
    IF WS-UNCHARTED-COUNT > 0
        DISPLAY "*** " WS-UNCHARTED-COUNT " ACCOUNT(S) NOT IN CHART - "
            "CARRIED FORWARD AS BALANCE SHEET ***"
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

READ-LAST-YEAR.
    OPEN INPUT LAST-YEAR-FILE.
    PERFORM UNTIL WS-LAST-EOF = 'Y'
        READ LAST-YEAR-FILE
            AT END MOVE 'Y' TO WS-LAST-EOF
            NOT AT END
                IF LY-YEAR IS NUMERIC
                    MOVE LY-YEAR TO WS-LAST-YEAR
                END-IF
        END-READ
    END-PERFORM.
    CLOSE LAST-YEAR-FILE.

SAVE-LAST-YEAR.
    OPEN OUTPUT LAST-YEAR-FILE.
    MOVE WS-YEAR TO LY-YEAR.
    WRITE LAST-YEAR-REC.
    CLOSE LAST-YEAR-FILE.

CHECK-PERIOD-CALENDAR.
    OPEN INPUT PERIOD-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ PERIOD-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AP-PERIOD = WS-YEAR-END-PERIOD
                    MOVE AP-STATUS TO WS-YEAR-END-STATUS
                END-IF
                IF AP-PERIOD = WS-NEW-YEAR-PERIOD
                    MOVE AP-STATUS TO WS-NEW-YEAR-STATUS
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PERIOD-FILE.

LOAD-CHART.
    OPEN INPUT CHART-FILE.
    IF WS-CHART-STATUS = "00"
        PERFORM UNTIL WS-CHART-EOF = 'Y'
            READ CHART-FILE
                AT END MOVE 'Y' TO WS-CHART-EOF
                NOT AT END
                    IF WS-CHART-COUNT >= 200
                        DISPLAY "CHART TABLE FULL - YEAR NOT CLOSED"
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                    END-IF
                    ADD 1 TO WS-CHART-COUNT
                    MOVE CA-ACCOUNT TO WS-CH-ACCOUNT(WS-CHART-COUNT)
                    MOVE CA-DESCRIPTION TO WS-CH-DESC(WS-CHART-COUNT)
                    MOVE CA-CLASS TO WS-CH-CLASS(WS-CHART-COUNT)
                    MOVE CA-STATEMENT
                        TO WS-CH-STATEMENT(WS-CHART-COUNT)
            END-READ
        END-PERFORM
    END-IF.
    CLOSE CHART-FILE.

FIND-CHART-SLOT.
    MOVE 0 TO WS-CHART-HIT.
    PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
            UNTIL WS-CHART-IDX > WS-CHART-COUNT
        IF WS-CH-ACCOUNT(WS-CHART-IDX) = WS-LOOK-ACCOUNT
            MOVE WS-CHART-IDX TO WS-CHART-HIT
        END-IF
    END-PERFORM.

*> An account on the master but missing from the chart cannot be
*> proved to be income or expense, so it is carried forward as a
*> balance-sheet account and reported for finance to correct.
LOAD-BALANCE-MASTER.
    OPEN INPUT BALANCE-MASTER-FILE.
    PERFORM UNTIL WS-BALANCE-EOF = 'Y'
        READ BALANCE-MASTER-FILE
            AT END MOVE 'Y' TO WS-BALANCE-EOF
            NOT AT END
                IF WS-ACCOUNT-COUNT >= 500
                    DISPLAY "BALANCE MASTER TABLE FULL - "
                        "YEAR NOT CLOSED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-ACCOUNT-COUNT
                MOVE GB-ACCOUNT TO WS-AC-ACCOUNT(WS-ACCOUNT-COUNT)
                MOVE GB-BF-DEBITS TO WS-AC-DEBITS(WS-ACCOUNT-COUNT)
                MOVE GB-BF-CREDITS TO WS-AC-CREDITS(WS-ACCOUNT-COUNT)
                ADD GB-BF-DEBITS TO WS-TOTAL-DEBITS
                ADD GB-BF-CREDITS TO WS-TOTAL-CREDITS
                MOVE GB-ACCOUNT TO WS-LOOK-ACCOUNT
                PERFORM FIND-CHART-SLOT
                IF WS-CHART-HIT > 0
                    MOVE WS-CH-STATEMENT(WS-CHART-HIT)
                        TO WS-AC-STATEMENT(WS-ACCOUNT-COUNT)
                ELSE
                    MOVE 'B' TO WS-AC-STATEMENT(WS-ACCOUNT-COUNT)
                    ADD 1 TO WS-UNCHARTED-COUNT
                    DISPLAY "ACCOUNT " GB-ACCOUNT " NOT IN CHART"
                END-IF
                IF GB-ACCOUNT = WS-RETAINED-ACCOUNT
                    MOVE WS-ACCOUNT-COUNT TO WS-RETAINED-HIT
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BALANCE-MASTER-FILE.

PRINT-CLOSING-TRIAL-BALANCE.
    OPEN OUTPUT CLOSING-REPORT.
    MOVE WS-YEAR TO WS-CT-YEAR.
    WRITE CLOSING-LINE FROM WS-CLOSING-TITLE.
    DISPLAY WS-CLOSING-TITLE.
    WRITE CLOSING-LINE FROM WS-COLUMN-LINE.
    WRITE CLOSING-LINE FROM WS-RULE-LINE.
    PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
            UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
        PERFORM BUILD-ACCOUNT-LINE
        WRITE CLOSING-LINE FROM WS-ACCOUNT-LINE
    END-PERFORM.
    WRITE CLOSING-LINE FROM WS-RULE-LINE.
    MOVE WS-TOTAL-DEBITS TO WS-TL-DEBITS.
    MOVE WS-TOTAL-CREDITS TO WS-TL-CREDITS.
    WRITE CLOSING-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
    CLOSE CLOSING-REPORT.

BUILD-ACCOUNT-LINE.
    MOVE WS-AC-ACCOUNT(WS-ACCOUNT-IDX) TO WS-AL-ACCOUNT.
    MOVE WS-AC-ACCOUNT(WS-ACCOUNT-IDX) TO WS-LOOK-ACCOUNT.
    PERFORM FIND-CHART-SLOT.
    IF WS-CHART-HIT > 0
        MOVE WS-CH-DESC(WS-CHART-HIT) TO WS-AL-DESC
        MOVE WS-CH-CLASS(WS-CHART-HIT) TO WS-AL-CLASS
    ELSE
        MOVE "*** NOT IN CHART ***" TO WS-AL-DESC
        MOVE SPACES TO WS-AL-CLASS
    END-IF.
    MOVE WS-AC-STATEMENT(WS-ACCOUNT-IDX) TO WS-AL-STATEMENT.
    MOVE WS-AC-DEBITS(WS-ACCOUNT-IDX) TO WS-AL-DEBITS.
    MOVE WS-AC-CREDITS(WS-ACCOUNT-IDX) TO WS-AL-CREDITS.

*> Every profit-and-loss account's net balance moves to retained
*> earnings and the account opens the new year at nil. Balance-sheet
*> accounts open on their net side only, as a brought-forward
*> balance rather than a year's gross debits and credits.
CLOSE-INCOME-AND-EXPENSE.
    PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
            UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
        IF WS-AC-STATEMENT(WS-ACCOUNT-IDX) = 'P'
            COMPUTE WS-YEAR-RESULT = WS-YEAR-RESULT
                + WS-AC-CREDITS(WS-ACCOUNT-IDX)
                - WS-AC-DEBITS(WS-ACCOUNT-IDX)
            MOVE 0 TO WS-AC-DEBITS(WS-ACCOUNT-IDX)
            MOVE 0 TO WS-AC-CREDITS(WS-ACCOUNT-IDX)
            ADD 1 TO WS-CLOSED-COUNT
        END-IF
    END-PERFORM.
    IF WS-RETAINED-HIT = 0
        IF WS-ACCOUNT-COUNT >= 500
            DISPLAY "BALANCE MASTER TABLE FULL - YEAR NOT CLOSED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-ACCOUNT-COUNT
        MOVE WS-ACCOUNT-COUNT TO WS-RETAINED-HIT
        MOVE WS-RETAINED-ACCOUNT TO WS-AC-ACCOUNT(WS-RETAINED-HIT)
        MOVE 0 TO WS-AC-DEBITS(WS-RETAINED-HIT)
        MOVE 0 TO WS-AC-CREDITS(WS-RETAINED-HIT)
        MOVE 'B' TO WS-AC-STATEMENT(WS-RETAINED-HIT)
    END-IF.
    IF WS-YEAR-RESULT > 0
        ADD WS-YEAR-RESULT TO WS-AC-CREDITS(WS-RETAINED-HIT)
    ELSE
        SUBTRACT WS-YEAR-RESULT FROM WS-AC-DEBITS(WS-RETAINED-HIT)
    END-IF.
    MOVE 0 TO WS-TOTAL-DEBITS.
    MOVE 0 TO WS-TOTAL-CREDITS.
    PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
            UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
        IF WS-AC-STATEMENT(WS-ACCOUNT-IDX) NOT = 'P'
            PERFORM NET-BROUGHT-FORWARD
        END-IF
    END-PERFORM.

NET-BROUGHT-FORWARD.
    COMPUTE WS-NET-BALANCE = WS-AC-DEBITS(WS-ACCOUNT-IDX)
        - WS-AC-CREDITS(WS-ACCOUNT-IDX).
    IF WS-NET-BALANCE > 0
        MOVE WS-NET-BALANCE TO WS-AC-DEBITS(WS-ACCOUNT-IDX)
        MOVE 0 TO WS-AC-CREDITS(WS-ACCOUNT-IDX)
    ELSE
        MOVE 0 TO WS-AC-DEBITS(WS-ACCOUNT-IDX)
        COMPUTE WS-AC-CREDITS(WS-ACCOUNT-IDX) = 0 - WS-NET-BALANCE
    END-IF.
    ADD WS-AC-DEBITS(WS-ACCOUNT-IDX) TO WS-TOTAL-DEBITS.
    ADD WS-AC-CREDITS(WS-ACCOUNT-IDX) TO WS-TOTAL-CREDITS.

*> Only balance-sheet accounts carry into the new year's master;
*> income and expense start again from their first posting.
SAVE-BALANCE-MASTER.
    OPEN OUTPUT BALANCE-MASTER-FILE.
    PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
            UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
        IF WS-AC-STATEMENT(WS-ACCOUNT-IDX) NOT = 'P'
            MOVE SPACES TO BALANCE-MASTER-REC
            MOVE WS-AC-ACCOUNT(WS-ACCOUNT-IDX) TO GB-ACCOUNT
            MOVE WS-AC-DEBITS(WS-ACCOUNT-IDX) TO GB-BF-DEBITS
            MOVE WS-AC-CREDITS(WS-ACCOUNT-IDX) TO GB-BF-CREDITS
            WRITE BALANCE-MASTER-REC
        END-IF
    END-PERFORM.
    CLOSE BALANCE-MASTER-FILE.

*> Every month of the closed year is set to C, including any the
*> calendar never carried, so nothing can be validated back into a
*> year whose result has already gone to retained earnings.
LOCK-YEAR-PERIODS.
    MOVE ALL 'N' TO WS-MONTH-SEEN-TABLE.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT PERIOD-FILE.
    OPEN OUTPUT WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ PERIOD-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM PASS-OR-LOCK-PERIOD
        END-READ
    END-PERFORM.
    CLOSE PERIOD-FILE.
    PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
        IF WS-MONTH-SEEN(WS-MONTH) = 'N'
            MOVE SPACES TO PERIOD-REC
            COMPUTE AP-PERIOD = WS-YEAR * 100 + WS-MONTH
            MOVE 'C' TO AP-STATUS
            WRITE WORK-REC FROM PERIOD-REC
            ADD 1 TO WS-LOCKED-COUNT
        END-IF
    END-PERFORM.
    CLOSE WORK-FILE.
    PERFORM COPY-WORK-BACK.

PASS-OR-LOCK-PERIOD.
    IF AP-PERIOD(1:4) = WS-YEAR
        MOVE AP-PERIOD(5:2) TO WS-MONTH
        IF WS-MONTH >= 1 AND WS-MONTH <= 12
            MOVE 'Y' TO WS-MONTH-SEEN(WS-MONTH)
            IF AP-STATUS NOT = 'C'
                MOVE 'C' TO AP-STATUS
                ADD 1 TO WS-LOCKED-COUNT
            END-IF
        END-IF
    END-IF.
    WRITE WORK-REC FROM PERIOD-REC.

COPY-WORK-BACK.
    OPEN INPUT WORK-FILE.
    OPEN OUTPUT PERIOD-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE WORK-REC TO PERIOD-REC
                WRITE PERIOD-REC
        END-READ
    END-PERFORM.
    CLOSE WORK-FILE.
    CLOSE PERIOD-FILE.

PRINT-OPENING-BALANCES.
    OPEN OUTPUT OPENING-REPORT.
    MOVE WS-NEXT-YEAR TO WS-OT-YEAR.
    WRITE OPENING-LINE FROM WS-OPENING-TITLE.
    DISPLAY WS-OPENING-TITLE.
    WRITE OPENING-LINE FROM WS-COLUMN-LINE.
    WRITE OPENING-LINE FROM WS-RULE-LINE.
    PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
            UNTIL WS-ACCOUNT-IDX > WS-ACCOUNT-COUNT
        IF WS-AC-STATEMENT(WS-ACCOUNT-IDX) NOT = 'P'
            PERFORM BUILD-ACCOUNT-LINE
            WRITE OPENING-LINE FROM WS-ACCOUNT-LINE
        END-IF
    END-PERFORM.
    WRITE OPENING-LINE FROM WS-RULE-LINE.
    MOVE WS-TOTAL-DEBITS TO WS-TL-DEBITS.
    MOVE WS-TOTAL-CREDITS TO WS-TL-CREDITS.
    WRITE OPENING-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
    MOVE "RESULT FOR YEAR TO RETAINED EARNINGS" TO WS-RL-LABEL.
    MOVE WS-YEAR-RESULT TO WS-RL-AMOUNT.
    WRITE OPENING-LINE FROM WS-RESULT-LINE.
    CLOSE OPENING-REPORT.
