       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. P02700-BATCH.

    SELECT OPTIONAL USAGE-HISTORY-FILE
        ASSIGN TO "SUPPLY-USAGE-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COST-FILE ASSIGN TO "ITEM-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AVG-COST-FILE ASSIGN TO "ITEM-AVERAGE-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CHART-FILE ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Item, the three sizing figures, and the requesting department's
*> expense account, space-separated.
FD REQUEST-FILE.
01 ln                  PIC X(60).

FD FEASIBILITY-REPORT.
01 REPORT-LINE          PIC X(60).
   05 IV-REORDER-POINT   PIC 9(10).

*> One row per approved allocation: the consumption record the
*> forecast-based reorder computation trails over, costed at the
*> item's average for the month-end consumption posting.
FD USAGE-HISTORY-FILE.
COPY "SUPPLY-USAGE-RECORD.cpy".

FD COST-FILE.
01 COST-REC.
   05 IC-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 IC-UNIT-COST       PIC 9(7).

FD AVG-COST-FILE.
COPY "ITEM-AVG-COST-RECORD.cpy".

FD CHART-FILE.
01 CHART-REC.
   05 CA-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 CA-DESCRIPTION     PIC X(30).
   05 FILLER             PIC X(1).
   05 CA-CLASS           PIC X(2).
   05 FILLER             PIC X(1).
   05 CA-STATEMENT       PIC X(1).

WORKING-STORAGE SECTION.
01 WS-EOF               PIC X VALUE 'N'.

01 WS-USED              PIC 9(10).
01 WS-USAGE-DATE        PIC 9(8).
01 WS-COST-EOF          PIC X VALUE 'N'.
01 WS-AVG-EOF           PIC X VALUE 'N'.

*> Issue cost per item: the weighted average where receiving has
*> set one, the standard cost until it has.
01 WS-COST-COUNT        PIC 9(3) VALUE 0.
01 WS-COST-TABLE.
   05 WS-COST-ENTRY OCCURS 200 TIMES.
      10 WS-CO-ITEM          PIC X(6).
      10 WS-CO-COST          PIC 9(7)V9(4).
01 WS-COST-IDX          PIC 9(3).
01 WS-COST-HIT          PIC 9(3).

*> A department is charged through its expense account, so the
*> code on the request must be an expense-class account on the chart.
01 WS-CHART-EOF         PIC X VALUE 'N'.
01 WS-DEPT-TEXT         PIC X(6).
01 WS-DEPT-ACCOUNT      PIC 9(6).
01 WS-DEPT-VALID        PIC X.
01 WS-BAD-DEPT-COUNT    PIC 9(7) VALUE 0.
01 WS-DEPT-COUNT        PIC 9(3) VALUE 0.
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 500 TIMES.
      10 WS-DP-ACCOUNT       PIC 9(6).
01 WS-DEPT-IDX          PIC 9(3).

*> The inventory master replaces the keyed-in-fresh on-hand figure:
*> an approved allocation draws the item's stock down and adds to
PROCEDURE DIVISION.
MAIN.
    PERFORM LOAD-INVENTORY.
    PERFORM LOAD-ISSUE-COSTS.
    PERFORM LOAD-DEPARTMENTS.
    OPEN INPUT REQUEST-FILE.
    OPEN OUTPUT FEASIBILITY-REPORT.

    DISPLAY "LINES PROCESSED: " WS-LINE-COUNT.
    DISPLAY "FEASIBLE (YES) : " WS-YES-COUNT.
    DISPLAY "NOT FEASIBLE   : " WS-NO-COUNT.
    DISPLAY "BAD DEPARTMENT : " WS-BAD-DEPT-COUNT.

    CLOSE REQUEST-FILE.
    CLOSE FEASIBILITY-REPORT.

CHECK-FEASIBILITY.
    MOVE SPACES TO WS-ITEM-ID.
    MOVE SPACES TO WS-DEPT-TEXT.
    UNSTRING ln DELIMITED BY ALL SPACE
        INTO WS-ITEM-ID B C D WS-DEPT-TEXT.
    ADD 1 TO WS-LINE-COUNT.
    PERFORM VALIDATE-DEPARTMENT.
    PERFORM FIND-ITEM-SLOT.
    IF WS-DEPT-VALID = 'N'
        MOVE WS-ITEM-ID TO WS-R-ITEM
        MOVE "No " TO WS-R-RESULT
        MOVE 0 TO WS-R-TK
        MOVE 0 TO WS-R-AO
        ADD 1 TO WS-NO-COUNT
        ADD 1 TO WS-BAD-DEPT-COUNT
        DISPLAY "DEPARTMENT " WS-DEPT-TEXT " NOT AN EXPENSE ACCOUNT "
            "ON CHART - REQUEST FOR " WS-ITEM-ID " REFUSED"
        WRITE REPORT-LINE FROM WS-REPORT-REC
    ELSE IF WS-ITEM-HIT = 0
        MOVE WS-ITEM-ID TO WS-R-ITEM
        MOVE "No " TO WS-R-RESULT
        MOVE 0 TO WS-R-TK
        END-IF
        WRITE REPORT-LINE FROM WS-REPORT-REC
        DISPLAY WS-REPORT-REC
    END-IF
    END-IF.

VALIDATE-DEPARTMENT.
    MOVE 'N' TO WS-DEPT-VALID.
    IF WS-DEPT-TEXT IS NUMERIC
        MOVE WS-DEPT-TEXT TO WS-DEPT-ACCOUNT
        PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
            IF WS-DP-ACCOUNT(WS-DEPT-IDX) = WS-DEPT-ACCOUNT
                MOVE 'Y' TO WS-DEPT-VALID
            END-IF
        END-PERFORM
    END-IF.

APPLY-ALLOCATION.
        MOVE WS-USAGE-DATE TO UH-USE-DATE
        MOVE WS-ITEM-ID TO UH-ITEM-ID
        MOVE WS-USED TO UH-QTY-USED
        PERFORM FIND-ISSUE-COST
        IF WS-COST-HIT > 0
            MOVE WS-CO-COST(WS-COST-HIT) TO UH-UNIT-COST
        ELSE
            MOVE 0 TO UH-UNIT-COST
        END-IF
        COMPUTE UH-VALUE ROUNDED = WS-USED * UH-UNIT-COST
        MOVE WS-DEPT-ACCOUNT TO UH-DEPARTMENT
        OPEN EXTEND USAGE-HISTORY-FILE
        WRITE USAGE-HISTORY-REC
        CLOSE USAGE-HISTORY-FILE
    END-IF.

FIND-ISSUE-COST.
    MOVE 0 TO WS-COST-HIT.
    PERFORM VARYING WS-COST-IDX FROM 1 BY 1
            UNTIL WS-COST-IDX > WS-COST-COUNT
        IF WS-CO-ITEM(WS-COST-IDX) = WS-ITEM-ID
            MOVE WS-COST-IDX TO WS-COST-HIT
        END-IF
    END-PERFORM.

LOAD-DEPARTMENTS.
    OPEN INPUT CHART-FILE.
    PERFORM UNTIL WS-CHART-EOF = 'Y'
        READ CHART-FILE
            AT END MOVE 'Y' TO WS-CHART-EOF
            NOT AT END
                IF CA-CLASS = "EX" AND WS-DEPT-COUNT < 500
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE CA-ACCOUNT TO WS-DP-ACCOUNT(WS-DEPT-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHART-FILE.

*> Standard costs load first; an average on file then replaces the
*> item's standard, or adds the item if it has no standard at all.
LOAD-ISSUE-COSTS.
    OPEN INPUT COST-FILE.
    PERFORM UNTIL WS-COST-EOF = 'Y'
        READ COST-FILE
            AT END MOVE 'Y' TO WS-COST-EOF
            NOT AT END
                IF WS-COST-COUNT < 200
                    ADD 1 TO WS-COST-COUNT
                    MOVE IC-ITEM-ID TO WS-CO-ITEM(WS-COST-COUNT)
                    MOVE IC-UNIT-COST TO WS-CO-COST(WS-COST-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COST-FILE.
    OPEN INPUT AVG-COST-FILE.
    PERFORM UNTIL WS-AVG-EOF = 'Y'
        READ AVG-COST-FILE
            AT END MOVE 'Y' TO WS-AVG-EOF
            NOT AT END
                MOVE AC-ITEM-ID TO WS-ITEM-ID
                PERFORM FIND-ISSUE-COST
                IF WS-COST-HIT = 0 AND WS-COST-COUNT < 200
                    ADD 1 TO WS-COST-COUNT
                    MOVE WS-COST-COUNT TO WS-COST-HIT
                    MOVE AC-ITEM-ID TO WS-CO-ITEM(WS-COST-HIT)
                END-IF
                IF WS-COST-HIT > 0
                    MOVE AC-AVG-COST TO WS-CO-COST(WS-COST-HIT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AVG-COST-FILE.

FIND-ITEM-SLOT.
    MOVE 0 TO WS-ITEM-HIT.
    PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
