       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STOCK-VALUATION.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-FILE ASSIGN TO "SUPPLY-INVENTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVENTORY-STATUS.
    SELECT OPTIONAL COST-FILE ASSIGN TO "ITEM-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AVG-COST-FILE ASSIGN TO "ITEM-AVERAGE-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL USAGE-HISTORY-FILE
        ASSIGN TO "SUPPLY-USAGE-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BALANCE-MASTER-FILE
        ASSIGN TO "GL-BALANCE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POSTING-FILE ASSIGN TO "GL-POSTINGS-VALID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LAST-PERIOD-FILE
        ASSIGN TO "STOCK-VALUATION-LAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT VALUATION-REPORT ASSIGN TO "STOCK-VALUATION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "RUN-PARM-SELECT.cpy".

DATA DIVISION.
FILE SECTION.
FD INVENTORY-FILE.
01 INVENTORY-REC.
   05 IV-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 IV-ON-HAND         PIC 9(10).
   05 FILLER             PIC X(1).
   05 IV-ALLOCATED       PIC 9(10).
   05 FILLER             PIC X(1).
   05 IV-REORDER-POINT   PIC 9(10).

FD COST-FILE.
01 COST-REC.
   05 IC-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 IC-UNIT-COST       PIC 9(7).

FD AVG-COST-FILE.
COPY "ITEM-AVG-COST-RECORD.cpy".

FD USAGE-HISTORY-FILE.
COPY "SUPPLY-USAGE-RECORD.cpy".

FD BALANCE-MASTER-FILE.
01 BALANCE-MASTER-REC.
   05 GB-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 GB-BF-DEBITS       PIC 9(11).
   05 FILLER             PIC X(1).
   05 GB-BF-CREDITS      PIC 9(11).

FD POSTING-FILE.
01 POSTING-REC.
   05 PO-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 PO-DR-CR           PIC X(2).
   05 FILLER             PIC X(1).
   05 PO-AMOUNT          PIC 9(9).
   05 FILLER             PIC X(61).

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

FD LAST-PERIOD-FILE.
01 LAST-PERIOD-REC.
   05 LP-PERIOD          PIC 9(6).

FD VALUATION-REPORT.
01 VALUATION-LINE        PIC X(80).

COPY "RUN-PARM-FD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "RUN-PARM-WS.cpy".
01 WS-INVENTORY-STATUS   PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-COST-EOF           PIC X VALUE 'N'.
01 WS-AVG-EOF            PIC X VALUE 'N'.
01 WS-USAGE-EOF          PIC X VALUE 'N'.
01 WS-BALANCE-EOF        PIC X VALUE 'N'.
01 WS-POSTING-EOF        PIC X VALUE 'N'.
01 WS-PENDING-EOF        PIC X VALUE 'N'.
01 WS-LAST-EOF           PIC X VALUE 'N'.
01 WS-PERIOD-DATE        PIC 9(8).
01 WS-PERIOD             PIC 9(6).
01 WS-LAST-PERIOD        PIC 9(6) VALUE 0.
01 WS-ITEM-ID            PIC X(6).
01 WS-ITEM-COUNT         PIC 9(5) VALUE 0.
01 WS-UNCOSTED-COUNT     PIC 9(5) VALUE 0.
01 WS-ITEM-VALUE         PIC 9(11)V99.
01 WS-ITEM-BASIS         PIC X(3).

*> Stores inventory is carried on 120000. Issues are expensed to
*> stores consumption at their average cost; whatever then still
*> separates the book from the valued stock - price differences on
*> invoices, count adjustments - goes to the valuation adjustment.
01 WS-STOCK-ACCOUNT      PIC 9(6) VALUE 120000.
01 WS-CONSUMPTION-ACCOUNT PIC 9(6) VALUE 610000.
01 WS-ADJUSTMENT-ACCOUNT PIC 9(6) VALUE 611000.
01 WS-STOCK-VALUE        PIC 9(11)V99 VALUE 0.
01 WS-STOCK-WHOLE        PIC S9(11) VALUE 0.
01 WS-CONSUMPTION-VALUE  PIC 9(11)V99 VALUE 0.
01 WS-CONSUMPTION-WHOLE  PIC 9(9) VALUE 0.
01 WS-BOOK-DEBITS        PIC 9(11) VALUE 0.
01 WS-BOOK-CREDITS       PIC 9(11) VALUE 0.
01 WS-BOOK-VALUE         PIC S9(11) VALUE 0.
01 WS-ADJUSTMENT         PIC S9(11) VALUE 0.
01 WS-POST-AMOUNT        PIC 9(9).
01 WS-POST-ACCOUNT       PIC 9(6).
01 WS-POST-DR-CR         PIC X(2).

*> Valuation basis per item: the weighted average where receiving
*> has set one, the standard cost until it has.
01 WS-COST-COUNT         PIC 9(3) VALUE 0.
01 WS-COST-TABLE.
   05 WS-COST-ENTRY OCCURS 200 TIMES.
      10 WS-CO-ITEM       PIC X(6).
      10 WS-CO-COST       PIC 9(7)V9(4).
      10 WS-CO-BASIS      PIC X(3).
01 WS-COST-IDX           PIC 9(3).
01 WS-COST-HIT           PIC 9(3).

01 WS-TITLE-LINE.
   05 FILLER             PIC X(24) VALUE "STOCK VALUATION - MONTH ".
   05 WS-TL-PERIOD       PIC 9(6).

01 WS-COLUMN-LINE        PIC X(80) VALUE
   "ITEM          ON HAND      AVG COST           VALUE  BASIS".

01 WS-ITEM-LINE.
   05 WS-IL-ITEM         PIC X(6).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-IL-ON-HAND      PIC Z,ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-IL-AVG-COST     PIC ZZZ,ZZ9.9999.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-IL-VALUE        PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-IL-BASIS        PIC X(3).

01 WS-TOTAL-LINE.
   05 WS-TOT-LABEL       PIC X(30).
   05 WS-TOT-AMOUNT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "STOCK-VALUATION" TO WS-RH-JOB-NAME.
    MOVE 114 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COPY "RUN-PARM-READ.cpy".

*> The month valued is the run month, or the month of the RUN-PARM
*> as-of date when a closed month is being re-reported.
    IF WS-AS-OF-DATE-OVERRIDE NOT = 0
        MOVE WS-AS-OF-DATE-OVERRIDE TO WS-PERIOD-DATE
    ELSE
        MOVE WS-RH-RUN-DATE TO WS-PERIOD-DATE
    END-IF.
    MOVE WS-PERIOD-DATE(1:6) TO WS-PERIOD.

    PERFORM LOAD-VALUATION-COSTS.
    OPEN INPUT INVENTORY-FILE.
    IF WS-INVENTORY-STATUS NOT = "00"
        DISPLAY "SUPPLY-INVENTORY.DAT NOT PRESENT - NO VALUATION"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT VALUATION-REPORT.
    MOVE WS-PERIOD TO WS-TL-PERIOD.
    WRITE VALUATION-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    WRITE VALUATION-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-COLUMN-LINE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ INVENTORY-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM VALUE-ITEM
        END-READ
    END-PERFORM.
    CLOSE INVENTORY-FILE.

    PERFORM TALLY-CONSUMPTION.
    PERFORM LOAD-BOOK-VALUE.
    COMPUTE WS-STOCK-WHOLE ROUNDED = WS-STOCK-VALUE.
    COMPUTE WS-CONSUMPTION-WHOLE ROUNDED = WS-CONSUMPTION-VALUE.
    COMPUTE WS-ADJUSTMENT = WS-STOCK-WHOLE
        - (WS-BOOK-VALUE - WS-CONSUMPTION-WHOLE).

    MOVE "TOTAL STOCK VALUE" TO WS-TOT-LABEL.
    MOVE WS-STOCK-WHOLE TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "CONSUMPTION AT AVERAGE COST" TO WS-TOT-LABEL.
    MOVE WS-CONSUMPTION-WHOLE TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "STORES BOOK VALUE BEFORE" TO WS-TOT-LABEL.
    MOVE WS-BOOK-VALUE TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "VALUATION ADJUSTMENT" TO WS-TOT-LABEL.
    MOVE WS-ADJUSTMENT TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.

*> A month posts once; a re-run for the same month reports only.
    PERFORM READ-LAST-PERIOD.
    IF WS-LAST-PERIOD >= WS-PERIOD
        MOVE "ALREADY POSTED - REPORT ONLY" TO VALUATION-LINE
        WRITE VALUATION-LINE
        DISPLAY "MONTH " WS-PERIOD " ALREADY POSTED - REPORT ONLY"
        MOVE 4 TO RETURN-CODE
    ELSE
        PERFORM POST-VALUATION
        PERFORM SAVE-LAST-PERIOD
    END-IF.
    CLOSE VALUATION-REPORT.

    DISPLAY "ITEMS VALUED        : " WS-ITEM-COUNT.
    DISPLAY "ITEMS WITHOUT COST  : " WS-UNCOSTED-COUNT.
    IF WS-UNCOSTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

VALUE-ITEM.
    ADD 1 TO WS-ITEM-COUNT.
    MOVE IV-ITEM-ID TO WS-ITEM-ID.
    PERFORM FIND-VALUATION-COST.
    MOVE IV-ITEM-ID TO WS-IL-ITEM.
    MOVE IV-ON-HAND TO WS-IL-ON-HAND.
    IF WS-COST-HIT = 0
        ADD 1 TO WS-UNCOSTED-COUNT
        MOVE 0 TO WS-ITEM-VALUE
        MOVE 0 TO WS-IL-AVG-COST
        MOVE "NIL" TO WS-ITEM-BASIS
    ELSE
        COMPUTE WS-ITEM-VALUE ROUNDED =
            IV-ON-HAND * WS-CO-COST(WS-COST-HIT)
        MOVE WS-CO-COST(WS-COST-HIT) TO WS-IL-AVG-COST
        MOVE WS-CO-BASIS(WS-COST-HIT) TO WS-ITEM-BASIS
    END-IF.
    ADD WS-ITEM-VALUE TO WS-STOCK-VALUE.
    MOVE WS-ITEM-VALUE TO WS-IL-VALUE.
    MOVE WS-ITEM-BASIS TO WS-IL-BASIS.
    WRITE VALUATION-LINE FROM WS-ITEM-LINE.
    DISPLAY WS-ITEM-LINE.

WRITE-TOTAL-LINE.
    WRITE VALUATION-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.

*> Consumption out, then the true-up that brings the stores account
*> to the valued stock, both dated the run date.
POST-VALUATION.
    OPEN EXTEND GL-POSTING-FILE.
    IF WS-CONSUMPTION-WHOLE > 0
        MOVE WS-CONSUMPTION-WHOLE TO WS-POST-AMOUNT
        MOVE WS-CONSUMPTION-ACCOUNT TO WS-POST-ACCOUNT
        MOVE "DR" TO WS-POST-DR-CR
        PERFORM WRITE-GL-POSTING
        MOVE WS-STOCK-ACCOUNT TO WS-POST-ACCOUNT
        MOVE "CR" TO WS-POST-DR-CR
        PERFORM WRITE-GL-POSTING
    END-IF.
    IF WS-ADJUSTMENT > 0
        MOVE WS-ADJUSTMENT TO WS-POST-AMOUNT
        MOVE WS-STOCK-ACCOUNT TO WS-POST-ACCOUNT
        MOVE "DR" TO WS-POST-DR-CR
        PERFORM WRITE-GL-POSTING
        MOVE WS-ADJUSTMENT-ACCOUNT TO WS-POST-ACCOUNT
        MOVE "CR" TO WS-POST-DR-CR
        PERFORM WRITE-GL-POSTING
    END-IF.
    IF WS-ADJUSTMENT < 0
        COMPUTE WS-POST-AMOUNT = 0 - WS-ADJUSTMENT
        MOVE WS-ADJUSTMENT-ACCOUNT TO WS-POST-ACCOUNT
        MOVE "DR" TO WS-POST-DR-CR
        PERFORM WRITE-GL-POSTING
        MOVE WS-STOCK-ACCOUNT TO WS-POST-ACCOUNT
        MOVE "CR" TO WS-POST-DR-CR
        PERFORM WRITE-GL-POSTING
    END-IF.
    CLOSE GL-POSTING-FILE.

WRITE-GL-POSTING.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-POST-ACCOUNT TO GP-ACCOUNT.
    MOVE WS-POST-DR-CR TO GP-DR-CR.
    MOVE WS-POST-AMOUNT TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.

FIND-VALUATION-COST.
    MOVE 0 TO WS-COST-HIT.
    PERFORM VARYING WS-COST-IDX FROM 1 BY 1
            UNTIL WS-COST-IDX > WS-COST-COUNT
        IF WS-CO-ITEM(WS-COST-IDX) = WS-ITEM-ID
            MOVE WS-COST-IDX TO WS-COST-HIT
        END-IF
    END-PERFORM.

LOAD-VALUATION-COSTS.
    OPEN INPUT COST-FILE.
    PERFORM UNTIL WS-COST-EOF = 'Y'
        READ COST-FILE
            AT END MOVE 'Y' TO WS-COST-EOF
            NOT AT END
                IF WS-COST-COUNT < 200
                    ADD 1 TO WS-COST-COUNT
                    MOVE IC-ITEM-ID TO WS-CO-ITEM(WS-COST-COUNT)
                    MOVE IC-UNIT-COST TO WS-CO-COST(WS-COST-COUNT)
                    MOVE "STD" TO WS-CO-BASIS(WS-COST-COUNT)
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
                PERFORM FIND-VALUATION-COST
                IF WS-COST-HIT = 0 AND WS-COST-COUNT < 200
                    ADD 1 TO WS-COST-COUNT
                    MOVE WS-COST-COUNT TO WS-COST-HIT
                    MOVE AC-ITEM-ID TO WS-CO-ITEM(WS-COST-HIT)
                END-IF
                IF WS-COST-HIT > 0
                    MOVE AC-AVG-COST TO WS-CO-COST(WS-COST-HIT)
                    MOVE "AVG" TO WS-CO-BASIS(WS-COST-HIT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AVG-COST-FILE.

*> Issues in the month as P02700-BATCH costed them; rows logged
*> before issues were costed carry no value.
TALLY-CONSUMPTION.
    OPEN INPUT USAGE-HISTORY-FILE.
    PERFORM UNTIL WS-USAGE-EOF = 'Y'
        READ USAGE-HISTORY-FILE
            AT END MOVE 'Y' TO WS-USAGE-EOF
            NOT AT END
                IF UH-USE-DATE(1:6) = WS-PERIOD
                        AND UH-VALUE IS NUMERIC
                    ADD UH-VALUE TO WS-CONSUMPTION-VALUE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE USAGE-HISTORY-FILE.

*> The stores account as the ledger will stand once tonight's
*> postings go through: brought forward, the period's validated
*> postings, and those still waiting for validation.
LOAD-BOOK-VALUE.
    OPEN INPUT BALANCE-MASTER-FILE.
    PERFORM UNTIL WS-BALANCE-EOF = 'Y'
        READ BALANCE-MASTER-FILE
            AT END MOVE 'Y' TO WS-BALANCE-EOF
            NOT AT END
                IF GB-ACCOUNT = WS-STOCK-ACCOUNT
                    ADD GB-BF-DEBITS TO WS-BOOK-DEBITS
                    ADD GB-BF-CREDITS TO WS-BOOK-CREDITS
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BALANCE-MASTER-FILE.
    OPEN INPUT POSTING-FILE.
    PERFORM UNTIL WS-POSTING-EOF = 'Y'
        READ POSTING-FILE
            AT END MOVE 'Y' TO WS-POSTING-EOF
            NOT AT END
                IF PO-ACCOUNT = WS-STOCK-ACCOUNT
                    IF PO-DR-CR = "DR"
                        ADD PO-AMOUNT TO WS-BOOK-DEBITS
                    ELSE
                        ADD PO-AMOUNT TO WS-BOOK-CREDITS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE POSTING-FILE.
    OPEN INPUT GL-POSTING-FILE.
    PERFORM UNTIL WS-PENDING-EOF = 'Y'
        READ GL-POSTING-FILE
            AT END MOVE 'Y' TO WS-PENDING-EOF
            NOT AT END
                IF GP-ACCOUNT = WS-STOCK-ACCOUNT
                    IF GP-DR-CR = "DR"
                        ADD GP-AMOUNT TO WS-BOOK-DEBITS
                    ELSE
                        ADD GP-AMOUNT TO WS-BOOK-CREDITS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GL-POSTING-FILE.
    COMPUTE WS-BOOK-VALUE = WS-BOOK-DEBITS - WS-BOOK-CREDITS.

READ-LAST-PERIOD.
    OPEN INPUT LAST-PERIOD-FILE.
    READ LAST-PERIOD-FILE
        AT END MOVE 'Y' TO WS-LAST-EOF
    END-READ.
    IF WS-LAST-EOF = 'N' AND LP-PERIOD IS NUMERIC
        MOVE LP-PERIOD TO WS-LAST-PERIOD
    END-IF.
    CLOSE LAST-PERIOD-FILE.

SAVE-LAST-PERIOD.
    OPEN OUTPUT LAST-PERIOD-FILE.
    MOVE WS-PERIOD TO LP-PERIOD.
    WRITE LAST-PERIOD-REC.
    CLOSE LAST-PERIOD-FILE.
