       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SUBLEDGER-RECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES.
    SELECT OPTIONAL CARD-MASTER-FILE ASSIGN TO "GIFT-CARD-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COUPON-FILE ASSIGN TO "COUPON-BALANCE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INVENTORY-FILE ASSIGN TO "SUPPLY-INVENTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COST-FILE ASSIGN TO "ITEM-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AVG-COST-FILE ASSIGN TO "ITEM-AVERAGE-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TOLERANCE-FILE ASSIGN TO "SUBLEDGER-TOLERANCE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BALANCE-MASTER-FILE
        ASSIGN TO "GL-BALANCE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POSTING-FILE ASSIGN TO "GL-POSTINGS-VALID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RECON-FILE ASSIGN TO "SUBLEDGER-RECON.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECON-WORK-FILE ASSIGN TO "SUBLEDGER-RECON-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECON-REPORT ASSIGN TO "SUBLEDGER-RECON-REPORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "RUN-PARM-SELECT.cpy".

DATA DIVISION.
FILE SECTION.
FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

FD CARD-MASTER-FILE.
01 CARD-MASTER-REC.
   05 GC-CARD-NO         PIC X(7).
   05 FILLER             PIC X(1).
   05 GC-BALANCE         PIC 9(7).
   05 FILLER             PIC X(1).
   05 GC-ISSUE-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 GC-STATUS          PIC X(1).
   05 FILLER             PIC X(1).
   05 GC-LAST-ACTIVITY   PIC 9(8).
   05 FILLER             PIC X(1).
   05 GC-BREAKAGE        PIC 9(7).

FD COUPON-FILE.
01 COUPON-REC.
   05 CB-CUSTOMER-ID     PIC X(6).
   05 FILLER             PIC X(1).
   05 CB-BALANCE         PIC 9(5).
   05 FILLER             PIC X(1).
   05 CB-EXPIRY-DATE     PIC X(8).

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

*> The difference each sub-ledger may carry against its control
*> account before it needs clearing or a supervisor's explanation.
FD TOLERANCE-FILE.
01 TOLERANCE-REC.
   05 TL-LEDGER          PIC X(4).
   05 FILLER             PIC X(1).
   05 TL-TOLERANCE       PIC 9(7).

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

FD RECON-FILE.
COPY "SUBLEDGER-RECON-RECORD.cpy".

FD RECON-WORK-FILE.
01 RECON-WORK-REC        PIC X(148).

FD RECON-REPORT.
01 REPORT-LINE           PIC X(100).

COPY "RUN-PARM-FD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "RUN-PARM-WS.cpy".
01 WS-EOF                PIC X.
01 WS-PERIOD-DATE        PIC 9(8).
01 WS-PERIOD             PIC 9(6).
01 WS-ITEM-ID            PIC X(6).
01 WS-ITEM-VALUE         PIC 9(11)V99.
01 WS-AR-VALUE           PIC S9(11)V99 VALUE 0.
01 WS-STOCK-VALUE        PIC 9(11)V99 VALUE 0.
01 WS-DIFFERENCE-COUNT   PIC 9(1) VALUE 0.

*> Each coupon held is a liability at face value, as the
*> redemption and expiry runs book it.
01 WS-COUPON-VALUE       PIC 9(3) VALUE 500.

*> The four sub-ledgers and their control accounts. D-nature
*> controls are asset balances (debits less credits); C-nature are
*> liabilities (credits less debits).
01 WS-LEDGER-VALUES.
   05 FILLER PIC X(41)
      VALUE "AR  110000DAR OPEN ITEMS                 ".
   05 FILLER PIC X(41)
      VALUE "GIFT230100CGIFT-CARD MASTER BALANCES     ".
   05 FILLER PIC X(41)
      VALUE "CPN 230000CCOUPON BALANCES AT FACE VALUE ".
   05 FILLER PIC X(41)
      VALUE "STK 120000DSUPPLY INVENTORY AT COST      ".
01 WS-LEDGER-TABLE REDEFINES WS-LEDGER-VALUES.
   05 WS-LEDGER-ENTRY OCCURS 4 TIMES.
      10 WS-LG-CODE          PIC X(4).
      10 WS-LG-ACCOUNT       PIC 9(6).
      10 WS-LG-NATURE        PIC X(1).
      10 WS-LG-NAME          PIC X(30).
01 WS-LEDGER-FIGURES.
   05 WS-LEDGER-FIGURE OCCURS 4 TIMES.
      10 WS-LG-SUBLEDGER     PIC S9(11).
      10 WS-LG-DEBITS        PIC 9(11).
      10 WS-LG-CREDITS       PIC 9(11).
      10 WS-LG-CONTROL       PIC S9(11).
      10 WS-LG-DIFFERENCE    PIC S9(11).
      10 WS-LG-TOLERANCE     PIC 9(7).
      10 WS-LG-STATUS        PIC X(1).
      10 WS-LG-EXPLAINED-BY  PIC X(30).
      10 WS-LG-EXPLAINED-DATE PIC 9(8).
      10 WS-LG-EXPLANATION   PIC X(40).
      10 WS-LG-PRIOR-DIFF    PIC S9(11).
      10 WS-LG-PRIOR-STATUS  PIC X(1).
01 WS-LEDGER-IDX         PIC 9(1).
01 WS-ABS-DIFFERENCE     PIC 9(11).

*> Valuation basis per item, as STOCK-VALUATION values it: the
*> weighted average where receiving has set one, the standard cost
*> until it has.
01 WS-COST-COUNT         PIC 9(3) VALUE 0.
01 WS-COST-TABLE.
   05 WS-COST-ENTRY OCCURS 200 TIMES.
      10 WS-CO-ITEM       PIC X(6).
      10 WS-CO-COST       PIC 9(7)V9(4).
01 WS-COST-IDX           PIC 9(3).
01 WS-COST-HIT           PIC 9(3).

01 WS-TITLE-LINE.
   05 FILLER             PIC X(39)
      VALUE "SUB-LEDGER TO GL CONTROL RECON - MONTH ".
   05 WS-TL-PERIOD       PIC 9(6).

01 WS-COLUMN-LINE.
   05 FILLER             PIC X(40)
      VALUE "LEDGER ACCOUNT  SUB-LEDGER    GL CONTROL".
   05 FILLER             PIC X(32)
      VALUE "    DIFFERENCE  TOLERANCE STATUS".

01 WS-RECON-LINE.
   05 WS-RL-LEDGER       PIC X(4).
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-RL-ACCOUNT      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RL-SUBLEDGER    PIC ----,---,--9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-RL-CONTROL      PIC ----,---,--9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-RL-DIFFERENCE   PIC ----,---,--9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-RL-TOLERANCE    PIC Z,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RL-STATUS       PIC X(10).

01 WS-NOTE-LINE.
   05 FILLER             PIC X(7) VALUE SPACES.
   05 WS-NL-NAME         PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-NL-NOTE         PIC X(60).

PROCEDURE DIVISION.
MAIN.
    MOVE "SUBLEDGER-RECON" TO WS-RH-JOB-NAME.
    MOVE 136 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COPY "RUN-PARM-READ.cpy".

*> The month reconciled is the run month, or the month of the
*> RUN-PARM as-of date when a month is being reconciled late.
    IF WS-AS-OF-DATE-OVERRIDE NOT = 0
        MOVE WS-AS-OF-DATE-OVERRIDE TO WS-PERIOD-DATE
    ELSE
        MOVE WS-RH-RUN-DATE TO WS-PERIOD-DATE
    END-IF.
    MOVE WS-PERIOD-DATE(1:6) TO WS-PERIOD.

    PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1 UNTIL WS-LEDGER-IDX > 4
        MOVE 0 TO WS-LG-SUBLEDGER(WS-LEDGER-IDX)
        MOVE 0 TO WS-LG-DEBITS(WS-LEDGER-IDX)
        MOVE 0 TO WS-LG-CREDITS(WS-LEDGER-IDX)
        MOVE 0 TO WS-LG-TOLERANCE(WS-LEDGER-IDX)
        MOVE SPACES TO WS-LG-PRIOR-STATUS(WS-LEDGER-IDX)
        MOVE 0 TO WS-LG-PRIOR-DIFF(WS-LEDGER-IDX)
        MOVE SPACES TO WS-LG-EXPLAINED-BY(WS-LEDGER-IDX)
        MOVE 0 TO WS-LG-EXPLAINED-DATE(WS-LEDGER-IDX)
        MOVE SPACES TO WS-LG-EXPLANATION(WS-LEDGER-IDX)
    END-PERFORM.

    PERFORM LOAD-TOLERANCES.
    PERFORM TOTAL-AR-LEDGER.
    PERFORM TOTAL-GIFT-CARDS.
    PERFORM TOTAL-COUPONS.
    PERFORM LOAD-VALUATION-COSTS.
    PERFORM TOTAL-STOCK.
    PERFORM LOAD-CONTROL-BALANCES.
    PERFORM LOAD-PRIOR-RECON.

    OPEN OUTPUT RECON-REPORT.
    MOVE WS-PERIOD TO WS-TL-PERIOD.
    WRITE REPORT-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    WRITE REPORT-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-COLUMN-LINE.
    PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1 UNTIL WS-LEDGER-IDX > 4
        PERFORM COMPARE-LEDGER
    END-PERFORM.
    CLOSE RECON-REPORT.

    PERFORM SAVE-RECON.

    IF WS-DIFFERENCE-COUNT > 0
        DISPLAY "*** " WS-DIFFERENCE-COUNT
            " SUB-LEDGER DIFFERENCE(S) OVER TOLERANCE - PERIOD "
            WS-PERIOD " CANNOT CLOSE UNTIL CLEARED OR EXPLAINED ***"
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-TOLERANCES.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT TOLERANCE-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ TOLERANCE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                        UNTIL WS-LEDGER-IDX > 4
                    IF WS-LG-CODE(WS-LEDGER-IDX) = TL-LEDGER
                            AND TL-TOLERANCE IS NUMERIC
                        MOVE TL-TOLERANCE
                            TO WS-LG-TOLERANCE(WS-LEDGER-IDX)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM.
    CLOSE TOLERANCE-FILE.

*> What customers owe on open and part-paid invoices, less cash
*> taken on account and not yet applied.
TOTAL-AR-LEDGER.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT OPEN-ITEM-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ OPEN-ITEM-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                EVALUATE AR-STATUS
                    WHEN 'O'
                    WHEN 'P'
                        ADD AR-AMOUNT TO WS-AR-VALUE
                        SUBTRACT AR-PAID FROM WS-AR-VALUE
                    WHEN 'A'
                        SUBTRACT AR-PAID FROM WS-AR-VALUE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE OPEN-ITEM-FILE.
    COMPUTE WS-LG-SUBLEDGER(1) ROUNDED = WS-AR-VALUE.

*> Breakage already taken to income has left the control account,
*> so it comes off the face balances the cards still carry.
TOTAL-GIFT-CARDS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CARD-MASTER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CARD-MASTER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF GC-BALANCE IS NUMERIC
                    ADD GC-BALANCE TO WS-LG-SUBLEDGER(2)
                END-IF
                IF GC-BREAKAGE IS NUMERIC
                    SUBTRACT GC-BREAKAGE FROM WS-LG-SUBLEDGER(2)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CARD-MASTER-FILE.

TOTAL-COUPONS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT COUPON-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ COUPON-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CB-BALANCE IS NUMERIC
                    COMPUTE WS-LG-SUBLEDGER(3) = WS-LG-SUBLEDGER(3)
                        + CB-BALANCE * WS-COUPON-VALUE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COUPON-FILE.

TOTAL-STOCK.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT INVENTORY-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ INVENTORY-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE IV-ITEM-ID TO WS-ITEM-ID
                PERFORM FIND-VALUATION-COST
                IF WS-COST-HIT > 0
                    COMPUTE WS-ITEM-VALUE ROUNDED =
                        IV-ON-HAND * WS-CO-COST(WS-COST-HIT)
                    ADD WS-ITEM-VALUE TO WS-STOCK-VALUE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE INVENTORY-FILE.
    COMPUTE WS-LG-SUBLEDGER(4) ROUNDED = WS-STOCK-VALUE.

FIND-VALUATION-COST.
    MOVE 0 TO WS-COST-HIT.
    PERFORM VARYING WS-COST-IDX FROM 1 BY 1
            UNTIL WS-COST-IDX > WS-COST-COUNT
        IF WS-CO-ITEM(WS-COST-IDX) = WS-ITEM-ID
            MOVE WS-COST-IDX TO WS-COST-HIT
        END-IF
    END-PERFORM.

LOAD-VALUATION-COSTS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT COST-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ COST-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-COST-COUNT < 200
                    ADD 1 TO WS-COST-COUNT
                    MOVE IC-ITEM-ID TO WS-CO-ITEM(WS-COST-COUNT)
                    MOVE IC-UNIT-COST TO WS-CO-COST(WS-COST-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COST-FILE.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT AVG-COST-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ AVG-COST-FILE
            AT END MOVE 'Y' TO WS-EOF
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
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AVG-COST-FILE.

*> Each control account as the ledger will stand once tonight's
*> postings go through: brought forward, the period's validated
*> postings, and those still waiting for validation.
LOAD-CONTROL-BALANCES.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT BALANCE-MASTER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ BALANCE-MASTER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                        UNTIL WS-LEDGER-IDX > 4
                    IF WS-LG-ACCOUNT(WS-LEDGER-IDX) = GB-ACCOUNT
                        ADD GB-BF-DEBITS TO WS-LG-DEBITS(WS-LEDGER-IDX)
                        ADD GB-BF-CREDITS
                            TO WS-LG-CREDITS(WS-LEDGER-IDX)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM.
    CLOSE BALANCE-MASTER-FILE.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT POSTING-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ POSTING-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                        UNTIL WS-LEDGER-IDX > 4
                    IF WS-LG-ACCOUNT(WS-LEDGER-IDX) = PO-ACCOUNT
                        IF PO-DR-CR = "DR"
                            ADD PO-AMOUNT TO WS-LG-DEBITS(WS-LEDGER-IDX)
                        ELSE
                            ADD PO-AMOUNT
                                TO WS-LG-CREDITS(WS-LEDGER-IDX)
                        END-IF
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM.
    CLOSE POSTING-FILE.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT GL-POSTING-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ GL-POSTING-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                        UNTIL WS-LEDGER-IDX > 4
                    IF WS-LG-ACCOUNT(WS-LEDGER-IDX) = GP-ACCOUNT
                        IF GP-DR-CR = "DR"
                            ADD GP-AMOUNT TO WS-LG-DEBITS(WS-LEDGER-IDX)
                        ELSE
                            ADD GP-AMOUNT
                                TO WS-LG-CREDITS(WS-LEDGER-IDX)
                        END-IF
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM.
    CLOSE GL-POSTING-FILE.
    PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1 UNTIL WS-LEDGER-IDX > 4
        IF WS-LG-NATURE(WS-LEDGER-IDX) = 'D'
            COMPUTE WS-LG-CONTROL(WS-LEDGER-IDX) =
                WS-LG-DEBITS(WS-LEDGER-IDX)
                - WS-LG-CREDITS(WS-LEDGER-IDX)
        ELSE
            COMPUTE WS-LG-CONTROL(WS-LEDGER-IDX) =
                WS-LG-CREDITS(WS-LEDGER-IDX)
                - WS-LG-DEBITS(WS-LEDGER-IDX)
        END-IF
    END-PERFORM.

*> A supervisor's explanation from an earlier run of the same month
*> stands while the difference it explained is unchanged; once the
*> figure moves the difference has to be looked at again.
LOAD-PRIOR-RECON.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT RECON-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ RECON-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF SR-PERIOD = WS-PERIOD
                    PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                            UNTIL WS-LEDGER-IDX > 4
                        IF WS-LG-CODE(WS-LEDGER-IDX) = SR-LEDGER
                            PERFORM KEEP-PRIOR-EXPLANATION
                        END-IF
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RECON-FILE.

KEEP-PRIOR-EXPLANATION.
    MOVE SR-STATUS TO WS-LG-PRIOR-STATUS(WS-LEDGER-IDX).
    MOVE SR-DIFFERENCE TO WS-LG-PRIOR-DIFF(WS-LEDGER-IDX).
    MOVE SR-EXPLAINED-BY TO WS-LG-EXPLAINED-BY(WS-LEDGER-IDX).
    MOVE SR-EXPLAINED-DATE TO WS-LG-EXPLAINED-DATE(WS-LEDGER-IDX).
    MOVE SR-EXPLANATION TO WS-LG-EXPLANATION(WS-LEDGER-IDX).

COMPARE-LEDGER.
    COMPUTE WS-LG-DIFFERENCE(WS-LEDGER-IDX) =
        WS-LG-SUBLEDGER(WS-LEDGER-IDX) - WS-LG-CONTROL(WS-LEDGER-IDX).
    IF WS-LG-DIFFERENCE(WS-LEDGER-IDX) < 0
        COMPUTE WS-ABS-DIFFERENCE =
            0 - WS-LG-DIFFERENCE(WS-LEDGER-IDX)
    ELSE
        MOVE WS-LG-DIFFERENCE(WS-LEDGER-IDX) TO WS-ABS-DIFFERENCE
    END-IF.
    EVALUATE TRUE
        WHEN WS-ABS-DIFFERENCE NOT > WS-LG-TOLERANCE(WS-LEDGER-IDX)
            MOVE 'A' TO WS-LG-STATUS(WS-LEDGER-IDX)
            MOVE "AGREED" TO WS-RL-STATUS
        WHEN WS-LG-PRIOR-STATUS(WS-LEDGER-IDX) = 'E'
                AND WS-LG-PRIOR-DIFF(WS-LEDGER-IDX) =
                    WS-LG-DIFFERENCE(WS-LEDGER-IDX)
            MOVE 'E' TO WS-LG-STATUS(WS-LEDGER-IDX)
            MOVE "EXPLAINED" TO WS-RL-STATUS
        WHEN OTHER
            MOVE 'D' TO WS-LG-STATUS(WS-LEDGER-IDX)
            MOVE "DIFFERENCE" TO WS-RL-STATUS
            ADD 1 TO WS-DIFFERENCE-COUNT
    END-EVALUATE.
    IF WS-LG-STATUS(WS-LEDGER-IDX) NOT = 'E'
        MOVE SPACES TO WS-LG-EXPLAINED-BY(WS-LEDGER-IDX)
        MOVE 0 TO WS-LG-EXPLAINED-DATE(WS-LEDGER-IDX)
        MOVE SPACES TO WS-LG-EXPLANATION(WS-LEDGER-IDX)
    END-IF.
    MOVE WS-LG-CODE(WS-LEDGER-IDX) TO WS-RL-LEDGER.
    MOVE WS-LG-ACCOUNT(WS-LEDGER-IDX) TO WS-RL-ACCOUNT.
    MOVE WS-LG-SUBLEDGER(WS-LEDGER-IDX) TO WS-RL-SUBLEDGER.
    MOVE WS-LG-CONTROL(WS-LEDGER-IDX) TO WS-RL-CONTROL.
    MOVE WS-LG-DIFFERENCE(WS-LEDGER-IDX) TO WS-RL-DIFFERENCE.
    MOVE WS-LG-TOLERANCE(WS-LEDGER-IDX) TO WS-RL-TOLERANCE.
    WRITE REPORT-LINE FROM WS-RECON-LINE.
    DISPLAY WS-RECON-LINE.
    MOVE WS-LG-NAME(WS-LEDGER-IDX) TO WS-NL-NAME.
    IF WS-LG-STATUS(WS-LEDGER-IDX) = 'E'
        MOVE WS-LG-EXPLANATION(WS-LEDGER-IDX) TO WS-NL-NOTE
    ELSE
        MOVE SPACES TO WS-NL-NOTE
    END-IF.
    WRITE REPORT-LINE FROM WS-NOTE-LINE.
    DISPLAY WS-NOTE-LINE.

*> Other months' lines are kept as they stand; this month's four
*> are replaced with tonight's figures.
SAVE-RECON.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT RECON-FILE.
    OPEN OUTPUT RECON-WORK-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ RECON-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF SR-PERIOD NOT = WS-PERIOD
                    WRITE RECON-WORK-REC FROM RECON-REC
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RECON-FILE.
    PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1 UNTIL WS-LEDGER-IDX > 4
        MOVE SPACES TO RECON-REC
        MOVE WS-PERIOD TO SR-PERIOD
        MOVE WS-LG-CODE(WS-LEDGER-IDX) TO SR-LEDGER
        MOVE WS-LG-ACCOUNT(WS-LEDGER-IDX) TO SR-ACCOUNT
        MOVE WS-LG-SUBLEDGER(WS-LEDGER-IDX) TO SR-SUBLEDGER
        MOVE WS-LG-CONTROL(WS-LEDGER-IDX) TO SR-CONTROL
        MOVE WS-LG-DIFFERENCE(WS-LEDGER-IDX) TO SR-DIFFERENCE
        MOVE WS-LG-TOLERANCE(WS-LEDGER-IDX) TO SR-TOLERANCE
        MOVE WS-LG-STATUS(WS-LEDGER-IDX) TO SR-STATUS
        MOVE WS-LG-EXPLAINED-BY(WS-LEDGER-IDX) TO SR-EXPLAINED-BY
        MOVE WS-LG-EXPLAINED-DATE(WS-LEDGER-IDX) TO SR-EXPLAINED-DATE
        MOVE WS-LG-EXPLANATION(WS-LEDGER-IDX) TO SR-EXPLANATION
        WRITE RECON-WORK-REC FROM RECON-REC
    END-PERFORM.
    CLOSE RECON-WORK-FILE.
    PERFORM COPY-WORK-BACK.

COPY-WORK-BACK.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT RECON-WORK-FILE.
    OPEN OUTPUT RECON-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ RECON-WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                WRITE RECON-REC FROM RECON-WORK-REC
        END-READ
    END-PERFORM.
    CLOSE RECON-WORK-FILE.
    CLOSE RECON-FILE.
