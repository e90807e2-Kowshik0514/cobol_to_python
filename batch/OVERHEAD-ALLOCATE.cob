       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OVERHEAD-ALLOCATE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL POOL-FILE ASSIGN TO "OVERHEAD-POOLS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POOL-STATUS.
    SELECT OPTIONAL SITE-ALLOC-FILE ASSIGN TO "SITE-ALLOCATION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SITE-STATUS.
    SELECT OPTIONAL ADMISSIONS-FILE
        ASSIGN TO "ADMISSIONS-JOURNAL-ALL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TILL-HISTORY-FILE
        ASSIGN TO "TILL-VARIANCE-HISTORY-ALL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BALANCE-MASTER-FILE
        ASSIGN TO "GL-BALANCE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POSTING-FILE ASSIGN TO "GL-POSTINGS-VALID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LAST-PERIOD-FILE
        ASSIGN TO "OVERHEAD-ALLOCATE-LAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT WORKINGS-REPORT ASSIGN TO "OVERHEAD-ALLOCATION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "RUN-PARM-SELECT.cpy".

DATA DIVISION.
FILE SECTION.
*> One pool per head-office overhead account, with the driver that
*> spreads it: ADM admissions, TIL tills operated, FLR floor area.
FD POOL-FILE.
01 POOL-REC.
   05 OP-POOL            PIC X(4).
   05 FILLER             PIC X(1).
   05 OP-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 OP-DRIVER          PIC X(3).
   05 FILLER             PIC X(1).
   05 OP-DESCRIPTION     PIC X(30).

*> The sites that carry a share, each with its floor area in square
*> metres and the account its recharged overhead is debited to.
FD SITE-ALLOC-FILE.
01 SITE-ALLOC-REC.
   05 SA-SITE            PIC X(2).
   05 FILLER             PIC X(1).
   05 SA-FLOOR-AREA      PIC 9(7).
   05 FILLER             PIC X(1).
   05 SA-RECHARGE-ACCOUNT PIC 9(6).

*> The admissions journal headers carry the site and the heads
*> admitted on the day; the detail and trailer lines are skipped.
FD ADMISSIONS-FILE.
01 ADMISSIONS-REC.
   05 AJ-TYPE            PIC X(6).
   05 AJ-DATE            PIC 9(8).
   05 FILLER             PIC X(18).
   05 AJ-SITE            PIC X(2).
   05 FILLER             PIC X(7).
   05 AJ-HEADS           PIC X(7).
   05 FILLER             PIC X(152).

*> One row per till reconciled per day, stamped with its site.
FD TILL-HISTORY-FILE.
01 TILL-HISTORY-REC.
   05 TV-RUN-DATE        PIC 9(8).
   05 FILLER             PIC X(42).
   05 TV-SITE            PIC X(2).
   05 FILLER             PIC X(148).

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

FD WORKINGS-REPORT.
01 WORKINGS-LINE         PIC X(80).

COPY "RUN-PARM-FD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "RUN-PARM-WS.cpy".
01 WS-POOL-STATUS        PIC X(2).
01 WS-SITE-STATUS        PIC X(2).
01 WS-POOL-EOF           PIC X VALUE 'N'.
01 WS-SITE-EOF           PIC X VALUE 'N'.
01 WS-ADMISSIONS-EOF     PIC X VALUE 'N'.
01 WS-TILL-EOF           PIC X VALUE 'N'.
01 WS-BALANCE-EOF        PIC X.
01 WS-POSTING-EOF        PIC X.
01 WS-PENDING-EOF        PIC X.
01 WS-LAST-EOF           PIC X VALUE 'N'.
01 WS-PERIOD-DATE        PIC 9(8).
01 WS-PERIOD             PIC 9(6).
01 WS-LAST-PERIOD        PIC 9(6) VALUE 0.
01 WS-POST-SW            PIC X VALUE 'N'.

01 WS-SITE-COUNT         PIC 9(2) VALUE 0.
01 WS-SITE-TABLE.
   05 WS-SITE-ENTRY OCCURS 20 TIMES.
      10 WS-ST-SITE          PIC X(2).
      10 WS-ST-ACCOUNT       PIC 9(6).
      10 WS-ST-FLOOR-AREA    PIC 9(7).
      10 WS-ST-ADMISSIONS    PIC 9(9).
      10 WS-ST-TILLS         PIC 9(7).
      10 WS-ST-DRIVER        PIC 9(9).
      10 WS-ST-SHARE         PIC 9(9).
01 WS-SITE-IDX           PIC 9(2).
01 WS-SITE-HIT           PIC 9(2).
01 WS-LAST-SHARED        PIC 9(2).
01 WS-FIND-SITE          PIC X(2).

01 WS-BOOK-DEBITS        PIC 9(11).
01 WS-BOOK-CREDITS       PIC 9(11).
01 WS-POOL-BALANCE       PIC S9(11).
01 WS-DRIVER-TOTAL       PIC 9(11).
01 WS-ALLOCATED          PIC 9(11).
01 WS-DRIVER-NAME        PIC X(20).
01 WS-POOLS-ALLOCATED    PIC 9(3) VALUE 0.
01 WS-POOLS-SKIPPED      PIC 9(3) VALUE 0.
01 WS-GRAND-ALLOCATED    PIC 9(11) VALUE 0.
01 WS-POST-AMOUNT        PIC 9(9).
01 WS-POST-ACCOUNT       PIC 9(6).
01 WS-POST-DR-CR         PIC X(2).

01 WS-TITLE-LINE.
   05 FILLER             PIC X(40)
      VALUE "HEAD OFFICE OVERHEAD ALLOCATION - MONTH ".
   05 WS-TL-PERIOD       PIC 9(6).

01 WS-POOL-LINE.
   05 FILLER             PIC X(5) VALUE "POOL ".
   05 WS-PL-POOL         PIC X(4).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PL-ACCOUNT      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PL-DESCRIPTION  PIC X(30).
   05 FILLER             PIC X(8) VALUE " DRIVER ".
   05 WS-PL-DRIVER       PIC X(20).

01 WS-COLUMN-LINE        PIC X(80) VALUE
   "SITE RECHARGE         DRIVER   SHARE %        ALLOCATED".

01 WS-SITE-LINE.
   05 WS-SL-SITE         PIC X(2).
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-SL-ACCOUNT      PIC 9(6).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-SL-DRIVER       PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-SL-PCT          PIC ZZ9.99.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-SL-SHARE        PIC ZZZ,ZZZ,ZZ9.

01 WS-SHARE-PCT          PIC 9(3)V99.

01 WS-TOTAL-LINE.
   05 WS-TOT-LABEL       PIC X(30).
   05 WS-TOT-AMOUNT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.

01 WS-RULE-LINE          PIC X(60) VALUE ALL "-".

PROCEDURE DIVISION.
MAIN.
    MOVE "OVERHEAD-ALLOCATE" TO WS-RH-JOB-NAME.
    MOVE 135 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COPY "RUN-PARM-READ.cpy".

*> The month allocated is the run month, or the month of the
*> RUN-PARM as-of date when a closed month is being re-reported.
    IF WS-AS-OF-DATE-OVERRIDE NOT = 0
        MOVE WS-AS-OF-DATE-OVERRIDE TO WS-PERIOD-DATE
    ELSE
        MOVE WS-RH-RUN-DATE TO WS-PERIOD-DATE
    END-IF.
    MOVE WS-PERIOD-DATE(1:6) TO WS-PERIOD.

    PERFORM LOAD-SITES.
    IF WS-SITE-COUNT = 0
        DISPLAY "SITE-ALLOCATION.DAT NOT PRESENT OR EMPTY - "
            "NOTHING ALLOCATED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT POOL-FILE.
    IF WS-POOL-STATUS NOT = "00"
        DISPLAY "OVERHEAD-POOLS.DAT NOT PRESENT - NOTHING ALLOCATED"
        CLOSE POOL-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-ADMISSIONS.
    PERFORM LOAD-TILLS.

*> A month posts once; a re-run for the same month reprints the
*> workings without journalling them again.
    PERFORM READ-LAST-PERIOD.
    IF WS-LAST-PERIOD < WS-PERIOD
        MOVE 'Y' TO WS-POST-SW
    END-IF.

    OPEN OUTPUT WORKINGS-REPORT.
    MOVE WS-PERIOD TO WS-TL-PERIOD.
    WRITE WORKINGS-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    WRITE WORKINGS-LINE FROM WS-RULE-LINE.
    PERFORM UNTIL WS-POOL-EOF = 'Y'
        READ POOL-FILE
            AT END MOVE 'Y' TO WS-POOL-EOF
            NOT AT END
                IF OP-ACCOUNT IS NUMERIC
                    PERFORM ALLOCATE-POOL
                END-IF
        END-READ
    END-PERFORM.
    CLOSE POOL-FILE.

    MOVE "TOTAL OVERHEAD ALLOCATED" TO WS-TOT-LABEL.
    MOVE WS-GRAND-ALLOCATED TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    IF WS-POST-SW = 'Y'
        PERFORM SAVE-LAST-PERIOD
    ELSE
        MOVE "ALREADY POSTED - REPORT ONLY" TO WORKINGS-LINE
        WRITE WORKINGS-LINE
        DISPLAY "MONTH " WS-PERIOD " ALREADY POSTED - REPORT ONLY"
        MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE WORKINGS-REPORT.

    DISPLAY "POOLS ALLOCATED     : " WS-POOLS-ALLOCATED.
    DISPLAY "POOLS NOT ALLOCATED : " WS-POOLS-SKIPPED.
    IF WS-POOLS-SKIPPED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

LOAD-SITES.
    OPEN INPUT SITE-ALLOC-FILE.
    IF WS-SITE-STATUS NOT = "00"
        CLOSE SITE-ALLOC-FILE
    ELSE
        PERFORM UNTIL WS-SITE-EOF = 'Y'
            READ SITE-ALLOC-FILE
                AT END MOVE 'Y' TO WS-SITE-EOF
                NOT AT END
                    PERFORM ADD-SITE
            END-READ
        END-PERFORM
        CLOSE SITE-ALLOC-FILE
    END-IF.

ADD-SITE.
    IF SA-SITE NOT = SPACES AND SA-RECHARGE-ACCOUNT IS NUMERIC
        IF WS-SITE-COUNT >= 20
            DISPLAY "SITE TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-SITE-COUNT
        MOVE SA-SITE TO WS-ST-SITE(WS-SITE-COUNT)
        MOVE SA-RECHARGE-ACCOUNT TO WS-ST-ACCOUNT(WS-SITE-COUNT)
        IF SA-FLOOR-AREA IS NUMERIC
            MOVE SA-FLOOR-AREA TO WS-ST-FLOOR-AREA(WS-SITE-COUNT)
        ELSE
            MOVE 0 TO WS-ST-FLOOR-AREA(WS-SITE-COUNT)
        END-IF
        MOVE 0 TO WS-ST-ADMISSIONS(WS-SITE-COUNT)
        MOVE 0 TO WS-ST-TILLS(WS-SITE-COUNT)
    END-IF.

*> Heads admitted in the month, per site, from the admissions journal
*> headers head office has merged from every site.
LOAD-ADMISSIONS.
    OPEN INPUT ADMISSIONS-FILE.
    PERFORM UNTIL WS-ADMISSIONS-EOF = 'Y'
        READ ADMISSIONS-FILE
            AT END MOVE 'Y' TO WS-ADMISSIONS-EOF
            NOT AT END
                IF AJ-TYPE = "JFHDR " AND AJ-DATE IS NUMERIC
                        AND AJ-HEADS IS NUMERIC
                    IF AJ-DATE(1:6) = WS-PERIOD
                        MOVE AJ-SITE TO WS-FIND-SITE
                        PERFORM FIND-SITE
                        IF WS-SITE-HIT > 0
                            ADD FUNCTION NUMVAL(AJ-HEADS)
                                TO WS-ST-ADMISSIONS(WS-SITE-HIT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ADMISSIONS-FILE.

*> Till-days worked in the month, per site: every till reconciled on
*> a day is one till operated.
LOAD-TILLS.
    OPEN INPUT TILL-HISTORY-FILE.
    PERFORM UNTIL WS-TILL-EOF = 'Y'
        READ TILL-HISTORY-FILE
            AT END MOVE 'Y' TO WS-TILL-EOF
            NOT AT END
                IF TV-RUN-DATE IS NUMERIC
                    IF TV-RUN-DATE(1:6) = WS-PERIOD
                        MOVE TV-SITE TO WS-FIND-SITE
                        PERFORM FIND-SITE
                        IF WS-SITE-HIT > 0
                            ADD 1 TO WS-ST-TILLS(WS-SITE-HIT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TILL-HISTORY-FILE.

FIND-SITE.
    MOVE 0 TO WS-SITE-HIT.
    PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
            UNTIL WS-SITE-IDX > WS-SITE-COUNT
        IF WS-ST-SITE(WS-SITE-IDX) = WS-FIND-SITE
            MOVE WS-SITE-IDX TO WS-SITE-HIT
        END-IF
    END-PERFORM.

*> The pool's debit balance is spread over the sites in proportion
*> to the driver; each share is rounded and the last site sharing
*> takes the rounding difference, so the pool clears exactly.
ALLOCATE-POOL.
    MOVE OP-POOL TO WS-PL-POOL.
    MOVE OP-ACCOUNT TO WS-PL-ACCOUNT.
    MOVE OP-DESCRIPTION TO WS-PL-DESCRIPTION.
    MOVE 0 TO WS-DRIVER-TOTAL.
    MOVE 0 TO WS-LAST-SHARED.
    PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
            UNTIL WS-SITE-IDX > WS-SITE-COUNT
        EVALUATE OP-DRIVER
            WHEN "ADM"
                MOVE WS-ST-ADMISSIONS(WS-SITE-IDX)
                    TO WS-ST-DRIVER(WS-SITE-IDX)
            WHEN "TIL"
                MOVE WS-ST-TILLS(WS-SITE-IDX)
                    TO WS-ST-DRIVER(WS-SITE-IDX)
            WHEN "FLR"
                MOVE WS-ST-FLOOR-AREA(WS-SITE-IDX)
                    TO WS-ST-DRIVER(WS-SITE-IDX)
            WHEN OTHER
                MOVE 0 TO WS-ST-DRIVER(WS-SITE-IDX)
        END-EVALUATE
        MOVE 0 TO WS-ST-SHARE(WS-SITE-IDX)
        ADD WS-ST-DRIVER(WS-SITE-IDX) TO WS-DRIVER-TOTAL
        IF WS-ST-DRIVER(WS-SITE-IDX) > 0
            MOVE WS-SITE-IDX TO WS-LAST-SHARED
        END-IF
    END-PERFORM.
    EVALUATE OP-DRIVER
        WHEN "ADM"
            MOVE "ADMISSIONS (HEADS)" TO WS-DRIVER-NAME
        WHEN "TIL"
            MOVE "TILLS OPERATED" TO WS-DRIVER-NAME
        WHEN "FLR"
            MOVE "FLOOR AREA (SQ M)" TO WS-DRIVER-NAME
        WHEN OTHER
            MOVE "UNKNOWN DRIVER" TO WS-DRIVER-NAME
    END-EVALUATE.
    MOVE WS-DRIVER-NAME TO WS-PL-DRIVER.
    WRITE WORKINGS-LINE FROM WS-POOL-LINE.
    DISPLAY WS-POOL-LINE.

    PERFORM LOAD-POOL-BALANCE.
    MOVE "POOL BALANCE" TO WS-TOT-LABEL.
    MOVE WS-POOL-BALANCE TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.

    EVALUATE TRUE
        WHEN WS-POOL-BALANCE NOT > 0
            MOVE "NOTHING TO ALLOCATE" TO WORKINGS-LINE
            WRITE WORKINGS-LINE
            DISPLAY "POOL " OP-POOL " NOTHING TO ALLOCATE"
        WHEN WS-DRIVER-TOTAL = 0
            MOVE "NO DRIVER FOR THE MONTH - NOT ALLOCATED"
                TO WORKINGS-LINE
            WRITE WORKINGS-LINE
            DISPLAY "POOL " OP-POOL " NO DRIVER FOR THE MONTH - "
                "NOT ALLOCATED"
            ADD 1 TO WS-POOLS-SKIPPED
        WHEN OTHER
            PERFORM SPREAD-POOL
    END-EVALUATE.
    WRITE WORKINGS-LINE FROM WS-RULE-LINE.

SPREAD-POOL.
    WRITE WORKINGS-LINE FROM WS-COLUMN-LINE.
    MOVE 0 TO WS-ALLOCATED.
    PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
            UNTIL WS-SITE-IDX > WS-SITE-COUNT
        PERFORM SHARE-TO-SITE
    END-PERFORM.
    MOVE "ALLOCATED TO SITES" TO WS-TOT-LABEL.
    MOVE WS-ALLOCATED TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    ADD WS-ALLOCATED TO WS-GRAND-ALLOCATED.
    ADD 1 TO WS-POOLS-ALLOCATED.
    IF WS-POST-SW = 'Y'
        PERFORM POST-POOL
    END-IF.

SHARE-TO-SITE.
    IF WS-SITE-IDX = WS-LAST-SHARED
        COMPUTE WS-ST-SHARE(WS-SITE-IDX) =
            WS-POOL-BALANCE - WS-ALLOCATED
    ELSE
        COMPUTE WS-ST-SHARE(WS-SITE-IDX) ROUNDED =
            WS-POOL-BALANCE * WS-ST-DRIVER(WS-SITE-IDX)
            / WS-DRIVER-TOTAL
    END-IF.
    ADD WS-ST-SHARE(WS-SITE-IDX) TO WS-ALLOCATED.
    COMPUTE WS-SHARE-PCT ROUNDED =
        WS-ST-DRIVER(WS-SITE-IDX) * 100 / WS-DRIVER-TOTAL.
    MOVE WS-ST-SITE(WS-SITE-IDX) TO WS-SL-SITE.
    MOVE WS-ST-ACCOUNT(WS-SITE-IDX) TO WS-SL-ACCOUNT.
    MOVE WS-ST-DRIVER(WS-SITE-IDX) TO WS-SL-DRIVER.
    MOVE WS-SHARE-PCT TO WS-SL-PCT.
    MOVE WS-ST-SHARE(WS-SITE-IDX) TO WS-SL-SHARE.
    WRITE WORKINGS-LINE FROM WS-SITE-LINE.
    DISPLAY WS-SITE-LINE.

WRITE-TOTAL-LINE.
    WRITE WORKINGS-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.

*> Allocation journal, dated the run date: each site's recharge
*> account debited with its share, the overhead account credited
*> with the whole pool.
POST-POOL.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE "DR" TO WS-POST-DR-CR.
    PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
            UNTIL WS-SITE-IDX > WS-SITE-COUNT
        IF WS-ST-SHARE(WS-SITE-IDX) > 0
            MOVE WS-ST-ACCOUNT(WS-SITE-IDX) TO WS-POST-ACCOUNT
            MOVE WS-ST-SHARE(WS-SITE-IDX) TO WS-POST-AMOUNT
            PERFORM WRITE-GL-POSTING
        END-IF
    END-PERFORM.
    MOVE OP-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "CR" TO WS-POST-DR-CR.
    MOVE WS-ALLOCATED TO WS-POST-AMOUNT.
    PERFORM WRITE-GL-POSTING.
    CLOSE GL-POSTING-FILE.

WRITE-GL-POSTING.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-POST-ACCOUNT TO GP-ACCOUNT.
    MOVE WS-POST-DR-CR TO GP-DR-CR.
    MOVE WS-POST-AMOUNT TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.

*> The overhead account as the ledger stands: brought forward, the
*> period's validated postings, and those still waiting for
*> validation. Earlier allocations have already credited it, so
*> only cost not yet spread is left to allocate.
LOAD-POOL-BALANCE.
    MOVE 0 TO WS-BOOK-DEBITS.
    MOVE 0 TO WS-BOOK-CREDITS.
    MOVE 'N' TO WS-BALANCE-EOF.
    OPEN INPUT BALANCE-MASTER-FILE.
    PERFORM UNTIL WS-BALANCE-EOF = 'Y'
        READ BALANCE-MASTER-FILE
            AT END MOVE 'Y' TO WS-BALANCE-EOF
            NOT AT END
                IF GB-ACCOUNT = OP-ACCOUNT
                    ADD GB-BF-DEBITS TO WS-BOOK-DEBITS
                    ADD GB-BF-CREDITS TO WS-BOOK-CREDITS
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BALANCE-MASTER-FILE.
    MOVE 'N' TO WS-POSTING-EOF.
    OPEN INPUT POSTING-FILE.
    PERFORM UNTIL WS-POSTING-EOF = 'Y'
        READ POSTING-FILE
            AT END MOVE 'Y' TO WS-POSTING-EOF
            NOT AT END
                IF PO-ACCOUNT = OP-ACCOUNT
                    IF PO-DR-CR = "DR"
                        ADD PO-AMOUNT TO WS-BOOK-DEBITS
                    ELSE
                        ADD PO-AMOUNT TO WS-BOOK-CREDITS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE POSTING-FILE.
    MOVE 'N' TO WS-PENDING-EOF.
    OPEN INPUT GL-POSTING-FILE.
    PERFORM UNTIL WS-PENDING-EOF = 'Y'
        READ GL-POSTING-FILE
            AT END MOVE 'Y' TO WS-PENDING-EOF
            NOT AT END
                PERFORM ADD-PENDING-POSTING
        END-READ
    END-PERFORM.
    CLOSE GL-POSTING-FILE.
    COMPUTE WS-POOL-BALANCE = WS-BOOK-DEBITS - WS-BOOK-CREDITS.

ADD-PENDING-POSTING.
    IF GP-ACCOUNT = OP-ACCOUNT
        IF GP-DR-CR = "DR"
            ADD GP-AMOUNT TO WS-BOOK-DEBITS
        ELSE
            ADD GP-AMOUNT TO WS-BOOK-CREDITS
        END-IF
    END-IF.

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
