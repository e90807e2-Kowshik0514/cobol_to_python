       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CARD-SETTLE-RECON.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL SETTLEMENT-FILE ASSIGN TO "CARD-SETTLEMENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SETTLEMENT-STATUS.
    SELECT OPTIONAL CARD-TOTAL-FILE ASSIGN TO "TILL-CARD-TOTALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CARD-TOTAL-WORK-FILE ASSIGN TO "TILL-CARD-TOTALS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE
        ASSIGN TO "CARD-FEE-GL-POSTING-PENDING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SETTLE-REPORT ASSIGN TO "CARD-SETTLE-RECON.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SETTLEMENT-FILE.
COPY "CARD-SETTLEMENT-RECORD.cpy".

FD CARD-TOTAL-FILE.
COPY "TILL-CARD-TOTAL-RECORD.cpy".

FD CARD-TOTAL-WORK-FILE.
01 CARD-TOTAL-WORK-REC   PIC X(43).

*> The fee journal is held, as BANK-RECON holds its charges, until
*> RELEASE-APPROVAL adds it to GL-POSTING.DAT. Each run adds its fee
*> to whatever is still held, so no day's fee is lost to a later
*> run while the journal waits for sign-off.
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

FD SETTLE-REPORT.
01 SETTLE-LINE           PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-SETTLEMENT-STATUS  PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-CARD-EOF           PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-TODAY-INT          PIC 9(8).
01 WS-AGE-DAYS           PIC S9(5).

01 WS-FEED-NAME          PIC X(20) VALUE "CARD-SETTLEMENT".
01 WS-FEED-RESULT        PIC X.
01 WS-VERIFY-COUNT       PIC 9(7) VALUE 0.
01 WS-VERIFY-HASH        PIC 9(9) VALUE 0.

*> The processor settles a day's batch within 3 days; a till-day
*> with card takings and no batch after that is chased as missing.
*> The fee the processor keeps is expensed to 695100 against the
*> cash account, which receives only the net. Settled till-days are
*> dropped from the history once they are 90 days old.
01 WS-SETTLE-LAG-DAYS    PIC 9(3) VALUE 3.
01 WS-KEEP-DAYS          PIC 9(3) VALUE 90.
01 WS-FEE-ACCOUNT        PIC 9(6) VALUE 695100.
01 WS-CASH-ACCOUNT       PIC 9(6) VALUE 100100.

*> Card takings per till-day, open and recently settled.
01 WS-DAY-COUNT          PIC 9(4) VALUE 0.
01 WS-DAY-TABLE.
   05 WS-DAY-ENTRY OCCURS 3000 TIMES.
      10 WS-DY-DATE          PIC 9(8).
      10 WS-DY-SITE          PIC X(2).
      10 WS-DY-TILL          PIC X(2).
      10 WS-DY-COUNT         PIC 9(7).
      10 WS-DY-TOTAL         PIC 9(9).
      10 WS-DY-STATUS        PIC X(1).
      10 WS-DY-SETTLED-DATE  PIC 9(8).
01 WS-DAY-IDX            PIC 9(4).
01 WS-DAY-HIT            PIC 9(4).

01 WS-BATCH-COUNT        PIC 9(5) VALUE 0.
01 WS-DIFFER-COUNT       PIC 9(5) VALUE 0.
01 WS-UNKNOWN-COUNT      PIC 9(5) VALUE 0.
01 WS-DUPLICATE-COUNT    PIC 9(5) VALUE 0.
01 WS-CHARGEBACK-COUNT   PIC 9(5) VALUE 0.
01 WS-MISSING-COUNT      PIC 9(5) VALUE 0.
01 WS-AWAITING-COUNT     PIC 9(5) VALUE 0.
01 WS-GROSS-TOTAL        PIC 9(11)V99 VALUE 0.
01 WS-FEE-TOTAL          PIC 9(11)V99 VALUE 0.
01 WS-NET-TOTAL          PIC 9(11)V99 VALUE 0.
01 WS-CHARGEBACK-TOTAL   PIC 9(11)V99 VALUE 0.
01 WS-MISSING-TOTAL      PIC 9(11)V99 VALUE 0.
01 WS-DIFFERENCE         PIC S9(9)V99.
01 WS-FEE-WHOLE          PIC 9(9).
01 WS-GL-EOF             PIC X.
01 WS-HOLD-ITEM          PIC X(14) VALUE "CARD-FEES".
01 WS-HOLD-TOTAL         PIC 9(9).
01 WS-HOLD-VARIANCE      PIC S9(9) VALUE 0.

01 WS-TITLE-LINE.
   05 FILLER             PIC X(32)
      VALUE "CARD SETTLEMENT RECONCILIATION ".
   05 WS-TL-DATE         PIC 9(8).

01 WS-COLUMN-LINE        PIC X(80) VALUE
   "STATUS         DATE     TL BATCH      TILL CARD     PROC GROSS          FEE".

01 WS-DETAIL-LINE.
   05 WS-DL-STATUS       PIC X(14).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-TILL         PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-BATCH        PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-TILL-TOTAL   PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-FEE          PIC Z,ZZZ,ZZ9.99.

01 WS-TOTAL-LINE.
   05 WS-TOT-LABEL       PIC X(24).
   05 WS-TOT-COUNT       PIC ZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE " VALUE=".
   05 WS-TOT-VALUE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
MAIN.
    MOVE "CARD-SETTLE-RECON" TO WS-RH-JOB-NAME.
    MOVE 119 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).

    PERFORM FINGERPRINT-SETTLEMENT.
    CALL "CHECK-FEED-FINGERPRINT" USING WS-FEED-NAME
        WS-VERIFY-COUNT WS-VERIFY-HASH WS-FEED-RESULT.
    IF WS-FEED-RESULT = 'N'
        DISPLAY "CARD-SETTLEMENT FEED REFUSED - SAME SETTLEMENT "
            "ALREADY RECONCILED"
        MOVE 9 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM LOAD-CARD-TOTALS.

    OPEN OUTPUT SETTLE-REPORT.
    MOVE WS-RH-RUN-DATE TO WS-TL-DATE.
    WRITE SETTLE-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    WRITE SETTLE-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-COLUMN-LINE.

    OPEN INPUT SETTLEMENT-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ SETTLEMENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF CS-RECORD-TYPE = 'C'
                    PERFORM REPORT-CHARGEBACK
                ELSE
                    PERFORM MATCH-BATCH
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SETTLEMENT-FILE.

    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > WS-DAY-COUNT
        IF WS-DY-STATUS(WS-DAY-IDX) = 'O'
            PERFORM CHECK-MISSING-BATCH
        END-IF
    END-PERFORM.

    MOVE "BATCHES SETTLED" TO WS-TOT-LABEL.
    MOVE WS-BATCH-COUNT TO WS-TOT-COUNT.
    MOVE WS-GROSS-TOTAL TO WS-TOT-VALUE.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "PROCESSOR FEE DEDUCTED" TO WS-TOT-LABEL.
    MOVE WS-FEE-TOTAL TO WS-TOT-VALUE.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "NET PAID TO BANK" TO WS-TOT-LABEL.
    MOVE WS-NET-TOTAL TO WS-TOT-VALUE.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "GROSS DIFFERS FROM TILL" TO WS-TOT-LABEL.
    MOVE WS-DIFFER-COUNT TO WS-TOT-COUNT.
    MOVE 0 TO WS-TOT-VALUE.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "CHARGEBACKS" TO WS-TOT-LABEL.
    MOVE WS-CHARGEBACK-COUNT TO WS-TOT-COUNT.
    MOVE WS-CHARGEBACK-TOTAL TO WS-TOT-VALUE.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "MISSING BATCHES" TO WS-TOT-LABEL.
    MOVE WS-MISSING-COUNT TO WS-TOT-COUNT.
    MOVE WS-MISSING-TOTAL TO WS-TOT-VALUE.
    PERFORM WRITE-TOTAL-LINE.
    CLOSE SETTLE-REPORT.

    PERFORM POST-PROCESSOR-FEE.
    PERFORM SAVE-CARD-TOTALS.
    CALL "MARK-FEED-PROCESSED" USING WS-FEED-NAME
        WS-VERIFY-COUNT WS-VERIFY-HASH.

    DISPLAY "AWAITING SETTLEMENT : " WS-AWAITING-COUNT.
    DISPLAY "BATCHES NOT ON FILE : " WS-UNKNOWN-COUNT.
    DISPLAY "DUPLICATE BATCHES   : " WS-DUPLICATE-COUNT.
    IF WS-MISSING-COUNT > 0 OR WS-DIFFER-COUNT > 0
            OR WS-CHARGEBACK-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
            OR WS-DUPLICATE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

FINGERPRINT-SETTLEMENT.
    OPEN INPUT SETTLEMENT-FILE.
    IF WS-SETTLEMENT-STATUS NOT = "00"
        DISPLAY "CARD-SETTLEMENT.DAT NOT PRESENT - NO RECONCILIATION"
        CLOSE SETTLEMENT-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ SETTLEMENT-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-VERIFY-COUNT
                COMPUTE WS-VERIFY-HASH = WS-VERIFY-HASH + CS-GROSS
        END-READ
    END-PERFORM.
    CLOSE SETTLEMENT-FILE.
    MOVE 'N' TO WS-EOF.

LOAD-CARD-TOTALS.
    OPEN INPUT CARD-TOTAL-FILE.
    PERFORM UNTIL WS-CARD-EOF = 'Y'
        READ CARD-TOTAL-FILE
            AT END MOVE 'Y' TO WS-CARD-EOF
            NOT AT END
                IF CT-STATUS = 'O'
                    PERFORM LOAD-CARD-DAY
                ELSE
                    COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                        - FUNCTION INTEGER-OF-DATE(CT-SETTLED-DATE)
                    IF WS-AGE-DAYS <= WS-KEEP-DAYS
                        PERFORM LOAD-CARD-DAY
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CARD-TOTAL-FILE.

LOAD-CARD-DAY.
    IF WS-DAY-COUNT >= 3000
        DISPLAY "CARD TAKINGS TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-DAY-COUNT.
    MOVE CT-BUSINESS-DATE TO WS-DY-DATE(WS-DAY-COUNT).
    MOVE CT-SITE TO WS-DY-SITE(WS-DAY-COUNT).
    MOVE CT-TILL-ID TO WS-DY-TILL(WS-DAY-COUNT).
    MOVE CT-CARD-COUNT TO WS-DY-COUNT(WS-DAY-COUNT).
    MOVE CT-CARD-TOTAL TO WS-DY-TOTAL(WS-DAY-COUNT).
    MOVE CT-STATUS TO WS-DY-STATUS(WS-DAY-COUNT).
    MOVE CT-SETTLED-DATE TO WS-DY-SETTLED-DATE(WS-DAY-COUNT).

*> A batch settles the till-day it names. The processor's gross
*> should be exactly what the till rang up on card; a batch for a
*> day already settled, or for a till-day with no card takings on
*> file, is reported and left out of the totals.
MATCH-BATCH.
    MOVE 0 TO WS-DAY-HIT.
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > WS-DAY-COUNT OR WS-DAY-HIT > 0
        IF WS-DY-DATE(WS-DAY-IDX) = CS-BUSINESS-DATE
                AND WS-DY-TILL(WS-DAY-IDX) = CS-TILL-ID
            MOVE WS-DAY-IDX TO WS-DAY-HIT
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-DETAIL-LINE.
    MOVE CS-BUSINESS-DATE TO WS-DL-DATE.
    MOVE CS-TILL-ID TO WS-DL-TILL.
    MOVE CS-BATCH-NO TO WS-DL-BATCH.
    MOVE CS-GROSS TO WS-DL-GROSS.
    MOVE CS-FEE TO WS-DL-FEE.
    MOVE 0 TO WS-DL-TILL-TOTAL.
    IF WS-DAY-HIT = 0
        ADD 1 TO WS-UNKNOWN-COUNT
        MOVE "NOT ON TILLS" TO WS-DL-STATUS
    ELSE
        MOVE WS-DY-TOTAL(WS-DAY-HIT) TO WS-DL-TILL-TOTAL
        IF WS-DY-STATUS(WS-DAY-HIT) = 'S'
            ADD 1 TO WS-DUPLICATE-COUNT
            MOVE "DUPLICATE BATCH" TO WS-DL-STATUS
        ELSE
            MOVE 'S' TO WS-DY-STATUS(WS-DAY-HIT)
            MOVE WS-RH-RUN-DATE TO WS-DY-SETTLED-DATE(WS-DAY-HIT)
            ADD 1 TO WS-BATCH-COUNT
            ADD CS-GROSS TO WS-GROSS-TOTAL
            ADD CS-FEE TO WS-FEE-TOTAL
            ADD CS-NET TO WS-NET-TOTAL
            COMPUTE WS-DIFFERENCE = CS-GROSS - WS-DY-TOTAL(WS-DAY-HIT)
            IF WS-DIFFERENCE = 0
                MOVE "SETTLED" TO WS-DL-STATUS
            ELSE
                ADD 1 TO WS-DIFFER-COUNT
                MOVE "GROSS DIFFERS" TO WS-DL-STATUS
            END-IF
        END-IF
    END-IF.
    WRITE SETTLE-LINE FROM WS-DETAIL-LINE.
    DISPLAY WS-DETAIL-LINE.

REPORT-CHARGEBACK.
    ADD 1 TO WS-CHARGEBACK-COUNT.
    ADD CS-GROSS TO WS-CHARGEBACK-TOTAL.
    MOVE SPACES TO WS-DETAIL-LINE.
    MOVE "CHARGEBACK" TO WS-DL-STATUS.
    MOVE CS-BUSINESS-DATE TO WS-DL-DATE.
    MOVE CS-TILL-ID TO WS-DL-TILL.
    MOVE CS-BATCH-NO TO WS-DL-BATCH.
    MOVE 0 TO WS-DL-TILL-TOTAL.
    MOVE CS-GROSS TO WS-DL-GROSS.
    MOVE CS-FEE TO WS-DL-FEE.
    WRITE SETTLE-LINE FROM WS-DETAIL-LINE.
    DISPLAY WS-DETAIL-LINE.

CHECK-MISSING-BATCH.
    COMPUTE WS-AGE-DAYS = WS-TODAY-INT
        - FUNCTION INTEGER-OF-DATE(WS-DY-DATE(WS-DAY-IDX)).
    IF WS-AGE-DAYS > WS-SETTLE-LAG-DAYS
        ADD 1 TO WS-MISSING-COUNT
        ADD WS-DY-TOTAL(WS-DAY-IDX) TO WS-MISSING-TOTAL
        MOVE SPACES TO WS-DETAIL-LINE
        MOVE "MISSING BATCH" TO WS-DL-STATUS
        MOVE WS-DY-DATE(WS-DAY-IDX) TO WS-DL-DATE
        MOVE WS-DY-TILL(WS-DAY-IDX) TO WS-DL-TILL
        MOVE WS-DY-TOTAL(WS-DAY-IDX) TO WS-DL-TILL-TOTAL
        MOVE 0 TO WS-DL-GROSS
        MOVE 0 TO WS-DL-FEE
        WRITE SETTLE-LINE FROM WS-DETAIL-LINE
        DISPLAY WS-DETAIL-LINE
    ELSE
        ADD 1 TO WS-AWAITING-COUNT
    END-IF.

WRITE-TOTAL-LINE.
    WRITE SETTLE-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.

POST-PROCESSOR-FEE.
    COMPUTE WS-FEE-WHOLE ROUNDED = WS-FEE-TOTAL.
    IF WS-FEE-WHOLE > 0
        OPEN EXTEND GL-POSTING-FILE
        MOVE SPACES TO GL-POSTING-REC
        MOVE WS-FEE-ACCOUNT TO GP-ACCOUNT
        MOVE "DR" TO GP-DR-CR
        MOVE WS-FEE-WHOLE TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        MOVE SPACES TO GL-POSTING-REC
        MOVE WS-CASH-ACCOUNT TO GP-ACCOUNT
        MOVE "CR" TO GP-DR-CR
        MOVE WS-FEE-WHOLE TO GP-AMOUNT
        MOVE WS-RH-RUN-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        CLOSE GL-POSTING-FILE
        DISPLAY "PROCESSOR FEE JOURNAL: " WS-FEE-WHOLE
        PERFORM HOLD-FEE-JOURNAL
    END-IF.

*> The approver signs off every fee still held, not just today's.
HOLD-FEE-JOURNAL.
    MOVE 0 TO WS-HOLD-TOTAL.
    MOVE 'N' TO WS-GL-EOF.
    OPEN INPUT GL-POSTING-FILE.
    PERFORM UNTIL WS-GL-EOF = 'Y'
        READ GL-POSTING-FILE
            AT END MOVE 'Y' TO WS-GL-EOF
            NOT AT END
                IF GP-DR-CR = "DR" AND GP-AMOUNT IS NUMERIC
                    ADD GP-AMOUNT TO WS-HOLD-TOTAL
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GL-POSTING-FILE.
    CALL "HOLD-FOR-RELEASE" USING WS-HOLD-ITEM WS-RH-RUN-DATE
        WS-HOLD-TOTAL WS-HOLD-VARIANCE.
    DISPLAY "PROCESSOR FEE JOURNAL PLACED IN PENDING-RELEASE - "
        "SECOND-OPERATOR APPROVAL REQUIRED".

SAVE-CARD-TOTALS.
    OPEN OUTPUT CARD-TOTAL-WORK-FILE.
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX > WS-DAY-COUNT
        MOVE SPACES TO TILL-CARD-TOTAL-REC
        MOVE WS-DY-DATE(WS-DAY-IDX) TO CT-BUSINESS-DATE
        MOVE WS-DY-SITE(WS-DAY-IDX) TO CT-SITE
        MOVE WS-DY-TILL(WS-DAY-IDX) TO CT-TILL-ID
        MOVE WS-DY-COUNT(WS-DAY-IDX) TO CT-CARD-COUNT
        MOVE WS-DY-TOTAL(WS-DAY-IDX) TO CT-CARD-TOTAL
        MOVE WS-DY-STATUS(WS-DAY-IDX) TO CT-STATUS
        MOVE WS-DY-SETTLED-DATE(WS-DAY-IDX) TO CT-SETTLED-DATE
        WRITE CARD-TOTAL-WORK-REC FROM TILL-CARD-TOTAL-REC
    END-PERFORM.
    CLOSE CARD-TOTAL-WORK-FILE.
    PERFORM COPY-CARD-TOTALS-WORK-BACK.

COPY-CARD-TOTALS-WORK-BACK.
    OPEN INPUT CARD-TOTAL-WORK-FILE.
    OPEN OUTPUT CARD-TOTAL-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ CARD-TOTAL-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                MOVE CARD-TOTAL-WORK-REC TO TILL-CARD-TOTAL-REC
                WRITE TILL-CARD-TOTAL-REC
        END-READ
    END-PERFORM.
    CLOSE CARD-TOTAL-WORK-FILE.
    CLOSE CARD-TOTAL-FILE.
