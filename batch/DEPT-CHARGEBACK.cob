       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DEPT-CHARGEBACK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL USAGE-HISTORY-FILE
        ASSIGN TO "SUPPLY-USAGE-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USAGE-STATUS.
    SELECT OPTIONAL CHART-FILE ASSIGN TO "CHART-OF-ACCOUNTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LAST-PERIOD-FILE
        ASSIGN TO "DEPT-CHARGEBACK-LAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STATEMENT-REPORT ASSIGN TO "DEPT-CHARGEBACK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "RUN-PARM-SELECT.cpy".

DATA DIVISION.
FILE SECTION.
FD USAGE-HISTORY-FILE.
COPY "SUPPLY-USAGE-RECORD.cpy".

FD CHART-FILE.
01 CHART-REC.
   05 CA-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 CA-DESCRIPTION     PIC X(30).
   05 FILLER             PIC X(1).
   05 CA-CLASS           PIC X(2).
   05 FILLER             PIC X(1).
   05 CA-STATEMENT       PIC X(1).

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

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

FD STATEMENT-REPORT.
01 STATEMENT-LINE        PIC X(80).

COPY "RUN-PARM-FD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "RUN-PARM-WS.cpy".
01 WS-USAGE-STATUS       PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-CHART-EOF          PIC X VALUE 'N'.
01 WS-LAST-EOF           PIC X VALUE 'N'.
01 WS-PERIOD-DATE        PIC 9(8).
01 WS-PERIOD             PIC 9(6).
01 WS-LAST-PERIOD        PIC 9(6) VALUE 0.
01 WS-POST-SW            PIC X VALUE 'N'.

*> Stores consumption is expensed to 610000 at month end; the
*> recharge moves it out to the departments that drew the stock,
*> crediting stores recovery so stores carries only what no
*> department can be charged for.
01 WS-RECOVERY-ACCOUNT   PIC 9(6) VALUE 612000.
01 WS-RECOVERY-TOTAL     PIC 9(9) VALUE 0.
01 WS-UNASSIGNED-VALUE   PIC 9(11)V99 VALUE 0.
01 WS-UNASSIGNED-COUNT   PIC 9(7) VALUE 0.
01 WS-POST-AMOUNT        PIC 9(9).
01 WS-POST-ACCOUNT       PIC 9(6).
01 WS-POST-DR-CR         PIC X(2).

01 WS-DEPT-COUNT         PIC 9(3) VALUE 0.
01 WS-DEPT-TABLE.
   05 WS-DEPT-ENTRY OCCURS 200 TIMES.
      10 WS-DP-ACCOUNT       PIC 9(6).
      10 WS-DP-NAME          PIC X(30).
      10 WS-DP-VALUE         PIC 9(11)V99.
      10 WS-DP-WHOLE         PIC 9(9).
01 WS-DEPT-IDX           PIC 9(3).
01 WS-DEPT-HIT           PIC 9(3).

01 WS-DETAIL-COUNT       PIC 9(4) VALUE 0.
01 WS-DETAIL-TABLE.
   05 WS-DETAIL-ENTRY OCCURS 2000 TIMES.
      10 WS-DT-DEPT          PIC 9(6).
      10 WS-DT-ITEM          PIC X(6).
      10 WS-DT-QTY           PIC 9(10).
      10 WS-DT-VALUE         PIC 9(11)V99.
01 WS-DETAIL-IDX         PIC 9(4).
01 WS-DETAIL-HIT         PIC 9(4).

01 WS-CHART-COUNT        PIC 9(3) VALUE 0.
01 WS-CHART-TABLE.
   05 WS-CHART-ENTRY OCCURS 500 TIMES.
      10 WS-CH-ACCOUNT       PIC 9(6).
      10 WS-CH-NAME          PIC X(30).
01 WS-CHART-IDX          PIC 9(3).

01 WS-TITLE-LINE.
   05 FILLER             PIC X(28) VALUE "SUPPLIES CHARGEBACK - MONTH ".
   05 WS-TL-PERIOD       PIC 9(6).

01 WS-DEPT-LINE.
   05 FILLER             PIC X(12) VALUE "DEPARTMENT  ".
   05 WS-DL-ACCOUNT      PIC 9(6).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-DL-NAME         PIC X(30).

01 WS-COLUMN-LINE        PIC X(80) VALUE
   "ITEM          QUANTITY            VALUE".

01 WS-ITEM-LINE.
   05 WS-IL-ITEM         PIC X(6).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-IL-QTY          PIC Z,ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-IL-VALUE        PIC ZZZ,ZZZ,ZZ9.99.

01 WS-TOTAL-LINE.
   05 WS-TOT-LABEL       PIC X(30).
   05 WS-TOT-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.

01 WS-RULE-LINE          PIC X(60) VALUE ALL "-".

01 WS-MAIL-TO.
   05 FILLER             PIC X(9) VALUE "TO: DEPT-".
   05 WS-MT-ACCOUNT      PIC 9(6).
   05 FILLER             PIC X(10) VALUE "-HEAD@SITE".

PROCEDURE DIVISION.
MAIN.
    MOVE "DEPT-CHARGEBACK" TO WS-RH-JOB-NAME.
    MOVE 115 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COPY "RUN-PARM-READ.cpy".

*> The month charged is the run month, or the month of the RUN-PARM
*> as-of date when a closed month is being re-reported.
    IF WS-AS-OF-DATE-OVERRIDE NOT = 0
        MOVE WS-AS-OF-DATE-OVERRIDE TO WS-PERIOD-DATE
    ELSE
        MOVE WS-RH-RUN-DATE TO WS-PERIOD-DATE
    END-IF.
    MOVE WS-PERIOD-DATE(1:6) TO WS-PERIOD.

    PERFORM LOAD-CHART.
    OPEN INPUT USAGE-HISTORY-FILE.
    IF WS-USAGE-STATUS NOT = "00"
        DISPLAY "SUPPLY-USAGE-HISTORY.DAT NOT PRESENT - NO CHARGEBACK"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ USAGE-HISTORY-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM TALLY-USAGE
        END-READ
    END-PERFORM.
    CLOSE USAGE-HISTORY-FILE.

*> A month posts once; a re-run for the same month reprints the
*> statements without posting or mailing them again.
    PERFORM READ-LAST-PERIOD.
    IF WS-LAST-PERIOD < WS-PERIOD
        MOVE 'Y' TO WS-POST-SW
    END-IF.

    OPEN OUTPUT STATEMENT-REPORT.
    IF WS-POST-SW = 'Y'
        OPEN EXTEND EMAIL-OUTBOX-FILE
    END-IF.
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        PERFORM PRINT-STATEMENT
    END-PERFORM.
    IF WS-POST-SW = 'Y'
        CLOSE EMAIL-OUTBOX-FILE
    END-IF.

    MOVE WS-PERIOD TO WS-TL-PERIOD.
    WRITE STATEMENT-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    MOVE "TOTAL RECHARGED" TO WS-TOT-LABEL.
    MOVE WS-RECOVERY-TOTAL TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "LEFT ON STORES - NO DEPARTMENT" TO WS-TOT-LABEL.
    COMPUTE WS-TOT-AMOUNT ROUNDED = WS-UNASSIGNED-VALUE.
    PERFORM WRITE-TOTAL-LINE.

    IF WS-POST-SW = 'Y'
        IF WS-RECOVERY-TOTAL > 0
            PERFORM POST-RECHARGE
        END-IF
        PERFORM SAVE-LAST-PERIOD
    ELSE
        MOVE "ALREADY POSTED - REPORT ONLY" TO STATEMENT-LINE
        WRITE STATEMENT-LINE
        DISPLAY "MONTH " WS-PERIOD " ALREADY POSTED - REPORT ONLY"
        MOVE 4 TO RETURN-CODE
    END-IF.
    CLOSE STATEMENT-REPORT.

    DISPLAY "DEPARTMENTS CHARGED : " WS-DEPT-COUNT.
    DISPLAY "ISSUES UNASSIGNED   : " WS-UNASSIGNED-COUNT.
    IF WS-UNASSIGNED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

*> Costed issues in the month, by department and item. Issues logged
*> before departments were recorded stay on stores and are reported.
TALLY-USAGE.
    IF UH-USE-DATE(1:6) = WS-PERIOD AND UH-VALUE IS NUMERIC
        IF UH-DEPARTMENT NOT NUMERIC OR UH-DEPARTMENT = 0
            ADD 1 TO WS-UNASSIGNED-COUNT
            ADD UH-VALUE TO WS-UNASSIGNED-VALUE
        ELSE
            PERFORM CHARGE-DEPARTMENT
        END-IF
    END-IF.

CHARGE-DEPARTMENT.
    PERFORM FIND-DEPARTMENT.
    IF WS-DEPT-HIT = 0
        IF WS-DEPT-COUNT >= 200
            DISPLAY "DEPARTMENT TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-DEPT-COUNT
        MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
        MOVE UH-DEPARTMENT TO WS-DP-ACCOUNT(WS-DEPT-HIT)
        MOVE 0 TO WS-DP-VALUE(WS-DEPT-HIT)
        MOVE "NOT ON CHART OF ACCOUNTS" TO WS-DP-NAME(WS-DEPT-HIT)
        PERFORM VARYING WS-CHART-IDX FROM 1 BY 1
                UNTIL WS-CHART-IDX > WS-CHART-COUNT
            IF WS-CH-ACCOUNT(WS-CHART-IDX) = UH-DEPARTMENT
                MOVE WS-CH-NAME(WS-CHART-IDX)
                    TO WS-DP-NAME(WS-DEPT-HIT)
            END-IF
        END-PERFORM
    END-IF.
    ADD UH-VALUE TO WS-DP-VALUE(WS-DEPT-HIT).

    MOVE 0 TO WS-DETAIL-HIT.
    PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1
            UNTIL WS-DETAIL-IDX > WS-DETAIL-COUNT
        IF WS-DT-DEPT(WS-DETAIL-IDX) = UH-DEPARTMENT
                AND WS-DT-ITEM(WS-DETAIL-IDX) = UH-ITEM-ID
            MOVE WS-DETAIL-IDX TO WS-DETAIL-HIT
        END-IF
    END-PERFORM.
    IF WS-DETAIL-HIT = 0
        IF WS-DETAIL-COUNT >= 2000
            DISPLAY "CHARGEBACK DETAIL TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-DETAIL-COUNT
        MOVE WS-DETAIL-COUNT TO WS-DETAIL-HIT
        MOVE UH-DEPARTMENT TO WS-DT-DEPT(WS-DETAIL-HIT)
        MOVE UH-ITEM-ID TO WS-DT-ITEM(WS-DETAIL-HIT)
        MOVE 0 TO WS-DT-QTY(WS-DETAIL-HIT)
        MOVE 0 TO WS-DT-VALUE(WS-DETAIL-HIT)
    END-IF.
    ADD UH-QTY-USED TO WS-DT-QTY(WS-DETAIL-HIT).
    ADD UH-VALUE TO WS-DT-VALUE(WS-DETAIL-HIT).

FIND-DEPARTMENT.
    MOVE 0 TO WS-DEPT-HIT.
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        IF WS-DP-ACCOUNT(WS-DEPT-IDX) = UH-DEPARTMENT
            MOVE WS-DEPT-IDX TO WS-DEPT-HIT
        END-IF
    END-PERFORM.

*> One statement per department head: the items drawn in the month
*> and the whole-unit amount charged to the department's expense.
PRINT-STATEMENT.
    COMPUTE WS-DP-WHOLE(WS-DEPT-IDX) ROUNDED = WS-DP-VALUE(WS-DEPT-IDX).
    ADD WS-DP-WHOLE(WS-DEPT-IDX) TO WS-RECOVERY-TOTAL.
    MOVE WS-PERIOD TO WS-TL-PERIOD.
    MOVE WS-DP-ACCOUNT(WS-DEPT-IDX) TO WS-DL-ACCOUNT.
    MOVE WS-DP-NAME(WS-DEPT-IDX) TO WS-DL-NAME.
    WRITE STATEMENT-LINE FROM WS-TITLE-LINE.
    WRITE STATEMENT-LINE FROM WS-DEPT-LINE.
    WRITE STATEMENT-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-DEPT-LINE.
    IF WS-POST-SW = 'Y'
        MOVE WS-DP-ACCOUNT(WS-DEPT-IDX) TO WS-MT-ACCOUNT
        WRITE EMAIL-OUTBOX-LINE FROM WS-MAIL-TO
        MOVE "SUBJECT: SUPPLIES CHARGEBACK STATEMENT" TO EMAIL-OUTBOX-LINE
        WRITE EMAIL-OUTBOX-LINE
        WRITE EMAIL-OUTBOX-LINE FROM WS-TITLE-LINE
        WRITE EMAIL-OUTBOX-LINE FROM WS-DEPT-LINE
        WRITE EMAIL-OUTBOX-LINE FROM WS-COLUMN-LINE
    END-IF.
    PERFORM VARYING WS-DETAIL-IDX FROM 1 BY 1
            UNTIL WS-DETAIL-IDX > WS-DETAIL-COUNT
        IF WS-DT-DEPT(WS-DETAIL-IDX) = WS-DP-ACCOUNT(WS-DEPT-IDX)
            MOVE WS-DT-ITEM(WS-DETAIL-IDX) TO WS-IL-ITEM
            MOVE WS-DT-QTY(WS-DETAIL-IDX) TO WS-IL-QTY
            MOVE WS-DT-VALUE(WS-DETAIL-IDX) TO WS-IL-VALUE
            WRITE STATEMENT-LINE FROM WS-ITEM-LINE
            IF WS-POST-SW = 'Y'
                WRITE EMAIL-OUTBOX-LINE FROM WS-ITEM-LINE
            END-IF
        END-IF
    END-PERFORM.
    MOVE "CHARGED TO DEPARTMENT" TO WS-TOT-LABEL.
    MOVE WS-DP-WHOLE(WS-DEPT-IDX) TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    IF WS-POST-SW = 'Y'
        WRITE EMAIL-OUTBOX-LINE FROM WS-TOTAL-LINE
    END-IF.
    WRITE STATEMENT-LINE FROM WS-RULE-LINE.

WRITE-TOTAL-LINE.
    WRITE STATEMENT-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.

*> Internal recharge journal, dated the run date: each department's
*> expense debited, stores recovery credited with the total.
POST-RECHARGE.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE "DR" TO WS-POST-DR-CR.
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        IF WS-DP-WHOLE(WS-DEPT-IDX) > 0
            MOVE WS-DP-ACCOUNT(WS-DEPT-IDX) TO WS-POST-ACCOUNT
            MOVE WS-DP-WHOLE(WS-DEPT-IDX) TO WS-POST-AMOUNT
            PERFORM WRITE-GL-POSTING
        END-IF
    END-PERFORM.
    MOVE WS-RECOVERY-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "CR" TO WS-POST-DR-CR.
    MOVE WS-RECOVERY-TOTAL TO WS-POST-AMOUNT.
    PERFORM WRITE-GL-POSTING.
    CLOSE GL-POSTING-FILE.

WRITE-GL-POSTING.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-POST-ACCOUNT TO GP-ACCOUNT.
    MOVE WS-POST-DR-CR TO GP-DR-CR.
    MOVE WS-POST-AMOUNT TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.

LOAD-CHART.
    OPEN INPUT CHART-FILE.
    PERFORM UNTIL WS-CHART-EOF = 'Y'
        READ CHART-FILE
            AT END MOVE 'Y' TO WS-CHART-EOF
            NOT AT END
                IF WS-CHART-COUNT < 500
                    ADD 1 TO WS-CHART-COUNT
                    MOVE CA-ACCOUNT TO WS-CH-ACCOUNT(WS-CHART-COUNT)
                    MOVE CA-DESCRIPTION TO WS-CH-NAME(WS-CHART-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHART-FILE.

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
