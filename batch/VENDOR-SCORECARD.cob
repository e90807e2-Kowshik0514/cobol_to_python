       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. VENDOR-SCORECARD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PO-STATUS.
    SELECT OPTIONAL RECEIPT-LOG-FILE ASSIGN TO "PO-RECEIPT-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DISCREPANCY-FILE
        ASSIGN TO "RECEIVING-DISCREPANCY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TRACE-FILE ASSIGN TO "QC-RECEIPT-TRACE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RESULTS-FILE ASSIGN TO "QC-RESULTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POLICY-FILE ASSIGN TO "VENDOR-SCORE-POLICY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SCORECARD-REPORT ASSIGN TO "VENDOR-SCORECARD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "RUN-PARM-SELECT.cpy".

DATA DIVISION.
FILE SECTION.
FD PO-FILE.
01 PO-REC.
   05 PO-NO              PIC 9(6).
   05 FILLER             PIC X(1).
   05 PO-VENDOR-ID       PIC X(5).
   05 FILLER             PIC X(1).
   05 PO-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 PO-ORDER-QTY       PIC 9(7).
   05 FILLER             PIC X(1).
   05 PO-ORDER-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 PO-DUE-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 PO-RECEIVED-QTY    PIC 9(7).
   05 FILLER             PIC X(1).
   05 PO-STATUS          PIC X(1).

FD RECEIPT-LOG-FILE.
COPY "PO-RECEIPT-LOG-RECORD.cpy".

*> The printed discrepancy line PO-RECEIVING writes, read back.
FD DISCREPANCY-FILE.
01 DISCREPANCY-REC.
   05 RD-DATE            PIC 9(8).
   05 FILLER             PIC X(4).
   05 RD-PO-NO           PIC 9(6).
   05 FILLER             PIC X(6).
   05 RD-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(5).
   05 RD-QTY             PIC X(9).
   05 FILLER             PIC X(1).
   05 RD-KIND            PIC X(10).

*> Keyed by the QC desk when an inspected lot came in on a PO: the
*> QC record number, the inspection date, and the PO line it came
*> from. Only traced QC records count against a vendor.
FD TRACE-FILE.
01 TRACE-REC.
   05 QT-RECORD-ID       PIC 9(7).
   05 FILLER             PIC X(1).
   05 QT-INSPECT-DATE    PIC 9(8).
   05 FILLER             PIC X(1).
   05 QT-PO-NO           PIC 9(6).
   05 FILLER             PIC X(1).
   05 QT-ITEM-ID         PIC X(6).

FD RESULTS-FILE.
01 RESULTS-REC.
   05 QC-RECORD-ID       PIC 9(7).
   05 FILLER             PIC X(1).
   05 QC-DUP-FLAG        PIC X(1).
   05 FILLER             PIC X(1).
   05 QC-DISPOSITION     PIC X(1).
   05 FILLER             PIC X(1).
   05 QC-INSPECTOR       PIC X(10).
   05 FILLER             PIC X(1).
   05 QC-CODE            PIC X(3).

*> The score a vendor must reach to stay off the review list.
FD POLICY-FILE.
01 POLICY-REC.
   05 SP-MIN-SCORE       PIC 9(3).

FD SCORECARD-REPORT.
01 SCORECARD-LINE        PIC X(90).

COPY "RUN-PARM-FD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "RUN-PARM-WS.cpy".
01 WS-PO-STATUS          PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-LOG-EOF            PIC X VALUE 'N'.
01 WS-DISC-EOF           PIC X VALUE 'N'.
01 WS-TRACE-EOF          PIC X VALUE 'N'.
01 WS-RESULTS-EOF        PIC X VALUE 'N'.
01 WS-POLICY-EOF         PIC X VALUE 'N'.
01 WS-PERIOD-DATE        PIC 9(8).
01 WS-PERIOD             PIC 9(6).
01 WS-MIN-SCORE          PIC 9(3) VALUE 75.
01 WS-FLAGGED-COUNT      PIC 9(3) VALUE 0.
01 WS-FILLED-QTY         PIC 9(7).
01 WS-ONTIME-PCT         PIC 9(3)V9.
01 WS-FILL-PCT           PIC 9(3)V9.
01 WS-REJECT-PCT         PIC 9(3)V9.

*> PO number to vendor, for the discrepancy and QC files that carry
*> only the PO.
01 WS-PO-COUNT           PIC 9(4) VALUE 0.
01 WS-PO-TABLE.
   05 WS-PO-ENTRY OCCURS 1000 TIMES.
      10 WS-PL-PO-NO      PIC 9(6).
      10 WS-PL-VENDOR     PIC X(5).
01 WS-PO-IDX             PIC 9(4).
01 WS-PO-HIT             PIC 9(4).
01 WS-PO-NO-WANTED       PIC 9(6).

01 WS-TRACE-COUNT        PIC 9(4) VALUE 0.
01 WS-TRACE-TABLE.
   05 WS-TRACE-ENTRY OCCURS 2000 TIMES.
      10 WS-TR-RECORD-ID  PIC 9(7).
      10 WS-TR-VENDOR     PIC X(5).
01 WS-TRACE-IDX          PIC 9(4).
01 WS-TRACE-HIT          PIC 9(4).

*> The month's evidence per vendor, scored and then ranked.
01 WS-VENDOR-COUNT       PIC 9(3) VALUE 0.
01 WS-VENDOR-TABLE.
   05 WS-VENDOR-ENTRY OCCURS 200 TIMES.
      10 WS-VS-VENDOR     PIC X(5).
      10 WS-VS-RECEIPTS   PIC 9(5).
      10 WS-VS-ONTIME     PIC 9(5).
      10 WS-VS-ORDERED    PIC 9(9).
      10 WS-VS-FILLED     PIC 9(9).
      10 WS-VS-SHORT      PIC 9(5).
      10 WS-VS-OVER       PIC 9(5).
      10 WS-VS-INSPECTED  PIC 9(5).
      10 WS-VS-REJECTED   PIC 9(5).
      10 WS-VS-SCORE      PIC 9(3)V9.
01 WS-VENDOR-IDX         PIC 9(3).
01 WS-VENDOR-HIT         PIC 9(3).
01 WS-VENDOR-ID          PIC X(5).
01 WS-SORT-IDX           PIC 9(3).
01 WS-SWAP-ENTRY         PIC X(57).
01 WS-RANK               PIC 9(3).

01 WS-TITLE-LINE.
   05 FILLER             PIC X(25) VALUE "VENDOR SCORECARD - MONTH ".
   05 WS-TL-PERIOD       PIC 9(6).
   05 FILLER             PIC X(13) VALUE "  MIN SCORE ".
   05 WS-TL-MIN          PIC ZZ9.

01 WS-COLUMN-LINE        PIC X(90) VALUE
   "RNK VENDOR RCPTS ONTIME%  FILL% SHORT  OVER  QC REJ% SCORE".

01 WS-SCORE-LINE.
   05 WS-SL-RANK         PIC ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SL-VENDOR       PIC X(5).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SL-RECEIPTS     PIC ZZ,ZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-SL-ONTIME       PIC ZZ9.9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-SL-FILL         PIC ZZ9.9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SL-SHORT        PIC ZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SL-OVER         PIC ZZZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-SL-REJECT       PIC ZZ9.9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-SL-SCORE        PIC ZZ9.9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SL-FLAG         PIC X(20).

PROCEDURE DIVISION.
MAIN.
    MOVE "VENDOR-SCORECARD" TO WS-RH-JOB-NAME.
    MOVE 112 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COPY "RUN-PARM-READ.cpy".

*> The month scored is the run month, or the month of the RUN-PARM
*> as-of date when a past month is being re-scored.
    IF WS-AS-OF-DATE-OVERRIDE NOT = 0
        MOVE WS-AS-OF-DATE-OVERRIDE TO WS-PERIOD-DATE
    ELSE
        MOVE WS-RH-RUN-DATE TO WS-PERIOD-DATE
    END-IF.
    MOVE WS-PERIOD-DATE(1:6) TO WS-PERIOD.

    PERFORM READ-SCORE-POLICY.
    PERFORM LOAD-PO-LINES.
    IF WS-PO-COUNT = 0
        DISPLAY "PURCHASE-ORDERS.DAT MISSING OR EMPTY - "
            "NOTHING TO SCORE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM TALLY-RECEIPTS.
    PERFORM TALLY-DISCREPANCIES.
    PERFORM LOAD-QC-TRACES.
    PERFORM TALLY-QC-RESULTS.

    PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
            UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
        PERFORM SCORE-VENDOR
    END-PERFORM.
    PERFORM RANK-VENDORS.

    OPEN OUTPUT SCORECARD-REPORT.
    MOVE WS-PERIOD TO WS-TL-PERIOD.
    MOVE WS-MIN-SCORE TO WS-TL-MIN.
    WRITE SCORECARD-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    WRITE SCORECARD-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-COLUMN-LINE.
    PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
            UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
        PERFORM PRINT-VENDOR-SCORE
    END-PERFORM.
    CLOSE SCORECARD-REPORT.

    DISPLAY "VENDORS SCORED      : " WS-VENDOR-COUNT.
    DISPLAY "BELOW MINIMUM SCORE : " WS-FLAGGED-COUNT.
    IF WS-FLAGGED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

*> On-time is receipts on or before the line's due date; fill rate
*> is what arrived against what was ordered on lines due this
*> month; the QC reject rate counts traced lots flagged and not
*> released. An empty measure counts as perfect, so a vendor is not
*> marked down for something it had no chance to get wrong. The
*> score weights delivery 40, fill 40 and quality 20.
SCORE-VENDOR.
    IF WS-VS-RECEIPTS(WS-VENDOR-IDX) = 0
        MOVE 100 TO WS-ONTIME-PCT
    ELSE
        COMPUTE WS-ONTIME-PCT ROUNDED =
            WS-VS-ONTIME(WS-VENDOR-IDX) * 100
            / WS-VS-RECEIPTS(WS-VENDOR-IDX)
    END-IF.
    IF WS-VS-ORDERED(WS-VENDOR-IDX) = 0
        MOVE 100 TO WS-FILL-PCT
    ELSE
        COMPUTE WS-FILL-PCT ROUNDED =
            WS-VS-FILLED(WS-VENDOR-IDX) * 100
            / WS-VS-ORDERED(WS-VENDOR-IDX)
    END-IF.
    IF WS-VS-INSPECTED(WS-VENDOR-IDX) = 0
        MOVE 0 TO WS-REJECT-PCT
    ELSE
        COMPUTE WS-REJECT-PCT ROUNDED =
            WS-VS-REJECTED(WS-VENDOR-IDX) * 100
            / WS-VS-INSPECTED(WS-VENDOR-IDX)
    END-IF.
    COMPUTE WS-VS-SCORE(WS-VENDOR-IDX) ROUNDED =
        (WS-ONTIME-PCT * 40 + WS-FILL-PCT * 40
        + (100 - WS-REJECT-PCT) * 20) / 100.

*> Highest score first; a plain exchange sort is ample for the
*> size of the vendor list.
RANK-VENDORS.
    PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
            UNTIL WS-VENDOR-IDX >= WS-VENDOR-COUNT
        PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                UNTIL WS-SORT-IDX > WS-VENDOR-COUNT - WS-VENDOR-IDX
            IF WS-VS-SCORE(WS-SORT-IDX)
                    < WS-VS-SCORE(WS-SORT-IDX + 1)
                MOVE WS-VENDOR-ENTRY(WS-SORT-IDX) TO WS-SWAP-ENTRY
                MOVE WS-VENDOR-ENTRY(WS-SORT-IDX + 1)
                    TO WS-VENDOR-ENTRY(WS-SORT-IDX)
                MOVE WS-SWAP-ENTRY TO WS-VENDOR-ENTRY(WS-SORT-IDX + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

PRINT-VENDOR-SCORE.
    MOVE WS-VENDOR-IDX TO WS-RANK.
    PERFORM SCORE-VENDOR.
    MOVE WS-RANK TO WS-SL-RANK.
    MOVE WS-VS-VENDOR(WS-VENDOR-IDX) TO WS-SL-VENDOR.
    MOVE WS-VS-RECEIPTS(WS-VENDOR-IDX) TO WS-SL-RECEIPTS.
    MOVE WS-ONTIME-PCT TO WS-SL-ONTIME.
    MOVE WS-FILL-PCT TO WS-SL-FILL.
    MOVE WS-VS-SHORT(WS-VENDOR-IDX) TO WS-SL-SHORT.
    MOVE WS-VS-OVER(WS-VENDOR-IDX) TO WS-SL-OVER.
    MOVE WS-REJECT-PCT TO WS-SL-REJECT.
    MOVE WS-VS-SCORE(WS-VENDOR-IDX) TO WS-SL-SCORE.
    IF WS-VS-SCORE(WS-VENDOR-IDX) < WS-MIN-SCORE
        MOVE "BELOW MIN - REVIEW" TO WS-SL-FLAG
        ADD 1 TO WS-FLAGGED-COUNT
    ELSE
        MOVE SPACES TO WS-SL-FLAG
    END-IF.
    WRITE SCORECARD-LINE FROM WS-SCORE-LINE.
    DISPLAY WS-SCORE-LINE.

FIND-VENDOR-SLOT.
    MOVE 0 TO WS-VENDOR-HIT.
    PERFORM VARYING WS-VENDOR-IDX FROM 1 BY 1
            UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
        IF WS-VS-VENDOR(WS-VENDOR-IDX) = WS-VENDOR-ID
            MOVE WS-VENDOR-IDX TO WS-VENDOR-HIT
        END-IF
    END-PERFORM.
    IF WS-VENDOR-HIT = 0
        IF WS-VENDOR-COUNT >= 200
            DISPLAY "VENDOR TABLE FULL - SCORECARD ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-VENDOR-COUNT
        MOVE WS-VENDOR-COUNT TO WS-VENDOR-HIT
        MOVE WS-VENDOR-ID TO WS-VS-VENDOR(WS-VENDOR-HIT)
        MOVE 0 TO WS-VS-RECEIPTS(WS-VENDOR-HIT)
        MOVE 0 TO WS-VS-ONTIME(WS-VENDOR-HIT)
        MOVE 0 TO WS-VS-ORDERED(WS-VENDOR-HIT)
        MOVE 0 TO WS-VS-FILLED(WS-VENDOR-HIT)
        MOVE 0 TO WS-VS-SHORT(WS-VENDOR-HIT)
        MOVE 0 TO WS-VS-OVER(WS-VENDOR-HIT)
        MOVE 0 TO WS-VS-INSPECTED(WS-VENDOR-HIT)
        MOVE 0 TO WS-VS-REJECTED(WS-VENDOR-HIT)
        MOVE 0 TO WS-VS-SCORE(WS-VENDOR-HIT)
    END-IF.

FIND-PO-VENDOR.
    MOVE 0 TO WS-PO-HIT.
    PERFORM VARYING WS-PO-IDX FROM 1 BY 1
            UNTIL WS-PO-IDX > WS-PO-COUNT
        IF WS-PL-PO-NO(WS-PO-IDX) = WS-PO-NO-WANTED
                AND WS-PO-HIT = 0
            MOVE WS-PO-IDX TO WS-PO-HIT
        END-IF
    END-PERFORM.

READ-SCORE-POLICY.
    OPEN INPUT POLICY-FILE.
    READ POLICY-FILE
        AT END MOVE 'Y' TO WS-POLICY-EOF
    END-READ.
    IF WS-POLICY-EOF = 'N' AND SP-MIN-SCORE IS NUMERIC
        MOVE SP-MIN-SCORE TO WS-MIN-SCORE
    END-IF.
    CLOSE POLICY-FILE.

*> Lines due this month feed the fill rate; every line feeds the
*> PO-to-vendor lookup.
LOAD-PO-LINES.
    OPEN INPUT PO-FILE.
    IF WS-PO-STATUS = "00"
        PERFORM UNTIL WS-EOF = 'Y'
            READ PO-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM TAKE-PO-LINE
            END-READ
        END-PERFORM
        CLOSE PO-FILE
    END-IF.

TAKE-PO-LINE.
    IF WS-PO-COUNT >= 1000
        DISPLAY "PO LINE TABLE FULL - SCORECARD ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-PO-COUNT.
    MOVE PO-NO TO WS-PL-PO-NO(WS-PO-COUNT).
    MOVE PO-VENDOR-ID TO WS-PL-VENDOR(WS-PO-COUNT).
    IF PO-DUE-DATE(1:6) = WS-PERIOD
        MOVE PO-VENDOR-ID TO WS-VENDOR-ID
        PERFORM FIND-VENDOR-SLOT
        IF PO-RECEIVED-QTY > PO-ORDER-QTY
            MOVE PO-ORDER-QTY TO WS-FILLED-QTY
        ELSE
            MOVE PO-RECEIVED-QTY TO WS-FILLED-QTY
        END-IF
        ADD PO-ORDER-QTY TO WS-VS-ORDERED(WS-VENDOR-HIT)
        ADD WS-FILLED-QTY TO WS-VS-FILLED(WS-VENDOR-HIT)
    END-IF.

TALLY-RECEIPTS.
    OPEN INPUT RECEIPT-LOG-FILE.
    PERFORM UNTIL WS-LOG-EOF = 'Y'
        READ RECEIPT-LOG-FILE
            AT END MOVE 'Y' TO WS-LOG-EOF
            NOT AT END
                IF RL-RECEIPT-DATE(1:6) = WS-PERIOD
                    MOVE RL-VENDOR-ID TO WS-VENDOR-ID
                    PERFORM FIND-VENDOR-SLOT
                    ADD 1 TO WS-VS-RECEIPTS(WS-VENDOR-HIT)
                    IF RL-RECEIPT-DATE <= RL-DUE-DATE
                        ADD 1 TO WS-VS-ONTIME(WS-VENDOR-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RECEIPT-LOG-FILE.

*> Unordered deliveries have no PO line and so no vendor to charge.
TALLY-DISCREPANCIES.
    OPEN INPUT DISCREPANCY-FILE.
    PERFORM UNTIL WS-DISC-EOF = 'Y'
        READ DISCREPANCY-FILE
            AT END MOVE 'Y' TO WS-DISC-EOF
            NOT AT END
                IF RD-DATE(1:6) = WS-PERIOD
                        AND (RD-KIND = "SHORT" OR RD-KIND = "OVER")
                    MOVE RD-PO-NO TO WS-PO-NO-WANTED
                    PERFORM FIND-PO-VENDOR
                    IF WS-PO-HIT > 0
                        MOVE WS-PL-VENDOR(WS-PO-HIT) TO WS-VENDOR-ID
                        PERFORM FIND-VENDOR-SLOT
                        IF RD-KIND = "SHORT"
                            ADD 1 TO WS-VS-SHORT(WS-VENDOR-HIT)
                        ELSE
                            ADD 1 TO WS-VS-OVER(WS-VENDOR-HIT)
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DISCREPANCY-FILE.

LOAD-QC-TRACES.
    OPEN INPUT TRACE-FILE.
    PERFORM UNTIL WS-TRACE-EOF = 'Y'
        READ TRACE-FILE
            AT END MOVE 'Y' TO WS-TRACE-EOF
            NOT AT END
                IF QT-INSPECT-DATE(1:6) = WS-PERIOD
                    MOVE QT-PO-NO TO WS-PO-NO-WANTED
                    PERFORM FIND-PO-VENDOR
                    IF WS-PO-HIT > 0 AND WS-TRACE-COUNT < 2000
                        ADD 1 TO WS-TRACE-COUNT
                        MOVE QT-RECORD-ID
                            TO WS-TR-RECORD-ID(WS-TRACE-COUNT)
                        MOVE WS-PL-VENDOR(WS-PO-HIT)
                            TO WS-TR-VENDOR(WS-TRACE-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TRACE-FILE.

*> A traced lot counts as rejected when 158A flagged it and the QC
*> disposition did not release it.
TALLY-QC-RESULTS.
    OPEN INPUT RESULTS-FILE.
    PERFORM UNTIL WS-RESULTS-EOF = 'Y'
        READ RESULTS-FILE
            AT END MOVE 'Y' TO WS-RESULTS-EOF
            NOT AT END
                MOVE 0 TO WS-TRACE-HIT
                PERFORM VARYING WS-TRACE-IDX FROM 1 BY 1
                        UNTIL WS-TRACE-IDX > WS-TRACE-COUNT
                    IF WS-TR-RECORD-ID(WS-TRACE-IDX) = QC-RECORD-ID
                        MOVE WS-TRACE-IDX TO WS-TRACE-HIT
                    END-IF
                END-PERFORM
                IF WS-TRACE-HIT > 0
                    MOVE WS-TR-VENDOR(WS-TRACE-HIT) TO WS-VENDOR-ID
                    PERFORM FIND-VENDOR-SLOT
                    ADD 1 TO WS-VS-INSPECTED(WS-VENDOR-HIT)
                    IF QC-DUP-FLAG = 'Y' AND QC-DISPOSITION NOT = 'R'
                        ADD 1 TO WS-VS-REJECTED(WS-VENDOR-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RESULTS-FILE.
