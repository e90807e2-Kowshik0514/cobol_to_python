       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDIT-SAMPLE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO DYNAMIC WS-GL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POP-STATUS.
    SELECT INVOICE-REGISTER ASSIGN TO "INVOICE-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POP-STATUS.
    SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDIT-TRAIL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT SAMPLE-FILE ASSIGN TO "AUDIT-SAMPLE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SAMPLE-LOG-FILE ASSIGN TO "AUDIT-SAMPLE-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "PRINT-ROUTE-SELECT.cpy".

DATA DIVISION.
FILE SECTION.
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

FD INVOICE-REGISTER.
01 REGISTER-LINE.
   05 RG-RECORD-TYPE     PIC X(4).
   05 RG-INV-NO          PIC 9(6).
   05 RG-REST            PIC X(70).

FD AUDIT-TRAIL-FILE.
01 AUDIT-TRAIL-LINE      PIC X(100).

*> The selection as a file the auditors can load: a PARM line with
*> what was asked for and the seed, a POP line with the population
*> totals and the interval and start the selection used, then one
*> ITEM line per item selected.
FD SAMPLE-FILE.
01 SAMPLE-REC            PIC X(100).

*> One line per run, so every sample ever drawn can be drawn again.
FD SAMPLE-LOG-FILE.
01 SAMPLE-LOG-REC.
   05 SL-RUN-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 SL-RUN-TIME        PIC 9(8).
   05 FILLER             PIC X(1).
   05 SL-POPULATION      PIC X(1).
   05 FILLER             PIC X(1).
   05 SL-DATE-FROM       PIC 9(8).
   05 FILLER             PIC X(1).
   05 SL-DATE-TO         PIC 9(8).
   05 FILLER             PIC X(1).
   05 SL-METHOD          PIC X(1).
   05 FILLER             PIC X(1).
   05 SL-SAMPLE-SIZE     PIC 9(3).
   05 FILLER             PIC X(1).
   05 SL-SEED            PIC 9(10).
   05 FILLER             PIC X(1).
   05 SL-POP-COUNT       PIC 9(7).
   05 FILLER             PIC X(1).
   05 SL-POP-VALUE       PIC 9(11)V99.
   05 FILLER             PIC X(1).
   05 SL-SELECTED        PIC 9(3).

COPY "PRINT-ROUTE-FD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "PRINT-SPOOL-WS.cpy".
COPY "AUDIT-TRAIL-RECORD.cpy".
01 WS-POP-STATUS         PIC X(2).
01 WS-AUDIT-STATUS       PIC X(2).
01 WS-EOF                PIC X.
01 WS-AUDIT-EOF          PIC X.
01 WS-ANSWER             PIC X(12).
01 WS-EDIT-VALID         PIC X.
01 WS-TIME-NOW           PIC 9(8).

*> What is to be sampled.
01 WS-POPULATION         PIC X(1).
01 WS-POP-NAME           PIC X(20).
01 WS-POP-FILE-NAME      PIC X(30).
01 WS-HEAD-TYPE          PIC X(4).
01 WS-TOTAL-TYPE         PIC X(4).

*> GL-POSTING.DAT is emptied by every validation run and the month
*> close moves the validated postings to the archive, so the GL
*> population is the whole trail: the archive, then the validated
*> postings not yet closed, then any awaiting validation. A posting
*> is identified by a file letter and its line in that file.
01 WS-GL-FILES.
   05 FILLER PIC X(31) VALUE "AGL-POSTINGS-ARCHIVE.DAT".
   05 FILLER PIC X(31) VALUE "VGL-POSTINGS-VALID.DAT".
   05 FILLER PIC X(31) VALUE "PGL-POSTING.DAT".
01 WS-GL-FILE-TABLE REDEFINES WS-GL-FILES.
   05 WS-GL-FILE-ENTRY OCCURS 3 TIMES.
      10 WS-GL-FILE-LETTER  PIC X(1).
      10 WS-GL-FILE-ENTRY-NAME PIC X(30).
01 WS-GL-FILE-IDX        PIC 9.
01 WS-GL-FILE-NAME       PIC X(30).
01 WS-DATE-FROM          PIC 9(8).
01 WS-DATE-TO            PIC 9(8).
01 WS-METHOD             PIC X(1).
01 WS-METHOD-NAME        PIC X(20).
01 WS-SAMPLE-SIZE        PIC 9(3).
01 WS-MAX-SAMPLE         PIC 9(3) VALUE 500.
01 WS-CONFIDENCE         PIC 9(2) VALUE 0.
01 WS-TOLERABLE          PIC 9(2) VALUE 0.
01 WS-RELIABILITY        PIC 9V99.
01 WS-SIZE-WORK          PIC 9(5)V99.

*> The seed drives a Park-Miller minimal standard generator:
*> each draw replaces the seed with seed x 16807 modulo 2147483647.
*> Nothing else feeds it, so the same seed over the same population
*> and parameters selects the same items on any machine, and the
*> auditors can run the same arithmetic themselves.
01 WS-SEED               PIC 9(10).
01 WS-RUN-SEED           PIC 9(10).
01 WS-SEED-WORK          PIC 9(15).
01 WS-SEED-QUOTIENT      PIC 9(6).
01 WS-MODULUS            PIC 9(10) VALUE 2147483647.
01 WS-MULTIPLIER         PIC 9(5) VALUE 16807.
01 WS-DRAW               PIC 9(7).
01 WS-DRAW-RANGE         PIC 9(7).

*> The population: items in the period, in file order. An item's
*> position is its number in that order; GL postings are identified
*> by their file and line in the GL trail, invoices and credit notes by
*> their number.
01 WS-POP-COUNT          PIC 9(7) VALUE 0.
01 WS-POP-VALUE          PIC 9(11)V99 VALUE 0.
01 WS-LINE-NO            PIC 9(7).
01 WS-POSITION           PIC 9(7).
01 WS-ITEM-READY         PIC X.
01 WS-ITEM-DOC           PIC X(10).
01 WS-ITEM-DETAIL        PIC X(9).
01 WS-ITEM-DATE          PIC 9(8).
01 WS-ITEM-AMOUNT        PIC 9(9)V99.
01 WS-HELD-DOC-NO        PIC 9(6).
01 WS-HELD-DATE          PIC 9(8).
01 WS-DOC-NUMBER         PIC 9(7).

*> Random and systematic selection work from a table of positions
*> in ascending order; monetary-unit selection from a start point
*> and an interval in money.
01 WS-PICK-COUNT         PIC 9(3).
01 WS-PICK-TABLE.
   05 WS-PICK OCCURS 500 TIMES PIC 9(7).
01 WS-PICK-IDX           PIC 9(3).
01 WS-PICK-NEXT          PIC 9(3).
01 WS-PICK-HOLD          PIC 9(7).
01 WS-SHIFT-IDX          PIC 9(3).
01 WS-SHIFT-DONE         PIC X.
01 WS-PICK-DUPLICATE     PIC X.
01 WS-INTERVAL           PIC 9(7) VALUE 0.
01 WS-START              PIC 9(7) VALUE 0.
01 WS-MUS-INTERVAL       PIC 9(11)V99 VALUE 0.
01 WS-MUS-START          PIC 9(11)V99 VALUE 0.
01 WS-MUS-POINT          PIC 9(11)V99.
01 WS-MUS-USED           PIC 9(3).
01 WS-CUM-VALUE          PIC 9(11)V99.
01 WS-ITEM-HITS          PIC 9(3).

*> The items selected, with up to two audit-trail references each:
*> the trail's sequence number, or for a line written before the
*> trail was chained, its line number in AUDIT-TRAIL.DAT.
01 WS-SELECTED-COUNT     PIC 9(3) VALUE 0.
01 WS-SAMPLE-TABLE.
   05 WS-SAMPLE-ENTRY OCCURS 500 TIMES.
      10 WS-SM-POSITION  PIC 9(7).
      10 WS-SM-DOC       PIC X(10).
      10 WS-SM-DETAIL    PIC X(9).
      10 WS-SM-DATE      PIC 9(8).
      10 WS-SM-AMOUNT    PIC 9(9)V99.
      10 WS-SM-HITS      PIC 9(3).
      10 WS-SM-REF-COUNT PIC 9(3).
      10 WS-SM-REF OCCURS 2 TIMES PIC 9(7).
01 WS-SAMPLE-IDX         PIC 9(3).
01 WS-AUDIT-LINE-NO      PIC 9(7).
01 WS-AUDIT-REF          PIC 9(7).
01 WS-MOVEMENT           PIC S9(9)V99.

01 WS-PARM-LINE.
   05 WS-PL-LABEL        PIC X(20).
   05 WS-PL-VALUE        PIC X(40).

01 WS-ED-COUNT           PIC Z,ZZZ,ZZ9.
01 WS-ED-MONEY           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-ED-SEED            PIC Z(9)9.

01 WS-DETAIL-HEAD        PIC X(60) VALUE
   "POSITION DOCUMENT   DATE             AMOUNT  AUDIT REFS".

01 WS-DETAIL-LINE.
   05 WS-DL-POSITION     PIC Z(6)9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-DL-DOC          PIC X(10).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-REF-1        PIC X(7).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-REF-2        PIC X(7).
01 WS-ED-REF             PIC Z(6)9.

01 WS-PARM-OUT.
   05 FILLER             PIC X(5) VALUE "PARM ".
   05 WS-PO-POPULATION   PIC X(1).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PO-DATE-FROM    PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PO-DATE-TO      PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PO-METHOD       PIC X(1).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PO-SIZE         PIC 9(3).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PO-CONFIDENCE   PIC 9(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PO-TOLERABLE    PIC 9(2).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PO-SEED         PIC 9(10).

01 WS-POP-OUT.
   05 FILLER             PIC X(5) VALUE "POP  ".
   05 WS-PP-COUNT        PIC 9(7).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PP-VALUE        PIC 9(11)V99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PP-INTERVAL     PIC 9(11)V99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PP-START        PIC 9(11)V99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-PP-SELECTED     PIC 9(3).

01 WS-ITEM-OUT.
   05 FILLER             PIC X(5) VALUE "ITEM ".
   05 WS-IO-POSITION     PIC 9(7).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-IO-DOC          PIC X(10).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-IO-DETAIL       PIC X(9).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-IO-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-IO-AMOUNT       PIC 9(9)V99.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-IO-HITS         PIC 9(3).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-IO-REF-1        PIC 9(7).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-IO-REF-2        PIC 9(7).

*> Year-end audit sample from the GL postings, the invoice register
*> or the credit notes on it, for a period, by random, systematic
*> or monetary-unit selection. The sample size is given, or worked
*> out from a confidence level and tolerable rate by the
*> zero-expected-error reliability factors (2.31 at 90%, 3.00 at
*> 95%, 4.61 at 99%). The seed is printed and logged with the
*> population totals so the selection can be re-performed.
PROCEDURE DIVISION.
MAIN.
    MOVE "AUDIT-SAMPLE" TO WS-RH-JOB-NAME.
    MOVE 183 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "AUDIT SAMPLE SELECTION" TO WS-PRINT-REPORT-TITLE.

    PERFORM ACCEPT-PARAMETERS.
    PERFORM COUNT-POPULATION.
    IF WS-POP-COUNT = 0
        DISPLAY "NO ITEMS IN THE PERIOD ON " WS-POP-FILE-NAME
            " - NOTHING TO SAMPLE"
        MOVE 4 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM SIZE-SAMPLE.
    MOVE WS-SEED TO WS-RUN-SEED.
    EVALUATE WS-METHOD
        WHEN "R" PERFORM PLAN-RANDOM-SELECTION
        WHEN "S" PERFORM PLAN-SYSTEMATIC-SELECTION
        WHEN "M" PERFORM PLAN-MONETARY-SELECTION
    END-EVALUATE.
    PERFORM SELECT-SAMPLE-ITEMS.
    PERFORM FIND-AUDIT-REFERENCES.

    DISPLAY "OUTPUT ROUTE (F=FILE/CONSOLE, P=PRINTER, E=EMAIL): "
        WITH NO ADVANCING.
    ACCEPT WS-PRINT-ROUTE.
    IF WS-PRINT-ROUTE = "P"
        OPEN OUTPUT PRINTER-QUEUE-FILE
    END-IF.
    IF WS-PRINT-ROUTE = "E"
        OPEN OUTPUT EMAIL-OUTBOX-FILE
        MOVE "TO: AUDIT-DISTRIBUTION@LOCAL" TO EMAIL-OUTBOX-LINE
        WRITE EMAIL-OUTBOX-LINE
        MOVE "SUBJECT: AUDIT SAMPLE SELECTION" TO EMAIL-OUTBOX-LINE
        WRITE EMAIL-OUTBOX-LINE
    END-IF.

    PERFORM PRINT-SAMPLE-REPORT.
    COPY "PRINT-SPOOL-FOOTER.cpy".
    IF WS-PRINT-ROUTE = "P"
        CLOSE PRINTER-QUEUE-FILE
    END-IF.
    IF WS-PRINT-ROUTE = "E"
        CLOSE EMAIL-OUTBOX-FILE
    END-IF.

    PERFORM WRITE-SAMPLE-EXTRACT.
    PERFORM LOG-SAMPLE-RUN.
    GOBACK.

ACCEPT-PARAMETERS.
    DISPLAY "POPULATION (G=GL POSTINGS, I=INVOICES, C=CREDIT NOTES): "
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1)) TO WS-POPULATION.
    EVALUATE WS-POPULATION
        WHEN "G"
            MOVE "GL POSTINGS" TO WS-POP-NAME
            MOVE "GL POSTING TRAIL" TO WS-POP-FILE-NAME
        WHEN "I"
            MOVE "INVOICES" TO WS-POP-NAME
            MOVE "INVOICE-REGISTER.DAT" TO WS-POP-FILE-NAME
            MOVE "HDR " TO WS-HEAD-TYPE
            MOVE "TTL " TO WS-TOTAL-TYPE
        WHEN "C"
            MOVE "CREDIT NOTES" TO WS-POP-NAME
            MOVE "INVOICE-REGISTER.DAT" TO WS-POP-FILE-NAME
            MOVE "CRN " TO WS-HEAD-TYPE
            MOVE "CRT " TO WS-TOTAL-TYPE
        WHEN OTHER
            DISPLAY "POPULATION MUST BE G, I OR C"
            MOVE 1 TO RETURN-CODE
            GOBACK
    END-EVALUATE.

    DISPLAY "PERIOD FROM YYYYMMDD: " WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER(1:8) IS NOT NUMERIC
        DISPLAY "PERIOD FROM MUST BE A DATE YYYYMMDD"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-ANSWER(1:8) TO WS-DATE-FROM.
    DISPLAY "PERIOD TO YYYYMMDD: " WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    IF WS-ANSWER(1:8) IS NOT NUMERIC
        DISPLAY "PERIOD TO MUST BE A DATE YYYYMMDD"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-ANSWER(1:8) TO WS-DATE-TO.
    IF WS-DATE-TO < WS-DATE-FROM
        DISPLAY "PERIOD TO IS BEFORE PERIOD FROM"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    DISPLAY "METHOD (R=RANDOM, S=SYSTEMATIC, M=MONETARY UNIT): "
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:1)) TO WS-METHOD.
    EVALUATE WS-METHOD
        WHEN "R" MOVE "RANDOM" TO WS-METHOD-NAME
        WHEN "S" MOVE "SYSTEMATIC" TO WS-METHOD-NAME
        WHEN "M" MOVE "MONETARY UNIT" TO WS-METHOD-NAME
        WHEN OTHER
            DISPLAY "METHOD MUST BE R, S OR M"
            MOVE 1 TO RETURN-CODE
            GOBACK
    END-EVALUATE.

    DISPLAY "SAMPLE SIZE (0=FROM CONFIDENCE LEVEL): "
        WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    CALL "NUMERIC-EDIT" USING WS-ANSWER WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N' OR FUNCTION NUMVAL(WS-ANSWER) > WS-MAX-SAMPLE
        DISPLAY "SAMPLE SIZE MUST BE A NUMBER UP TO " WS-MAX-SAMPLE
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    COMPUTE WS-SAMPLE-SIZE = FUNCTION NUMVAL(WS-ANSWER).
    IF WS-SAMPLE-SIZE = 0
        PERFORM ACCEPT-CONFIDENCE
    END-IF.

    DISPLAY "SEED (0=NEW SEED): " WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    CALL "NUMERIC-EDIT" USING WS-ANSWER WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N'
            OR FUNCTION NUMVAL(WS-ANSWER) >= WS-MODULUS
        DISPLAY "SEED MUST BE A NUMBER BELOW " WS-MODULUS
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    COMPUTE WS-SEED = FUNCTION NUMVAL(WS-ANSWER).
    IF WS-SEED = 0
        ACCEPT WS-TIME-NOW FROM TIME
        COMPUTE WS-SEED = WS-TIME-NOW + 1
    END-IF.

ACCEPT-CONFIDENCE.
    DISPLAY "CONFIDENCE LEVEL (90, 95 OR 99): " WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    EVALUATE WS-ANSWER(1:2)
        WHEN "90" MOVE 2.31 TO WS-RELIABILITY
        WHEN "95" MOVE 3.00 TO WS-RELIABILITY
        WHEN "99" MOVE 4.61 TO WS-RELIABILITY
        WHEN OTHER
            DISPLAY "CONFIDENCE LEVEL MUST BE 90, 95 OR 99"
            MOVE 1 TO RETURN-CODE
            GOBACK
    END-EVALUATE.
    MOVE WS-ANSWER(1:2) TO WS-CONFIDENCE.
    DISPLAY "TOLERABLE RATE PERCENT (1-50): " WITH NO ADVANCING.
    ACCEPT WS-ANSWER.
    CALL "NUMERIC-EDIT" USING WS-ANSWER WS-EDIT-VALID.
    IF WS-EDIT-VALID = 'N' OR FUNCTION NUMVAL(WS-ANSWER) < 1
            OR FUNCTION NUMVAL(WS-ANSWER) > 50
        DISPLAY "TOLERABLE RATE MUST BE 1 TO 50 PERCENT"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    COMPUTE WS-TOLERABLE = FUNCTION NUMVAL(WS-ANSWER).

COUNT-POPULATION.
    PERFORM OPEN-POPULATION.
    PERFORM UNTIL WS-EOF = 'Y'
        PERFORM NEXT-POPULATION-ITEM
        IF WS-ITEM-READY = 'Y'
            ADD 1 TO WS-POP-COUNT
            ADD WS-ITEM-AMOUNT TO WS-POP-VALUE
        END-IF
    END-PERFORM.
    PERFORM CLOSE-POPULATION.

*> Sized from the confidence level when no size was given; a random
*> or systematic sample cannot hold more items than there are.
SIZE-SAMPLE.
    IF WS-SAMPLE-SIZE = 0
        COMPUTE WS-SIZE-WORK = WS-RELIABILITY * 100 / WS-TOLERABLE
        MOVE WS-SIZE-WORK TO WS-SAMPLE-SIZE
        IF WS-SAMPLE-SIZE < WS-SIZE-WORK
            ADD 1 TO WS-SAMPLE-SIZE
        END-IF
    END-IF.
    IF WS-METHOD NOT = "M" AND WS-SAMPLE-SIZE > WS-POP-COUNT
        MOVE WS-POP-COUNT TO WS-SAMPLE-SIZE
    END-IF.

NEXT-RANDOM.
    COMPUTE WS-SEED-WORK = WS-SEED * WS-MULTIPLIER.
    DIVIDE WS-SEED-WORK BY WS-MODULUS
        GIVING WS-SEED-QUOTIENT REMAINDER WS-SEED.

*> A draw from 1 to WS-DRAW-RANGE, each equally likely.
DRAW-POSITION.
    PERFORM NEXT-RANDOM.
    COMPUTE WS-DRAW = (WS-SEED - 1) * WS-DRAW-RANGE
        / (WS-MODULUS - 1) + 1.

*> Positions are drawn until there are enough different ones, then
*> put in order for the pass through the population.
PLAN-RANDOM-SELECTION.
    MOVE 0 TO WS-PICK-COUNT.
    MOVE WS-POP-COUNT TO WS-DRAW-RANGE.
    PERFORM UNTIL WS-PICK-COUNT >= WS-SAMPLE-SIZE
        PERFORM DRAW-POSITION
        MOVE 'N' TO WS-PICK-DUPLICATE
        PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                UNTIL WS-PICK-IDX > WS-PICK-COUNT
            IF WS-PICK(WS-PICK-IDX) = WS-DRAW
                MOVE 'Y' TO WS-PICK-DUPLICATE
            END-IF
        END-PERFORM
        IF WS-PICK-DUPLICATE = 'N'
            ADD 1 TO WS-PICK-COUNT
            MOVE WS-DRAW TO WS-PICK(WS-PICK-COUNT)
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-PICK-IDX FROM 2 BY 1
            UNTIL WS-PICK-IDX > WS-PICK-COUNT
        PERFORM SORT-ONE-PICK
    END-PERFORM.

SORT-ONE-PICK.
    MOVE WS-PICK(WS-PICK-IDX) TO WS-PICK-HOLD.
    MOVE WS-PICK-IDX TO WS-SHIFT-IDX.
    MOVE 'N' TO WS-SHIFT-DONE.
    PERFORM UNTIL WS-SHIFT-DONE = 'Y'
        IF WS-SHIFT-IDX = 1
            MOVE 'Y' TO WS-SHIFT-DONE
        ELSE
            IF WS-PICK(WS-SHIFT-IDX - 1) <= WS-PICK-HOLD
                MOVE 'Y' TO WS-SHIFT-DONE
            ELSE
                MOVE WS-PICK(WS-SHIFT-IDX - 1) TO WS-PICK(WS-SHIFT-IDX)
                SUBTRACT 1 FROM WS-SHIFT-IDX
            END-IF
        END-IF
    END-PERFORM.
    MOVE WS-PICK-HOLD TO WS-PICK(WS-SHIFT-IDX).

*> Every WS-INTERVAL-th item from a random start in the first
*> interval.
PLAN-SYSTEMATIC-SELECTION.
    DIVIDE WS-POP-COUNT BY WS-SAMPLE-SIZE GIVING WS-INTERVAL.
    MOVE WS-INTERVAL TO WS-DRAW-RANGE.
    PERFORM DRAW-POSITION.
    MOVE WS-DRAW TO WS-START.
    MOVE 0 TO WS-PICK-COUNT.
    PERFORM UNTIL WS-PICK-COUNT >= WS-SAMPLE-SIZE
        ADD 1 TO WS-PICK-COUNT
        COMPUTE WS-PICK(WS-PICK-COUNT) =
            WS-START + (WS-PICK-COUNT - 1) * WS-INTERVAL
    END-PERFORM.

*> Each currency unit has the same chance: the item holding every
*> WS-MUS-INTERVAL-th unit from a random start is selected, so an
*> item larger than the interval can be hit more than once but is
*> listed once.
PLAN-MONETARY-SELECTION.
    COMPUTE WS-MUS-INTERVAL = WS-POP-VALUE / WS-SAMPLE-SIZE.
    IF WS-MUS-INTERVAL = 0
        DISPLAY "POPULATION VALUE TOO SMALL FOR A MONETARY-UNIT SAMPLE"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM NEXT-RANDOM.
    COMPUTE WS-MUS-START = (WS-SEED - 1) * WS-MUS-INTERVAL
        / (WS-MODULUS - 1) + 0.01.
    MOVE WS-MUS-START TO WS-MUS-POINT.
    MOVE 0 TO WS-MUS-USED.
    MOVE 0 TO WS-CUM-VALUE.

SELECT-SAMPLE-ITEMS.
    MOVE 0 TO WS-POSITION.
    MOVE 1 TO WS-PICK-NEXT.
    PERFORM OPEN-POPULATION.
    PERFORM UNTIL WS-EOF = 'Y'
        PERFORM NEXT-POPULATION-ITEM
        IF WS-ITEM-READY = 'Y'
            ADD 1 TO WS-POSITION
            MOVE 0 TO WS-ITEM-HITS
            IF WS-METHOD = "M"
                PERFORM CHECK-MONETARY-HIT
            ELSE
                PERFORM CHECK-POSITION-HIT
            END-IF
            IF WS-ITEM-HITS > 0
                PERFORM KEEP-SAMPLE-ITEM
            END-IF
        END-IF
    END-PERFORM.
    PERFORM CLOSE-POPULATION.

CHECK-POSITION-HIT.
    IF WS-PICK-NEXT <= WS-PICK-COUNT
        IF WS-PICK(WS-PICK-NEXT) = WS-POSITION
            MOVE 1 TO WS-ITEM-HITS
            ADD 1 TO WS-PICK-NEXT
        END-IF
    END-IF.

CHECK-MONETARY-HIT.
    ADD WS-ITEM-AMOUNT TO WS-CUM-VALUE.
    PERFORM UNTIL WS-MUS-POINT > WS-CUM-VALUE
            OR WS-MUS-USED >= WS-SAMPLE-SIZE
        ADD 1 TO WS-ITEM-HITS
        ADD 1 TO WS-MUS-USED
        ADD WS-MUS-INTERVAL TO WS-MUS-POINT
    END-PERFORM.

KEEP-SAMPLE-ITEM.
    ADD 1 TO WS-SELECTED-COUNT.
    MOVE WS-POSITION TO WS-SM-POSITION(WS-SELECTED-COUNT).
    MOVE WS-ITEM-DOC TO WS-SM-DOC(WS-SELECTED-COUNT).
    MOVE WS-ITEM-DETAIL TO WS-SM-DETAIL(WS-SELECTED-COUNT).
    MOVE WS-ITEM-DATE TO WS-SM-DATE(WS-SELECTED-COUNT).
    MOVE WS-ITEM-AMOUNT TO WS-SM-AMOUNT(WS-SELECTED-COUNT).
    MOVE WS-ITEM-HITS TO WS-SM-HITS(WS-SELECTED-COUNT).
    MOVE 0 TO WS-SM-REF-COUNT(WS-SELECTED-COUNT).
    MOVE 0 TO WS-SM-REF(WS-SELECTED-COUNT, 1).
    MOVE 0 TO WS-SM-REF(WS-SELECTED-COUNT, 2).

OPEN-POPULATION.
    MOVE 'N' TO WS-EOF.
    MOVE 0 TO WS-LINE-NO.
    MOVE 0 TO WS-HELD-DOC-NO.
    MOVE 0 TO WS-HELD-DATE.
    IF WS-POPULATION = "G"
        MOVE 1 TO WS-GL-FILE-IDX
        PERFORM OPEN-GL-FILE
    ELSE
        OPEN INPUT INVOICE-REGISTER
        IF WS-POP-STATUS NOT = "00"
            DISPLAY WS-POP-FILE-NAME " NOT AVAILABLE"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

*> Any of the three may be absent - before the first close there is
*> no archive, straight after one no validated postings.
OPEN-GL-FILE.
    MOVE WS-GL-FILE-ENTRY-NAME(WS-GL-FILE-IDX) TO WS-GL-FILE-NAME.
    MOVE 0 TO WS-LINE-NO.
    OPEN INPUT GL-POSTING-FILE.
    IF WS-POP-STATUS NOT = "00" AND WS-POP-STATUS NOT = "05"
        DISPLAY WS-GL-FILE-NAME " NOT AVAILABLE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

*> Moves on to the next file of the trail at the end of one.
NEXT-GL-FILE.
    CLOSE GL-POSTING-FILE.
    ADD 1 TO WS-GL-FILE-IDX.
    IF WS-GL-FILE-IDX > 3
        MOVE 'Y' TO WS-EOF
    ELSE
        PERFORM OPEN-GL-FILE
    END-IF.

CLOSE-POPULATION.
    IF WS-POPULATION = "G"
        IF WS-GL-FILE-IDX <= 3
            CLOSE GL-POSTING-FILE
        END-IF
    ELSE
        CLOSE INVOICE-REGISTER
    END-IF.

*> Leaves the next item in the period in WS-ITEM-..., or WS-EOF.
NEXT-POPULATION-ITEM.
    MOVE 'N' TO WS-ITEM-READY.
    PERFORM UNTIL WS-ITEM-READY = 'Y' OR WS-EOF = 'Y'
        IF WS-POPULATION = "G"
            READ GL-POSTING-FILE
                AT END PERFORM NEXT-GL-FILE
                NOT AT END PERFORM JUDGE-GL-POSTING
            END-READ
        ELSE
            READ INVOICE-REGISTER
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM JUDGE-REGISTER-LINE
            END-READ
        END-IF
    END-PERFORM.

JUDGE-GL-POSTING.
    ADD 1 TO WS-LINE-NO.
    IF GP-POST-DATE IS NUMERIC AND GP-AMOUNT IS NUMERIC
            AND GP-POST-DATE >= WS-DATE-FROM
            AND GP-POST-DATE <= WS-DATE-TO
        MOVE 'Y' TO WS-ITEM-READY
        MOVE WS-LINE-NO TO WS-DOC-NUMBER
        MOVE SPACES TO WS-ITEM-DOC
        STRING WS-GL-FILE-LETTER(WS-GL-FILE-IDX) DELIMITED BY SIZE
            WS-DOC-NUMBER DELIMITED BY SIZE
            INTO WS-ITEM-DOC
        MOVE SPACES TO WS-ITEM-DETAIL
        STRING GP-ACCOUNT DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            GP-DR-CR DELIMITED BY SIZE
            INTO WS-ITEM-DETAIL
        MOVE GP-POST-DATE TO WS-ITEM-DATE
        MOVE GP-AMOUNT TO WS-ITEM-AMOUNT
    END-IF.

*> The header line dates the document; its total line carries the
*> net and the tax, as AR-BUILD-OPEN-ITEMS reads them.
JUDGE-REGISTER-LINE.
    EVALUATE RG-RECORD-TYPE
        WHEN WS-HEAD-TYPE
            MOVE RG-INV-NO TO WS-HELD-DOC-NO
            IF RG-REST(2:8) IS NUMERIC
                MOVE RG-REST(2:8) TO WS-HELD-DATE
            ELSE
                MOVE 0 TO WS-HELD-DATE
            END-IF
        WHEN WS-TOTAL-TYPE
            IF RG-INV-NO = WS-HELD-DOC-NO
                    AND WS-HELD-DATE >= WS-DATE-FROM
                    AND WS-HELD-DATE <= WS-DATE-TO
                MOVE 'Y' TO WS-ITEM-READY
                MOVE SPACES TO WS-ITEM-DOC
                MOVE RG-INV-NO TO WS-ITEM-DOC
                MOVE SPACES TO WS-ITEM-DETAIL
                MOVE WS-HELD-DATE TO WS-ITEM-DATE
                COMPUTE WS-ITEM-AMOUNT =
                    FUNCTION NUMVAL(RG-REST(2:9))
                    + FUNCTION NUMVAL(RG-REST(16:8))
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> An audit-trail line backs an item when it is of the item's date
*> and records the item's amount as its new value or as the change
*> it made.
FIND-AUDIT-REFERENCES.
    MOVE 'N' TO WS-AUDIT-EOF.
    MOVE 0 TO WS-AUDIT-LINE-NO.
    OPEN INPUT AUDIT-TRAIL-FILE.
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "NO AUDIT TRAIL FILE PRESENT"
    ELSE
        PERFORM UNTIL WS-AUDIT-EOF = 'Y'
            READ AUDIT-TRAIL-FILE
                AT END MOVE 'Y' TO WS-AUDIT-EOF
                NOT AT END PERFORM MATCH-AUDIT-LINE
            END-READ
        END-PERFORM
        CLOSE AUDIT-TRAIL-FILE
    END-IF.

MATCH-AUDIT-LINE.
    ADD 1 TO WS-AUDIT-LINE-NO.
    MOVE SPACES TO AUDIT-TRAIL-RECORD.
    MOVE AUDIT-TRAIL-LINE TO AUDIT-TRAIL-RECORD.
    IF AUDIT-TRAIL-LINE(92:7) IS NUMERIC
        MOVE AT-SEQ-NO TO WS-AUDIT-REF
    ELSE
        MOVE WS-AUDIT-LINE-NO TO WS-AUDIT-REF
    END-IF.
    IF AT-DATE IS NUMERIC AND AT-OLD-VALUE IS NUMERIC
            AND AT-NEW-VALUE IS NUMERIC
        COMPUTE WS-MOVEMENT = AT-NEW-VALUE - AT-OLD-VALUE
        PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
                UNTIL WS-SAMPLE-IDX > WS-SELECTED-COUNT
            IF WS-SM-DATE(WS-SAMPLE-IDX) = AT-DATE
                    AND (AT-NEW-VALUE = WS-SM-AMOUNT(WS-SAMPLE-IDX)
                        OR WS-MOVEMENT = WS-SM-AMOUNT(WS-SAMPLE-IDX))
                PERFORM NOTE-AUDIT-REFERENCE
            END-IF
        END-PERFORM
    END-IF.

NOTE-AUDIT-REFERENCE.
    IF WS-SM-REF-COUNT(WS-SAMPLE-IDX) < 2
        ADD 1 TO WS-SM-REF-COUNT(WS-SAMPLE-IDX)
        MOVE WS-AUDIT-REF TO
            WS-SM-REF(WS-SAMPLE-IDX, WS-SM-REF-COUNT(WS-SAMPLE-IDX))
    END-IF.

PRINT-SAMPLE-REPORT.
    MOVE "POPULATION" TO WS-PL-LABEL.
    MOVE SPACES TO WS-PL-VALUE.
    STRING WS-POP-NAME DELIMITED BY "  "
        " (" DELIMITED BY SIZE
        WS-POP-FILE-NAME DELIMITED BY "  "
        ")" DELIMITED BY SIZE
        INTO WS-PL-VALUE.
    PERFORM PRINT-PARM-LINE.
    MOVE "PERIOD" TO WS-PL-LABEL.
    MOVE SPACES TO WS-PL-VALUE.
    STRING WS-DATE-FROM DELIMITED BY SIZE
        " TO " DELIMITED BY SIZE
        WS-DATE-TO DELIMITED BY SIZE
        INTO WS-PL-VALUE.
    PERFORM PRINT-PARM-LINE.
    MOVE "METHOD" TO WS-PL-LABEL.
    MOVE WS-METHOD-NAME TO WS-PL-VALUE.
    PERFORM PRINT-PARM-LINE.
    IF WS-CONFIDENCE > 0
        MOVE "CONFIDENCE" TO WS-PL-LABEL
        MOVE SPACES TO WS-PL-VALUE
        STRING WS-CONFIDENCE DELIMITED BY SIZE
            "% TOLERABLE RATE " DELIMITED BY SIZE
            WS-TOLERABLE DELIMITED BY SIZE
            "%" DELIMITED BY SIZE
            INTO WS-PL-VALUE
        PERFORM PRINT-PARM-LINE
    END-IF.
    MOVE "SEED" TO WS-PL-LABEL.
    MOVE WS-RUN-SEED TO WS-ED-SEED.
    MOVE WS-ED-SEED TO WS-PL-VALUE.
    PERFORM PRINT-PARM-LINE.
    MOVE "POPULATION ITEMS" TO WS-PL-LABEL.
    MOVE WS-POP-COUNT TO WS-ED-COUNT.
    MOVE WS-ED-COUNT TO WS-PL-VALUE.
    PERFORM PRINT-PARM-LINE.
    MOVE "POPULATION VALUE" TO WS-PL-LABEL.
    MOVE WS-POP-VALUE TO WS-ED-MONEY.
    MOVE WS-ED-MONEY TO WS-PL-VALUE.
    PERFORM PRINT-PARM-LINE.
    MOVE "SAMPLE SIZE" TO WS-PL-LABEL.
    MOVE WS-SAMPLE-SIZE TO WS-ED-COUNT.
    MOVE WS-ED-COUNT TO WS-PL-VALUE.
    PERFORM PRINT-PARM-LINE.
    EVALUATE WS-METHOD
        WHEN "S"
            MOVE "INTERVAL (ITEMS)" TO WS-PL-LABEL
            MOVE WS-INTERVAL TO WS-ED-COUNT
            MOVE WS-ED-COUNT TO WS-PL-VALUE
            PERFORM PRINT-PARM-LINE
            MOVE "START POSITION" TO WS-PL-LABEL
            MOVE WS-START TO WS-ED-COUNT
            MOVE WS-ED-COUNT TO WS-PL-VALUE
            PERFORM PRINT-PARM-LINE
        WHEN "M"
            MOVE "INTERVAL (VALUE)" TO WS-PL-LABEL
            MOVE WS-MUS-INTERVAL TO WS-ED-MONEY
            MOVE WS-ED-MONEY TO WS-PL-VALUE
            PERFORM PRINT-PARM-LINE
            MOVE "START POINT" TO WS-PL-LABEL
            MOVE WS-MUS-START TO WS-ED-MONEY
            MOVE WS-ED-MONEY TO WS-PL-VALUE
            PERFORM PRINT-PARM-LINE
    END-EVALUATE.
    MOVE "ITEMS SELECTED" TO WS-PL-LABEL.
    MOVE WS-SELECTED-COUNT TO WS-ED-COUNT.
    MOVE WS-ED-COUNT TO WS-PL-VALUE.
    PERFORM PRINT-PARM-LINE.

    MOVE WS-DETAIL-HEAD TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".
    PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
            UNTIL WS-SAMPLE-IDX > WS-SELECTED-COUNT
        PERFORM PRINT-SAMPLE-ITEM
    END-PERFORM.

PRINT-PARM-LINE.
    MOVE WS-PARM-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".

PRINT-SAMPLE-ITEM.
    MOVE WS-SM-POSITION(WS-SAMPLE-IDX) TO WS-DL-POSITION.
    MOVE WS-SM-DOC(WS-SAMPLE-IDX) TO WS-DL-DOC.
    MOVE WS-SM-DATE(WS-SAMPLE-IDX) TO WS-DL-DATE.
    MOVE WS-SM-AMOUNT(WS-SAMPLE-IDX) TO WS-DL-AMOUNT.
    MOVE SPACES TO WS-DL-REF-1.
    MOVE SPACES TO WS-DL-REF-2.
    IF WS-SM-REF-COUNT(WS-SAMPLE-IDX) = 0
        MOVE "NONE" TO WS-DL-REF-1
    ELSE
        MOVE WS-SM-REF(WS-SAMPLE-IDX, 1) TO WS-ED-REF
        MOVE WS-ED-REF TO WS-DL-REF-1
        IF WS-SM-REF-COUNT(WS-SAMPLE-IDX) > 1
            MOVE WS-SM-REF(WS-SAMPLE-IDX, 2) TO WS-ED-REF
            MOVE WS-ED-REF TO WS-DL-REF-2
        END-IF
    END-IF.
    MOVE WS-DETAIL-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".

WRITE-SAMPLE-EXTRACT.
    OPEN OUTPUT SAMPLE-FILE.
    MOVE WS-POPULATION TO WS-PO-POPULATION.
    MOVE WS-DATE-FROM TO WS-PO-DATE-FROM.
    MOVE WS-DATE-TO TO WS-PO-DATE-TO.
    MOVE WS-METHOD TO WS-PO-METHOD.
    MOVE WS-SAMPLE-SIZE TO WS-PO-SIZE.
    MOVE WS-CONFIDENCE TO WS-PO-CONFIDENCE.
    MOVE WS-TOLERABLE TO WS-PO-TOLERABLE.
    MOVE WS-RUN-SEED TO WS-PO-SEED.
    WRITE SAMPLE-REC FROM WS-PARM-OUT.
    MOVE WS-POP-COUNT TO WS-PP-COUNT.
    MOVE WS-POP-VALUE TO WS-PP-VALUE.
    IF WS-METHOD = "M"
        MOVE WS-MUS-INTERVAL TO WS-PP-INTERVAL
        MOVE WS-MUS-START TO WS-PP-START
    ELSE
        MOVE WS-INTERVAL TO WS-PP-INTERVAL
        MOVE WS-START TO WS-PP-START
    END-IF.
    MOVE WS-SELECTED-COUNT TO WS-PP-SELECTED.
    WRITE SAMPLE-REC FROM WS-POP-OUT.
    PERFORM VARYING WS-SAMPLE-IDX FROM 1 BY 1
            UNTIL WS-SAMPLE-IDX > WS-SELECTED-COUNT
        PERFORM WRITE-SAMPLE-ITEM
    END-PERFORM.
    CLOSE SAMPLE-FILE.

WRITE-SAMPLE-ITEM.
    MOVE WS-SM-POSITION(WS-SAMPLE-IDX) TO WS-IO-POSITION.
    MOVE WS-SM-DOC(WS-SAMPLE-IDX) TO WS-IO-DOC.
    MOVE WS-SM-DETAIL(WS-SAMPLE-IDX) TO WS-IO-DETAIL.
    MOVE WS-SM-DATE(WS-SAMPLE-IDX) TO WS-IO-DATE.
    MOVE WS-SM-AMOUNT(WS-SAMPLE-IDX) TO WS-IO-AMOUNT.
    MOVE WS-SM-HITS(WS-SAMPLE-IDX) TO WS-IO-HITS.
    MOVE WS-SM-REF(WS-SAMPLE-IDX, 1) TO WS-IO-REF-1.
    MOVE WS-SM-REF(WS-SAMPLE-IDX, 2) TO WS-IO-REF-2.
    WRITE SAMPLE-REC FROM WS-ITEM-OUT.

LOG-SAMPLE-RUN.
    MOVE SPACES TO SAMPLE-LOG-REC.
    MOVE WS-RH-RUN-DATE TO SL-RUN-DATE.
    ACCEPT SL-RUN-TIME FROM TIME.
    MOVE WS-POPULATION TO SL-POPULATION.
    MOVE WS-DATE-FROM TO SL-DATE-FROM.
    MOVE WS-DATE-TO TO SL-DATE-TO.
    MOVE WS-METHOD TO SL-METHOD.
    MOVE WS-SAMPLE-SIZE TO SL-SAMPLE-SIZE.
    MOVE WS-RUN-SEED TO SL-SEED.
    MOVE WS-POP-COUNT TO SL-POP-COUNT.
    MOVE WS-POP-VALUE TO SL-POP-VALUE.
    MOVE WS-SELECTED-COUNT TO SL-SELECTED.
    OPEN EXTEND SAMPLE-LOG-FILE.
    WRITE SAMPLE-LOG-REC.
    CLOSE SAMPLE-LOG-FILE.

COPY "PRINT-SPOOL-HEADER.cpy".
