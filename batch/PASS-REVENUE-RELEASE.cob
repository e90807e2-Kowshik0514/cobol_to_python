       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PASS-REVENUE-RELEASE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PASS-DEFERRAL-FILE ASSIGN TO "PASS-DEFERRAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DEFERRAL-WORK-FILE ASSIGN TO "PASS-DEFERRAL-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BALANCE-MASTER-FILE
        ASSIGN TO "GL-BALANCE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POSTING-FILE ASSIGN TO "GL-POSTINGS-VALID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LAST-PERIOD-FILE
        ASSIGN TO "PASS-REVENUE-LAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SCHEDULE-REPORT ASSIGN TO "PASS-DEFERRAL-SCHEDULE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD PASS-DEFERRAL-FILE.
COPY "PASS-DEFERRAL-RECORD.cpy".

FD DEFERRAL-WORK-FILE.
01 DEFERRAL-WORK-REC     PIC X(57).

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

FD SCHEDULE-REPORT.
01 SCHEDULE-LINE         PIC X(80).

FD OPEN-ITEM-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-DEFERRAL-EOF       PIC X VALUE 'N'.
01 WS-WORK-EOF           PIC X VALUE 'N'.
01 WS-BALANCE-EOF        PIC X VALUE 'N'.
01 WS-POSTING-EOF        PIC X VALUE 'N'.
01 WS-PENDING-EOF        PIC X VALUE 'N'.
01 WS-LAST-EOF           PIC X VALUE 'N'.
01 WS-ITEM-EOF           PIC X VALUE 'N'.
01 WS-PERIOD             PIC 9(6).
01 WS-LAST-PERIOD        PIC 9(6) VALUE 0.
01 WS-RELEASING          PIC X VALUE 'N'.

*> Deferred pass revenue is released to admissions revenue up to
*> the last day of the month being closed.
01 WS-DEFERRED-ACCOUNT   PIC 9(6) VALUE 240000.
01 WS-REVENUE-ACCOUNT    PIC 9(6) VALUE 400100.
01 WS-NEXT-MONTH         PIC 9(8).
01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
   05 WS-NM-YEAR         PIC 9(4).
   05 WS-NM-MONTH        PIC 9(2).
   05 WS-NM-DAY          PIC 9(2).
01 WS-MONTH-END          PIC 9(8).
01 WS-RELEASE-TO         PIC 9(8).
01 WS-DAYS-LEFT          PIC 9(7).
01 WS-DAYS-NOW           PIC 9(7).
01 WS-UNRELEASED         PIC 9(9).
01 WS-RELEASE            PIC 9(9).
01 WS-RELEASE-TOTAL      PIC 9(9) VALUE 0.
01 WS-RELEASE-COUNT      PIC 9(5) VALUE 0.
01 WS-POST-ACCOUNT       PIC 9(6).
01 WS-POST-DR-CR         PIC X(2).
01 WS-POST-AMOUNT        PIC 9(9).

01 WS-BOOK-DEBITS        PIC 9(11) VALUE 0.
01 WS-BOOK-CREDITS       PIC 9(11) VALUE 0.
01 WS-BOOK-DEFERRED      PIC S9(11) VALUE 0.
01 WS-SCHEDULE-DEFERRED  PIC S9(11) VALUE 0.
01 WS-SCHEDULE-RAISED    PIC S9(11) VALUE 0.
01 WS-UNRAISED-COUNT     PIC 9(5) VALUE 0.
01 WS-UNRAISED-VALUE     PIC S9(11) VALUE 0.
01 WS-DIFFERENCE         PIC S9(11) VALUE 0.

*> Deferred balance by pass tier, as the lines stand after release.
01 WS-TIER-TABLE.
   05 WS-TIER-ENTRY OCCURS 20 TIMES.
      10 WS-TR-TIER       PIC X(1).
      10 WS-TR-OPEN       PIC 9(5).
      10 WS-TR-TOTAL      PIC 9(11).
      10 WS-TR-RELEASED   PIC 9(11).
      10 WS-TR-MONTH      PIC 9(11).
01 WS-TIER-COUNT         PIC 9(2) VALUE 0.
01 WS-TIER-IDX           PIC 9(2).
01 WS-TIER-SLOT          PIC 9(2).
01 WS-TOT-OPEN           PIC 9(5) VALUE 0.
01 WS-TOT-TOTAL          PIC 9(11) VALUE 0.
01 WS-TOT-RELEASED       PIC 9(11) VALUE 0.
01 WS-TOT-MONTH          PIC 9(11) VALUE 0.

01 WS-TITLE-LINE.
   05 FILLER             PIC X(30)
      VALUE "DEFERRED PASS REVENUE - MONTH ".
   05 WS-TL-PERIOD       PIC 9(6).

01 WS-COLUMN-LINE        PIC X(80) VALUE
   "TIER  OPEN TOTAL SOLD       RELEASED   THIS MONTH   DEFERRED BALANCE".

01 WS-TIER-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-TL-TIER         PIC X(1).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-TL-OPEN         PIC ZZZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-TL-TOTAL        PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-TL-RELEASED     PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-TL-MONTH        PIC ZZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-TL-DEFERRED     PIC ---,---,---,--9.

01 WS-TOTAL-LINE.
   05 WS-TOT-LABEL       PIC X(30).
   05 WS-TOT-AMOUNT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "PASS-REVENUE-RELEASE" TO WS-RH-JOB-NAME.
    MOVE 140 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE WS-RH-RUN-DATE(1:6) TO WS-PERIOD.
    PERFORM SET-MONTH-END.
    PERFORM VARYING WS-TIER-IDX FROM 1 BY 1 UNTIL WS-TIER-IDX > 20
        MOVE SPACE TO WS-TR-TIER(WS-TIER-IDX)
        MOVE 0 TO WS-TR-OPEN(WS-TIER-IDX)
        MOVE 0 TO WS-TR-TOTAL(WS-TIER-IDX)
        MOVE 0 TO WS-TR-RELEASED(WS-TIER-IDX)
        MOVE 0 TO WS-TR-MONTH(WS-TIER-IDX)
    END-PERFORM.

*> A month releases once; a re-run for the same month reports the
*> schedule as it stands and checks it to the ledger again.
    PERFORM READ-LAST-PERIOD.
    IF WS-LAST-PERIOD < WS-PERIOD
        MOVE 'Y' TO WS-RELEASING
    END-IF.

    MOVE 'N' TO WS-DEFERRAL-EOF.
    OPEN INPUT PASS-DEFERRAL-FILE.
    OPEN OUTPUT DEFERRAL-WORK-FILE.
    PERFORM UNTIL WS-DEFERRAL-EOF = 'Y'
        READ PASS-DEFERRAL-FILE
            AT END MOVE 'Y' TO WS-DEFERRAL-EOF
            NOT AT END
                MOVE 0 TO WS-RELEASE
                IF WS-RELEASING = 'Y' AND PD-STATUS = 'O'
                    PERFORM RELEASE-LINE
                END-IF
                PERFORM ADD-TO-TIER
                WRITE DEFERRAL-WORK-REC FROM PASS-DEFERRAL-REC
        END-READ
    END-PERFORM.
    CLOSE PASS-DEFERRAL-FILE.
    CLOSE DEFERRAL-WORK-FILE.
    IF WS-RELEASING = 'Y'
        PERFORM COPY-WORK-BACK
        IF WS-RELEASE-TOTAL > 0
            PERFORM POST-RELEASE
        END-IF
        PERFORM SAVE-LAST-PERIOD
    END-IF.

    PERFORM LOAD-BOOK-DEFERRED.
    PERFORM LOAD-UNRAISED-INSTALMENTS.
    PERFORM WRITE-SCHEDULE.
    GOBACK.

*> The first of next month less one day gives the month end.
SET-MONTH-END.
    MOVE WS-RH-RUN-DATE TO WS-NEXT-MONTH.
    MOVE 1 TO WS-NM-DAY.
    IF WS-NM-MONTH = 12
        ADD 1 TO WS-NM-YEAR
        MOVE 1 TO WS-NM-MONTH
    ELSE
        ADD 1 TO WS-NM-MONTH
    END-IF.
    COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).

*> What is still unreleased is spread evenly by day over what is
*> left of the term, so an upgrade or downgrade part way through
*> is taken up over the remaining months. A term that ends by the
*> month end releases whatever is left; one not yet started waits.
RELEASE-LINE.
    COMPUTE WS-UNRELEASED = PD-TOTAL - PD-RELEASED.
    IF PD-END-DATE <= WS-MONTH-END OR PD-THROUGH-DATE >= PD-END-DATE
        MOVE WS-UNRELEASED TO WS-RELEASE
        MOVE PD-END-DATE TO WS-RELEASE-TO
    ELSE
        MOVE WS-MONTH-END TO WS-RELEASE-TO
        IF WS-MONTH-END > PD-THROUGH-DATE
            COMPUTE WS-DAYS-LEFT =
                FUNCTION INTEGER-OF-DATE(PD-END-DATE)
                - FUNCTION INTEGER-OF-DATE(PD-THROUGH-DATE)
            COMPUTE WS-DAYS-NOW =
                FUNCTION INTEGER-OF-DATE(WS-MONTH-END)
                - FUNCTION INTEGER-OF-DATE(PD-THROUGH-DATE)
            COMPUTE WS-RELEASE ROUNDED =
                WS-UNRELEASED * WS-DAYS-NOW / WS-DAYS-LEFT
        END-IF
    END-IF.
    IF WS-RELEASE-TO > PD-THROUGH-DATE
        MOVE WS-RELEASE-TO TO PD-THROUGH-DATE
    END-IF.
    ADD WS-RELEASE TO PD-RELEASED.
    ADD WS-RELEASE TO WS-RELEASE-TOTAL.
    IF WS-RELEASE > 0
        ADD 1 TO WS-RELEASE-COUNT
    END-IF.
    IF PD-RELEASED = PD-TOTAL AND PD-THROUGH-DATE >= PD-END-DATE
        MOVE 'C' TO PD-STATUS
    END-IF.

ADD-TO-TIER.
    MOVE 0 TO WS-TIER-SLOT.
    PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
            UNTIL WS-TIER-IDX > WS-TIER-COUNT
        IF WS-TR-TIER(WS-TIER-IDX) = PD-TIER
            MOVE WS-TIER-IDX TO WS-TIER-SLOT
        END-IF
    END-PERFORM.
    IF WS-TIER-SLOT = 0
        IF WS-TIER-COUNT < 20
            ADD 1 TO WS-TIER-COUNT
            MOVE WS-TIER-COUNT TO WS-TIER-SLOT
            MOVE PD-TIER TO WS-TR-TIER(WS-TIER-SLOT)
        ELSE
            DISPLAY "TIER TABLE FULL - TIER " PD-TIER " NOT REPORTED"
            MOVE 12 TO RETURN-CODE
        END-IF
    END-IF.
    IF WS-TIER-SLOT > 0
        IF PD-STATUS = 'O'
            ADD 1 TO WS-TR-OPEN(WS-TIER-SLOT)
        END-IF
        ADD PD-TOTAL TO WS-TR-TOTAL(WS-TIER-SLOT)
        ADD PD-RELEASED TO WS-TR-RELEASED(WS-TIER-SLOT)
        ADD WS-RELEASE TO WS-TR-MONTH(WS-TIER-SLOT)
    END-IF.

COPY-WORK-BACK.
    OPEN INPUT DEFERRAL-WORK-FILE.
    OPEN OUTPUT PASS-DEFERRAL-FILE.
    PERFORM UNTIL WS-WORK-EOF = 'Y'
        READ DEFERRAL-WORK-FILE
            AT END MOVE 'Y' TO WS-WORK-EOF
            NOT AT END
                WRITE PASS-DEFERRAL-REC FROM DEFERRAL-WORK-REC
        END-READ
    END-PERFORM.
    CLOSE DEFERRAL-WORK-FILE.
    CLOSE PASS-DEFERRAL-FILE.

*> One journal for the month: DR deferred pass revenue, CR
*> admissions revenue.
POST-RELEASE.
    OPEN EXTEND GL-POSTING-FILE.
    MOVE WS-RELEASE-TOTAL TO WS-POST-AMOUNT.
    MOVE WS-DEFERRED-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "DR" TO WS-POST-DR-CR.
    PERFORM WRITE-GL-POSTING.
    MOVE WS-REVENUE-ACCOUNT TO WS-POST-ACCOUNT.
    MOVE "CR" TO WS-POST-DR-CR.
    PERFORM WRITE-GL-POSTING.
    CLOSE GL-POSTING-FILE.

WRITE-GL-POSTING.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-POST-ACCOUNT TO GP-ACCOUNT.
    MOVE WS-POST-DR-CR TO GP-DR-CR.
    MOVE WS-POST-AMOUNT TO GP-AMOUNT.
    MOVE WS-RH-RUN-DATE TO GP-POST-DATE.
    WRITE GL-POSTING-REC.

*> Deferred pass revenue as the ledger will stand once tonight's
*> postings go through: brought forward, the period's validated
*> postings, and those still waiting for validation. It is a
*> credit balance.
LOAD-BOOK-DEFERRED.
    OPEN INPUT BALANCE-MASTER-FILE.
    PERFORM UNTIL WS-BALANCE-EOF = 'Y'
        READ BALANCE-MASTER-FILE
            AT END MOVE 'Y' TO WS-BALANCE-EOF
            NOT AT END
                IF GB-ACCOUNT = WS-DEFERRED-ACCOUNT
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
                IF PO-ACCOUNT = WS-DEFERRED-ACCOUNT
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
                IF GP-ACCOUNT = WS-DEFERRED-ACCOUNT
                    IF GP-DR-CR = "DR"
                        ADD GP-AMOUNT TO WS-BOOK-DEBITS
                    ELSE
                        ADD GP-AMOUNT TO WS-BOOK-CREDITS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GL-POSTING-FILE.
    COMPUTE WS-BOOK-DEFERRED = WS-BOOK-CREDITS - WS-BOOK-DEBITS.

*> A pass bought on the monthly plan is deferred at its full price
*> when it is renewed, but 240000 is only credited as each
*> instalment is raised. Those still scheduled are in the schedule
*> and not yet in the ledger.
LOAD-UNRAISED-INSTALMENTS.
    OPEN INPUT OPEN-ITEM-FILE.
    PERFORM UNTIL WS-ITEM-EOF = 'Y'
        READ OPEN-ITEM-FILE
            AT END MOVE 'Y' TO WS-ITEM-EOF
            NOT AT END
                IF AR-ITEM-TYPE = 'I' AND AR-STATUS = 'S'
                    ADD 1 TO WS-UNRAISED-COUNT
                    ADD AR-AMOUNT TO WS-UNRAISED-VALUE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OPEN-ITEM-FILE.

*> The schedule by tier, then its total against the ledger, less
*> the instalments not yet raised as their own reconciling line.
*> The two must then agree; a difference means pass money has been
*> posted to or from 240000 other than through the pass programs.
WRITE-SCHEDULE.
    OPEN OUTPUT SCHEDULE-REPORT.
    MOVE WS-PERIOD TO WS-TL-PERIOD.
    WRITE SCHEDULE-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    IF WS-RELEASING = 'N'
        MOVE "ALREADY RELEASED - REPORT ONLY" TO SCHEDULE-LINE
        WRITE SCHEDULE-LINE
        DISPLAY "MONTH " WS-PERIOD " ALREADY RELEASED - REPORT ONLY"
        MOVE 4 TO RETURN-CODE
    END-IF.
    WRITE SCHEDULE-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-COLUMN-LINE.
    PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
            UNTIL WS-TIER-IDX > WS-TIER-COUNT
        PERFORM WRITE-TIER-LINE
    END-PERFORM.
    MOVE "*" TO WS-TL-TIER.
    MOVE WS-TOT-OPEN TO WS-TL-OPEN.
    MOVE WS-TOT-TOTAL TO WS-TL-TOTAL.
    MOVE WS-TOT-RELEASED TO WS-TL-RELEASED.
    MOVE WS-TOT-MONTH TO WS-TL-MONTH.
    COMPUTE WS-SCHEDULE-DEFERRED = WS-TOT-TOTAL - WS-TOT-RELEASED.
    MOVE WS-SCHEDULE-DEFERRED TO WS-TL-DEFERRED.
    WRITE SCHEDULE-LINE FROM WS-TIER-LINE.
    DISPLAY WS-TIER-LINE.

    MOVE "SCHEDULE DEFERRED BALANCE" TO WS-TOT-LABEL.
    MOVE WS-SCHEDULE-DEFERRED TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "LESS INSTALMENTS NOT RAISED" TO WS-TOT-LABEL.
    COMPUTE WS-TOT-AMOUNT = 0 - WS-UNRAISED-VALUE.
    PERFORM WRITE-TOTAL-LINE.
    COMPUTE WS-SCHEDULE-RAISED =
        WS-SCHEDULE-DEFERRED - WS-UNRAISED-VALUE.
    MOVE "SCHEDULE TO RECONCILE" TO WS-TOT-LABEL.
    MOVE WS-SCHEDULE-RAISED TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "GL 240000 BALANCE" TO WS-TOT-LABEL.
    MOVE WS-BOOK-DEFERRED TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    COMPUTE WS-DIFFERENCE = WS-SCHEDULE-RAISED - WS-BOOK-DEFERRED.
    MOVE "DIFFERENCE" TO WS-TOT-LABEL.
    MOVE WS-DIFFERENCE TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    IF WS-DIFFERENCE = 0
        MOVE "SCHEDULE AGREES WITH GL" TO SCHEDULE-LINE
    ELSE
        MOVE "*** SCHEDULE DOES NOT AGREE WITH GL ***" TO SCHEDULE-LINE
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    WRITE SCHEDULE-LINE.
    DISPLAY SCHEDULE-LINE.
    CLOSE SCHEDULE-REPORT.
    DISPLAY "LINES RELEASED THIS MONTH: " WS-RELEASE-COUNT.
    DISPLAY "RELEASED TO REVENUE      : " WS-RELEASE-TOTAL.
    DISPLAY "INSTALMENTS NOT RAISED   : " WS-UNRAISED-COUNT.

WRITE-TIER-LINE.
    MOVE WS-TR-TIER(WS-TIER-IDX) TO WS-TL-TIER.
    MOVE WS-TR-OPEN(WS-TIER-IDX) TO WS-TL-OPEN.
    MOVE WS-TR-TOTAL(WS-TIER-IDX) TO WS-TL-TOTAL.
    MOVE WS-TR-RELEASED(WS-TIER-IDX) TO WS-TL-RELEASED.
    MOVE WS-TR-MONTH(WS-TIER-IDX) TO WS-TL-MONTH.
    COMPUTE WS-TL-DEFERRED = WS-TR-TOTAL(WS-TIER-IDX)
        - WS-TR-RELEASED(WS-TIER-IDX).
    WRITE SCHEDULE-LINE FROM WS-TIER-LINE.
    DISPLAY WS-TIER-LINE.
    ADD WS-TR-OPEN(WS-TIER-IDX) TO WS-TOT-OPEN.
    ADD WS-TR-TOTAL(WS-TIER-IDX) TO WS-TOT-TOTAL.
    ADD WS-TR-RELEASED(WS-TIER-IDX) TO WS-TOT-RELEASED.
    ADD WS-TR-MONTH(WS-TIER-IDX) TO WS-TOT-MONTH.

WRITE-TOTAL-LINE.
    WRITE SCHEDULE-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.

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
