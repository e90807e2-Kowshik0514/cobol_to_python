       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PERIOD-END-CLOSE.

    SELECT OPTIONAL POSTING-ARCHIVE
        ASSIGN TO "GL-POSTINGS-ARCHIVE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL ACCRUAL-FILE ASSIGN TO "GL-ACCRUALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCRUAL-STATUS.
    SELECT ACCRUAL-WORK-FILE ASSIGN TO "GL-ACCRUALS-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RECON-FILE ASSIGN TO "SUBLEDGER-RECON.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD POSTING-ARCHIVE.
01 ARCHIVE-REC           PIC X(80).

FD ACCRUAL-FILE.
COPY "GL-ACCRUAL-RECORD.cpy".

FD ACCRUAL-WORK-FILE.
01 ACCRUAL-WORK-REC      PIC X(119).

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

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-POSTING-STATUS     PIC X(2).
01 WS-BALANCE-EOF        PIC X VALUE 'N'.
01 WS-ROLLED-COUNT       PIC 9(7) VALUE 0.

*> One-off accruals booked into the closing period (or any earlier
*> one still waiting) come back out on day one of the first open
*> period after it, so nobody has to remember to reverse them.
01 WS-ACCRUAL-STATUS     PIC X(2).
01 WS-ACCRUAL-EOF        PIC X VALUE 'N'.
01 WS-REVERSE-PERIOD     PIC 9(6) VALUE 0.
01 WS-REVERSE-DATE       PIC 9(8).
01 WS-REVERSED-COUNT     PIC 9(5) VALUE 0.

*> Every sub-ledger must have been reconciled to its control
*> account for the closing period, and any difference over tolerance
*> cleared or explained by a supervisor, before the period locks.
01 WS-RECON-EOF          PIC X VALUE 'N'.
01 WS-RECON-LINES        PIC 9(3) VALUE 0.
01 WS-RECON-OPEN         PIC 9(3) VALUE 0.

01 WS-ACCOUNT-COUNT      PIC 9(3) VALUE 0.
01 WS-ACCOUNT-TABLE.
   05 WS-ACCOUNT-ENTRY OCCURS 500 TIMES.
        GOBACK
    END-IF.

    PERFORM CHECK-SUBLEDGER-RECON.
    IF WS-RECON-LINES = 0
        DISPLAY "*** NO SUB-LEDGER RECONCILIATION FOR "
            WS-CLOSE-PERIOD " - RUN SUBLEDGER-RECON - "
            "PERIOD NOT CLOSED ***"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-RECON-OPEN > 0
        DISPLAY "*** " WS-RECON-OPEN " SUB-LEDGER DIFFERENCE(S) "
            "NOT CLEARED OR EXPLAINED - PERIOD NOT CLOSED ***"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    PERFORM CLOSE-AND-OPEN-PERIODS.
    PERFORM ROLL-BALANCES-FORWARD.
    PERFORM REVERSE-CLOSED-ACCRUALS.

    DISPLAY "PERIOD " WS-CLOSE-PERIOD " CLOSED - "
        WS-NEXT-PERIOD " OPEN".
    DISPLAY "POSTINGS ROLLED TO BALANCE MASTER: "
        WS-ROLLED-COUNT.
    DISPLAY "ACCRUALS REVERSED: " WS-REVERSED-COUNT.
    GOBACK.

CHECK-SUBLEDGER-RECON.
    OPEN INPUT RECON-FILE.
    PERFORM UNTIL WS-RECON-EOF = 'Y'
        READ RECON-FILE
            AT END MOVE 'Y' TO WS-RECON-EOF
            NOT AT END
                IF SR-PERIOD = WS-CLOSE-PERIOD
                    ADD 1 TO WS-RECON-LINES
                    IF SR-STATUS NOT = 'A' AND SR-STATUS NOT = 'E'
                        ADD 1 TO WS-RECON-OPEN
                        DISPLAY "UNRESOLVED: " SR-LEDGER
                            " CONTROL " SR-ACCOUNT
                            " DIFFERENCE " SR-DIFFERENCE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE RECON-FILE.

COMPUTE-NEXT-PERIOD.
    MOVE WS-CLOSE-PERIOD(5:2) TO WS-PERIOD-MONTH.
    IF WS-PERIOD-MONTH = 12
        MOVE WS-NEXT-PERIOD TO AP-PERIOD
        MOVE 'O' TO AP-STATUS
        WRITE WORK-REC FROM PERIOD-REC
        PERFORM NOTE-REVERSE-PERIOD
    END-IF.
    CLOSE WORK-FILE.
    PERFORM COPY-WORK-BACK.
    IF AP-PERIOD = WS-NEXT-PERIOD
        MOVE 'Y' TO WS-NEXT-SEEN
    END-IF.
    PERFORM NOTE-REVERSE-PERIOD.
    WRITE WORK-REC FROM PERIOD-REC.

NOTE-REVERSE-PERIOD.
    IF AP-PERIOD > WS-CLOSE-PERIOD AND AP-STATUS = 'O'
        IF WS-REVERSE-PERIOD = 0 OR AP-PERIOD < WS-REVERSE-PERIOD
            MOVE AP-PERIOD TO WS-REVERSE-PERIOD
        END-IF
    END-IF.

COPY-WORK-BACK.
    OPEN INPUT WORK-FILE.
    OPEN OUTPUT PERIOD-FILE.
    END-PERFORM.
    CLOSE WORK-FILE.
    CLOSE PERIOD-FILE.

*> Each accrual still awaiting reversal for the closed period or
*> earlier posts its mirror image - same accounts, sides swapped -
*> into GL-POSTING.DAT for the next validate to carry into the
*> open period, and is marked reversed with the date it posted.
REVERSE-CLOSED-ACCRUALS.
    IF WS-REVERSE-PERIOD = 0
        DISPLAY "NO OPEN PERIOD AFTER " WS-CLOSE-PERIOD
            " - ACCRUALS NOT REVERSED"
        MOVE 4 TO RETURN-CODE
    ELSE
        OPEN INPUT ACCRUAL-FILE
        IF WS-ACCRUAL-STATUS NOT = "00"
            CLOSE ACCRUAL-FILE
        ELSE
            COMPUTE WS-REVERSE-DATE = WS-REVERSE-PERIOD * 100 + 1
            OPEN OUTPUT ACCRUAL-WORK-FILE
            OPEN EXTEND GL-POSTING-FILE
            PERFORM UNTIL WS-ACCRUAL-EOF = 'Y'
                READ ACCRUAL-FILE
                    AT END MOVE 'Y' TO WS-ACCRUAL-EOF
                    NOT AT END PERFORM PASS-OR-REVERSE-ACCRUAL
                END-READ
            END-PERFORM
            CLOSE GL-POSTING-FILE
            CLOSE ACCRUAL-WORK-FILE
            CLOSE ACCRUAL-FILE
            PERFORM COPY-ACCRUAL-WORK-BACK
        END-IF
    END-IF.

PASS-OR-REVERSE-ACCRUAL.
    IF AC-STATUS = 'P' AND AC-PERIOD <= WS-CLOSE-PERIOD
        MOVE SPACES TO GL-POSTING-REC
        MOVE AC-CR-ACCOUNT TO GP-ACCOUNT
        MOVE "DR" TO GP-DR-CR
        MOVE AC-AMOUNT TO GP-AMOUNT
        MOVE WS-REVERSE-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        MOVE SPACES TO GL-POSTING-REC
        MOVE AC-DR-ACCOUNT TO GP-ACCOUNT
        MOVE "CR" TO GP-DR-CR
        MOVE AC-AMOUNT TO GP-AMOUNT
        MOVE WS-REVERSE-DATE TO GP-POST-DATE
        WRITE GL-POSTING-REC
        MOVE 'R' TO AC-STATUS
        MOVE WS-REVERSE-DATE TO AC-REVERSE-DATE
        ADD 1 TO WS-REVERSED-COUNT
        DISPLAY "ACCRUAL " AC-ACCRUAL-NO " REVERSED " WS-REVERSE-DATE
            " " AC-REASON
    END-IF.
    WRITE ACCRUAL-WORK-REC FROM ACCRUAL-REC.

COPY-ACCRUAL-WORK-BACK.
    MOVE 'N' TO WS-ACCRUAL-EOF.
    OPEN INPUT ACCRUAL-WORK-FILE.
    OPEN OUTPUT ACCRUAL-FILE.
    PERFORM UNTIL WS-ACCRUAL-EOF = 'Y'
        READ ACCRUAL-WORK-FILE
            AT END MOVE 'Y' TO WS-ACCRUAL-EOF
            NOT AT END
                MOVE ACCRUAL-WORK-REC TO ACCRUAL-REC
                WRITE ACCRUAL-REC
        END-READ
    END-PERFORM.
    CLOSE ACCRUAL-WORK-FILE.
    CLOSE ACCRUAL-FILE.
