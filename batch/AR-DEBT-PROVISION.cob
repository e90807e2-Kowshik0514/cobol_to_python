       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AR-DEBT-PROVISION.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL AGED-TOTALS-FILE ASSIGN TO "AR-AGED-TOTALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL RATE-FILE ASSIGN TO "AR-PROVISION-RATES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL BALANCE-MASTER-FILE
        ASSIGN TO "GL-BALANCE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POSTING-FILE ASSIGN TO "GL-POSTINGS-VALID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL LAST-PERIOD-FILE
        ASSIGN TO "AR-PROVISION-LAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PROVISION-REPORT ASSIGN TO "AR-DEBT-PROVISION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AGED-TOTALS-FILE.
COPY "AR-AGED-TOTALS-RECORD.cpy".

*> One rate per age band: CUR, 30+, 60+, 90+, as a percentage of
*> the band's open balance held against it.
FD RATE-FILE.
01 RATE-REC.
   05 RT-BAND            PIC X(3).
   05 FILLER             PIC X(1).
   05 RT-PCT             PIC 9(3)V99.

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

FD PROVISION-REPORT.
01 PROVISION-LINE        PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-AGED-EOF           PIC X VALUE 'N'.
01 WS-RATE-EOF           PIC X VALUE 'N'.
01 WS-BALANCE-EOF        PIC X VALUE 'N'.
01 WS-POSTING-EOF        PIC X VALUE 'N'.
01 WS-PENDING-EOF        PIC X VALUE 'N'.
01 WS-LAST-EOF           PIC X VALUE 'N'.
01 WS-PERIOD             PIC 9(6).
01 WS-LAST-PERIOD        PIC 9(6) VALUE 0.
01 WS-AGED-FOUND         PIC X VALUE 'N'.

*> The provision sits on 119000 against the receivables; the charge
*> and any release go through bad-debt expense.
01 WS-PROVISION-ACCOUNT  PIC 9(6) VALUE 119000.
01 WS-EXPENSE-ACCOUNT    PIC 9(6) VALUE 640000.
01 WS-BOOK-DEBITS        PIC 9(11) VALUE 0.
01 WS-BOOK-CREDITS       PIC 9(11) VALUE 0.
01 WS-BOOK-PROVISION     PIC S9(11) VALUE 0.
01 WS-REQUIRED-VALUE     PIC 9(11)V99 VALUE 0.
01 WS-REQUIRED-WHOLE     PIC S9(11) VALUE 0.
01 WS-MOVEMENT           PIC S9(11) VALUE 0.
01 WS-POST-AMOUNT        PIC 9(9).
01 WS-POST-ACCOUNT       PIC 9(6).
01 WS-POST-DR-CR         PIC X(2).

*> The four bands as AR-AGED-DEBTORS reports them, with the rate
*> and the provision each one calls for.
01 WS-BAND-TABLE.
   05 WS-BAND-ENTRY OCCURS 4 TIMES.
      10 WS-BD-NAME       PIC X(3).
      10 WS-BD-BALANCE    PIC 9(11)V99.
      10 WS-BD-PCT        PIC 9(3)V99.
      10 WS-BD-RATE-SET   PIC X.
      10 WS-BD-PROVISION  PIC 9(11)V99.
01 WS-BAND-IDX           PIC 9(1).
01 WS-RATES-MISSING      PIC 9(1) VALUE 0.

01 WS-TITLE-LINE.
   05 FILLER             PIC X(35)
      VALUE "DOUBTFUL DEBT PROVISION - MONTH ".
   05 WS-TL-PERIOD       PIC 9(6).

01 WS-COLUMN-LINE        PIC X(80) VALUE
   "BAND         BALANCE    RATE %       PROVISION".

01 WS-BAND-LINE.
   05 WS-BL-NAME         PIC X(3).
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-BL-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-BL-PCT          PIC ZZ9.99.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-BL-PROVISION    PIC ZZZ,ZZZ,ZZ9.99.

01 WS-TOTAL-LINE.
   05 WS-TOT-LABEL       PIC X(30).
   05 WS-TOT-AMOUNT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "AR-DEBT-PROVISION" TO WS-RH-JOB-NAME.
    MOVE 131 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE WS-RH-RUN-DATE(1:6) TO WS-PERIOD.

    MOVE "CUR" TO WS-BD-NAME(1).
    MOVE "30+" TO WS-BD-NAME(2).
    MOVE "60+" TO WS-BD-NAME(3).
    MOVE "90+" TO WS-BD-NAME(4).
    PERFORM VARYING WS-BAND-IDX FROM 1 BY 1 UNTIL WS-BAND-IDX > 4
        MOVE 0 TO WS-BD-BALANCE(WS-BAND-IDX)
        MOVE 0 TO WS-BD-PCT(WS-BAND-IDX)
        MOVE 'N' TO WS-BD-RATE-SET(WS-BAND-IDX)
        MOVE 0 TO WS-BD-PROVISION(WS-BAND-IDX)
    END-PERFORM.

*> The provision is struck on tonight's aged-debtors report, so a
*> report from another day is refused rather than provided on.
    PERFORM LOAD-AGED-TOTALS.
    IF WS-AGED-FOUND = 'N'
        DISPLAY "NO AGED DEBTORS FOR " WS-RH-RUN-DATE
            " - RUN AR-AGED-DEBTORS FIRST"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM LOAD-PROVISION-RATES.
    IF WS-RATES-MISSING > 0
        DISPLAY "AR-PROVISION-RATES.DAT LACKS A RATE FOR "
            WS-RATES-MISSING " BAND(S) - NO PROVISION"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN OUTPUT PROVISION-REPORT.
    MOVE WS-PERIOD TO WS-TL-PERIOD.
    WRITE PROVISION-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    WRITE PROVISION-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-COLUMN-LINE.
    PERFORM VARYING WS-BAND-IDX FROM 1 BY 1 UNTIL WS-BAND-IDX > 4
        PERFORM PROVIDE-FOR-BAND
    END-PERFORM.

    COMPUTE WS-REQUIRED-WHOLE ROUNDED = WS-REQUIRED-VALUE.
    PERFORM LOAD-BOOK-PROVISION.
    COMPUTE WS-MOVEMENT = WS-REQUIRED-WHOLE - WS-BOOK-PROVISION.

    MOVE "PROVISION REQUIRED" TO WS-TOT-LABEL.
    MOVE WS-REQUIRED-WHOLE TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "PROVISION HELD BEFORE" TO WS-TOT-LABEL.
    MOVE WS-BOOK-PROVISION TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "CHARGE / (RELEASE)" TO WS-TOT-LABEL.
    MOVE WS-MOVEMENT TO WS-TOT-AMOUNT.
    PERFORM WRITE-TOTAL-LINE.

*> A month posts once; a re-run for the same month reports only.
    PERFORM READ-LAST-PERIOD.
    IF WS-LAST-PERIOD >= WS-PERIOD
        MOVE "ALREADY POSTED - REPORT ONLY" TO PROVISION-LINE
        WRITE PROVISION-LINE
        DISPLAY "MONTH " WS-PERIOD " ALREADY POSTED - REPORT ONLY"
        MOVE 4 TO RETURN-CODE
    ELSE
        PERFORM POST-PROVISION
        PERFORM SAVE-LAST-PERIOD
    END-IF.
    CLOSE PROVISION-REPORT.
    GOBACK.

LOAD-AGED-TOTALS.
    OPEN INPUT AGED-TOTALS-FILE.
    PERFORM UNTIL WS-AGED-EOF = 'Y'
        READ AGED-TOTALS-FILE
            AT END MOVE 'Y' TO WS-AGED-EOF
            NOT AT END
                IF AG-RUN-DATE = WS-RH-RUN-DATE
                    MOVE 'Y' TO WS-AGED-FOUND
                    MOVE AG-CURRENT TO WS-BD-BALANCE(1)
                    MOVE AG-OVER30 TO WS-BD-BALANCE(2)
                    MOVE AG-OVER60 TO WS-BD-BALANCE(3)
                    MOVE AG-OVER90 TO WS-BD-BALANCE(4)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AGED-TOTALS-FILE.

*> Every band must carry a rate, even a nil one, so a line lost
*> from the file cannot quietly release part of the provision.
LOAD-PROVISION-RATES.
    OPEN INPUT RATE-FILE.
    PERFORM UNTIL WS-RATE-EOF = 'Y'
        READ RATE-FILE
            AT END MOVE 'Y' TO WS-RATE-EOF
            NOT AT END
                PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                        UNTIL WS-BAND-IDX > 4
                    IF WS-BD-NAME(WS-BAND-IDX) = RT-BAND
                            AND RT-PCT IS NUMERIC
                        MOVE RT-PCT TO WS-BD-PCT(WS-BAND-IDX)
                        MOVE 'Y' TO WS-BD-RATE-SET(WS-BAND-IDX)
                    END-IF
                END-PERFORM
        END-READ
    END-PERFORM.
    CLOSE RATE-FILE.
    PERFORM VARYING WS-BAND-IDX FROM 1 BY 1 UNTIL WS-BAND-IDX > 4
        IF WS-BD-RATE-SET(WS-BAND-IDX) = 'N'
            ADD 1 TO WS-RATES-MISSING
        END-IF
    END-PERFORM.

PROVIDE-FOR-BAND.
    COMPUTE WS-BD-PROVISION(WS-BAND-IDX) ROUNDED =
        WS-BD-BALANCE(WS-BAND-IDX) * WS-BD-PCT(WS-BAND-IDX) / 100.
    ADD WS-BD-PROVISION(WS-BAND-IDX) TO WS-REQUIRED-VALUE.
    MOVE WS-BD-NAME(WS-BAND-IDX) TO WS-BL-NAME.
    MOVE WS-BD-BALANCE(WS-BAND-IDX) TO WS-BL-BALANCE.
    MOVE WS-BD-PCT(WS-BAND-IDX) TO WS-BL-PCT.
    MOVE WS-BD-PROVISION(WS-BAND-IDX) TO WS-BL-PROVISION.
    WRITE PROVISION-LINE FROM WS-BAND-LINE.
    DISPLAY WS-BAND-LINE.

WRITE-TOTAL-LINE.
    WRITE PROVISION-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.

*> Only the change in the provision is journalled: an increase is
*> charged to bad-debt expense, a fall is released back to it.
POST-PROVISION.
    OPEN EXTEND GL-POSTING-FILE.
    IF WS-MOVEMENT > 0
        MOVE WS-MOVEMENT TO WS-POST-AMOUNT
        MOVE WS-EXPENSE-ACCOUNT TO WS-POST-ACCOUNT
        MOVE "DR" TO WS-POST-DR-CR
        PERFORM WRITE-GL-POSTING
        MOVE WS-PROVISION-ACCOUNT TO WS-POST-ACCOUNT
        MOVE "CR" TO WS-POST-DR-CR
        PERFORM WRITE-GL-POSTING
    END-IF.
    IF WS-MOVEMENT < 0
        COMPUTE WS-POST-AMOUNT = 0 - WS-MOVEMENT
        MOVE WS-PROVISION-ACCOUNT TO WS-POST-ACCOUNT
        MOVE "DR" TO WS-POST-DR-CR
        PERFORM WRITE-GL-POSTING
        MOVE WS-EXPENSE-ACCOUNT TO WS-POST-ACCOUNT
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

*> The provision as the ledger will stand once tonight's postings
*> go through: brought forward, the period's validated postings,
*> and those still waiting for validation. It is a credit balance.
LOAD-BOOK-PROVISION.
    OPEN INPUT BALANCE-MASTER-FILE.
    PERFORM UNTIL WS-BALANCE-EOF = 'Y'
        READ BALANCE-MASTER-FILE
            AT END MOVE 'Y' TO WS-BALANCE-EOF
            NOT AT END
                IF GB-ACCOUNT = WS-PROVISION-ACCOUNT
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
                IF PO-ACCOUNT = WS-PROVISION-ACCOUNT
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
                IF GP-ACCOUNT = WS-PROVISION-ACCOUNT
                    IF GP-DR-CR = "DR"
                        ADD GP-AMOUNT TO WS-BOOK-DEBITS
                    ELSE
                        ADD GP-AMOUNT TO WS-BOOK-CREDITS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GL-POSTING-FILE.
    COMPUTE WS-BOOK-PROVISION = WS-BOOK-CREDITS - WS-BOOK-DEBITS.

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
