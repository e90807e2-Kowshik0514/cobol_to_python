       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CASH-FORECAST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL BALANCE-MASTER-FILE
        ASSIGN TO "GL-BALANCE-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL POSTING-FILE ASSIGN TO "GL-POSTINGS-VALID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AR-FILE ASSIGN TO "AR-OPEN-ITEMS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-INV-NO
        ALTERNATE RECORD KEY IS AR-CUSTOMER WITH DUPLICATES.
    SELECT OPTIONAL BOOKINGS-FILE ASSIGN TO "BOOKINGS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PRICE-CALENDAR-FILE
        ASSIGN TO "PRICE-CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SLIP-FILE ASSIGN TO "DEPOSIT-SLIPS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL AP-FILE ASSIGN TO "AP-OPEN-ITEMS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL VENDOR-FILE ASSIGN TO "VENDOR-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PO-FILE ASSIGN TO "PURCHASE-ORDERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL COST-FILE ASSIGN TO "ITEM-COST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TEMPLATE-FILE ASSIGN TO "RECURRING-JOURNALS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL MINIMUM-FILE ASSIGN TO "CASH-MINIMUM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT FORECAST-REPORT ASSIGN TO "CASH-FORECAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD AR-FILE.
COPY "AR-OPEN-ITEM-RECORD.cpy".

FD BOOKINGS-FILE.
01 BOOKING-REC.
   05 BK-VISIT-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 BK-NA              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-NC              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-NS              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-REC-TYPE        PIC X(1).
   05 FILLER             PIC X(1).
   05 BK-ACCOUNT         PIC X(6).
   05 FILLER             PIC X(74).
   05 BK-PRICE-BAND      PIC X(1).

FD PRICE-CALENDAR-FILE.
01 PRICE-CALENDAR-REC.
   05 PC-TIER            PIC X(1).
   05 FILLER             PIC X(1).
   05 PC-EFF-FROM        PIC 9(8).
   05 FILLER             PIC X(1).
   05 PC-EFF-TO          PIC 9(8).
   05 FILLER             PIC X(1).
   05 PC-RATE            PIC 9(5).
   05 FILLER             PIC X(1).
   05 PC-DISC            PIC 9(5).

FD SLIP-FILE.
01 SLIP-REC.
   05 DP-BAG-NO          PIC 9(6).
   05 FILLER             PIC X(1).
   05 DP-DATE            PIC 9(8).
   05 FILLER             PIC X(1).
   05 DP-AMOUNT          PIC 9(9).
   05 FILLER             PIC X(1).
   05 DP-STATUS          PIC X(1).

FD AP-FILE.
COPY "AP-OPEN-ITEM-RECORD.cpy".

FD VENDOR-FILE.
01 VENDOR-REC.
   05 VM-VENDOR-ID       PIC X(5).
   05 FILLER             PIC X(1).
   05 VM-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 VM-LEAD-DAYS       PIC 9(3).
   05 FILLER             PIC X(1).
   05 VM-ORDER-MULTIPLE  PIC 9(5).
   05 FILLER             PIC X(1).
   05 VM-PAY-TERMS-DAYS  PIC 9(3).

FD PO-FILE.
01 PO-REC.
   05 PR-PO-NO           PIC 9(6).
   05 FILLER             PIC X(1).
   05 PR-VENDOR-ID       PIC X(5).
   05 FILLER             PIC X(1).
   05 PR-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 PR-ORDER-QTY       PIC 9(7).
   05 FILLER             PIC X(1).
   05 PR-ORDER-DATE      PIC 9(8).
   05 FILLER             PIC X(1).
   05 PR-DUE-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 PR-RECEIVED-QTY    PIC 9(7).
   05 FILLER             PIC X(1).
   05 PR-STATUS          PIC X(1).

FD COST-FILE.
01 COST-REC.
   05 IC-ITEM-ID         PIC X(6).
   05 FILLER             PIC X(1).
   05 IC-UNIT-COST       PIC 9(7).

FD TEMPLATE-FILE.
01 TEMPLATE-REC.
   05 RJ-ACCOUNT         PIC 9(6).
   05 FILLER             PIC X(1).
   05 RJ-DR-CR           PIC X(2).
   05 FILLER             PIC X(1).
   05 RJ-AMOUNT          PIC 9(9).
   05 FILLER             PIC X(1).
   05 RJ-FREQUENCY       PIC X(2).
   05 FILLER             PIC X(1).
   05 RJ-DESCRIPTION     PIC X(20).

*> The lowest cash balance finance is prepared to run at; a week
*> projected below it is flagged. No file means a floor of nil.
FD MINIMUM-FILE.
01 MINIMUM-REC.
   05 CM-MINIMUM         PIC 9(11).

FD FORECAST-REPORT.
01 FORECAST-LINE         PIC X(132).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-BALANCE-EOF        PIC X VALUE 'N'.
01 WS-POSTING-EOF        PIC X VALUE 'N'.
01 WS-PENDING-EOF        PIC X VALUE 'N'.
01 WS-AR-EOF             PIC X VALUE 'N'.
01 WS-BOOKING-EOF        PIC X VALUE 'N'.
01 WS-CALENDAR-EOF       PIC X VALUE 'N'.
01 WS-SLIP-EOF           PIC X VALUE 'N'.
01 WS-AP-EOF             PIC X VALUE 'N'.
01 WS-VENDOR-EOF         PIC X VALUE 'N'.
01 WS-PO-EOF             PIC X VALUE 'N'.
01 WS-COST-EOF           PIC X VALUE 'N'.
01 WS-TEMPLATE-EOF       PIC X VALUE 'N'.
01 WS-MINIMUM-EOF        PIC X VALUE 'N'.

*> Cash account 100100 is the bank account, as BANK-RECON holds it.
*> Customers are expected to pay 30 days from invoice and vendors
*> are paid on their terms from VENDOR-MASTER, 30 days where none
*> are on file - the same test AP-PAYMENT-RUN pays by. Anything
*> already past due is expected in the first week. Deposits are
*> projected at the daily average banked over the last 28 days.
01 WS-CASH-ACCOUNT       PIC 9(6) VALUE 100100.
01 WS-AR-TERMS           PIC 9(3) VALUE 30.
01 WS-DEFAULT-TERMS      PIC 9(3) VALUE 30.
01 WS-DEPOSIT-DAYS       PIC 9(3) VALUE 28.

01 WS-BOOK-DEBITS        PIC 9(11) VALUE 0.
01 WS-BOOK-CREDITS       PIC 9(11) VALUE 0.
01 WS-OPENING-BALANCE    PIC S9(11).
01 WS-RUNNING-BALANCE    PIC S9(11).
01 WS-MINIMUM            PIC 9(11) VALUE 0.
01 WS-LOW-BALANCE        PIC S9(11).
01 WS-LOW-WEEK           PIC 9(2) VALUE 0.
01 WS-BELOW-COUNT        PIC 9(2) VALUE 0.

01 WS-TODAY-INT          PIC 9(7).
01 WS-DUE-INT            PIC 9(7).
01 WS-DUE-DATE           PIC 9(8).
01 WS-DAY-OFFSET         PIC S9(7).
01 WS-WEEK-HIT           PIC 9(2).
01 WS-AMOUNT             PIC 9(11).
01 WS-OUTSTANDING        PIC 9(9)V99.
01 WS-DEPOSIT-TOTAL      PIC 9(11) VALUE 0.
01 WS-DEPOSIT-FROM       PIC 9(8).
01 WS-DAILY-DEPOSITS     PIC 9(9) VALUE 0.
01 WS-MONTH-END-DATE     PIC 9(8).
01 WS-NEXT-MONTH-FIRST   PIC 9(8).
01 WS-MONTH-COUNTER      PIC 9(2).
01 WS-REMAINING-QTY      PIC 9(7).

*> The thirteen forecast weeks; week 1 starts on the run date.
01 WS-WEEK-TABLE.
   05 WS-WEEK-ENTRY OCCURS 13 TIMES.
      10 WS-WK-FROM       PIC 9(8).
      10 WS-WK-AR         PIC 9(11).
      10 WS-WK-BOOKINGS   PIC 9(11).
      10 WS-WK-DEPOSITS   PIC 9(11).
      10 WS-WK-AP         PIC 9(11).
      10 WS-WK-PO         PIC 9(11).
      10 WS-WK-RECURRING  PIC S9(11).
      10 WS-WK-NET        PIC S9(11).
      10 WS-WK-BALANCE    PIC S9(11).
01 WS-WEEK-IDX           PIC 9(2).

01 ADULT-RATE            PIC 9(5) VALUE 800.
01 CHILD-RATE            PIC 9(5) VALUE 400.
01 SENIOR-RATE           PIC 9(5) VALUE 600.

01 WS-CAL-COUNT          PIC 9(2) VALUE 0.
01 WS-CAL-TABLE.
   05 WS-CAL-ENTRY OCCURS 50 TIMES.
      10 WS-CA-TIER       PIC X(1).
      10 WS-CA-FROM       PIC 9(8).
      10 WS-CA-TO         PIC 9(8).
      10 WS-CA-RATE       PIC 9(5).
01 WS-CAL-IDX            PIC 9(2).

01 WS-TERMS-COUNT        PIC 9(3) VALUE 0.
01 WS-TERMS-TABLE.
   05 WS-TERMS-ENTRY OCCURS 200 TIMES.
      10 WS-TM-VENDOR     PIC X(5).
      10 WS-TM-DAYS       PIC 9(3).
01 WS-TERMS-IDX          PIC 9(3).
01 WS-TERMS-HIT          PIC 9(3).
01 WS-FIND-VENDOR        PIC X(5).
01 WS-FIND-TERMS         PIC 9(3).

01 WS-COST-COUNT         PIC 9(3) VALUE 0.
01 WS-COST-TABLE.
   05 WS-COST-ENTRY OCCURS 500 TIMES.
      10 WS-CT-ITEM       PIC X(6).
      10 WS-CT-COST       PIC 9(7).
01 WS-COST-IDX           PIC 9(3).
01 WS-COST-HIT           PIC 9(3).
01 WS-UNCOSTED-COUNT     PIC 9(5) VALUE 0.

01 WS-TITLE-LINE.
   05 FILLER             PIC X(33)
      VALUE "THIRTEEN-WEEK CASH FORECAST FROM ".
   05 WS-TL-FROM         PIC 9(8).

01 WS-SUMMARY-LINE.
   05 WS-SL-LABEL        PIC X(40).
   05 WS-SL-AMOUNT       PIC --,---,---,--9.

01 WS-COLUMN-LINE.
   05 FILLER             PIC X(33)
      VALUE "WK FROM     AR RECEIPT   BOOKINGS".
   05 FILLER             PIC X(33)
      VALUE "   DEPOSITS     AP DUE    OPEN PO".
   05 FILLER             PIC X(39)
      VALUE "   RECURRING    NET FLOW        BALANCE".

01 WS-WEEK-LINE.
   05 WS-FL-WEEK         PIC Z9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-FL-FROM         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-FL-AR           PIC ZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-FL-BOOKINGS     PIC ZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-FL-DEPOSITS     PIC ZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-FL-AP           PIC ZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-FL-PO           PIC ZZ,ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-FL-RECURRING    PIC ---,---,--9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-FL-NET          PIC ---,---,--9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-FL-BALANCE      PIC --,---,---,--9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-FL-FLAG         PIC X(11).

01 WS-RULE-LINE          PIC X(118) VALUE ALL "-".

PROCEDURE DIVISION.
MAIN.
    MOVE "CASH-FORECAST" TO WS-RH-JOB-NAME.
    MOVE 139 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).
    PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1 UNTIL WS-WEEK-IDX > 13
        COMPUTE WS-WK-FROM(WS-WEEK-IDX) = FUNCTION DATE-OF-INTEGER(
            WS-TODAY-INT + (WS-WEEK-IDX - 1) * 7)
        MOVE 0 TO WS-WK-AR(WS-WEEK-IDX)
        MOVE 0 TO WS-WK-BOOKINGS(WS-WEEK-IDX)
        MOVE 0 TO WS-WK-DEPOSITS(WS-WEEK-IDX)
        MOVE 0 TO WS-WK-AP(WS-WEEK-IDX)
        MOVE 0 TO WS-WK-PO(WS-WEEK-IDX)
        MOVE 0 TO WS-WK-RECURRING(WS-WEEK-IDX)
    END-PERFORM.

    PERFORM LOAD-CASH-BALANCE.
    PERFORM LOAD-MINIMUM.
    PERFORM LOAD-PRICE-CALENDAR.
    PERFORM LOAD-PAYMENT-TERMS.
    PERFORM LOAD-ITEM-COSTS.

    PERFORM PROJECT-AR-RECEIPTS.
    PERFORM PROJECT-BOOKINGS.
    PERFORM PROJECT-DEPOSITS.
    PERFORM PROJECT-AP-PAYMENTS.
    PERFORM PROJECT-OPEN-ORDERS.
    PERFORM PROJECT-RECURRING.

    MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
    MOVE WS-OPENING-BALANCE TO WS-LOW-BALANCE.
    PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1 UNTIL WS-WEEK-IDX > 13
        PERFORM ROLL-WEEK
    END-PERFORM.

    PERFORM PRINT-FORECAST.

    IF WS-BELOW-COUNT > 0
        DISPLAY "*** CASH PROJECTED BELOW MINIMUM IN " WS-BELOW-COUNT
            " WEEK(S) - FIRST IN WEEK " WS-LOW-WEEK " ***"
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-UNCOSTED-COUNT > 0
        DISPLAY "OPEN ORDER LINES WITH NO ITEM COST: "
            WS-UNCOSTED-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

*> The book balance of cash as the ledger will stand once tonight's
*> postings validate: brought forward, validated, and still pending.
LOAD-CASH-BALANCE.
    OPEN INPUT BALANCE-MASTER-FILE.
    PERFORM UNTIL WS-BALANCE-EOF = 'Y'
        READ BALANCE-MASTER-FILE
            AT END MOVE 'Y' TO WS-BALANCE-EOF
            NOT AT END
                IF GB-ACCOUNT = WS-CASH-ACCOUNT
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
                IF PO-ACCOUNT = WS-CASH-ACCOUNT
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
                IF GP-ACCOUNT = WS-CASH-ACCOUNT
                    IF GP-DR-CR = "DR"
                        ADD GP-AMOUNT TO WS-BOOK-DEBITS
                    ELSE
                        ADD GP-AMOUNT TO WS-BOOK-CREDITS
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE GL-POSTING-FILE.
    COMPUTE WS-OPENING-BALANCE = WS-BOOK-DEBITS - WS-BOOK-CREDITS.

LOAD-MINIMUM.
    OPEN INPUT MINIMUM-FILE.
    PERFORM UNTIL WS-MINIMUM-EOF = 'Y'
        READ MINIMUM-FILE
            AT END MOVE 'Y' TO WS-MINIMUM-EOF
            NOT AT END
                IF CM-MINIMUM IS NUMERIC
                    MOVE CM-MINIMUM TO WS-MINIMUM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MINIMUM-FILE.

LOAD-PRICE-CALENDAR.
    OPEN INPUT PRICE-CALENDAR-FILE.
    PERFORM UNTIL WS-CALENDAR-EOF = 'Y'
        READ PRICE-CALENDAR-FILE
            AT END MOVE 'Y' TO WS-CALENDAR-EOF
            NOT AT END
                IF WS-CAL-COUNT < 50
                    ADD 1 TO WS-CAL-COUNT
                    MOVE PC-TIER TO WS-CA-TIER(WS-CAL-COUNT)
                    MOVE PC-EFF-FROM TO WS-CA-FROM(WS-CAL-COUNT)
                    MOVE PC-EFF-TO TO WS-CA-TO(WS-CAL-COUNT)
                    MOVE PC-RATE TO WS-CA-RATE(WS-CAL-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PRICE-CALENDAR-FILE.

LOAD-PAYMENT-TERMS.
    OPEN INPUT VENDOR-FILE.
    PERFORM UNTIL WS-VENDOR-EOF = 'Y'
        READ VENDOR-FILE
            AT END MOVE 'Y' TO WS-VENDOR-EOF
            NOT AT END
                IF VM-PAY-TERMS-DAYS IS NUMERIC
                    MOVE VM-VENDOR-ID TO WS-FIND-VENDOR
                    PERFORM FIND-VENDOR-TERMS
                    IF WS-TERMS-HIT = 0 AND WS-TERMS-COUNT < 200
                        ADD 1 TO WS-TERMS-COUNT
                        MOVE VM-VENDOR-ID
                            TO WS-TM-VENDOR(WS-TERMS-COUNT)
                        MOVE VM-PAY-TERMS-DAYS
                            TO WS-TM-DAYS(WS-TERMS-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE VENDOR-FILE.

FIND-VENDOR-TERMS.
    MOVE 0 TO WS-TERMS-HIT.
    MOVE WS-DEFAULT-TERMS TO WS-FIND-TERMS.
    PERFORM VARYING WS-TERMS-IDX FROM 1 BY 1
            UNTIL WS-TERMS-IDX > WS-TERMS-COUNT
        IF WS-TM-VENDOR(WS-TERMS-IDX) = WS-FIND-VENDOR
            MOVE WS-TERMS-IDX TO WS-TERMS-HIT
            MOVE WS-TM-DAYS(WS-TERMS-IDX) TO WS-FIND-TERMS
        END-IF
    END-PERFORM.

LOAD-ITEM-COSTS.
    OPEN INPUT COST-FILE.
    PERFORM UNTIL WS-COST-EOF = 'Y'
        READ COST-FILE
            AT END MOVE 'Y' TO WS-COST-EOF
            NOT AT END
                IF WS-COST-COUNT < 500 AND IC-UNIT-COST IS NUMERIC
                    ADD 1 TO WS-COST-COUNT
                    MOVE IC-ITEM-ID TO WS-CT-ITEM(WS-COST-COUNT)
                    MOVE IC-UNIT-COST TO WS-CT-COST(WS-COST-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE COST-FILE.

*> Places the date in WS-DUE-DATE into its forecast week, or week 0
*> when it falls after the thirteenth; past dates land in week 1.
FIND-WEEK.
    COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
    COMPUTE WS-DAY-OFFSET = WS-DUE-INT - WS-TODAY-INT.
    IF WS-DAY-OFFSET < 0
        MOVE 0 TO WS-DAY-OFFSET
    END-IF.
    IF WS-DAY-OFFSET > 90
        MOVE 0 TO WS-WEEK-HIT
    ELSE
        COMPUTE WS-WEEK-HIT = WS-DAY-OFFSET / 7 + 1
    END-IF.

*> Open and part-paid invoices come in at 30 days from invoice;
*> unapplied on-account cash is already in the bank.
PROJECT-AR-RECEIPTS.
    OPEN INPUT AR-FILE.
    PERFORM UNTIL WS-AR-EOF = 'Y'
        READ AR-FILE
            AT END MOVE 'Y' TO WS-AR-EOF
            NOT AT END
                IF (AR-STATUS = 'O' OR AR-STATUS = 'P')
                        AND AR-INV-DATE IS NUMERIC
                    COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(AR-INV-DATE)
                        + WS-AR-TERMS)
                    PERFORM FIND-WEEK
                    IF WS-WEEK-HIT > 0
                        COMPUTE WS-OUTSTANDING = AR-AMOUNT - AR-PAID
                        COMPUTE WS-AMOUNT ROUNDED = WS-OUTSTANDING
                        ADD WS-AMOUNT TO WS-WK-AR(WS-WEEK-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AR-FILE.

*> Walk-up bookings pay at the gate on the visit date, at the rates
*> in force for that date. Account bookings are invoiced and reach
*> the forecast through AR; cancelled bookings bring in nothing.
PROJECT-BOOKINGS.
    OPEN INPUT BOOKINGS-FILE.
    PERFORM UNTIL WS-BOOKING-EOF = 'Y'
        READ BOOKINGS-FILE
            AT END MOVE 'Y' TO WS-BOOKING-EOF
            NOT AT END
                IF BK-REC-TYPE NOT = 'C' AND BK-ACCOUNT = SPACES
                        AND BK-VISIT-DATE IS NUMERIC
                        AND BK-VISIT-DATE >= WS-RH-RUN-DATE
                    MOVE BK-VISIT-DATE TO WS-DUE-DATE
                    PERFORM FIND-WEEK
                    IF WS-WEEK-HIT > 0
                        PERFORM SET-VISIT-DATE-RATES
                        COMPUTE WS-AMOUNT = ADULT-RATE * BK-NA
                            + CHILD-RATE * BK-NC
                            + SENIOR-RATE * BK-NS
                        ADD WS-AMOUNT TO WS-WK-BOOKINGS(WS-WEEK-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BOOKINGS-FILE.

SET-VISIT-DATE-RATES.
    MOVE 800 TO ADULT-RATE.
    MOVE 400 TO CHILD-RATE.
    MOVE 600 TO SENIOR-RATE.
    PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
            UNTIL WS-CAL-IDX > WS-CAL-COUNT
        IF BK-VISIT-DATE >= WS-CA-FROM(WS-CAL-IDX)
                AND BK-VISIT-DATE <= WS-CA-TO(WS-CAL-IDX)
            EVALUATE WS-CA-TIER(WS-CAL-IDX)
                WHEN "A"
                    MOVE WS-CA-RATE(WS-CAL-IDX) TO ADULT-RATE
                WHEN "C"
                    MOVE WS-CA-RATE(WS-CAL-IDX) TO CHILD-RATE
                WHEN "S"
                    MOVE WS-CA-RATE(WS-CAL-IDX) TO SENIOR-RATE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM.

PROJECT-DEPOSITS.
    COMPUTE WS-DEPOSIT-FROM = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT - WS-DEPOSIT-DAYS).
    OPEN INPUT SLIP-FILE.
    PERFORM UNTIL WS-SLIP-EOF = 'Y'
        READ SLIP-FILE
            AT END MOVE 'Y' TO WS-SLIP-EOF
            NOT AT END
                IF DP-DATE IS NUMERIC AND DP-AMOUNT IS NUMERIC
                        AND DP-DATE >= WS-DEPOSIT-FROM
                        AND DP-DATE < WS-RH-RUN-DATE
                    ADD DP-AMOUNT TO WS-DEPOSIT-TOTAL
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SLIP-FILE.
    COMPUTE WS-DAILY-DEPOSITS ROUNDED =
        WS-DEPOSIT-TOTAL / WS-DEPOSIT-DAYS.
    PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1 UNTIL WS-WEEK-IDX > 13
        COMPUTE WS-WK-DEPOSITS(WS-WEEK-IDX) = WS-DAILY-DEPOSITS * 7
    END-PERFORM.

PROJECT-AP-PAYMENTS.
    OPEN INPUT AP-FILE.
    PERFORM UNTIL WS-AP-EOF = 'Y'
        READ AP-FILE
            AT END MOVE 'Y' TO WS-AP-EOF
            NOT AT END
                IF (AP-STATUS = 'O' OR AP-STATUS = 'P')
                        AND AP-INV-DATE IS NUMERIC
                    MOVE AP-VENDOR-ID TO WS-FIND-VENDOR
                    PERFORM FIND-VENDOR-TERMS
                    COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(AP-INV-DATE)
                        + WS-FIND-TERMS)
                    PERFORM FIND-WEEK
                    IF WS-WEEK-HIT > 0
                        COMPUTE WS-OUTSTANDING = AP-AMOUNT - AP-PAID
                        COMPUTE WS-AMOUNT ROUNDED = WS-OUTSTANDING
                        ADD WS-AMOUNT TO WS-WK-AP(WS-WEEK-HIT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AP-FILE.

*> Goods still to arrive on an open order are paid for on the
*> vendor's terms from the date they are due in, at standard cost.
*> What has been received is already on its way through AP.
PROJECT-OPEN-ORDERS.
    OPEN INPUT PO-FILE.
    PERFORM UNTIL WS-PO-EOF = 'Y'
        READ PO-FILE
            AT END MOVE 'Y' TO WS-PO-EOF
            NOT AT END
                IF (PR-STATUS = 'O' OR PR-STATUS = 'P')
                        AND PR-DUE-DATE IS NUMERIC
                        AND PR-ORDER-QTY > PR-RECEIVED-QTY
                    PERFORM PROJECT-ORDER-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PO-FILE.

PROJECT-ORDER-LINE.
    MOVE 0 TO WS-COST-HIT.
    PERFORM VARYING WS-COST-IDX FROM 1 BY 1
            UNTIL WS-COST-IDX > WS-COST-COUNT
        IF WS-CT-ITEM(WS-COST-IDX) = PR-ITEM-ID
            MOVE WS-COST-IDX TO WS-COST-HIT
        END-IF
    END-PERFORM.
    IF WS-COST-HIT = 0
        ADD 1 TO WS-UNCOSTED-COUNT
    ELSE
        MOVE PR-VENDOR-ID TO WS-FIND-VENDOR
        PERFORM FIND-VENDOR-TERMS
        COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(PR-DUE-DATE) + WS-FIND-TERMS)
        PERFORM FIND-WEEK
        IF WS-WEEK-HIT > 0
            COMPUTE WS-REMAINING-QTY = PR-ORDER-QTY - PR-RECEIVED-QTY
            COMPUTE WS-AMOUNT =
                WS-REMAINING-QTY * WS-CT-COST(WS-COST-HIT)
            ADD WS-AMOUNT TO WS-WK-PO(WS-WEEK-HIT)
        END-IF
    END-IF.

*> Only recurring legs on the cash account move cash: a credit is a
*> payment out, a debit a receipt. ME legs fall on each month-end
*> in the horizon, D legs on every day of every week.
PROJECT-RECURRING.
    OPEN INPUT TEMPLATE-FILE.
    PERFORM UNTIL WS-TEMPLATE-EOF = 'Y'
        READ TEMPLATE-FILE
            AT END MOVE 'Y' TO WS-TEMPLATE-EOF
            NOT AT END
                IF RJ-ACCOUNT = WS-CASH-ACCOUNT
                        AND RJ-AMOUNT IS NUMERIC
                    EVALUATE RJ-FREQUENCY
                        WHEN "ME"
                            PERFORM PROJECT-MONTH-END-LEG
                        WHEN "D "
                            PERFORM PROJECT-DAILY-LEG
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TEMPLATE-FILE.

PROJECT-MONTH-END-LEG.
    MOVE WS-RH-RUN-DATE(1:6) TO WS-NEXT-MONTH-FIRST(1:6).
    MOVE "01" TO WS-NEXT-MONTH-FIRST(7:2).
    PERFORM VARYING WS-MONTH-COUNTER FROM 1 BY 1
            UNTIL WS-MONTH-COUNTER > 4
        IF WS-NEXT-MONTH-FIRST(5:2) = "12"
            COMPUTE WS-NEXT-MONTH-FIRST = WS-NEXT-MONTH-FIRST + 8900
        ELSE
            COMPUTE WS-NEXT-MONTH-FIRST = WS-NEXT-MONTH-FIRST + 100
        END-IF
        COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1)
        IF WS-MONTH-END-DATE >= WS-RH-RUN-DATE
            MOVE WS-MONTH-END-DATE TO WS-DUE-DATE
            PERFORM FIND-WEEK
            IF WS-WEEK-HIT > 0
                MOVE RJ-AMOUNT TO WS-AMOUNT
                PERFORM APPLY-RECURRING-LEG
            END-IF
        END-IF
    END-PERFORM.

PROJECT-DAILY-LEG.
    COMPUTE WS-AMOUNT = RJ-AMOUNT * 7.
    PERFORM VARYING WS-WEEK-HIT FROM 1 BY 1 UNTIL WS-WEEK-HIT > 13
        PERFORM APPLY-RECURRING-LEG
    END-PERFORM.

APPLY-RECURRING-LEG.
    IF RJ-DR-CR = "CR"
        SUBTRACT WS-AMOUNT FROM WS-WK-RECURRING(WS-WEEK-HIT)
    ELSE
        ADD WS-AMOUNT TO WS-WK-RECURRING(WS-WEEK-HIT)
    END-IF.

ROLL-WEEK.
    COMPUTE WS-WK-NET(WS-WEEK-IDX) = WS-WK-AR(WS-WEEK-IDX)
        + WS-WK-BOOKINGS(WS-WEEK-IDX) + WS-WK-DEPOSITS(WS-WEEK-IDX)
        - WS-WK-AP(WS-WEEK-IDX) - WS-WK-PO(WS-WEEK-IDX)
        + WS-WK-RECURRING(WS-WEEK-IDX).
    ADD WS-WK-NET(WS-WEEK-IDX) TO WS-RUNNING-BALANCE.
    MOVE WS-RUNNING-BALANCE TO WS-WK-BALANCE(WS-WEEK-IDX).
    IF WS-RUNNING-BALANCE < WS-LOW-BALANCE
        MOVE WS-RUNNING-BALANCE TO WS-LOW-BALANCE
    END-IF.
    IF WS-RUNNING-BALANCE < WS-MINIMUM
        ADD 1 TO WS-BELOW-COUNT
        IF WS-LOW-WEEK = 0
            MOVE WS-WEEK-IDX TO WS-LOW-WEEK
        END-IF
    END-IF.

PRINT-FORECAST.
    OPEN OUTPUT FORECAST-REPORT.
    MOVE WS-RH-RUN-DATE TO WS-TL-FROM.
    WRITE FORECAST-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    MOVE "OPENING CASH PER LEDGER 100100" TO WS-SL-LABEL.
    MOVE WS-OPENING-BALANCE TO WS-SL-AMOUNT.
    PERFORM WRITE-SUMMARY-LINE.
    MOVE "MINIMUM CASH BALANCE" TO WS-SL-LABEL.
    MOVE WS-MINIMUM TO WS-SL-AMOUNT.
    PERFORM WRITE-SUMMARY-LINE.
    MOVE "AVERAGE DAILY DEPOSITS, LAST 28 DAYS" TO WS-SL-LABEL.
    MOVE WS-DAILY-DEPOSITS TO WS-SL-AMOUNT.
    PERFORM WRITE-SUMMARY-LINE.
    WRITE FORECAST-LINE FROM WS-RULE-LINE.
    WRITE FORECAST-LINE FROM WS-COLUMN-LINE.
    DISPLAY WS-COLUMN-LINE.
    WRITE FORECAST-LINE FROM WS-RULE-LINE.
    PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1 UNTIL WS-WEEK-IDX > 13
        PERFORM PRINT-WEEK-LINE
    END-PERFORM.
    WRITE FORECAST-LINE FROM WS-RULE-LINE.
    MOVE "LOWEST PROJECTED BALANCE" TO WS-SL-LABEL.
    MOVE WS-LOW-BALANCE TO WS-SL-AMOUNT.
    PERFORM WRITE-SUMMARY-LINE.
    CLOSE FORECAST-REPORT.

WRITE-SUMMARY-LINE.
    WRITE FORECAST-LINE FROM WS-SUMMARY-LINE.
    DISPLAY WS-SUMMARY-LINE.

PRINT-WEEK-LINE.
    MOVE WS-WEEK-IDX TO WS-FL-WEEK.
    MOVE WS-WK-FROM(WS-WEEK-IDX) TO WS-FL-FROM.
    MOVE WS-WK-AR(WS-WEEK-IDX) TO WS-FL-AR.
    MOVE WS-WK-BOOKINGS(WS-WEEK-IDX) TO WS-FL-BOOKINGS.
    MOVE WS-WK-DEPOSITS(WS-WEEK-IDX) TO WS-FL-DEPOSITS.
    MOVE WS-WK-AP(WS-WEEK-IDX) TO WS-FL-AP.
    MOVE WS-WK-PO(WS-WEEK-IDX) TO WS-FL-PO.
    MOVE WS-WK-RECURRING(WS-WEEK-IDX) TO WS-FL-RECURRING.
    MOVE WS-WK-NET(WS-WEEK-IDX) TO WS-FL-NET.
    MOVE WS-WK-BALANCE(WS-WEEK-IDX) TO WS-FL-BALANCE.
    IF WS-WK-BALANCE(WS-WEEK-IDX) < WS-MINIMUM
        MOVE "BELOW MIN" TO WS-FL-FLAG
    ELSE
        MOVE SPACES TO WS-FL-FLAG
    END-IF.
    WRITE FORECAST-LINE FROM WS-WEEK-LINE.
    DISPLAY WS-WEEK-LINE.
