       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GROUP-INVOICE.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SALES-REPORT ASSIGN TO "GROUP-INVOICES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CREDIT-HOLD-FILE ASSIGN TO "GROUP-CREDIT-HOLD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TAX-TABLE-FILE ASSIGN TO "TAX-JURISDICTION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL EXEMPTION-FILE ASSIGN TO "TAX-EXEMPTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   05 BK-NS              PIC 9(3).
   05 FILLER             PIC X(1).
   05 BK-REC-TYPE        PIC X(1).
   05 FILLER             PIC X(1).
   05 BK-ACCOUNT         PIC X(6).
   05 FILLER             PIC X(74).
   05 BK-PRICE-BAND      PIC X(1).

FD INVOICE-CONTROL.
01 INVOICE-CONTROL-REC.
   05 GS-MIN-HEADS       PIC 9(3).
   05 FILLER             PIC X(1).
   05 GS-DISCOUNT-PCT    PIC 9(2).
   05 FILLER             PIC X(1).
   05 GS-JURISDICTION    PIC X(3).

FD SALES-REPORT.
01 SALES-LINE            PIC X(80).

FD CREDIT-HOLD-FILE.
COPY "GROUP-CREDIT-HOLD-RECORD.cpy".

FD TAX-TABLE-FILE.
01 TAX-TABLE-REC.
   05 TX-JURISDICTION    PIC X(3).
   05 FILLER             PIC X(1).
   05 TX-RATE-PCT        PIC 9(2)V9(2).
   05 FILLER             PIC X(1).
   05 TX-TAXABLE         PIC X(1).

FD EXEMPTION-FILE.
COPY "TAX-EXEMPTION-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-EOF                PIC X VALUE 'N'.
01 WS-CONTROL-EOF        PIC X VALUE 'N'.
01 WS-CALENDAR-EOF       PIC X VALUE 'N'.
01 WS-PARM-EOF           PIC X VALUE 'N'.
01 WS-HOLD-EOF           PIC X VALUE 'N'.
01 WS-TAX-EOF            PIC X VALUE 'N'.
01 WS-EXEMPT-EOF         PIC X VALUE 'N'.

*> Parties at or above the threshold book on account and get a
*> numbered invoice with the group discount off the gate price.
01 WS-GROSS              PIC 9(7).
01 WS-DISCOUNT           PIC 9(7).
01 WS-NET                PIC 9(7).
01 WS-TAX                PIC 9(7).
01 WS-INVOICE-COUNT      PIC 9(5) VALUE 0.
01 WS-ACCOUNT-TOTAL      PIC 9(9) VALUE 0.

*> An account party is billed only inside the customer's credit:
*> the open AR balance, plus what this run has already billed them,
*> plus this invoice. Anything else waits in the credit-hold file
*> for a supervisor's decision in CREDIT-OVERRIDE.
01 WS-CREDIT-VALUE       PIC 9(9)V99.
01 WS-CREDIT-EXPOSURE    PIC 9(11)V99.
01 WS-CREDIT-LIMIT       PIC 9(9).
01 WS-CREDIT-RESULT      PIC X.
01 WS-CREDIT-CLEARED     PIC X.
01 WS-HELD-COUNT         PIC 9(5) VALUE 0.

*> Group sales are taxed in the jurisdiction named on the parm
*> card, at the tax-table rate, on the net after discount. A
*> customer holding a current exemption certificate for that
*> jurisdiction is billed without tax and the certificate number
*> goes on the invoice; an expired certificate is refused and the
*> invoice is taxed in full.
01 WS-INVOICE-JURIS      PIC X(3) VALUE "LOC".
01 WS-TAX-RATE           PIC 9(2)V9(2) VALUE 0.
01 WS-INVOICE-CERT       PIC X(12).
01 WS-EXEMPT-SALES       PIC 9(5) VALUE 0.
01 WS-EXPIRED-COUNT      PIC 9(5) VALUE 0.

01 WS-EXEMPT-COUNT       PIC 9(3) VALUE 0.
01 WS-EXEMPT-TABLE.
   05 WS-EXEMPT-ENTRY OCCURS 300 TIMES.
      10 WS-EX-CUSTOMER   PIC X(6).
      10 WS-EX-CERT-NO    PIC X(12).
      10 WS-EX-JURIS      PIC X(3).
      10 WS-EX-EXPIRY     PIC 9(8).
01 WS-EXEMPT-IDX         PIC 9(3).
01 WS-EXEMPT-HIT         PIC 9(3).

01 WS-BILLED-COUNT       PIC 9(3) VALUE 0.
01 WS-BILLED-TABLE.
   05 WS-BILLED-ENTRY OCCURS 200 TIMES.
      10 WS-BL-ACCOUNT    PIC X(6).
      10 WS-BL-AMOUNT     PIC 9(9).
01 WS-BILLED-IDX         PIC 9(3).
01 WS-BILLED-HIT         PIC 9(3).

01 WS-HOLD-COUNT         PIC 9(3) VALUE 0.
01 WS-HOLD-TABLE.
   05 WS-HOLD-ENTRY OCCURS 200 TIMES.
      10 WS-HD-DATE       PIC 9(8).
      10 WS-HD-HEADS      PIC 9(5).
      10 WS-HD-ACCOUNT    PIC X(6).
      10 WS-HD-STATUS     PIC X.
      10 WS-HD-USED       PIC X.
01 WS-HOLD-IDX           PIC 9(3).
01 WS-HOLD-HIT           PIC 9(3).

01 ADULT-RATE            PIC 9(5) VALUE 800.
01 CHILD-RATE            PIC 9(5) VALUE 400.
01 SENIOR-RATE           PIC 9(5) VALUE 600.

*> The occupancy band the party booked in and what it does to each
*> rate, from OCCUPANCY-BAND.
01 WS-PRICE-BAND         PIC X(1).
01 WS-OCCUPANCY-PCT      PIC 9(3).
01 WS-ADULT-ADJ          PIC S9(3).
01 WS-CHILD-ADJ          PIC S9(3).
01 WS-SENIOR-ADJ         PIC S9(3).

*> Calendar rows held for per-visit-date pricing - the invoice is
*> priced at the rates in force on the visit date, not run date.
01 WS-CAL-COUNT          PIC 9(2) VALUE 0.
   05 WS-RH-DATE         PIC 9(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RH-JURIS        PIC X(3).
   05 FILLER             PIC X(6) VALUE " CUST=".
   05 WS-RH-CUSTOMER     PIC X(6).
   05 WS-RH-CERT-TAG     PIC X(6).
   05 WS-RH-CERT-NO      PIC X(12).

01 WS-REG-DETAIL.
   05 FILLER             PIC X(4) VALUE "DTL ".
   05 WS-SL-HEADS        PIC ZZ,ZZ9.
   05 FILLER             PIC X(5) VALUE " NET=".
   05 WS-SL-NET          PIC ZZZ,ZZ9.
   05 FILLER             PIC X(5) VALUE " TAX=".
   05 WS-SL-TAX          PIC ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SL-EXEMPT       PIC X(6).

01 WS-EXPIRED-LINE.
   05 FILLER             PIC X(20) VALUE "EXEMPTION EXPIRED   ".
   05 WS-XL-ACCOUNT      PIC X(6).
   05 FILLER             PIC X(6) VALUE " CERT=".
   05 WS-XL-CERT-NO      PIC X(12).
   05 FILLER             PIC X(9) VALUE " EXPIRED=".
   05 WS-XL-EXPIRY       PIC 9(8).
   05 FILLER             PIC X(8) VALUE " - TAXED".

01 WS-HELD-LINE.
   05 FILLER             PIC X(15) VALUE "HELD ON CREDIT ".
   05 WS-HD-LINE-ACCOUNT PIC X(6).
   05 FILLER             PIC X(7) VALUE " VISIT=".
   05 WS-HD-LINE-DATE    PIC 9(8).
   05 FILLER             PIC X(5) VALUE " NET=".
   05 WS-HD-LINE-NET     PIC ZZZ,ZZ9.
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-HD-LINE-REASON  PIC X(20).

01 WS-TOTAL-LINE.
   05 FILLER             PIC X(26)
    PERFORM READ-LAST-INVOICE-NUMBER.
    PERFORM LOAD-PRICE-CALENDAR.
    PERFORM LOAD-INVOICED-LOG.
    PERFORM LOAD-CREDIT-HOLDS.
    PERFORM LOAD-TAX-RATE.
    PERFORM LOAD-EXEMPTIONS.

    OPEN OUTPUT SALES-REPORT.
    WRITE SALES-LINE FROM WS-TITLE-LINE.

    PERFORM SAVE-LAST-INVOICE-NUMBER.
    DISPLAY "INVOICES RAISED: " WS-INVOICE-COUNT.
    DISPLAY "TAX EXEMPT     : " WS-EXEMPT-SALES.
    IF WS-HELD-COUNT > 0
        DISPLAY "HELD ON CREDIT : " WS-HELD-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-EXPIRED-COUNT > 0
        DISPLAY "EXPIRED CERTS  : " WS-EXPIRED-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.

JUDGE-BOOKING.
        IF WS-PARTY-HEADS >= WS-MIN-HEADS
            PERFORM FIND-INVOICED-ENTRY
            IF WS-DONE-HIT = 0
                PERFORM PRICE-PARTY
                PERFORM APPLY-TAX-EXEMPTION
                MOVE 'Y' TO WS-CREDIT-CLEARED
                IF BK-ACCOUNT NOT = SPACES
                    PERFORM CHECK-GROUP-CREDIT
                END-IF
                IF WS-CREDIT-CLEARED = 'Y'
                    PERFORM RAISE-GROUP-INVOICE
                END-IF
            ELSE
                MOVE 'Y' TO WS-DN-USED(WS-DONE-HIT)
            END-IF
RAISE-GROUP-INVOICE.
    ADD 1 TO WS-INVOICE-NO.
    ADD 1 TO WS-INVOICE-COUNT.

    OPEN EXTEND INVOICE-REGISTER.
    MOVE WS-INVOICE-NO TO WS-RH-INV-NO.
    MOVE WS-RH-RUN-DATE TO WS-RH-DATE.
    MOVE WS-INVOICE-JURIS TO WS-RH-JURIS.
    MOVE BK-ACCOUNT TO WS-RH-CUSTOMER.
    IF WS-INVOICE-CERT NOT = SPACES
        MOVE " CERT=" TO WS-RH-CERT-TAG
    ELSE
        MOVE SPACES TO WS-RH-CERT-TAG
    END-IF.
    MOVE WS-INVOICE-CERT TO WS-RH-CERT-NO.
    WRITE REGISTER-LINE FROM WS-REG-HEADER.
    MOVE WS-INVOICE-NO TO WS-RD-INV-NO.
    MOVE "GROUP ADMISSIONS" TO WS-RD-DESC.
    WRITE REGISTER-LINE FROM WS-REG-DETAIL.
    MOVE WS-INVOICE-NO TO WS-RT-INV-NO.
    MOVE WS-NET TO WS-RT-AMOUNT.
    MOVE WS-TAX TO WS-RT-TAX.
    WRITE REGISTER-LINE FROM WS-REG-TOTAL.
    CLOSE INVOICE-REGISTER.

    PERFORM APPEND-INVOICED-LOG.
    IF BK-ACCOUNT NOT = SPACES
        PERFORM FIND-BILLED-SLOT
        ADD WS-NET TO WS-BL-AMOUNT(WS-BILLED-HIT)
        ADD WS-TAX TO WS-BL-AMOUNT(WS-BILLED-HIT)
    END-IF.

    ADD WS-NET TO WS-ACCOUNT-TOTAL.
    MOVE WS-INVOICE-NO TO WS-SL-INV-NO.
    MOVE BK-VISIT-DATE TO WS-SL-DATE.
    MOVE WS-PARTY-HEADS TO WS-SL-HEADS.
    MOVE WS-NET TO WS-SL-NET.
    MOVE WS-TAX TO WS-SL-TAX.
    IF WS-INVOICE-CERT NOT = SPACES
        MOVE "EXEMPT" TO WS-SL-EXEMPT
        ADD 1 TO WS-EXEMPT-SALES
    ELSE
        MOVE SPACES TO WS-SL-EXEMPT
    END-IF.
    WRITE SALES-LINE FROM WS-SALES-DETAIL.
    DISPLAY WS-SALES-DETAIL.

*> A supervisor's approval in CREDIT-OVERRIDE lets the party bill
*> on the next run; a refusal keeps it off account for good; one
*> still awaiting a decision is left alone. A new failure is held.
CHECK-GROUP-CREDIT.
    PERFORM FIND-BILLED-SLOT.
    COMPUTE WS-CREDIT-VALUE = WS-NET + WS-TAX
        + WS-BL-AMOUNT(WS-BILLED-HIT).
    CALL "CHECK-CREDIT-EXPOSURE" USING BK-ACCOUNT WS-CREDIT-VALUE
        WS-CREDIT-EXPOSURE WS-CREDIT-LIMIT WS-CREDIT-RESULT.
    IF WS-CREDIT-RESULT NOT = 'Y'
        PERFORM FIND-CREDIT-HOLD
        IF WS-HOLD-HIT > 0
            MOVE 'Y' TO WS-HD-USED(WS-HOLD-HIT)
            IF WS-HD-STATUS(WS-HOLD-HIT) = 'A'
                DISPLAY "CREDIT OVERRIDE ON FILE FOR " BK-ACCOUNT
                    " VISIT " BK-VISIT-DATE
            ELSE
                MOVE 'N' TO WS-CREDIT-CLEARED
                IF WS-HD-STATUS(WS-HOLD-HIT) = 'H'
                    ADD 1 TO WS-HELD-COUNT
                END-IF
            END-IF
        ELSE
            MOVE 'N' TO WS-CREDIT-CLEARED
            PERFORM WRITE-CREDIT-HOLD
        END-IF
    END-IF.

FIND-BILLED-SLOT.
    MOVE 0 TO WS-BILLED-HIT.
    PERFORM VARYING WS-BILLED-IDX FROM 1 BY 1
            UNTIL WS-BILLED-IDX > WS-BILLED-COUNT
        IF WS-BL-ACCOUNT(WS-BILLED-IDX) = BK-ACCOUNT
            MOVE WS-BILLED-IDX TO WS-BILLED-HIT
        END-IF
    END-PERFORM.
    IF WS-BILLED-HIT = 0
        IF WS-BILLED-COUNT >= 200
            DISPLAY "BILLED-ACCOUNT TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-BILLED-COUNT
        MOVE WS-BILLED-COUNT TO WS-BILLED-HIT
        MOVE BK-ACCOUNT TO WS-BL-ACCOUNT(WS-BILLED-HIT)
        MOVE 0 TO WS-BL-AMOUNT(WS-BILLED-HIT)
    END-IF.

FIND-CREDIT-HOLD.
    MOVE 0 TO WS-HOLD-HIT.
    PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
            UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
        IF WS-HD-DATE(WS-HOLD-IDX) = BK-VISIT-DATE
                AND WS-HD-HEADS(WS-HOLD-IDX) = WS-PARTY-HEADS
                AND WS-HD-ACCOUNT(WS-HOLD-IDX) = BK-ACCOUNT
                AND WS-HD-USED(WS-HOLD-IDX) = 'N'
                AND WS-HOLD-HIT = 0
            MOVE WS-HOLD-IDX TO WS-HOLD-HIT
        END-IF
    END-PERFORM.

WRITE-CREDIT-HOLD.
    IF WS-HOLD-COUNT >= 200
        DISPLAY "CREDIT-HOLD TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-HELD-COUNT.
    MOVE SPACES TO CREDIT-HOLD-REC.
    MOVE BK-VISIT-DATE TO CH-VISIT-DATE.
    MOVE WS-PARTY-HEADS TO CH-HEADS.
    MOVE BK-ACCOUNT TO CH-ACCOUNT.
    COMPUTE CH-VALUE = WS-NET + WS-TAX.
    MOVE WS-CREDIT-EXPOSURE TO CH-EXPOSURE.
    MOVE WS-CREDIT-LIMIT TO CH-LIMIT.
    MOVE WS-CREDIT-RESULT TO CH-REASON.
    MOVE 'H' TO CH-STATUS.
    MOVE 0 TO CH-DECIDED-DATE.
    OPEN EXTEND CREDIT-HOLD-FILE.
    WRITE CREDIT-HOLD-REC.
    CLOSE CREDIT-HOLD-FILE.
    ADD 1 TO WS-HOLD-COUNT.
    MOVE BK-VISIT-DATE TO WS-HD-DATE(WS-HOLD-COUNT).
    MOVE WS-PARTY-HEADS TO WS-HD-HEADS(WS-HOLD-COUNT).
    MOVE BK-ACCOUNT TO WS-HD-ACCOUNT(WS-HOLD-COUNT).
    MOVE 'H' TO WS-HD-STATUS(WS-HOLD-COUNT).
    MOVE 'Y' TO WS-HD-USED(WS-HOLD-COUNT).
    MOVE BK-ACCOUNT TO WS-HD-LINE-ACCOUNT.
    MOVE BK-VISIT-DATE TO WS-HD-LINE-DATE.
    MOVE WS-NET TO WS-HD-LINE-NET.
    EVALUATE WS-CREDIT-RESULT
        WHEN 'H'
            MOVE "ACCOUNT ON HOLD" TO WS-HD-LINE-REASON
        WHEN 'L'
            MOVE "OVER CREDIT LIMIT" TO WS-HD-LINE-REASON
        WHEN OTHER
            MOVE "NO CREDIT ACCOUNT" TO WS-HD-LINE-REASON
    END-EVALUATE.
    WRITE SALES-LINE FROM WS-HELD-LINE.
    DISPLAY WS-HELD-LINE.

LOAD-CREDIT-HOLDS.
    OPEN INPUT CREDIT-HOLD-FILE.
    PERFORM UNTIL WS-HOLD-EOF = 'Y'
        READ CREDIT-HOLD-FILE
            AT END MOVE 'Y' TO WS-HOLD-EOF
            NOT AT END
                IF WS-HOLD-COUNT >= 200
                    DISPLAY "CREDIT-HOLD TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-HOLD-COUNT
                MOVE CH-VISIT-DATE TO WS-HD-DATE(WS-HOLD-COUNT)
                MOVE CH-HEADS TO WS-HD-HEADS(WS-HOLD-COUNT)
                MOVE CH-ACCOUNT TO WS-HD-ACCOUNT(WS-HOLD-COUNT)
                MOVE CH-STATUS TO WS-HD-STATUS(WS-HOLD-COUNT)
                MOVE 'N' TO WS-HD-USED(WS-HOLD-COUNT)
        END-READ
    END-PERFORM.
    CLOSE CREDIT-HOLD-FILE.

*> Gate rates in force for the visit date, moved by the occupancy
*> band the party booked in, then the flat group discount - account
*> customers get one discount, not the per-15 walk-up break on top.
PRICE-PARTY.
    PERFORM SET-VISIT-DATE-RATES.
    PERFORM APPLY-BOOKED-BAND.
    COMPUTE WS-GROSS = ADULT-RATE * BK-NA
        + CHILD-RATE * BK-NC + SENIOR-RATE * BK-NS.
    COMPUTE WS-DISCOUNT ROUNDED =
        WS-GROSS * WS-DISCOUNT-PCT / 100.
    COMPUTE WS-NET = WS-GROSS - WS-DISCOUNT.

*> Tax is held to whole units like the rest of the invoice, so the
*> register, the AR ledger and the return carry the same figure.
*> The certificate must still be in force on the invoice date.
APPLY-TAX-EXEMPTION.
    MOVE SPACES TO WS-INVOICE-CERT.
    COMPUTE WS-TAX ROUNDED = WS-NET * WS-TAX-RATE / 100.
    IF BK-ACCOUNT NOT = SPACES
        PERFORM FIND-EXEMPTION
        IF WS-EXEMPT-HIT > 0
            IF WS-EX-EXPIRY(WS-EXEMPT-HIT) >= WS-RH-RUN-DATE
                MOVE WS-EX-CERT-NO(WS-EXEMPT-HIT) TO WS-INVOICE-CERT
                MOVE 0 TO WS-TAX
            ELSE
                PERFORM REPORT-EXPIRED-EXEMPTION
            END-IF
        END-IF
    END-IF.

FIND-EXEMPTION.
    MOVE 0 TO WS-EXEMPT-HIT.
    PERFORM VARYING WS-EXEMPT-IDX FROM 1 BY 1
            UNTIL WS-EXEMPT-IDX > WS-EXEMPT-COUNT
        IF WS-EX-CUSTOMER(WS-EXEMPT-IDX) = BK-ACCOUNT
                AND WS-EX-JURIS(WS-EXEMPT-IDX) = WS-INVOICE-JURIS
            MOVE WS-EXEMPT-IDX TO WS-EXEMPT-HIT
        END-IF
    END-PERFORM.

REPORT-EXPIRED-EXEMPTION.
    ADD 1 TO WS-EXPIRED-COUNT.
    MOVE BK-ACCOUNT TO WS-XL-ACCOUNT.
    MOVE WS-EX-CERT-NO(WS-EXEMPT-HIT) TO WS-XL-CERT-NO.
    MOVE WS-EX-EXPIRY(WS-EXEMPT-HIT) TO WS-XL-EXPIRY.
    WRITE SALES-LINE FROM WS-EXPIRED-LINE.
    DISPLAY WS-EXPIRED-LINE.

*> The party pays the band struck on its booking whatever the day
*> has filled to since; a booking taken before bands were struck
*> carries no band and is invoiced at the flat calendar rates, as
*> 055A-REPORT prices it at the gate.
APPLY-BOOKED-BAND.
    IF BK-PRICE-BAND NOT = SPACE
        MOVE BK-PRICE-BAND TO WS-PRICE-BAND
        CALL "OCCUPANCY-BAND" USING BK-VISIT-DATE WS-PRICE-BAND
            WS-OCCUPANCY-PCT WS-ADULT-ADJ WS-CHILD-ADJ WS-SENIOR-ADJ
        COMPUTE ADULT-RATE ROUNDED =
            ADULT-RATE * (100 + WS-ADULT-ADJ) / 100
        COMPUTE CHILD-RATE ROUNDED =
            CHILD-RATE * (100 + WS-CHILD-ADJ) / 100
        COMPUTE SENIOR-RATE ROUNDED =
            SENIOR-RATE * (100 + WS-SENIOR-ADJ) / 100
    END-IF.

SET-VISIT-DATE-RATES.
    MOVE 800 TO ADULT-RATE.
    MOVE 400 TO CHILD-RATE.
        END-IF
    END-PERFORM.

LOAD-TAX-RATE.
    MOVE 0 TO WS-TAX-RATE.
    OPEN INPUT TAX-TABLE-FILE.
    PERFORM UNTIL WS-TAX-EOF = 'Y'
        READ TAX-TABLE-FILE
            AT END MOVE 'Y' TO WS-TAX-EOF
            NOT AT END
                IF TX-JURISDICTION = WS-INVOICE-JURIS
                        AND TX-TAXABLE = 'Y'
                    MOVE TX-RATE-PCT TO WS-TAX-RATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TAX-TABLE-FILE.

LOAD-EXEMPTIONS.
    OPEN INPUT EXEMPTION-FILE.
    PERFORM UNTIL WS-EXEMPT-EOF = 'Y'
        READ EXEMPTION-FILE
            AT END MOVE 'Y' TO WS-EXEMPT-EOF
            NOT AT END
                IF WS-EXEMPT-COUNT >= 300
                    DISPLAY "EXEMPTION TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-EXEMPT-COUNT
                MOVE TE-CUSTOMER TO WS-EX-CUSTOMER(WS-EXEMPT-COUNT)
                MOVE TE-CERT-NO TO WS-EX-CERT-NO(WS-EXEMPT-COUNT)
                MOVE TE-JURISDICTION TO WS-EX-JURIS(WS-EXEMPT-COUNT)
                MOVE TE-EXPIRY TO WS-EX-EXPIRY(WS-EXEMPT-COUNT)
        END-READ
    END-PERFORM.
    CLOSE EXEMPTION-FILE.

APPEND-INVOICED-LOG.
    MOVE SPACES TO INVOICED-REC.
    MOVE BK-VISIT-DATE TO GI-VISIT-DATE.
        IF GS-DISCOUNT-PCT IS NUMERIC
            MOVE GS-DISCOUNT-PCT TO WS-DISCOUNT-PCT
        END-IF
        IF GS-JURISDICTION NOT = SPACES
            MOVE GS-JURISDICTION TO WS-INVOICE-JURIS
        END-IF
    END-IF.
    CLOSE PARM-FILE.
