       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TAX-REMITTANCE.

01 WS-HDR-JURIS          PIC X(3) VALUE "LOC".
01 WS-HDR-IN-RANGE       PIC X VALUE 'N'.
01 WS-HDR-IS-CREDIT      PIC X VALUE 'N'.
01 WS-HDR-CERT           PIC X(12) VALUE SPACES.
01 WS-HDR-CUSTOMER       PIC X(6) VALUE SPACES.
01 WS-LINE-AMOUNT        PIC 9(9)V99.
01 WS-LINE-TAX           PIC 9(7)V99.
01 WS-TAX-ACCOUNT        PIC 9(6) VALUE 220000.
01 WS-JURIS-IDX          PIC 9(2).
01 WS-JURIS-HIT          PIC 9(2).

*> Sales made under an exemption certificate are not taxable
*> sales of the jurisdiction; the authority wants them listed
*> certificate by certificate instead, credit notes netting off.
01 WS-CERT-COUNT         PIC 9(3) VALUE 0.
01 WS-CERT-TABLE.
   05 WS-CERT-ENTRY OCCURS 300 TIMES.
      10 WS-CT-CERT-NO    PIC X(12).
      10 WS-CT-JURIS      PIC X(3).
      10 WS-CT-CUSTOMER   PIC X(6).
      10 WS-CT-EXEMPT     PIC S9(11)V99.
01 WS-CERT-IDX           PIC 9(3).
01 WS-CERT-HIT           PIC 9(3).
01 WS-TOTAL-EXEMPT       PIC S9(11)V99 VALUE 0.

01 WS-JURIS-LINE.
   05 FILLER             PIC X(6) VALUE "JURIS ".
   05 WS-JL-CODE         PIC X(3).
   05 FILLER             PIC X(5) VALUE " TAX=".
   05 WS-JL-TAX          PIC -ZZZ,ZZ9.99.

01 WS-CERT-TITLE-LINE    PIC X(60)
   VALUE "EXEMPT SALES BY CERTIFICATE".

01 WS-CERT-LINE.
   05 FILLER             PIC X(5) VALUE "CERT ".
   05 WS-CL-CERT-NO      PIC X(12).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-JURIS        PIC X(3).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-CL-CUSTOMER     PIC X(6).
   05 FILLER             PIC X(8) VALUE " EXEMPT=".
   05 WS-CL-EXEMPT       PIC -ZZZ,ZZZ,ZZ9.99.

01 WS-CERT-TOTAL-LINE.
   05 FILLER             PIC X(22) VALUE "TOTAL EXEMPT SALES   :".
   05 WS-CTL-EXEMPT      PIC -ZZZ,ZZZ,ZZ9.99.

01 WS-GAP-LINE.
   05 FILLER             PIC X(22) VALUE "GL TAX ACCOUNT GAP   :".
   05 WS-GP-GAP          PIC -ZZZ,ZZZ,ZZ9.99.
            UNTIL WS-JURIS-IDX > WS-JURIS-COUNT
        PERFORM PRINT-JURIS-LINE
    END-PERFORM.
    IF WS-CERT-COUNT > 0
        PERFORM PRINT-EXEMPT-SALES
    END-IF.

    PERFORM RECONCILE-TAX-ACCOUNT.
    COPY "PRINT-SPOOL-FOOTER.cpy".

*> HDR carries the jurisdiction and invoice date; TTL carries the
*> billed amount and tax; CRN/CRT reverse both. A line with no HDR
*> in range contributes nothing. A header naming an exemption
*> certificate (CERT=) sends its totals to the certificate table.
ACCUMULATE-REGISTER-LINE.
    EVALUATE RG-RECORD-TYPE
        WHEN "HDR "
                MOVE 0 TO WS-HDR-DATE
            END-IF
            MOVE RG-REST(11:3) TO WS-HDR-JURIS
            IF RG-REST(26:6) = " CERT="
                MOVE RG-REST(32:12) TO WS-HDR-CERT
            ELSE
                MOVE SPACES TO WS-HDR-CERT
            END-IF
            IF RG-REST(14:6) = " CUST="
                MOVE RG-REST(20:6) TO WS-HDR-CUSTOMER
            ELSE
                MOVE SPACES TO WS-HDR-CUSTOMER
            END-IF
            IF WS-HDR-DATE >= WS-DATE-FROM
                    AND WS-HDR-DATE <= WS-DATE-TO
                MOVE 'Y' TO WS-HDR-IN-RANGE
                    FUNCTION NUMVAL(RG-REST(2:9))
                COMPUTE WS-LINE-TAX =
                    FUNCTION NUMVAL(RG-REST(16:8))
            END-IF
            IF WS-HDR-IN-RANGE = 'Y' AND WS-HDR-CERT NOT = SPACES
                PERFORM ACCUMULATE-EXEMPT-SALE
            END-IF
            IF WS-HDR-IN-RANGE = 'Y' AND WS-HDR-CERT = SPACES
                PERFORM FIND-JURIS-SLOT
                IF WS-JURIS-HIT > 0
                    IF WS-HDR-IS-CREDIT = 'Y'
        MOVE 0 TO WS-JR-TAX(WS-JURIS-HIT)
    END-IF.

ACCUMULATE-EXEMPT-SALE.
    MOVE 0 TO WS-CERT-HIT.
    PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
            UNTIL WS-CERT-IDX > WS-CERT-COUNT
        IF WS-CT-CERT-NO(WS-CERT-IDX) = WS-HDR-CERT
                AND WS-CT-JURIS(WS-CERT-IDX) = WS-HDR-JURIS
            MOVE WS-CERT-IDX TO WS-CERT-HIT
        END-IF
    END-PERFORM.
    IF WS-CERT-HIT = 0 AND WS-CERT-COUNT < 300
        ADD 1 TO WS-CERT-COUNT
        MOVE WS-CERT-COUNT TO WS-CERT-HIT
        MOVE WS-HDR-CERT TO WS-CT-CERT-NO(WS-CERT-HIT)
        MOVE WS-HDR-JURIS TO WS-CT-JURIS(WS-CERT-HIT)
        MOVE SPACES TO WS-CT-CUSTOMER(WS-CERT-HIT)
        MOVE 0 TO WS-CT-EXEMPT(WS-CERT-HIT)
    END-IF.
    IF WS-CERT-HIT > 0
        IF WS-HDR-IS-CREDIT = 'Y'
            SUBTRACT WS-LINE-AMOUNT FROM WS-CT-EXEMPT(WS-CERT-HIT)
            SUBTRACT WS-LINE-AMOUNT FROM WS-TOTAL-EXEMPT
        ELSE
            ADD WS-LINE-AMOUNT TO WS-CT-EXEMPT(WS-CERT-HIT)
            ADD WS-LINE-AMOUNT TO WS-TOTAL-EXEMPT
            MOVE WS-HDR-CUSTOMER TO WS-CT-CUSTOMER(WS-CERT-HIT)
        END-IF
    END-IF.

PRINT-EXEMPT-SALES.
    MOVE WS-CERT-TITLE-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".
    PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
            UNTIL WS-CERT-IDX > WS-CERT-COUNT
        PERFORM PRINT-CERT-LINE
    END-PERFORM.
    MOVE WS-TOTAL-EXEMPT TO WS-CTL-EXEMPT.
    MOVE WS-CERT-TOTAL-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".

PRINT-CERT-LINE.
    MOVE WS-CT-CERT-NO(WS-CERT-IDX) TO WS-CL-CERT-NO.
    MOVE WS-CT-JURIS(WS-CERT-IDX) TO WS-CL-JURIS.
    MOVE WS-CT-CUSTOMER(WS-CERT-IDX) TO WS-CL-CUSTOMER.
    MOVE WS-CT-EXEMPT(WS-CERT-IDX) TO WS-CL-EXEMPT.
    MOVE WS-CERT-LINE TO WS-PRINT-LINE-TEXT.
    COPY "PRINT-SPOOL-LINE.cpy".

PRINT-JURIS-LINE.
    MOVE WS-JR-CODE(WS-JURIS-IDX) TO WS-JL-CODE.
    MOVE WS-JR-TAXABLE(WS-JURIS-IDX) TO WS-JL-TAXABLE.
