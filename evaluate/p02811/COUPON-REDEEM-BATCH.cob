       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. COUPON-REDEEM-BATCH.

        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REJECT-FILE ASSIGN TO "COUPON-REJECTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OFFER-FILE ASSIGN TO "WINBACK-OFFERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   05 CB-EXPIRY-DATE     PIC X(8).

FD REDEMPTION-FILE.
01 REDEMPTION-REC        PIC X(40).

FD REGISTER-FILE.
01 REGISTER-LINE         PIC X(60).
FD REJECT-FILE.
01 REJECT-LINE           PIC X(60).

FD OFFER-FILE.
COPY "WINBACK-OFFER-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-BALANCE-STATUS     PIC X(2).
01 K                     PIC 9(3).
01 X                     PIC 9(6).
01 WS-COUPON-VALUE       PIC 9(3) VALUE 500.
01 WS-OFFER-CODE         PIC X(10).

*> Per-customer coupon balances held in storage for the run, then
*> written back to the master.
01 WS-CUST-IDX           PIC 9(3).
01 WS-CUST-HIT           PIC 9(3).

*> Win-back offers mailed by WINBACK-EXTRACT. An offer is good for
*> its own coupons once, by the member it was addressed to, and is
*> stamped with the redemption date so marketing can count returns.
01 WS-OFFER-COUNT        PIC 9(4) VALUE 0.
01 WS-OFFER-CHANGED      PIC X VALUE 'N'.
01 WS-OFFER-TABLE.
   05 WS-OFFER-ENTRY OCCURS 3000 TIMES PIC X(52).
01 WS-OFFER-IDX          PIC 9(4).
01 WS-OFFER-HIT          PIC 9(4).

01 WS-APPROVED-COUNT     PIC 9(5) VALUE 0.
01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
01 WS-COUPONS-USED       PIC 9(7) VALUE 0.
   05 FILLER             PIC X(9) VALUE " BALANCE=".
   05 WS-RG-BALANCE      PIC ZZ,ZZ9.

01 WS-OFFER-DETAIL.
   05 WS-RO-CUSTOMER     PIC X(6).
   05 FILLER             PIC X(9) VALUE " COUPONS=".
   05 WS-RO-COUPONS      PIC ZZ9.
   05 FILLER             PIC X(8) VALUE " AMOUNT=".
   05 WS-RO-AMOUNT       PIC ZZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE " OFFER=".
   05 WS-RO-OFFER        PIC X(10).

01 WS-REJECT-DETAIL.
   05 WS-RJ-CUSTOMER     PIC X(6).
   05 FILLER             PIC X(9) VALUE " COUPONS=".
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM LOAD-BALANCES.
    PERFORM LOAD-OFFERS.

    OPEN INPUT REDEMPTION-FILE.
    IF WS-REDEEM-STATUS NOT = "00"
    CLOSE REDEMPTION-FILE.

    PERFORM SAVE-BALANCES.
    IF WS-OFFER-CHANGED = 'Y'
        PERFORM SAVE-OFFERS
    END-IF.

    COMPUTE WS-LIABILITY = 0.
    PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
*> the customer must actually hold that many coupons, and the
*> balance must not have lapsed - promotional coupons expire and a
*> lapsed balance is only redeemable through a reissue.
*> A fourth token is a win-back offer code; those coupons come with
*> the offer and do not draw on the balance.
APPLY-REDEMPTION.
    MOVE SPACES TO WS-CUSTOMER-ID.
    MOVE SPACES TO WS-OFFER-CODE.
    MOVE 0 TO K.
    MOVE 0 TO X.
    UNSTRING REDEMPTION-REC DELIMITED BY SPACE
        INTO WS-CUSTOMER-ID K X WS-OFFER-CODE.
    IF WS-OFFER-CODE NOT = SPACES
        PERFORM APPLY-OFFER-REDEMPTION
    ELSE
        PERFORM APPLY-BALANCE-REDEMPTION
    END-IF.

APPLY-BALANCE-REDEMPTION.
    PERFORM FIND-CUSTOMER-SLOT.
    IF WS-CUST-HIT = 0
        MOVE "NO BALANCE ON FILE" TO WS-RJ-REASON
    WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
    DISPLAY WS-REGISTER-DETAIL.

APPLY-OFFER-REDEMPTION.
    PERFORM FIND-OFFER.
    IF WS-OFFER-HIT = 0
        MOVE "UNKNOWN OFFER CODE" TO WS-RJ-REASON
        PERFORM WRITE-REJECT
    ELSE
        MOVE WS-OFFER-ENTRY(WS-OFFER-HIT) TO WINBACK-OFFER-REC
        EVALUATE TRUE
            WHEN WB-REDEEMED-DATE IS NUMERIC AND WB-REDEEMED-DATE > 0
                MOVE "OFFER ALREADY USED" TO WS-RJ-REASON
                PERFORM WRITE-REJECT
            WHEN WB-VALID-TO < WS-RH-RUN-DATE
                MOVE "OFFER EXPIRED" TO WS-RJ-REASON
                PERFORM WRITE-REJECT
            WHEN K > WB-COUPONS
                MOVE "MORE THAN OFFERED" TO WS-RJ-REASON
                PERFORM WRITE-REJECT
            WHEN X > WS-COUPON-VALUE * K
                MOVE "COUPONS DO NOT COVER" TO WS-RJ-REASON
                PERFORM WRITE-REJECT
            WHEN OTHER
                PERFORM APPROVE-OFFER-REDEMPTION
        END-EVALUATE
    END-IF.

APPROVE-OFFER-REDEMPTION.
    MOVE WS-RH-RUN-DATE TO WB-REDEEMED-DATE.
    MOVE WINBACK-OFFER-REC TO WS-OFFER-ENTRY(WS-OFFER-HIT).
    MOVE 'Y' TO WS-OFFER-CHANGED.
    ADD 1 TO WS-APPROVED-COUNT.
    ADD K TO WS-COUPONS-USED.
    MOVE WS-CUSTOMER-ID TO WS-RO-CUSTOMER.
    MOVE K TO WS-RO-COUPONS.
    MOVE X TO WS-RO-AMOUNT.
    MOVE WS-OFFER-CODE TO WS-RO-OFFER.
    WRITE REGISTER-LINE FROM WS-OFFER-DETAIL.
    DISPLAY WS-OFFER-DETAIL.

*> The code is per household; the member id picks out the letter.
FIND-OFFER.
    MOVE 0 TO WS-OFFER-HIT.
    PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
            UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
        MOVE WS-OFFER-ENTRY(WS-OFFER-IDX) TO WINBACK-OFFER-REC
        IF WB-OFFER-CODE = WS-OFFER-CODE
                AND WB-MEMBER-ID = WS-CUSTOMER-ID
            MOVE WS-OFFER-IDX TO WS-OFFER-HIT
        END-IF
    END-PERFORM.

WRITE-REJECT.
    ADD 1 TO WS-REJECTED-COUNT.
    MOVE WS-CUSTOMER-ID TO WS-RJ-CUSTOMER.
        WRITE BALANCE-REC
    END-PERFORM.
    CLOSE BALANCE-FILE.

LOAD-OFFERS.
    OPEN INPUT OFFER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ OFFER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-OFFER-COUNT >= 3000
                    DISPLAY "OFFER TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-OFFER-COUNT
                MOVE WINBACK-OFFER-REC TO WS-OFFER-ENTRY(WS-OFFER-COUNT)
        END-READ
    END-PERFORM.
    CLOSE OFFER-FILE.
    MOVE 'N' TO WS-EOF.

SAVE-OFFERS.
    OPEN OUTPUT OFFER-FILE.
    PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
            UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
        MOVE WS-OFFER-ENTRY(WS-OFFER-IDX) TO WINBACK-OFFER-REC
        WRITE WINBACK-OFFER-REC
    END-PERFORM.
    CLOSE OFFER-FILE.
