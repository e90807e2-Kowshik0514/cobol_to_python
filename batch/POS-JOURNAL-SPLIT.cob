       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POS-JOURNAL-SPLIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-FILE ASSIGN TO "POS-JOURNAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT SUSPENSE-FILE ASSIGN TO "POS-SUSPENSE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT TILL-FEED ASSIGN TO "TILL-AMOUNTS-RAW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT GIFT-CARD-FEED ASSIGN TO "GIFT-CARD-REDEMPTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT COUPON-FEED ASSIGN TO "COUPON-REDEMPTIONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ADMISSIONS-FEED ASSIGN TO "ADMISSIONS-GROUPS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD JOURNAL-FILE.
COPY "POS-JOURNAL-RECORD.cpy".

*> Every journal line held back from the feeds, with why. A good
*> line is held too when another line of its transaction failed, so
*> no feed carries half a transaction.
FD SUSPENSE-FILE.
01 SUSPENSE-REC.
   05 SU-RUN-DATE        PIC 9(8).
   05 FILLER             PIC X(1).
   05 SU-REASON          PIC X(2).
   05 FILLER             PIC X(1).
   05 SU-REASON-TEXT     PIC X(30).
   05 FILLER             PIC X(1).
   05 SU-JOURNAL-LINE    PIC X(103).

FD TILL-FEED.
01 TILL-FEED-REC.
   05 TF-TILL-ID         PIC X(2).
   05 FILLER             PIC X(1).
   05 TF-AMOUNT          PIC 9(5).
   05 FILLER             PIC X(1).
   05 TF-TENDER          PIC X(2).

FD GIFT-CARD-FEED.
01 GIFT-CARD-FEED-REC.
   05 GF-CARD-NO         PIC X(7).
   05 FILLER             PIC X(1).
   05 GF-AMOUNT          PIC 9(7).

FD COUPON-FEED.
01 COUPON-FEED-REC       PIC X(40).

FD ADMISSIONS-FEED.
01 ADMISSIONS-FEED-REC   PIC X(60).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
01 WS-JOURNAL-STATUS     PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-AMOUNT             PIC 9(7).
01 WS-QUANTITY           PIC 9(3).
01 WS-REASON-CODE        PIC X(2).
01 WS-REASON-TEXT        PIC X(30).

*> Control-total trailer verification before any feed is written.
01 WS-TRAILER-FOUND      PIC X.
01 WS-TRAILER-OK         PIC X.
01 WS-VERIFY-COUNT       PIC 9(7).
01 WS-VERIFY-HASH        PIC 9(9).
01 WS-FEED-NAME          PIC X(20) VALUE "POS-JOURNAL".
01 WS-FEED-RESULT        PIC X.

*> Transactions with any failing line, by till and transaction no.
01 WS-BAD-COUNT          PIC 9(4) VALUE 0.
01 WS-BAD-TABLE.
   05 WS-BAD-KEY OCCURS 2000 TIMES PIC X(8).
01 WS-BAD-IDX            PIC 9(4).
01 WS-BAD-HIT            PIC 9(4).
01 WS-TXN-KEY.
   05 WS-TK-TILL-ID      PIC X(2).
   05 WS-TK-TXN-NO       PIC X(6).

*> The transaction being gathered for the admissions feed: head
*> counts sold and refunded by visitor type, written out as one
*> typed group line each when the transaction ends.
01 WS-CURRENT-KEY        PIC X(8) VALUE SPACES.
01 WS-CURRENT-TILL       PIC X(2).
01 WS-CURRENT-SHIFT      PIC X(1).
01 WS-SALE-HEADS.
   05 WS-SALE-ADULT      PIC 9(3).
   05 WS-SALE-CHILD      PIC 9(3).
   05 WS-SALE-SENIOR     PIC 9(3).
01 WS-SALE-REP           PIC X(6).
01 WS-SALE-BOOKING-REF   PIC X(7).
01 WS-REFUND-HEADS.
   05 WS-REFUND-ADULT    PIC 9(3).
   05 WS-REFUND-CHILD    PIC 9(3).
   05 WS-REFUND-SENIOR   PIC 9(3).
01 WS-REFUND-REP         PIC X(6).
01 WS-REFUND-REASON      PIC X(2).
01 WS-REFUND-ORIG-DATE   PIC X(8).
01 WS-REFUND-ORIG-SHIFT  PIC X(1).
01 WS-REFUND-BOOKING-REF PIC X(7).
01 WS-ADMIT-PTR          PIC 9(3).

01 WS-COUPON-LINE.
   05 CL-CUSTOMER-ID     PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 CL-COUPONS         PIC 9(3).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 CL-AMOUNT          PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 CL-OFFER-CODE      PIC X(10).

01 WS-ADMIT-TRAILER.
   05 FILLER             PIC X(8) VALUE "TRAILER ".
   05 AT-RECORD-COUNT    PIC 9(7).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 AT-HASH-TOTAL      PIC 9(9).

01 WS-READ-COUNT         PIC 9(7) VALUE 0.
01 WS-SUSPENSE-COUNT     PIC 9(7) VALUE 0.
01 WS-TILL-COUNT         PIC 9(7) VALUE 0.
01 WS-GIFT-CARD-COUNT    PIC 9(7) VALUE 0.
01 WS-COUPON-COUNT       PIC 9(7) VALUE 0.
01 WS-ADMIT-COUNT        PIC 9(7) VALUE 0.
01 WS-ADMIT-HEADS        PIC 9(9) VALUE 0.
01 WS-PAYOUT-COUNT       PIC 9(7) VALUE 0.

PROCEDURE DIVISION.
MAIN.
    MOVE "POS-JOURNAL-SPLIT" TO WS-RH-JOB-NAME.
    MOVE 152 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "POS-JOURNAL-SPLIT" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    PERFORM VERIFY-JOURNAL.
    IF WS-TRAILER-OK = 'N'
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.

    CALL "CHECK-FEED-FINGERPRINT" USING WS-FEED-NAME
        WS-VERIFY-COUNT WS-VERIFY-HASH WS-FEED-RESULT.
    IF WS-FEED-RESULT = 'N'
        DISPLAY "POS JOURNAL REFUSED - SAME DATA ALREADY PROCESSED"
        MOVE 9 TO RETURN-CODE
        GOBACK
    END-IF.

    OPEN INPUT JOURNAL-FILE.
    OPEN OUTPUT SUSPENSE-FILE.
    OPEN OUTPUT TILL-FEED.
    OPEN OUTPUT GIFT-CARD-FEED.
    OPEN OUTPUT COUPON-FEED.
    OPEN OUTPUT ADMISSIONS-FEED.
    PERFORM UNTIL WS-EOF = 'Y'
        READ JOURNAL-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF PT-LITERAL NOT = "TRAILER "
                    PERFORM SPLIT-JOURNAL-LINE
                END-IF
        END-READ
    END-PERFORM.
    PERFORM END-TRANSACTION.

    MOVE WS-ADMIT-COUNT TO AT-RECORD-COUNT.
    MOVE WS-ADMIT-HEADS TO AT-HASH-TOTAL.
    WRITE ADMISSIONS-FEED-REC FROM WS-ADMIT-TRAILER.

    CLOSE JOURNAL-FILE.
    CLOSE SUSPENSE-FILE.
    CLOSE TILL-FEED.
    CLOSE GIFT-CARD-FEED.
    CLOSE COUPON-FEED.
    CLOSE ADMISSIONS-FEED.

    CALL "MARK-FEED-PROCESSED" USING WS-FEED-NAME
        WS-VERIFY-COUNT WS-VERIFY-HASH.

    DISPLAY "JOURNAL LINES READ     : " WS-READ-COUNT.
    DISPLAY "TILL FEED LINES        : " WS-TILL-COUNT.
    DISPLAY "GIFT CARD REDEMPTIONS  : " WS-GIFT-CARD-COUNT.
    DISPLAY "COUPON REDEMPTIONS     : " WS-COUPON-COUNT.
    DISPLAY "ADMISSIONS GROUP LINES : " WS-ADMIT-COUNT.
    DISPLAY "REFUND PAYOUT LINES    : " WS-PAYOUT-COUNT.
    DISPLAY "LINES TO SUSPENSE      : " WS-SUSPENSE-COUNT.

    MOVE WS-READ-COUNT TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-SUSPENSE-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".

    GOBACK.

*> First pass: the trailer must agree with the lines before anything
*> is split, and every transaction with a failing line is noted so
*> the whole of it can be held back on the second pass.
VERIFY-JOURNAL.
    MOVE 'N' TO WS-TRAILER-FOUND.
    MOVE 'N' TO WS-TRAILER-OK.
    MOVE 0 TO WS-VERIFY-COUNT.
    MOVE 0 TO WS-VERIFY-HASH.
    OPEN INPUT JOURNAL-FILE.
    IF WS-JOURNAL-STATUS = "00"
        PERFORM TALLY-JOURNAL
    ELSE
        DISPLAY "POS-JOURNAL.DAT NOT PRESENT - NO FEEDS WRITTEN"
    END-IF.

TALLY-JOURNAL.
    PERFORM UNTIL WS-EOF = 'Y'
        READ JOURNAL-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM TALLY-JOURNAL-LINE
        END-READ
    END-PERFORM.
    CLOSE JOURNAL-FILE.
    MOVE 'N' TO WS-EOF.
    IF WS-TRAILER-FOUND = 'N'
        DISPLAY "POS JOURNAL REFUSED - NO CONTROL TRAILER"
    ELSE
        IF WS-VERIFY-COUNT = PT-RECORD-COUNT
                AND WS-VERIFY-HASH = PT-HASH-TOTAL
            MOVE 'Y' TO WS-TRAILER-OK
        ELSE
            DISPLAY "POS JOURNAL REFUSED - TRAILER MISMATCH"
        END-IF
    END-IF.

*> The trailer record is left in the buffer for the comparison.
TALLY-JOURNAL-LINE.
    IF PT-LITERAL = "TRAILER "
        MOVE 'Y' TO WS-TRAILER-FOUND
        MOVE 'Y' TO WS-EOF
    ELSE
        ADD 1 TO WS-VERIFY-COUNT
        IF PJ-AMOUNT IS NUMERIC
            MOVE PJ-AMOUNT TO WS-AMOUNT
            ADD WS-AMOUNT TO WS-VERIFY-HASH
        END-IF
        PERFORM EDIT-JOURNAL-LINE
        IF WS-REASON-CODE NOT = SPACES
            PERFORM NOTE-BAD-TRANSACTION
        END-IF
    END-IF.

*> Reason codes: 01 date not numeric or after the run date, 02 till
*> id not numeric, 03 transaction number not numeric, 04 no cashier,
*> 05 line type not S R T P, 06 visitor type not A C S, 07 head
*> count not numeric or zero, 08 amount not numeric, 09 tender not
*> CA CD GC CP, 10 gift card or coupon without its reference, 11
*> coupon tender without a coupon count, 12 amount too large for
*> the till or coupon feed.
EDIT-JOURNAL-LINE.
    MOVE SPACES TO WS-REASON-CODE.
    MOVE SPACES TO WS-REASON-TEXT.
    EVALUATE TRUE
        WHEN PJ-TXN-DATE IS NOT NUMERIC
                OR PJ-TXN-DATE > WS-RH-RUN-DATE
            MOVE "01" TO WS-REASON-CODE
            MOVE "DATE INVALID OR IN FUTURE" TO WS-REASON-TEXT
        WHEN PJ-TILL-ID IS NOT NUMERIC
            MOVE "02" TO WS-REASON-CODE
            MOVE "TILL ID NOT NUMERIC" TO WS-REASON-TEXT
        WHEN PJ-TXN-NO IS NOT NUMERIC
            MOVE "03" TO WS-REASON-CODE
            MOVE "TRANSACTION NO NOT NUMERIC" TO WS-REASON-TEXT
        WHEN PJ-CASHIER = SPACES
            MOVE "04" TO WS-REASON-CODE
            MOVE "NO CASHIER" TO WS-REASON-TEXT
        WHEN PJ-LINE-TYPE NOT = "S" AND PJ-LINE-TYPE NOT = "R"
                AND PJ-LINE-TYPE NOT = "T" AND PJ-LINE-TYPE NOT = "P"
            MOVE "05" TO WS-REASON-CODE
            MOVE "LINE TYPE NOT S R T P" TO WS-REASON-TEXT
        WHEN PJ-AMOUNT IS NOT NUMERIC
            MOVE "08" TO WS-REASON-CODE
            MOVE "AMOUNT NOT NUMERIC" TO WS-REASON-TEXT
        WHEN PJ-LINE-TYPE = "S" OR PJ-LINE-TYPE = "R"
            PERFORM EDIT-ADMISSION-LINE
        WHEN OTHER
            PERFORM EDIT-TENDER-LINE
    END-EVALUATE.

EDIT-ADMISSION-LINE.
    IF PJ-VISITOR-TYPE NOT = "A" AND PJ-VISITOR-TYPE NOT = "C"
            AND PJ-VISITOR-TYPE NOT = "S"
        MOVE "06" TO WS-REASON-CODE
        MOVE "VISITOR TYPE NOT A C S" TO WS-REASON-TEXT
    ELSE
        IF PJ-QUANTITY IS NOT NUMERIC OR PJ-QUANTITY = "000"
            MOVE "07" TO WS-REASON-CODE
            MOVE "HEAD COUNT MISSING" TO WS-REASON-TEXT
        END-IF
    END-IF.

EDIT-TENDER-LINE.
    MOVE PJ-AMOUNT TO WS-AMOUNT.
    EVALUATE TRUE
        WHEN PJ-TENDER NOT = "CA" AND PJ-TENDER NOT = "CD"
                AND PJ-TENDER NOT = "GC" AND PJ-TENDER NOT = "CP"
            MOVE "09" TO WS-REASON-CODE
            MOVE "TENDER NOT CA CD GC CP" TO WS-REASON-TEXT
        WHEN (PJ-TENDER = "GC" OR PJ-TENDER = "CP")
                AND PJ-REFERENCE = SPACES
            MOVE "10" TO WS-REASON-CODE
            MOVE "CARD OR CUSTOMER MISSING" TO WS-REASON-TEXT
        WHEN PJ-TENDER = "CP"
                AND (PJ-QUANTITY IS NOT NUMERIC
                    OR PJ-QUANTITY = "000")
            MOVE "11" TO WS-REASON-CODE
            MOVE "COUPON COUNT MISSING" TO WS-REASON-TEXT
        WHEN (PJ-TENDER = "CA" OR PJ-TENDER = "CD")
                AND WS-AMOUNT > 99999
            MOVE "12" TO WS-REASON-CODE
            MOVE "AMOUNT TOO LARGE FOR FEED" TO WS-REASON-TEXT
        WHEN PJ-TENDER = "CP" AND WS-AMOUNT > 999999
            MOVE "12" TO WS-REASON-CODE
            MOVE "AMOUNT TOO LARGE FOR FEED" TO WS-REASON-TEXT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

NOTE-BAD-TRANSACTION.
    MOVE PJ-TILL-ID TO WS-TK-TILL-ID.
    MOVE PJ-TXN-NO TO WS-TK-TXN-NO.
    PERFORM FIND-BAD-TRANSACTION.
    IF WS-BAD-HIT = 0
        IF WS-BAD-COUNT >= 2000
            DISPLAY "SUSPENSE TABLE FULL - RUN ABORTED"
            MOVE 12 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-BAD-COUNT
        MOVE WS-TXN-KEY TO WS-BAD-KEY(WS-BAD-COUNT)
    END-IF.

FIND-BAD-TRANSACTION.
    MOVE 0 TO WS-BAD-HIT.
    PERFORM VARYING WS-BAD-IDX FROM 1 BY 1
            UNTIL WS-BAD-IDX > WS-BAD-COUNT
        IF WS-BAD-KEY(WS-BAD-IDX) = WS-TXN-KEY
            MOVE WS-BAD-IDX TO WS-BAD-HIT
        END-IF
    END-PERFORM.

*> Second pass: each line of a clean transaction goes to the feed
*> its type belongs to. A transaction ends when the till or
*> transaction number changes.
SPLIT-JOURNAL-LINE.
    ADD 1 TO WS-READ-COUNT.
    MOVE PJ-TILL-ID TO WS-TK-TILL-ID.
    MOVE PJ-TXN-NO TO WS-TK-TXN-NO.
    IF WS-TXN-KEY NOT = WS-CURRENT-KEY
        PERFORM END-TRANSACTION
        PERFORM START-TRANSACTION
    END-IF.
    PERFORM FIND-BAD-TRANSACTION.
    IF WS-BAD-HIT > 0
        PERFORM EDIT-JOURNAL-LINE
        IF WS-REASON-CODE = SPACES
            MOVE "TX" TO WS-REASON-CODE
            MOVE "OTHER LINE OF TXN REJECTED" TO WS-REASON-TEXT
        END-IF
        PERFORM WRITE-SUSPENSE
    ELSE
        MOVE PJ-AMOUNT TO WS-AMOUNT
        EVALUATE PJ-LINE-TYPE
            WHEN "S"
            WHEN "R"
                PERFORM GATHER-ADMISSION-LINE
            WHEN "T"
                PERFORM WRITE-TENDER-LINE
            WHEN OTHER
                ADD 1 TO WS-PAYOUT-COUNT
        END-EVALUATE
    END-IF.

START-TRANSACTION.
    MOVE WS-TXN-KEY TO WS-CURRENT-KEY.
    MOVE PJ-TILL-ID TO WS-CURRENT-TILL.
    MOVE PJ-SHIFT TO WS-CURRENT-SHIFT.
    MOVE 0 TO WS-SALE-ADULT WS-SALE-CHILD WS-SALE-SENIOR.
    MOVE 0 TO WS-REFUND-ADULT WS-REFUND-CHILD WS-REFUND-SENIOR.
    MOVE SPACES TO WS-SALE-REP WS-REFUND-REP WS-REFUND-REASON.
    MOVE SPACES TO WS-REFUND-ORIG-DATE WS-REFUND-ORIG-SHIFT.
    MOVE SPACES TO WS-SALE-BOOKING-REF WS-REFUND-BOOKING-REF.

GATHER-ADMISSION-LINE.
    MOVE PJ-QUANTITY TO WS-QUANTITY.
    IF PJ-LINE-TYPE = "S"
        EVALUATE PJ-VISITOR-TYPE
            WHEN "A" ADD WS-QUANTITY TO WS-SALE-ADULT
            WHEN "C" ADD WS-QUANTITY TO WS-SALE-CHILD
            WHEN OTHER ADD WS-QUANTITY TO WS-SALE-SENIOR
        END-EVALUATE
        IF PJ-REFERENCE NOT = SPACES
            MOVE PJ-REFERENCE TO WS-SALE-REP
        END-IF
        IF PJ-BOOKING-REF NOT = SPACES
            MOVE PJ-BOOKING-REF TO WS-SALE-BOOKING-REF
        END-IF
    ELSE
        EVALUATE PJ-VISITOR-TYPE
            WHEN "A" ADD WS-QUANTITY TO WS-REFUND-ADULT
            WHEN "C" ADD WS-QUANTITY TO WS-REFUND-CHILD
            WHEN OTHER ADD WS-QUANTITY TO WS-REFUND-SENIOR
        END-EVALUATE
        IF PJ-REFERENCE NOT = SPACES
            MOVE PJ-REFERENCE TO WS-REFUND-REP
        END-IF
        IF PJ-BOOKING-REF NOT = SPACES
            MOVE PJ-BOOKING-REF TO WS-REFUND-BOOKING-REF
        END-IF
        IF WS-REFUND-REASON = SPACES
            MOVE PJ-REASON TO WS-REFUND-REASON
            MOVE PJ-ORIG-DATE TO WS-REFUND-ORIG-DATE
            MOVE PJ-ORIG-SHIFT TO WS-REFUND-ORIG-SHIFT
        END-IF
    END-IF.

*> Typed group lines in the form 055A-REPORT reads: type, reason,
*> adult, child and senior heads, rep (a dash for none), till and
*> shift, and for a refund the date and shift of the sale. A party
*> on an advance booking has its booking reference last, with a dash
*> for a sale date and shift the line has nothing for.
END-TRANSACTION.
    IF WS-CURRENT-KEY NOT = SPACES
        PERFORM WRITE-SALE-GROUP
        PERFORM WRITE-REFUND-GROUP
        MOVE SPACES TO WS-CURRENT-KEY
    END-IF.

WRITE-SALE-GROUP.
    IF WS-SALE-HEADS NOT = "000000000"
        IF WS-SALE-REP = SPACES
            MOVE "-" TO WS-SALE-REP
        END-IF
        MOVE SPACES TO ADMISSIONS-FEED-REC
        MOVE 1 TO WS-ADMIT-PTR
        STRING "S 00 " WS-SALE-ADULT " " WS-SALE-CHILD " "
                WS-SALE-SENIOR " " DELIMITED BY SIZE
            WS-SALE-REP DELIMITED BY SPACE
            " " WS-CURRENT-TILL " " WS-CURRENT-SHIFT
                DELIMITED BY SIZE
            INTO ADMISSIONS-FEED-REC WITH POINTER WS-ADMIT-PTR
        END-STRING
        IF WS-SALE-BOOKING-REF NOT = SPACES
            STRING " - - " WS-SALE-BOOKING-REF DELIMITED BY SIZE
                INTO ADMISSIONS-FEED-REC WITH POINTER WS-ADMIT-PTR
            END-STRING
        END-IF
        WRITE ADMISSIONS-FEED-REC
        ADD 1 TO WS-ADMIT-COUNT
        ADD WS-SALE-ADULT WS-SALE-CHILD WS-SALE-SENIOR
            TO WS-ADMIT-HEADS
    END-IF.

WRITE-REFUND-GROUP.
    IF WS-REFUND-HEADS NOT = "000000000"
        IF WS-REFUND-REP = SPACES
            MOVE "-" TO WS-REFUND-REP
        END-IF
        IF WS-REFUND-REASON = SPACES
            MOVE "00" TO WS-REFUND-REASON
        END-IF
        MOVE SPACES TO ADMISSIONS-FEED-REC
        MOVE 1 TO WS-ADMIT-PTR
        STRING "R " WS-REFUND-REASON " " WS-REFUND-ADULT " "
                WS-REFUND-CHILD " " WS-REFUND-SENIOR " "
                DELIMITED BY SIZE
            WS-REFUND-REP DELIMITED BY SPACE
            " " WS-CURRENT-TILL " " WS-CURRENT-SHIFT
                DELIMITED BY SIZE
            INTO ADMISSIONS-FEED-REC WITH POINTER WS-ADMIT-PTR
        END-STRING
        IF WS-REFUND-ORIG-DATE IS NUMERIC
            IF WS-REFUND-ORIG-SHIFT = SPACE
                    AND WS-REFUND-BOOKING-REF NOT = SPACES
                MOVE "-" TO WS-REFUND-ORIG-SHIFT
            END-IF
            STRING " " WS-REFUND-ORIG-DATE " " WS-REFUND-ORIG-SHIFT
                DELIMITED BY SIZE
                INTO ADMISSIONS-FEED-REC WITH POINTER WS-ADMIT-PTR
            END-STRING
        ELSE
            IF WS-REFUND-BOOKING-REF NOT = SPACES
                STRING " - -" DELIMITED BY SIZE
                    INTO ADMISSIONS-FEED-REC WITH POINTER WS-ADMIT-PTR
                END-STRING
            END-IF
        END-IF
        IF WS-REFUND-BOOKING-REF NOT = SPACES
            STRING " " WS-REFUND-BOOKING-REF DELIMITED BY SIZE
                INTO ADMISSIONS-FEED-REC WITH POINTER WS-ADMIT-PTR
            END-STRING
        END-IF
        WRITE ADMISSIONS-FEED-REC
        ADD 1 TO WS-ADMIT-COUNT
        ADD WS-REFUND-ADULT WS-REFUND-CHILD WS-REFUND-SENIOR
            TO WS-ADMIT-HEADS
    END-IF.

*> Cash and card go to the till feed for TILL-EDIT, gift cards to
*> GIFT-CARD-REDEEM and coupons to COUPON-REDEEM-BATCH, each in the
*> layout that program has always read.
WRITE-TENDER-LINE.
    EVALUATE PJ-TENDER
        WHEN "GC"
            MOVE SPACES TO GIFT-CARD-FEED-REC
            MOVE PJ-REFERENCE TO GF-CARD-NO
            MOVE WS-AMOUNT TO GF-AMOUNT
            WRITE GIFT-CARD-FEED-REC
            ADD 1 TO WS-GIFT-CARD-COUNT
        WHEN "CP"
            MOVE PJ-REFERENCE TO CL-CUSTOMER-ID
            MOVE PJ-QUANTITY TO CL-COUPONS
            MOVE WS-AMOUNT TO CL-AMOUNT
            MOVE PJ-OFFER-CODE TO CL-OFFER-CODE
            WRITE COUPON-FEED-REC FROM WS-COUPON-LINE
            ADD 1 TO WS-COUPON-COUNT
        WHEN OTHER
            MOVE SPACES TO TILL-FEED-REC
            MOVE PJ-TILL-ID TO TF-TILL-ID
            MOVE WS-AMOUNT TO TF-AMOUNT
            MOVE PJ-TENDER TO TF-TENDER
            WRITE TILL-FEED-REC
            ADD 1 TO WS-TILL-COUNT
    END-EVALUATE.

WRITE-SUSPENSE.
    ADD 1 TO WS-SUSPENSE-COUNT.
    MOVE SPACES TO SUSPENSE-REC.
    MOVE WS-RH-RUN-DATE TO SU-RUN-DATE.
    MOVE WS-REASON-CODE TO SU-REASON.
    MOVE WS-REASON-TEXT TO SU-REASON-TEXT.
    MOVE POS-JOURNAL-REC TO SU-JOURNAL-LINE.
    WRITE SUSPENSE-REC.
    DISPLAY "SUSPENSE " WS-REASON-CODE " " WS-REASON-TEXT
        " TILL " PJ-TILL-ID " TXN " PJ-TXN-NO.
