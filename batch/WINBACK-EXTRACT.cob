       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WINBACK-EXTRACT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "WINBACK-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MM-MEMBER-ID
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT OPTIONAL CONFIRMED-FILE ASSIGN TO "HOUSEHOLD-CONFIRMED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ADDRESS-FILE ASSIGN TO "ADDRESS-MASTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADDRESS-STATUS.
    SELECT OPTIONAL OFFER-FILE ASSIGN TO "WINBACK-OFFERS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT MAILING-FILE ASSIGN TO "WINBACK-MAILING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SUMMARY-REPORT ASSIGN TO "WINBACK-SUMMARY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PARM-FILE.
COPY "WINBACK-PARM-RECORD.cpy".

FD MEMBER-MASTER-FILE.
01 MEMBER-MASTER-REC.
   05 MM-MEMBER-ID       PIC X(6).
   05 FILLER             PIC X(1).
   05 MM-NAME            PIC X(20).
   05 FILLER             PIC X(1).
   05 MM-PASS-TIER       PIC X(1).
   05 FILLER             PIC X(1).
   05 MM-EXPIRY-DATE     PIC 9(8).
   05 FILLER             PIC X(1).
   05 MM-HOUSEHOLD       PIC 9(4).
   05 FILLER             PIC X(1).
   05 MM-PASS-KIND       PIC X(1).

FD CONFIRMED-FILE.
01 CONFIRMED-REC.
   05 CF-HOUSEHOLD-KEY   PIC 9(4).
   05 FILLER             PIC X(1).
   05 CF-MATCH-KEY       PIC X(45).
   05 FILLER             PIC X(1).
   05 CF-MEMBER-COUNT    PIC 9(3).

*> AM-MAIL-FLAG is M for moved with no forwarding address and O for
*> opted out of marketing mail; either suppresses the household.
FD ADDRESS-FILE.
01 ADDRESS-REC.
   05 AM-STREET          PIC X(40).
   05 FILLER             PIC X(1).
   05 AM-CITY            PIC X(20).
   05 FILLER             PIC X(1).
   05 AM-POSTAL-CODE     PIC 9(5).
   05 FILLER             PIC X(1).
   05 AM-MAIL-FLAG       PIC X(1).

FD OFFER-FILE.
COPY "WINBACK-OFFER-RECORD.cpy".

*> One letter per household for the mail merge: the lapsed member
*> it is addressed to, the confirmed address, when the pass ran out
*> and the offer code with its closing date.
FD MAILING-FILE.
01 MAILING-REC.
   05 WM-MEMBER-ID       PIC X(6).
   05 FILLER             PIC X(1).
   05 WM-NAME            PIC X(20).
   05 FILLER             PIC X(1).
   05 WM-STREET          PIC X(40).
   05 FILLER             PIC X(1).
   05 WM-CITY            PIC X(20).
   05 FILLER             PIC X(1).
   05 WM-POSTAL-CODE     PIC 9(5).
   05 FILLER             PIC X(1).
   05 WM-EXPIRED-DATE    PIC 9(8).
   05 FILLER             PIC X(1).
   05 WM-OFFER-CODE      PIC X(10).
   05 FILLER             PIC X(1).
   05 WM-VALID-TO        PIC 9(8).

FD SUMMARY-REPORT.
01 SUMMARY-LINE          PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-MASTER-STATUS      PIC X(2).
01 WS-ADDRESS-STATUS     PIC X(2).
01 WS-EOF                PIC X VALUE 'N'.
01 WS-PARM-VALID         PIC X VALUE 'N'.
01 WS-TODAY-INT          PIC 9(8).
01 WS-DAYS               PIC S9(8).
01 WS-VALID-TO           PIC 9(8).

01 WS-MEMBER-TBL-COUNT   PIC 9(4) VALUE 0.
01 WS-MEMBER-TABLE.
   05 WS-MEMBER-ENTRY OCCURS 2000 TIMES.
      10 WS-MB-ID        PIC X(6).
      10 WS-MB-NAME      PIC X(20).
      10 WS-MB-EXPIRY    PIC 9(8).
      10 WS-MB-HOUSEHOLD PIC 9(4).
01 WS-MEMBER-IDX         PIC 9(4).

01 WS-CONF-TBL-COUNT     PIC 9(3) VALUE 0.
01 WS-CONF-TABLE.
   05 WS-CONF-ENTRY OCCURS 500 TIMES.
      10 WS-CF-HOUSEHOLD PIC 9(4).
      10 WS-CF-KEY       PIC X(45).
01 WS-CONF-IDX           PIC 9(3).
01 WS-CONF-HIT           PIC 9(3).

01 WS-ADDR-TBL-COUNT     PIC 9(4) VALUE 0.
01 WS-ADDR-TABLE.
   05 WS-ADDR-ENTRY OCCURS 2000 TIMES.
      10 WS-AD-KEY       PIC X(45).
      10 WS-AD-STREET    PIC X(40).
      10 WS-AD-CITY      PIC X(20).
      10 WS-AD-POSTAL    PIC 9(5).
      10 WS-AD-FLAG      PIC X(1).
01 WS-ADDR-IDX           PIC 9(4).
01 WS-ADDR-HIT           PIC 9(4).

*> Offers already on file: a household mailed within the rest
*> period is left alone, and every earlier offer is followed up to
*> see whether the member came back.
01 WS-OFFER-TBL-COUNT    PIC 9(4) VALUE 0.
01 WS-OFFER-TABLE.
   05 WS-OFFER-ENTRY OCCURS 3000 TIMES.
      10 WS-OF-MEMBER    PIC X(6).
      10 WS-OF-HOUSEHOLD PIC 9(4).
      10 WS-OF-ISSUED    PIC 9(8).
      10 WS-OF-REDEEMED  PIC 9(8).
01 WS-OFFER-IDX          PIC 9(4).
01 WS-RESTING            PIC X.

01 WS-MAILED-TBL-COUNT   PIC 9(4) VALUE 0.
01 WS-MAILED-TABLE.
   05 WS-MAILED-HOUSEHOLD OCCURS 2000 TIMES PIC 9(4).
01 WS-MAILED-IDX         PIC 9(4).
01 WS-ALREADY-MAILED     PIC X.

01 WS-MATCH-KEY          PIC X(45).
01 WS-NORM-STREET        PIC X(40).
01 IDX                   PIC 9(3).
01 ODX                   PIC 9(3).
01 WS-PREV-SPACE         PIC X.
01 A                     PIC X.

01 WS-OFFER-CODE.
   05 FILLER             PIC X(2) VALUE "WB".
   05 WS-OC-YYMM         PIC X(4).
   05 WS-OC-HOUSEHOLD    PIC 9(4).

01 WS-LAPSED-COUNT       PIC 9(5) VALUE 0.
01 WS-MAILED-COUNT       PIC 9(5) VALUE 0.
01 WS-NO-HOUSEHOLD-COUNT PIC 9(5) VALUE 0.
01 WS-NO-ADDRESS-COUNT   PIC 9(5) VALUE 0.
01 WS-MOVED-COUNT        PIC 9(5) VALUE 0.
01 WS-OPTED-OUT-COUNT    PIC 9(5) VALUE 0.
01 WS-DUPLICATE-COUNT    PIC 9(5) VALUE 0.
01 WS-RESTING-COUNT      PIC 9(5) VALUE 0.
01 WS-EARLIER-COUNT      PIC 9(5) VALUE 0.
01 WS-REDEEMED-COUNT     PIC 9(5) VALUE 0.
01 WS-RENEWED-COUNT      PIC 9(5) VALUE 0.

01 WS-TITLE-LINE.
   05 FILLER             PIC X(32)
      VALUE "LAPSED MEMBER WIN-BACK MAILING  ".
   05 WS-TL-DATE         PIC 9(8).
   05 FILLER             PIC X(10) VALUE "  LAPSED  ".
   05 WS-TL-FROM         PIC ZZ9.
   05 FILLER             PIC X(4) VALUE " TO ".
   05 WS-TL-TO           PIC ZZ9.
   05 FILLER             PIC X(5) VALUE " DAYS".

01 WS-TOTAL-LINE.
   05 WS-TOT-LABEL       PIC X(40).
   05 WS-TOT-COUNT       PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "WINBACK-EXTRACT" TO WS-RH-JOB-NAME.
    MOVE 150 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE).

    PERFORM READ-WINBACK-PARM.
    IF WS-PARM-VALID = 'N'
        DISPLAY "WINBACK-PARM.DAT MISSING OR INVALID - NO MAILING"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    COMPUTE WS-VALID-TO = FUNCTION DATE-OF-INTEGER(
        WS-TODAY-INT + WP-VALID-DAYS).
    MOVE WS-RH-RUN-DATE(3:4) TO WS-OC-YYMM.

    PERFORM LOAD-MEMBERS.
    PERFORM LOAD-CONFIRMED-HOUSEHOLDS.
    PERFORM LOAD-ADDRESSES.
    PERFORM LOAD-OFFERS.
    PERFORM FOLLOW-UP-OFFER
        VARYING WS-OFFER-IDX FROM 1 BY 1
        UNTIL WS-OFFER-IDX > WS-OFFER-TBL-COUNT.

    OPEN OUTPUT MAILING-FILE.
    OPEN EXTEND OFFER-FILE.
    PERFORM SELECT-LAPSED-MEMBER
        VARYING WS-MEMBER-IDX FROM 1 BY 1
        UNTIL WS-MEMBER-IDX > WS-MEMBER-TBL-COUNT.
    CLOSE OFFER-FILE.
    CLOSE MAILING-FILE.

    OPEN OUTPUT SUMMARY-REPORT.
    MOVE WS-RH-RUN-DATE TO WS-TL-DATE.
    MOVE WP-LAPSED-FROM TO WS-TL-FROM.
    MOVE WP-LAPSED-TO TO WS-TL-TO.
    WRITE SUMMARY-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.
    MOVE "LAPSED MEMBERS IN WINDOW" TO WS-TOT-LABEL.
    MOVE WS-LAPSED-COUNT TO WS-TOT-COUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "HOUSEHOLDS MAILED" TO WS-TOT-LABEL.
    MOVE WS-MAILED-COUNT TO WS-TOT-COUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "SAME HOUSEHOLD ALREADY MAILED" TO WS-TOT-LABEL.
    MOVE WS-DUPLICATE-COUNT TO WS-TOT-COUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "HOUSEHOLD MAILED RECENTLY" TO WS-TOT-LABEL.
    MOVE WS-RESTING-COUNT TO WS-TOT-COUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "SUPPRESSED - MOVED NO FORWARDING" TO WS-TOT-LABEL.
    MOVE WS-MOVED-COUNT TO WS-TOT-COUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "SUPPRESSED - OPTED OUT" TO WS-TOT-LABEL.
    MOVE WS-OPTED-OUT-COUNT TO WS-TOT-COUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "NO CONFIRMED HOUSEHOLD" TO WS-TOT-LABEL.
    MOVE WS-NO-HOUSEHOLD-COUNT TO WS-TOT-COUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "HOUSEHOLD ADDRESS NOT ON MASTER" TO WS-TOT-LABEL.
    MOVE WS-NO-ADDRESS-COUNT TO WS-TOT-COUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "EARLIER OFFERS FOLLOWED UP" TO WS-TOT-LABEL.
    MOVE WS-EARLIER-COUNT TO WS-TOT-COUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "  OFFER CODES REDEEMED" TO WS-TOT-LABEL.
    MOVE WS-REDEEMED-COUNT TO WS-TOT-COUNT.
    PERFORM WRITE-TOTAL-LINE.
    MOVE "  MEMBERS RENEWED SINCE OFFER" TO WS-TOT-LABEL.
    MOVE WS-RENEWED-COUNT TO WS-TOT-COUNT.
    PERFORM WRITE-TOTAL-LINE.
    CLOSE SUMMARY-REPORT.
    GOBACK.

READ-WINBACK-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END CONTINUE
        NOT AT END
            IF WP-LAPSED-FROM IS NUMERIC AND WP-LAPSED-TO IS NUMERIC
                    AND WP-LAPSED-TO >= WP-LAPSED-FROM
                    AND WP-VALID-DAYS IS NUMERIC AND WP-VALID-DAYS > 0
                    AND WP-COUPONS IS NUMERIC AND WP-COUPONS > 0
                    AND WP-REST-DAYS IS NUMERIC
                MOVE 'Y' TO WS-PARM-VALID
            END-IF
    END-READ.
    CLOSE PARM-FILE.

LOAD-MEMBERS.
    OPEN INPUT MEMBER-MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "MEMBER MASTER NOT AVAILABLE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ MEMBER-MASTER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-MEMBER-TBL-COUNT >= 2000
                    DISPLAY "MEMBER TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-MEMBER-TBL-COUNT
                MOVE MM-MEMBER-ID TO WS-MB-ID(WS-MEMBER-TBL-COUNT)
                MOVE MM-NAME TO WS-MB-NAME(WS-MEMBER-TBL-COUNT)
                MOVE 0 TO WS-MB-EXPIRY(WS-MEMBER-TBL-COUNT)
                MOVE 0 TO WS-MB-HOUSEHOLD(WS-MEMBER-TBL-COUNT)
                IF MM-EXPIRY-DATE IS NUMERIC
                    MOVE MM-EXPIRY-DATE
                        TO WS-MB-EXPIRY(WS-MEMBER-TBL-COUNT)
                END-IF
                IF MM-HOUSEHOLD IS NUMERIC
                    MOVE MM-HOUSEHOLD
                        TO WS-MB-HOUSEHOLD(WS-MEMBER-TBL-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE MEMBER-MASTER-FILE.
    MOVE 'N' TO WS-EOF.

LOAD-CONFIRMED-HOUSEHOLDS.
    OPEN INPUT CONFIRMED-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CONFIRMED-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-CONF-TBL-COUNT < 500
                    ADD 1 TO WS-CONF-TBL-COUNT
                    MOVE CF-HOUSEHOLD-KEY
                        TO WS-CF-HOUSEHOLD(WS-CONF-TBL-COUNT)
                    MOVE CF-MATCH-KEY TO WS-CF-KEY(WS-CONF-TBL-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONFIRMED-FILE.
    MOVE 'N' TO WS-EOF.

*> Each address is keyed the way ADDRESS-HOUSEHOLD keys it, so a
*> confirmed household finds the record its merge kept.
LOAD-ADDRESSES.
    OPEN INPUT ADDRESS-FILE.
    IF WS-ADDRESS-STATUS NOT = "00"
        DISPLAY "ADDRESS-MASTER.DAT NOT PRESENT"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ ADDRESS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-ADDR-TBL-COUNT >= 2000
                    DISPLAY "ADDRESS TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                PERFORM BUILD-MATCH-KEY
                ADD 1 TO WS-ADDR-TBL-COUNT
                MOVE WS-MATCH-KEY TO WS-AD-KEY(WS-ADDR-TBL-COUNT)
                MOVE AM-STREET TO WS-AD-STREET(WS-ADDR-TBL-COUNT)
                MOVE AM-CITY TO WS-AD-CITY(WS-ADDR-TBL-COUNT)
                MOVE AM-POSTAL-CODE TO WS-AD-POSTAL(WS-ADDR-TBL-COUNT)
                MOVE AM-MAIL-FLAG TO WS-AD-FLAG(WS-ADDR-TBL-COUNT)
        END-READ
    END-PERFORM.
    CLOSE ADDRESS-FILE.
    MOVE 'N' TO WS-EOF.

*> Upper-cased street with runs of blanks squeezed, plus the postal
*> code, exactly as ADDRESS-HOUSEHOLD builds it.
BUILD-MATCH-KEY.
    MOVE SPACES TO WS-NORM-STREET.
    MOVE 0 TO ODX.
    MOVE 'Y' TO WS-PREV-SPACE.
    PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 40
        MOVE FUNCTION UPPER-CASE(AM-STREET(IDX:1)) TO A
        IF A = SPACE
            IF WS-PREV-SPACE = 'N'
                ADD 1 TO ODX
                MOVE A TO WS-NORM-STREET(ODX:1)
                MOVE 'Y' TO WS-PREV-SPACE
            END-IF
        ELSE
            ADD 1 TO ODX
            MOVE A TO WS-NORM-STREET(ODX:1)
            MOVE 'N' TO WS-PREV-SPACE
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-MATCH-KEY.
    MOVE WS-NORM-STREET TO WS-MATCH-KEY(1:40).
    MOVE AM-POSTAL-CODE TO WS-MATCH-KEY(41:5).

LOAD-OFFERS.
    OPEN INPUT OFFER-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ OFFER-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-OFFER-TBL-COUNT >= 3000
                    DISPLAY "OFFER TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-OFFER-TBL-COUNT
                MOVE WB-MEMBER-ID TO WS-OF-MEMBER(WS-OFFER-TBL-COUNT)
                MOVE WB-HOUSEHOLD TO WS-OF-HOUSEHOLD(WS-OFFER-TBL-COUNT)
                MOVE WB-ISSUED-DATE TO WS-OF-ISSUED(WS-OFFER-TBL-COUNT)
                MOVE 0 TO WS-OF-REDEEMED(WS-OFFER-TBL-COUNT)
                IF WB-REDEEMED-DATE IS NUMERIC
                    MOVE WB-REDEEMED-DATE
                        TO WS-OF-REDEEMED(WS-OFFER-TBL-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE OFFER-FILE.
    MOVE 'N' TO WS-EOF.

*> A member mailed earlier has come back if the offer was used or the
*> pass now runs past today.
FOLLOW-UP-OFFER.
    ADD 1 TO WS-EARLIER-COUNT.
    IF WS-OF-REDEEMED(WS-OFFER-IDX) > 0
        ADD 1 TO WS-REDEEMED-COUNT
    END-IF.
    PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
            UNTIL WS-MEMBER-IDX > WS-MEMBER-TBL-COUNT
        IF WS-MB-ID(WS-MEMBER-IDX) = WS-OF-MEMBER(WS-OFFER-IDX)
                AND WS-MB-EXPIRY(WS-MEMBER-IDX) >= WS-RH-RUN-DATE
            ADD 1 TO WS-RENEWED-COUNT
        END-IF
    END-PERFORM.

*> A pass that ran out between the window's two ends, with no
*> renewal since, is a lapsed member. The household is the unit
*> mailed: the first lapsed member found speaks for it.
SELECT-LAPSED-MEMBER.
    IF WS-MB-EXPIRY(WS-MEMBER-IDX) > 16010101
            AND WS-MB-EXPIRY(WS-MEMBER-IDX) < WS-RH-RUN-DATE
        COMPUTE WS-DAYS = WS-TODAY-INT
            - FUNCTION INTEGER-OF-DATE(WS-MB-EXPIRY(WS-MEMBER-IDX))
        IF WS-DAYS >= WP-LAPSED-FROM AND WS-DAYS <= WP-LAPSED-TO
            ADD 1 TO WS-LAPSED-COUNT
            PERFORM MAIL-HOUSEHOLD
        END-IF
    END-IF.

MAIL-HOUSEHOLD.
    IF WS-MB-HOUSEHOLD(WS-MEMBER-IDX) = 0
        ADD 1 TO WS-NO-HOUSEHOLD-COUNT
    ELSE
        PERFORM CHECK-HOUSEHOLD-MAILED
        IF WS-ALREADY-MAILED = 'Y'
            ADD 1 TO WS-DUPLICATE-COUNT
        ELSE
            PERFORM CHECK-HOUSEHOLD-RESTING
            IF WS-RESTING = 'Y'
                ADD 1 TO WS-RESTING-COUNT
                PERFORM NOTE-HOUSEHOLD-MAILED
            ELSE
                PERFORM FIND-HOUSEHOLD-ADDRESS
                EVALUATE TRUE
                    WHEN WS-ADDR-HIT = 0
                        ADD 1 TO WS-NO-ADDRESS-COUNT
                    WHEN WS-AD-FLAG(WS-ADDR-HIT) = 'M'
                        ADD 1 TO WS-MOVED-COUNT
                        PERFORM NOTE-HOUSEHOLD-MAILED
                    WHEN WS-AD-FLAG(WS-ADDR-HIT) = 'O'
                        ADD 1 TO WS-OPTED-OUT-COUNT
                        PERFORM NOTE-HOUSEHOLD-MAILED
                    WHEN OTHER
                        PERFORM WRITE-LETTER
                        PERFORM NOTE-HOUSEHOLD-MAILED
                END-EVALUATE
            END-IF
        END-IF
    END-IF.

CHECK-HOUSEHOLD-MAILED.
    MOVE 'N' TO WS-ALREADY-MAILED.
    PERFORM VARYING WS-MAILED-IDX FROM 1 BY 1
            UNTIL WS-MAILED-IDX > WS-MAILED-TBL-COUNT
        IF WS-MAILED-HOUSEHOLD(WS-MAILED-IDX)
                = WS-MB-HOUSEHOLD(WS-MEMBER-IDX)
            MOVE 'Y' TO WS-ALREADY-MAILED
        END-IF
    END-PERFORM.

*> Suppressed households are noted too, so the household counts
*> once however many lapsed members it holds.
NOTE-HOUSEHOLD-MAILED.
    IF WS-MAILED-TBL-COUNT < 2000
        ADD 1 TO WS-MAILED-TBL-COUNT
        MOVE WS-MB-HOUSEHOLD(WS-MEMBER-IDX)
            TO WS-MAILED-HOUSEHOLD(WS-MAILED-TBL-COUNT)
    END-IF.

CHECK-HOUSEHOLD-RESTING.
    MOVE 'N' TO WS-RESTING.
    PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
            UNTIL WS-OFFER-IDX > WS-OFFER-TBL-COUNT
        IF WS-OF-HOUSEHOLD(WS-OFFER-IDX)
                = WS-MB-HOUSEHOLD(WS-MEMBER-IDX)
                AND WS-OF-ISSUED(WS-OFFER-IDX) > 16010101
            COMPUTE WS-DAYS = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE(WS-OF-ISSUED(WS-OFFER-IDX))
            IF WS-DAYS < WP-REST-DAYS
                MOVE 'Y' TO WS-RESTING
            END-IF
        END-IF
    END-PERFORM.

FIND-HOUSEHOLD-ADDRESS.
    MOVE 0 TO WS-CONF-HIT.
    MOVE 0 TO WS-ADDR-HIT.
    PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
            UNTIL WS-CONF-IDX > WS-CONF-TBL-COUNT
        IF WS-CF-HOUSEHOLD(WS-CONF-IDX) = WS-MB-HOUSEHOLD(WS-MEMBER-IDX)
            MOVE WS-CONF-IDX TO WS-CONF-HIT
        END-IF
    END-PERFORM.
    IF WS-CONF-HIT > 0
        PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                UNTIL WS-ADDR-IDX > WS-ADDR-TBL-COUNT
                   OR WS-ADDR-HIT > 0
            IF WS-AD-KEY(WS-ADDR-IDX) = WS-CF-KEY(WS-CONF-HIT)
                MOVE WS-ADDR-IDX TO WS-ADDR-HIT
            END-IF
        END-PERFORM
    END-IF.

WRITE-LETTER.
    ADD 1 TO WS-MAILED-COUNT.
    MOVE WS-MB-HOUSEHOLD(WS-MEMBER-IDX) TO WS-OC-HOUSEHOLD.
    MOVE SPACES TO MAILING-REC.
    MOVE WS-MB-ID(WS-MEMBER-IDX) TO WM-MEMBER-ID.
    MOVE WS-MB-NAME(WS-MEMBER-IDX) TO WM-NAME.
    MOVE WS-AD-STREET(WS-ADDR-HIT) TO WM-STREET.
    MOVE WS-AD-CITY(WS-ADDR-HIT) TO WM-CITY.
    MOVE WS-AD-POSTAL(WS-ADDR-HIT) TO WM-POSTAL-CODE.
    MOVE WS-MB-EXPIRY(WS-MEMBER-IDX) TO WM-EXPIRED-DATE.
    MOVE WS-OFFER-CODE TO WM-OFFER-CODE.
    MOVE WS-VALID-TO TO WM-VALID-TO.
    WRITE MAILING-REC.
    MOVE SPACES TO WINBACK-OFFER-REC.
    MOVE WS-OFFER-CODE TO WB-OFFER-CODE.
    MOVE WS-MB-ID(WS-MEMBER-IDX) TO WB-MEMBER-ID.
    MOVE WS-MB-HOUSEHOLD(WS-MEMBER-IDX) TO WB-HOUSEHOLD.
    MOVE WS-RH-RUN-DATE TO WB-ISSUED-DATE.
    MOVE WS-VALID-TO TO WB-VALID-TO.
    MOVE WP-COUPONS TO WB-COUPONS.
    MOVE 0 TO WB-REDEEMED-DATE.
    WRITE WINBACK-OFFER-REC.
    DISPLAY "OFFER " WS-OFFER-CODE " TO " WS-MB-ID(WS-MEMBER-IDX) " "
        WS-MB-NAME(WS-MEMBER-IDX).

WRITE-TOTAL-LINE.
    WRITE SUMMARY-LINE FROM WS-TOTAL-LINE.
    DISPLAY WS-TOTAL-LINE.
