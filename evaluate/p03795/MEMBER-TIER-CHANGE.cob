       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MEMBER-TIER-CHANGE.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MM-MEMBER-ID
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT OPTIONAL PRICE-CALENDAR-FILE
        ASSIGN TO "PRICE-CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL GL-POSTING-FILE ASSIGN TO "GL-POSTING.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PASS-DEFERRAL-FILE ASSIGN TO "PASS-DEFERRAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DEFERRAL-WORK-FILE ASSIGN TO "PASS-DEFERRAL-WORK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   05 MM-PASS-TIER       PIC X(1).
   05 FILLER             PIC X(1).
   05 MM-EXPIRY-DATE     PIC 9(8).
   05 FILLER             PIC X(1).
   05 MM-HOUSEHOLD       PIC 9(4).
   05 FILLER             PIC X(1).
   05 MM-PASS-KIND       PIC X(1).

FD PRICE-CALENDAR-FILE.
01 PRICE-CALENDAR-REC.
   05 GP-AMOUNT          PIC 9(9).
   05 FILLER             PIC X(61).

FD PASS-DEFERRAL-FILE.
COPY "PASS-DEFERRAL-RECORD.cpy".

FD DEFERRAL-WORK-FILE.
01 DEFERRAL-WORK-REC     PIC X(57).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-MASTER-STATUS      PIC X(2).
01 WS-CALENDAR-EOF       PIC X VALUE 'N'.
01 WS-FOUND              PIC X VALUE 'N'.
01 WS-OPERATOR-NAME      PIC X(20).
01 WS-DAYS-REMAINING     PIC S9(5).
01 WS-PRORATION          PIC S9(7).
01 WS-CHARGE             PIC 9(7).
01 WS-DEFERRAL-EOF       PIC X VALUE 'N'.
01 WS-DEFERRAL-WORK-EOF  PIC X VALUE 'N'.
01 WS-LINE-NO            PIC 9(5).
01 WS-TARGET-LINE        PIC 9(5).
01 WS-TARGET-END         PIC 9(8).
01 WS-UNRELEASED         PIC 9(9).
01 WS-DEFERRED-PART      PIC 9(7).
01 WS-REVENUE-PART       PIC 9(7).

*> The charge or credit belongs to the rest of the pass term, so it
*> goes to deferred pass revenue with the pass; only what cannot be
*> taken from the unreleased balance touches admissions revenue.
01 WS-CASH-ACCOUNT       PIC 9(6) VALUE 100100.
01 WS-DEFERRED-ACCOUNT   PIC 9(6) VALUE 240000.
01 WS-REVENUE-ACCOUNT    PIC 9(6) VALUE 400100.
01 WS-CASH-SIDE          PIC X(2).
01 WS-OTHER-SIDE         PIC X(2).
01 WS-POST-ACCOUNT       PIC 9(6).
01 WS-POST-DR-CR         PIC X(2).
01 WS-POST-AMOUNT        PIC 9(9).
01 WS-EVENT-TYPE         PIC X(7).
01 WS-EVENT-NAME         PIC X(30).

    PERFORM APPLY-TIER-CHANGE.
    GOBACK.

*> The member is read by member ID and re-tiered in place, the
*> price difference is prorated over the months left on the pass,
*> and the charge or credit posts into the deferred pass revenue
*> the pass itself sits in.
APPLY-TIER-CHANGE.
    OPEN I-O MEMBER-MASTER-FILE.
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "MEMBER MASTER NOT AVAILABLE"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-MEMBER-ID TO MM-MEMBER-ID.
    READ MEMBER-MASTER-FILE
        INVALID KEY CONTINUE
        NOT INVALID KEY PERFORM RETIER-MEMBER
    END-READ.
    CLOSE MEMBER-MASTER-FILE.
    IF WS-FOUND = 'N'
        DISPLAY "MEMBER NOT ON MASTER: " WS-MEMBER-ID
        MOVE 1 TO RETURN-CODE
    END-IF.

RETIER-MEMBER.
    MOVE 'Y' TO WS-FOUND.
    MOVE MM-PASS-TIER TO WS-OLD-TIER.
    IF WS-OLD-TIER = WS-NEW-TIER
        DISPLAY "MEMBER ALREADY ON TIER " WS-NEW-TIER
            " - NO CHANGE MADE"
    ELSE
        PERFORM COMPUTE-PRORATION
        IF WS-RATE-FOUND-OLD = 'N'
                OR WS-RATE-FOUND-NEW = 'N'
            DISPLAY "NO CALENDAR RATE FOR TIER - "
                "NO CHANGE MADE"
        ELSE
            MOVE WS-NEW-TIER TO MM-PASS-TIER
            REWRITE MEMBER-MASTER-REC
                INVALID KEY
                    DISPLAY "REWRITE FAILED FOR " MM-MEMBER-ID
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    PERFORM ADJUST-DEFERRAL
                    PERFORM POST-PRORATION
                    PERFORM AUDIT-TIER-CHANGE
                    DISPLAY "TIER CHANGED " WS-OLD-TIER " TO "
                        WS-NEW-TIER " FOR " MM-NAME
                        " PRORATION=" WS-PRORATION
            END-REWRITE
        END-IF
    END-IF.

*> Months remaining are counted whole-month, rounding the tail day
*> count up - the member keeps the benefit of the started month on
    END-PERFORM.
    CLOSE PRICE-CALENDAR-FILE.

*> The member's open deferral lines take the new tier, and the
*> proration is added to, or taken from, the line for the latest
*> term so the release re-spreads it over the months left. A member
*> with nothing deferred (a pass sold before deferral began) has an
*> upgrade deferred as a new line to expiry; a downgrade credit
*> larger than what is still unreleased comes out of revenue.
ADJUST-DEFERRAL.
    COMPUTE WS-CHARGE = FUNCTION ABS(WS-PRORATION).
    MOVE 0 TO WS-DEFERRED-PART.
    MOVE 0 TO WS-REVENUE-PART.
    PERFORM FIND-TARGET-LINE.
    MOVE 0 TO WS-LINE-NO.
    MOVE 'N' TO WS-DEFERRAL-EOF.
    OPEN INPUT PASS-DEFERRAL-FILE.
    OPEN OUTPUT DEFERRAL-WORK-FILE.
    PERFORM UNTIL WS-DEFERRAL-EOF = 'Y'
        READ PASS-DEFERRAL-FILE
            AT END MOVE 'Y' TO WS-DEFERRAL-EOF
            NOT AT END
                ADD 1 TO WS-LINE-NO
                PERFORM RETIER-DEFERRAL-LINE
                WRITE DEFERRAL-WORK-REC FROM PASS-DEFERRAL-REC
        END-READ
    END-PERFORM.
    IF WS-TARGET-LINE = 0 AND WS-PRORATION > 0
        IF MM-EXPIRY-DATE > WS-RH-RUN-DATE
            PERFORM NEW-DEFERRAL-LINE
        ELSE
            MOVE WS-CHARGE TO WS-REVENUE-PART
        END-IF
    END-IF.
    IF WS-TARGET-LINE = 0 AND WS-PRORATION < 0
        MOVE WS-CHARGE TO WS-REVENUE-PART
    END-IF.
    CLOSE PASS-DEFERRAL-FILE.
    CLOSE DEFERRAL-WORK-FILE.
    PERFORM COPY-DEFERRAL-WORK-BACK.

FIND-TARGET-LINE.
    MOVE 0 TO WS-TARGET-LINE.
    MOVE 0 TO WS-TARGET-END.
    MOVE 0 TO WS-LINE-NO.
    MOVE 'N' TO WS-DEFERRAL-EOF.
    OPEN INPUT PASS-DEFERRAL-FILE.
    PERFORM UNTIL WS-DEFERRAL-EOF = 'Y'
        READ PASS-DEFERRAL-FILE
            AT END MOVE 'Y' TO WS-DEFERRAL-EOF
            NOT AT END
                ADD 1 TO WS-LINE-NO
                IF PD-MEMBER-ID = WS-MEMBER-ID AND PD-STATUS = 'O'
                        AND PD-END-DATE >= WS-TARGET-END
                    MOVE WS-LINE-NO TO WS-TARGET-LINE
                    MOVE PD-END-DATE TO WS-TARGET-END
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PASS-DEFERRAL-FILE.

RETIER-DEFERRAL-LINE.
    IF PD-MEMBER-ID = WS-MEMBER-ID AND PD-STATUS = 'O'
        MOVE WS-NEW-TIER TO PD-TIER
        IF WS-LINE-NO = WS-TARGET-LINE
            IF WS-PRORATION > 0
                ADD WS-CHARGE TO PD-TOTAL
                MOVE WS-CHARGE TO WS-DEFERRED-PART
            END-IF
            IF WS-PRORATION < 0
                COMPUTE WS-UNRELEASED = PD-TOTAL - PD-RELEASED
                IF WS-CHARGE > WS-UNRELEASED
                    MOVE WS-UNRELEASED TO WS-DEFERRED-PART
                    COMPUTE WS-REVENUE-PART = WS-CHARGE - WS-UNRELEASED
                ELSE
                    MOVE WS-CHARGE TO WS-DEFERRED-PART
                END-IF
                SUBTRACT WS-DEFERRED-PART FROM PD-TOTAL
                IF PD-TOTAL = PD-RELEASED
                    MOVE 'C' TO PD-STATUS
                END-IF
            END-IF
        END-IF
    END-IF.

NEW-DEFERRAL-LINE.
    MOVE SPACES TO PASS-DEFERRAL-REC.
    MOVE WS-MEMBER-ID TO PD-MEMBER-ID.
    MOVE WS-NEW-TIER TO PD-TIER.
    MOVE WS-RH-RUN-DATE TO PD-START-DATE.
    MOVE MM-EXPIRY-DATE TO PD-END-DATE.
    MOVE WS-CHARGE TO PD-TOTAL.
    MOVE 0 TO PD-RELEASED.
    MOVE WS-RH-RUN-DATE TO PD-THROUGH-DATE.
    MOVE 'O' TO PD-STATUS.
    WRITE DEFERRAL-WORK-REC FROM PASS-DEFERRAL-REC.
    MOVE WS-CHARGE TO WS-DEFERRED-PART.

COPY-DEFERRAL-WORK-BACK.
    MOVE 'N' TO WS-DEFERRAL-WORK-EOF.
    OPEN INPUT DEFERRAL-WORK-FILE.
    OPEN OUTPUT PASS-DEFERRAL-FILE.
    PERFORM UNTIL WS-DEFERRAL-WORK-EOF = 'Y'
        READ DEFERRAL-WORK-FILE
            AT END MOVE 'Y' TO WS-DEFERRAL-WORK-EOF
            NOT AT END
                WRITE PASS-DEFERRAL-REC FROM DEFERRAL-WORK-REC
        END-READ
    END-PERFORM.
    CLOSE DEFERRAL-WORK-FILE.
    CLOSE PASS-DEFERRAL-FILE.

*> An upgrade charge is cash in against the deferred balance; a
*> downgrade credit reverses the same pair, with any part beyond the
*> unreleased balance coming back out of admissions revenue.
POST-PRORATION.
    IF WS-PRORATION = 0
        CONTINUE
    ELSE
        IF WS-PRORATION > 0
            MOVE "DR" TO WS-CASH-SIDE
            MOVE "CR" TO WS-OTHER-SIDE
        ELSE
            MOVE "CR" TO WS-CASH-SIDE
            MOVE "DR" TO WS-OTHER-SIDE
        END-IF
        OPEN EXTEND GL-POSTING-FILE
        MOVE WS-CASH-ACCOUNT TO WS-POST-ACCOUNT
        MOVE WS-CASH-SIDE TO WS-POST-DR-CR
        MOVE WS-CHARGE TO WS-POST-AMOUNT
        PERFORM WRITE-GL-POSTING
        MOVE WS-OTHER-SIDE TO WS-POST-DR-CR
        IF WS-DEFERRED-PART > 0
            MOVE WS-DEFERRED-ACCOUNT TO WS-POST-ACCOUNT
            MOVE WS-DEFERRED-PART TO WS-POST-AMOUNT
            PERFORM WRITE-GL-POSTING
        END-IF
        IF WS-REVENUE-PART > 0
            MOVE WS-REVENUE-ACCOUNT TO WS-POST-ACCOUNT
            MOVE WS-REVENUE-PART TO WS-POST-AMOUNT
            PERFORM WRITE-GL-POSTING
        END-IF
        CLOSE GL-POSTING-FILE
    END-IF.

WRITE-GL-POSTING.
    MOVE SPACES TO GL-POSTING-REC.
    MOVE WS-POST-ACCOUNT TO GP-ACCOUNT.
    MOVE WS-POST-DR-CR TO GP-DR-CR.
    MOVE WS-POST-AMOUNT TO GP-AMOUNT.
    WRITE GL-POSTING-REC.

*> The audit trail carries the season rates before and after; the
*> operator-log entry ties the change to the desk operator and the
*> member whose pass moved.
    MOVE "TIERCHG" TO WS-EVENT-TYPE.
    MOVE WS-OPERATOR-NAME TO WS-EVENT-NAME.
    CALL "LOG-OPERATOR-EVENT" USING WS-EVENT-NAME WS-EVENT-TYPE.
