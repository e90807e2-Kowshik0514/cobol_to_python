       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PASS-RENEWAL-NOTICE.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MM-MEMBER-ID
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT OPTIONAL EMAIL-OUTBOX-FILE ASSIGN TO "EMAIL-OUTBOX.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DEPENDENT-FILE ASSIGN TO "MEMBER-DEPENDENTS.DAT"
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

FD EMAIL-OUTBOX-FILE.
01 EMAIL-OUTBOX-LINE     PIC X(60).

FD DEPENDENT-FILE.
COPY "MEMBER-DEPENDENT-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-MASTER-STATUS      PIC X(2).
01 WS-EXPIRY-INT         PIC 9(8).
01 WS-DAYS-TO-EXPIRY     PIC S9(5).
01 WS-NOTICE-COUNT       PIC 9(5) VALUE 0.
01 WS-PASS-COUNT         PIC 9(5) VALUE 0.
01 WS-DEPENDENT-EOF      PIC X VALUE 'N'.

*> Passes coming up for renewal this run. A household confirmed by
*> ADDRESS-HOUSEHOLD gets one notice listing every pass at the
*> address that is due, so a family is not written to once a head.
01 WS-DUE-COUNT          PIC 9(4) VALUE 0.
01 WS-DUE-TABLE.
   05 WS-DUE-ENTRY OCCURS 1000 TIMES.
      10 WS-DU-ID         PIC X(6).
      10 WS-DU-NAME       PIC X(20).
      10 WS-DU-TIER       PIC X(1).
      10 WS-DU-EXPIRY     PIC 9(8).
      10 WS-DU-HOUSEHOLD  PIC 9(4).
      10 WS-DU-SENT       PIC X(1).
01 WS-DUE-IDX            PIC 9(4).
01 WS-MATE-IDX           PIC 9(4).

01 WS-DEP-COUNT          PIC 9(3) VALUE 0.
01 WS-DEP-TABLE.
   05 WS-DEP-ENTRY OCCURS 500 TIMES.
      10 WS-DP-MEMBER     PIC X(6).
      10 WS-DP-ID         PIC X(6).
      10 WS-DP-NAME       PIC X(20).
01 WS-DEP-IDX            PIC 9(3).

*> Members expiring within this many days get a notice each run.
01 WS-NOTICE-WINDOW      PIC 9(3) VALUE 60.
   05 FILLER             PIC X(9) VALUE " EXPIRES=".
   05 WS-ND-EXPIRY       PIC 9(8).

01 WS-HOUSEHOLD-LINE.
   05 FILLER             PIC X(10) VALUE "HOUSEHOLD ".
   05 WS-HL-HOUSEHOLD    PIC 9(4).

01 WS-DEPENDENT-LINE.
   05 FILLER             PIC X(12) VALUE "  DEPENDENT ".
   05 WS-DL-ID           PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-NAME         PIC X(20).

PROCEDURE DIVISION.
MAIN.
    MOVE "PASS-RENEWAL-NOTICE" TO WS-RH-JOB-NAME.
        END-READ
    END-PERFORM.
    CLOSE MEMBER-MASTER-FILE.
    PERFORM LOAD-DEPENDENT-TABLE.

    OPEN EXTEND EMAIL-OUTBOX-FILE.
    PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
            UNTIL WS-DUE-IDX > WS-DUE-COUNT
        IF WS-DU-SENT(WS-DUE-IDX) = 'N'
            PERFORM WRITE-RENEWAL-NOTICE
        END-IF
    END-PERFORM.
    CLOSE EMAIL-OUTBOX-FILE.

    DISPLAY "RENEWAL NOTICES WRITTEN: " WS-NOTICE-COUNT.
    DISPLAY "PASSES NOTIFIED        : " WS-PASS-COUNT.
    GOBACK.

*> Already-lapsed members are left to the gate rejection and desk
    COMPUTE WS-DAYS-TO-EXPIRY = WS-EXPIRY-INT - WS-TODAY-INT.
    IF WS-DAYS-TO-EXPIRY >= 0
            AND WS-DAYS-TO-EXPIRY <= WS-NOTICE-WINDOW
        PERFORM TABLE-DUE-PASS
    END-IF.

*> A pass with no confirmed household (legacy rows read as spaces)
*> is a household of its own.
TABLE-DUE-PASS.
    IF WS-DUE-COUNT >= 1000
        DISPLAY "RENEWAL TABLE FULL - RUN ABORTED"
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    ADD 1 TO WS-DUE-COUNT.
    MOVE MM-MEMBER-ID TO WS-DU-ID(WS-DUE-COUNT).
    MOVE MM-NAME TO WS-DU-NAME(WS-DUE-COUNT).
    MOVE MM-PASS-TIER TO WS-DU-TIER(WS-DUE-COUNT).
    MOVE MM-EXPIRY-DATE TO WS-DU-EXPIRY(WS-DUE-COUNT).
    IF MM-HOUSEHOLD IS NUMERIC
        MOVE MM-HOUSEHOLD TO WS-DU-HOUSEHOLD(WS-DUE-COUNT)
    ELSE
        MOVE 0 TO WS-DU-HOUSEHOLD(WS-DUE-COUNT)
    END-IF.
    MOVE 'N' TO WS-DU-SENT(WS-DUE-COUNT).

*> One message per household through the shared outbox; the
*> dispatcher resolves the member desk from the subject line. Each
*> pass due at the address is listed with the dependents it covers.
WRITE-RENEWAL-NOTICE.
    ADD 1 TO WS-NOTICE-COUNT.
    MOVE "TO: MEMBER-DESK@SITE" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE "SUBJECT: SEASON PASS RENEWAL NOTICE" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    IF WS-DU-HOUSEHOLD(WS-DUE-IDX) > 0
        MOVE WS-DU-HOUSEHOLD(WS-DUE-IDX) TO WS-HL-HOUSEHOLD
        WRITE EMAIL-OUTBOX-LINE FROM WS-HOUSEHOLD-LINE
        DISPLAY WS-HOUSEHOLD-LINE
    END-IF.
    PERFORM VARYING WS-MATE-IDX FROM WS-DUE-IDX BY 1
            UNTIL WS-MATE-IDX > WS-DUE-COUNT
        IF WS-MATE-IDX = WS-DUE-IDX
                OR (WS-DU-HOUSEHOLD(WS-DUE-IDX) > 0
                AND WS-DU-HOUSEHOLD(WS-MATE-IDX)
                    = WS-DU-HOUSEHOLD(WS-DUE-IDX)
                AND WS-DU-SENT(WS-MATE-IDX) = 'N')
            PERFORM WRITE-NOTICE-PASS
        END-IF
    END-PERFORM.

WRITE-NOTICE-PASS.
    ADD 1 TO WS-PASS-COUNT.
    MOVE 'Y' TO WS-DU-SENT(WS-MATE-IDX).
    MOVE WS-DU-ID(WS-MATE-IDX) TO WS-ND-ID.
    MOVE WS-DU-NAME(WS-MATE-IDX) TO WS-ND-NAME.
    MOVE WS-DU-TIER(WS-MATE-IDX) TO WS-ND-TIER.
    MOVE WS-DU-EXPIRY(WS-MATE-IDX) TO WS-ND-EXPIRY.
    WRITE EMAIL-OUTBOX-LINE FROM WS-NOTICE-DETAIL.
    DISPLAY WS-NOTICE-DETAIL.
    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > WS-DEP-COUNT
        IF WS-DP-MEMBER(WS-DEP-IDX) = WS-DU-ID(WS-MATE-IDX)
            MOVE WS-DP-ID(WS-DEP-IDX) TO WS-DL-ID
            MOVE WS-DP-NAME(WS-DEP-IDX) TO WS-DL-NAME
            WRITE EMAIL-OUTBOX-LINE FROM WS-DEPENDENT-LINE
            DISPLAY WS-DEPENDENT-LINE
        END-IF
    END-PERFORM.

LOAD-DEPENDENT-TABLE.
    OPEN INPUT DEPENDENT-FILE.
    PERFORM UNTIL WS-DEPENDENT-EOF = 'Y'
        READ DEPENDENT-FILE
            AT END MOVE 'Y' TO WS-DEPENDENT-EOF
            NOT AT END
                IF WS-DEP-COUNT >= 500
                    DISPLAY "DEPENDENT TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-DEP-COUNT
                MOVE MD-MEMBER-ID TO WS-DP-MEMBER(WS-DEP-COUNT)
                MOVE MD-DEPENDENT-ID TO WS-DP-ID(WS-DEP-COUNT)
                MOVE MD-NAME TO WS-DP-NAME(WS-DEP-COUNT)
        END-READ
    END-PERFORM.
    CLOSE DEPENDENT-FILE.
