       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. MEMBER-ADMIT.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MEMBER-MASTER-FILE ASSIGN TO "MEMBER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MM-MEMBER-ID
        FILE STATUS IS WS-FILE-STATUS.
    SELECT MEMBER-VISITS-FILE ASSIGN TO "MEMBER-VISITS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SITE-CODE-FILE ASSIGN TO "SITE-CODE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL SUSPENSION-FILE ASSIGN TO "MEMBER-SUSPENSIONS.DAT"
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

*> MV-SITE is the originating site for the head-office
*> consolidation; visits recorded before the field existed read as
   05 FILLER             PIC X(1).
   05 BO-TO-DATE         PIC 9(8).

FD SUSPENSION-FILE.
COPY "MEMBER-SUSPENSION-RECORD.cpy".

FD DEPENDENT-FILE.
COPY "MEMBER-DEPENDENT-RECORD.cpy".

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-FILE-STATUS        PIC X(2).
01 WS-VISIT-STATUS       PIC X(2).
01 WS-FOUND              PIC X.
01 WS-RUNNING            PIC X VALUE 'Y'.
01 WS-MEMBER-ID          PIC X(6).
      10 WS-BO-TO         PIC 9(8).
01 WS-BLACKOUT-IDX       PIC 9(2).

*> Members suspended for unpaid pass instalments, loaded once like
*> the blackout ranges.
01 WS-SUSP-EOF           PIC X VALUE 'N'.
01 WS-SUSPENDED-COUNT    PIC 9(5) VALUE 0.
01 WS-IS-SUSPENDED       PIC X.
01 WS-SUSP-TBL-COUNT     PIC 9(3) VALUE 0.
01 WS-SUSP-TABLE.
   05 WS-SU-MEMBER OCCURS 500 TIMES PIC X(6).
01 WS-SUSP-IDX           PIC 9(3).

*> Dependents on family passes: a dependent's card is looked up to
*> the primary member, whose pass decides entry for the whole family.
01 WS-DEPENDENT-EOF      PIC X VALUE 'N'.
01 WS-LOOKUP-ID          PIC X(6).
01 WS-DEPENDENT-HIT      PIC 9(3).
01 WS-DEP-TBL-COUNT      PIC 9(3) VALUE 0.
01 WS-DEP-TABLE.
   05 WS-DEP-ENTRY OCCURS 500 TIMES.
      10 WS-DP-MEMBER     PIC X(6).
      10 WS-DP-ID         PIC X(6).
      10 WS-DP-NAME       PIC X(20).
01 WS-DEP-IDX            PIC 9(3).

PROCEDURE DIVISION.
MAIN.
    MOVE "MEMBER-ADMIT" TO WS-RH-JOB-NAME.
    COPY "RUN-HEADER-PRINT.cpy".

    PERFORM LOAD-BLACKOUT-TABLE.
    PERFORM LOAD-SUSPENSION-TABLE.
    PERFORM LOAD-DEPENDENT-TABLE.
    PERFORM READ-SITE-CODE.

    PERFORM UNTIL WS-RUNNING = 'N'
    DISPLAY "MEMBERS ADMITTED: " WS-ADMIT-COUNT.
    DISPLAY "ENTRIES REJECTED: " WS-REJECT-COUNT.
    DISPLAY "BLACKOUT REFUSALS: " WS-BLACKOUT-COUNT.
    DISPLAY "SUSPENDED REFUSALS: " WS-SUSPENDED-COUNT.
    GOBACK.

CHECK-MEMBER.
    MOVE 'N' TO WS-FOUND.
    PERFORM FIND-DEPENDENT.
    IF WS-DEPENDENT-HIT > 0
        MOVE WS-DP-MEMBER(WS-DEPENDENT-HIT) TO WS-LOOKUP-ID
    ELSE
        MOVE WS-MEMBER-ID TO WS-LOOKUP-ID
    END-IF.
    OPEN INPUT MEMBER-MASTER-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "MEMBER MASTER NOT AVAILABLE"
        MOVE 'N' TO WS-RUNNING
    ELSE
        MOVE WS-LOOKUP-ID TO MM-MEMBER-ID
        READ MEMBER-MASTER-FILE
            INVALID KEY MOVE 'N' TO WS-FOUND
            NOT INVALID KEY MOVE 'Y' TO WS-FOUND
        END-READ
        CLOSE MEMBER-MASTER-FILE
        PERFORM JUDGE-MEMBER
    END-IF.
            DISPLAY "PASS LAPSED " MM-EXPIRY-DATE
                " - REFER TO TICKET DESK: " WS-MEMBER-ID
        ELSE
            PERFORM CHECK-SUSPENSION
            IF WS-IS-SUSPENDED = 'Y'
                ADD 1 TO WS-SUSPENDED-COUNT
                DISPLAY "PASS SUSPENDED - INSTALMENTS IN ARREARS - "
                    "SEE GUEST SERVICES: " WS-MEMBER-ID
            ELSE
                PERFORM CHECK-BLACKOUT-DATE
                IF WS-ON-BLACKOUT = 'Y'
                    ADD 1 TO WS-BLACKOUT-COUNT
                    DISPLAY "TIER " MM-PASS-TIER
                        " NOT VALID TODAY (BLACKOUT) - "
                        "REFER TO TICKET DESK: " WS-MEMBER-ID
                ELSE
                    ADD 1 TO WS-ADMIT-COUNT
                    PERFORM RECORD-VISIT
                    IF WS-DEPENDENT-HIT > 0
                        DISPLAY "ADMITTED "
                            WS-DP-NAME(WS-DEPENDENT-HIT)
                            " ON FAMILY PASS " MM-MEMBER-ID
                            " TIER " MM-PASS-TIER
                    ELSE
                        DISPLAY "ADMITTED " MM-NAME
                            " TIER " MM-PASS-TIER
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-DEPENDENT.
    MOVE 0 TO WS-DEPENDENT-HIT.
    PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
            UNTIL WS-DEP-IDX > WS-DEP-TBL-COUNT
        IF WS-DP-ID(WS-DEP-IDX) = WS-MEMBER-ID
            MOVE WS-DEP-IDX TO WS-DEPENDENT-HIT
        END-IF
    END-PERFORM.

CHECK-SUSPENSION.
    MOVE 'N' TO WS-IS-SUSPENDED.
    PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
            UNTIL WS-SUSP-IDX > WS-SUSP-TBL-COUNT
        IF WS-SU-MEMBER(WS-SUSP-IDX) = MM-MEMBER-ID
            MOVE 'Y' TO WS-IS-SUSPENDED
        END-IF
    END-PERFORM.

*> The laminated sheet, now a file: a tier is refused on any date
*> inside one of its blackout ranges. Blackout refusals count apart
*> from expiry rejections so the desk can see both patterns.
    END-PERFORM.
    CLOSE BLACKOUT-FILE.

LOAD-SUSPENSION-TABLE.
    OPEN INPUT SUSPENSION-FILE.
    PERFORM UNTIL WS-SUSP-EOF = 'Y'
        READ SUSPENSION-FILE
            AT END MOVE 'Y' TO WS-SUSP-EOF
            NOT AT END
                IF WS-SUSP-TBL-COUNT >= 500
                    DISPLAY "SUSPENSION TABLE FULL - A DROPPED ROW "
                        "IS AN UNENFORCED SUSPENSION - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-SUSP-TBL-COUNT
                MOVE MS-MEMBER-ID TO WS-SU-MEMBER(WS-SUSP-TBL-COUNT)
        END-READ
    END-PERFORM.
    CLOSE SUSPENSION-FILE.

LOAD-DEPENDENT-TABLE.
    OPEN INPUT DEPENDENT-FILE.
    PERFORM UNTIL WS-DEPENDENT-EOF = 'Y'
        READ DEPENDENT-FILE
            AT END MOVE 'Y' TO WS-DEPENDENT-EOF
            NOT AT END
                IF WS-DEP-TBL-COUNT >= 500
                    DISPLAY "DEPENDENT TABLE FULL - RUN ABORTED"
                    MOVE 12 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WS-DEP-TBL-COUNT
                MOVE MD-MEMBER-ID TO WS-DP-MEMBER(WS-DEP-TBL-COUNT)
                MOVE MD-DEPENDENT-ID TO WS-DP-ID(WS-DEP-TBL-COUNT)
                MOVE MD-NAME TO WS-DP-NAME(WS-DEP-TBL-COUNT)
        END-READ
    END-PERFORM.
    CLOSE DEPENDENT-FILE.

*> The visit is logged against the card presented, so each member
*> of a family counts as a head through the gate.
RECORD-VISIT.
    MOVE SPACES TO MEMBER-VISIT-REC.
    MOVE WS-RH-RUN-DATE TO MV-VISIT-DATE.
    ACCEPT MV-VISIT-TIME FROM TIME.
    MOVE WS-MEMBER-ID TO MV-MEMBER-ID.
    MOVE MM-PASS-TIER TO MV-PASS-TIER.
    MOVE WS-SITE-CODE TO MV-SITE.
    OPEN EXTEND MEMBER-VISITS-FILE.
