       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCESS-RECERT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PASSWORD-FILE ASSIGN TO "PASSWORD-FILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    SELECT OPTIONAL SUPERVISOR-FILE ASSIGN TO "OPERATOR-SUPERVISORS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OPERATOR-LOG-FILE ASSIGN TO "OPERATOR-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "PROGRAM-REGISTRY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "ACCESS-RECERT-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL REVIEW-FILE ASSIGN TO "ACCESS-REVIEW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECERT-REPORT ASSIGN TO "ACCESS-RECERT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SORT-WORK ASSIGN TO "ACCESS-RECERT-SORT.TMP".

DATA DIVISION.
FILE SECTION.
FD PASSWORD-FILE.
COPY "PASSWORD-RECORD.cpy".

FD SUPERVISOR-FILE.
COPY "OPERATOR-SUPERVISOR-RECORD.cpy".

FD OPERATOR-LOG-FILE.
01 OPERATOR-LOG-LINE     PIC X(60).

FD REGISTRY-FILE.
COPY "PROGRAM-REGISTRY-RECORD.cpy".

FD PARM-FILE.
COPY "ACCESS-RECERT-PARM-RECORD.cpy".

FD REVIEW-FILE.
COPY "ACCESS-REVIEW-RECORD.cpy".

FD RECERT-REPORT.
01 RECERT-LINE           PIC X(80).

SD SORT-WORK.
01 SORT-REC.
   05 SR-SUPERVISOR-NAME PIC X(30).
   05 SR-OPERATOR-NAME   PIC X(30).
   05 SR-ROLE            PIC 9(1).
   05 SR-LAST-SIGN-ON    PIC X(8).
   05 SR-DECISION        PIC X(1).

WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
COPY "OPS-STATS-WS.cpy".
COPY "OPERATOR-LOG-RECORD.cpy".
01 WS-FILE-STATUS        PIC X(2).
01 WS-EOF                PIC X.
01 WS-SORT-EOF           PIC X VALUE 'N'.

*> Used when ACCESS-RECERT-PARM.DAT is missing or holds a bad value.
01 WS-ATTEST-DAYS        PIC 9(3) VALUE 14.

*> The review is named for the calendar quarter of the run date; the
*> run is scheduled at quarter end, so it reviews the quarter closing.
01 WS-REVIEW-ID.
   05 WS-RI-YEAR         PIC 9(4).
   05 FILLER             PIC X(1) VALUE "Q".
   05 WS-RI-QUARTER      PIC 9(1).
01 WS-RUN-MONTH          PIC 9(2).
01 WS-DEADLINE           PIC 9(8) VALUE 0.
01 WS-REVIEW-OPEN        PIC X VALUE 'N'.

01 WS-SUPERVISOR-COUNT   PIC 9(3) VALUE 0.
01 WS-SUPERVISOR-TABLE.
   05 WS-SUPERVISOR-ENTRY OCCURS 500 TIMES.
      10 WS-SV-OPERATOR  PIC X(30).
      10 WS-SV-SUPERVISOR PIC X(30).
01 WS-SUPERVISOR-IDX     PIC 9(3).

*> Latest sign-on per operator still on the operator log; the log is
*> purged on its own schedule, so an ID idle longer shows none.
01 WS-SIGN-ON-COUNT      PIC 9(3) VALUE 0.
01 WS-SIGN-ON-TABLE.
   05 WS-SIGN-ON-ENTRY OCCURS 500 TIMES.
      10 WS-SO-NAME      PIC X(30).
      10 WS-SO-DATE      PIC 9(8).
01 WS-SIGN-ON-IDX        PIC 9(3).
01 WS-SIGN-ON-HIT        PIC 9(3).

01 WS-PROGRAM-COUNT      PIC 9(3) VALUE 0.
01 WS-PROGRAM-TABLE.
   05 WS-PROGRAM-ENTRY OCCURS 500 TIMES.
      10 WS-PG-NAME      PIC X(20).
      10 WS-PG-ROLE      PIC 9(1).
01 WS-PROGRAM-IDX        PIC 9(3).
01 WS-ROLE-PROGRAMS      PIC 9(3) OCCURS 3 TIMES.
01 WS-ROLE-IDX           PIC 9(1).

*> Operators already on this quarter's review, so a rerun adds only
*> IDs set up since the review opened.
01 WS-REVIEWED-COUNT     PIC 9(3) VALUE 0.
01 WS-REVIEWED-TABLE.
   05 WS-REVIEWED-NAME OCCURS 500 TIMES PIC X(30).
01 WS-REVIEWED-IDX       PIC 9(3).
01 WS-REVIEWED-HIT       PIC X.

*> Lock state at the time of the run, shown beside each operator.
01 WS-LOCK-COUNT         PIC 9(3) VALUE 0.
01 WS-LOCK-TABLE.
   05 WS-LOCKED-NAME OCCURS 500 TIMES PIC X(30).
01 WS-LOCK-IDX           PIC 9(3).

01 WS-ADDED-COUNT        PIC 9(5) VALUE 0.
01 WS-NO-ROLE-COUNT      PIC 9(5) VALUE 0.
01 WS-LISTED-COUNT       PIC 9(5) VALUE 0.
01 WS-PENDING-COUNT      PIC 9(5) VALUE 0.
01 WS-KEPT-COUNT         PIC 9(5) VALUE 0.
01 WS-REVOKED-COUNT      PIC 9(5) VALUE 0.
01 WS-EXPIRED-COUNT      PIC 9(5) VALUE 0.
01 WS-SUPERVISOR-OPEN    PIC X VALUE 'N'.
01 WS-CURRENT-SUPERVISOR PIC X(30).
01 WS-GROUP-COUNT        PIC 9(3) VALUE 0.
01 WS-NAMES-ON-LINE      PIC 9(1) VALUE 0.

01 WS-TITLE-LINE.
   05 FILLER             PIC X(35)
      VALUE "QUARTERLY ACCESS RECERTIFICATION - ".
   05 WS-TI-REVIEW       PIC X(6).
   05 FILLER             PIC X(11) VALUE "  DEADLINE ".
   05 WS-TI-DEADLINE     PIC 9(8).

01 WS-SUPERVISOR-LINE.
   05 FILLER             PIC X(12) VALUE "SUPERVISOR: ".
   05 WS-SL-SUPERVISOR   PIC X(40).

01 WS-COLUMN-LINE.
   05 FILLER             PIC X(40)
      VALUE "  OPERATOR                       ROLE   ".
   05 FILLER             PIC X(37)
      VALUE "PROGS LAST ON  LOCKED DECISION".

01 WS-DETAIL-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-DL-OPERATOR     PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-ROLE         PIC 9(1).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-ROLE-NAME    PIC X(4).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-PROGRAMS     PIC ZZ9.
   05 FILLER             PIC X(3) VALUE SPACES.
   05 WS-DL-LAST-ON      PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-LOCKED       PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-DL-DECISION     PIC X(8).

01 WS-GROUP-TOTAL-LINE.
   05 FILLER             PIC X(22) VALUE "  OPERATORS TO REVIEW ".
   05 WS-GT-COUNT        PIC ZZ9.

01 WS-ROLE-LINE.
   05 FILLER             PIC X(5) VALUE "ROLE ".
   05 WS-RL-ROLE         PIC 9(1).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-RL-ROLE-NAME    PIC X(10).
   05 FILLER             PIC X(10) VALUE " UNLOCKS ".
   05 WS-RL-PROGRAMS     PIC ZZ9.
   05 FILLER             PIC X(31)
      VALUE " PROGRAMS - ADDED AT THIS ROLE:".

01 WS-PROGRAM-LINE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 WS-PL-ENTRY OCCURS 3 TIMES.
      10 WS-PL-NAME      PIC X(20).
      10 FILLER          PIC X(1).

01 WS-TOTAL-LINE-1.
   05 FILLER             PIC X(19) VALUE "OPERATORS REVIEWED ".
   05 WS-TL-LISTED       PIC ZZ,ZZ9.
   05 FILLER             PIC X(14) VALUE "  ADDED TODAY ".
   05 WS-TL-ADDED        PIC ZZ,ZZ9.
   05 FILLER             PIC X(15) VALUE "  NO ROLE HELD ".
   05 WS-TL-NO-ROLE      PIC ZZ,ZZ9.

01 WS-TOTAL-LINE-2.
   05 FILLER             PIC X(8) VALUE "PENDING ".
   05 WS-TL-PENDING      PIC ZZ,ZZ9.
   05 FILLER             PIC X(7) VALUE "  KEPT ".
   05 WS-TL-KEPT         PIC ZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE "  REVOKED ".
   05 WS-TL-REVOKED      PIC ZZ,ZZ9.
   05 FILLER             PIC X(10) VALUE "  EXPIRED ".
   05 WS-TL-EXPIRED      PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN.
    MOVE "ACCESS-RECERT" TO WS-RH-JOB-NAME.
    MOVE 166 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".
    MOVE "ACCESS-RECERT" TO WS-OPS-PROGRAM-NAME.
    ACCEPT WS-OPS-START-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-OPS-START-TIME FROM TIME.

    OPEN INPUT PASSWORD-FILE.
    IF WS-FILE-STATUS NOT = "00"
        DISPLAY "NO PASSWORD FILE PRESENT - RECERTIFICATION ABORTED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    CLOSE PASSWORD-FILE.

    PERFORM READ-RECERT-PARM.
    MOVE WS-RH-RUN-DATE(1:4) TO WS-RI-YEAR.
    MOVE WS-RH-RUN-DATE(5:2) TO WS-RUN-MONTH.
    COMPUTE WS-RI-QUARTER = (WS-RUN-MONTH + 2) / 3.

    PERFORM LOAD-SUPERVISORS.
    PERFORM LOAD-LAST-SIGN-ONS.
    PERFORM LOAD-REGISTRY.
    PERFORM LOAD-REVIEW-ROWS.
    IF WS-REVIEW-OPEN = 'N'
        COMPUTE WS-DEADLINE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-RH-RUN-DATE) + WS-ATTEST-DAYS)
    END-IF.
    PERFORM OPEN-REVIEW-ROWS.

    OPEN OUTPUT RECERT-REPORT.
    MOVE WS-REVIEW-ID TO WS-TI-REVIEW.
    MOVE WS-DEADLINE TO WS-TI-DEADLINE.
    WRITE RECERT-LINE FROM WS-TITLE-LINE.
    DISPLAY WS-TITLE-LINE.

    SORT SORT-WORK
        ON ASCENDING KEY SR-SUPERVISOR-NAME SR-OPERATOR-NAME
        INPUT PROCEDURE IS RELEASE-REVIEW-ROWS
        OUTPUT PROCEDURE IS REPORT-BY-SUPERVISOR.

    PERFORM REPORT-ROLE-PROGRAMS.

    MOVE WS-LISTED-COUNT TO WS-TL-LISTED.
    MOVE WS-ADDED-COUNT TO WS-TL-ADDED.
    MOVE WS-NO-ROLE-COUNT TO WS-TL-NO-ROLE.
    MOVE WS-PENDING-COUNT TO WS-TL-PENDING.
    MOVE WS-KEPT-COUNT TO WS-TL-KEPT.
    MOVE WS-REVOKED-COUNT TO WS-TL-REVOKED.
    MOVE WS-EXPIRED-COUNT TO WS-TL-EXPIRED.
    MOVE SPACES TO RECERT-LINE.
    WRITE RECERT-LINE.
    WRITE RECERT-LINE FROM WS-TOTAL-LINE-1.
    WRITE RECERT-LINE FROM WS-TOTAL-LINE-2.
    DISPLAY WS-TOTAL-LINE-1.
    DISPLAY WS-TOTAL-LINE-2.
    CLOSE RECERT-REPORT.

    MOVE WS-LISTED-COUNT TO WS-OPS-RECORDS-PROCESSED.
    MOVE WS-PENDING-COUNT TO WS-OPS-EXCEPTIONS.
    COPY "OPS-STATS-LOG.cpy".
    GOBACK.

READ-RECERT-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END CONTINUE
        NOT AT END
            IF CP-ATTEST-DAYS IS NUMERIC AND CP-ATTEST-DAYS > 0
                MOVE CP-ATTEST-DAYS TO WS-ATTEST-DAYS
            END-IF
    END-READ.
    CLOSE PARM-FILE.

LOAD-SUPERVISORS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT SUPERVISOR-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ SUPERVISOR-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-SUPERVISOR-COUNT < 500
                    ADD 1 TO WS-SUPERVISOR-COUNT
                    MOVE SV-OPERATOR-NAME
                        TO WS-SV-OPERATOR(WS-SUPERVISOR-COUNT)
                    MOVE SV-SUPERVISOR-NAME
                        TO WS-SV-SUPERVISOR(WS-SUPERVISOR-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SUPERVISOR-FILE.

LOAD-LAST-SIGN-ONS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT OPERATOR-LOG-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ OPERATOR-LOG-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM NOTE-SIGN-ON
        END-READ
    END-PERFORM.
    CLOSE OPERATOR-LOG-FILE.

NOTE-SIGN-ON.
    MOVE SPACES TO OPERATOR-LOG-RECORD.
    MOVE OPERATOR-LOG-LINE TO OPERATOR-LOG-RECORD.
    IF OL-EVENT-TYPE = "SIGN-ON" AND OL-DATE IS NUMERIC
        MOVE 0 TO WS-SIGN-ON-HIT
        PERFORM VARYING WS-SIGN-ON-IDX FROM 1 BY 1
                UNTIL WS-SIGN-ON-IDX > WS-SIGN-ON-COUNT
                   OR WS-SIGN-ON-HIT > 0
            IF WS-SO-NAME(WS-SIGN-ON-IDX) = OL-OPERATOR-NAME
                MOVE WS-SIGN-ON-IDX TO WS-SIGN-ON-HIT
            END-IF
        END-PERFORM
        IF WS-SIGN-ON-HIT = 0 AND WS-SIGN-ON-COUNT < 500
            ADD 1 TO WS-SIGN-ON-COUNT
            MOVE WS-SIGN-ON-COUNT TO WS-SIGN-ON-HIT
            MOVE OL-OPERATOR-NAME TO WS-SO-NAME(WS-SIGN-ON-HIT)
            MOVE 0 TO WS-SO-DATE(WS-SIGN-ON-HIT)
        END-IF
        IF WS-SIGN-ON-HIT > 0
            IF OL-DATE > WS-SO-DATE(WS-SIGN-ON-HIT)
                MOVE OL-DATE TO WS-SO-DATE(WS-SIGN-ON-HIT)
            END-IF
        END-IF
    END-IF.

*> A role unlocks every program whose registry level is at or below
*> it, so a supervisor holds everything a senior or operator does.
LOAD-REGISTRY.
    MOVE 0 TO WS-ROLE-PROGRAMS(1) WS-ROLE-PROGRAMS(2)
        WS-ROLE-PROGRAMS(3).
    MOVE 'N' TO WS-EOF.
    OPEN INPUT REGISTRY-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REGISTRY-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF PR-REQUIRED-ROLE IS NUMERIC
                        AND PR-REQUIRED-ROLE >= 1
                        AND PR-REQUIRED-ROLE <= 3
                        AND WS-PROGRAM-COUNT < 500
                    ADD 1 TO WS-PROGRAM-COUNT
                    MOVE PR-PROGRAM-NAME
                        TO WS-PG-NAME(WS-PROGRAM-COUNT)
                    MOVE PR-REQUIRED-ROLE
                        TO WS-PG-ROLE(WS-PROGRAM-COUNT)
                    PERFORM VARYING WS-ROLE-IDX FROM PR-REQUIRED-ROLE
                            BY 1 UNTIL WS-ROLE-IDX > 3
                        ADD 1 TO WS-ROLE-PROGRAMS(WS-ROLE-IDX)
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REGISTRY-FILE.

LOAD-REVIEW-ROWS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT REVIEW-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REVIEW-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF RC-REVIEW-ID = WS-REVIEW-ID
                    IF WS-REVIEWED-COUNT >= 500
                        DISPLAY "REVIEW TABLE FULL - RUN ABORTED"
                        MOVE 12 TO RETURN-CODE
                        GOBACK
                    END-IF
                    ADD 1 TO WS-REVIEWED-COUNT
                    MOVE RC-OPERATOR-NAME
                        TO WS-REVIEWED-NAME(WS-REVIEWED-COUNT)
                    MOVE 'Y' TO WS-REVIEW-OPEN
                    MOVE RC-DEADLINE TO WS-DEADLINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REVIEW-FILE.

*> Every ID holding a role goes on the review, locked or not - a
*> locked ID is one unlock away from its old access. IDs already
*> stripped of their role hold nothing and are only counted.
OPEN-REVIEW-ROWS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT PASSWORD-FILE.
    OPEN EXTEND REVIEW-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ PASSWORD-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM OPEN-ONE-REVIEW-ROW
        END-READ
    END-PERFORM.
    CLOSE PASSWORD-FILE.
    CLOSE REVIEW-FILE.

OPEN-ONE-REVIEW-ROW.
    IF PW-LOCKED = 'Y' AND WS-LOCK-COUNT < 500
        ADD 1 TO WS-LOCK-COUNT
        MOVE PW-NAME TO WS-LOCKED-NAME(WS-LOCK-COUNT)
    END-IF.
    IF PW-ROLE IS NOT NUMERIC OR PW-ROLE < 1 OR PW-ROLE > 3
        ADD 1 TO WS-NO-ROLE-COUNT
    ELSE
        MOVE 'N' TO WS-REVIEWED-HIT
        PERFORM VARYING WS-REVIEWED-IDX FROM 1 BY 1
                UNTIL WS-REVIEWED-IDX > WS-REVIEWED-COUNT
            IF WS-REVIEWED-NAME(WS-REVIEWED-IDX) = PW-NAME
                MOVE 'Y' TO WS-REVIEWED-HIT
            END-IF
        END-PERFORM
        IF WS-REVIEWED-HIT = 'N'
            PERFORM WRITE-REVIEW-ROW
        END-IF
    END-IF.

WRITE-REVIEW-ROW.
    MOVE SPACES TO ACCESS-REVIEW-REC.
    MOVE WS-REVIEW-ID TO RC-REVIEW-ID.
    MOVE PW-NAME TO RC-OPERATOR-NAME.
    MOVE PW-ROLE TO RC-ROLE.
    PERFORM VARYING WS-SUPERVISOR-IDX FROM 1 BY 1
            UNTIL WS-SUPERVISOR-IDX > WS-SUPERVISOR-COUNT
        IF WS-SV-OPERATOR(WS-SUPERVISOR-IDX) = PW-NAME
            MOVE WS-SV-SUPERVISOR(WS-SUPERVISOR-IDX)
                TO RC-SUPERVISOR-NAME
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-SIGN-ON-IDX FROM 1 BY 1
            UNTIL WS-SIGN-ON-IDX > WS-SIGN-ON-COUNT
        IF WS-SO-NAME(WS-SIGN-ON-IDX) = PW-NAME
            MOVE WS-SO-DATE(WS-SIGN-ON-IDX) TO RC-LAST-SIGN-ON
        END-IF
    END-PERFORM.
    MOVE WS-DEADLINE TO RC-DEADLINE.
    WRITE ACCESS-REVIEW-REC.
    ADD 1 TO WS-ADDED-COUNT.

RELEASE-REVIEW-ROWS.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT REVIEW-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REVIEW-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF RC-REVIEW-ID = WS-REVIEW-ID
                    MOVE RC-SUPERVISOR-NAME TO SR-SUPERVISOR-NAME
                    MOVE RC-OPERATOR-NAME TO SR-OPERATOR-NAME
                    MOVE RC-ROLE TO SR-ROLE
                    MOVE RC-LAST-SIGN-ON TO SR-LAST-SIGN-ON
                    MOVE RC-DECISION TO SR-DECISION
                    RELEASE SORT-REC
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REVIEW-FILE.

REPORT-BY-SUPERVISOR.
    PERFORM UNTIL WS-SORT-EOF = 'Y'
        RETURN SORT-WORK
            AT END
                MOVE 'Y' TO WS-SORT-EOF
                PERFORM CLOSE-SUPERVISOR-BREAK
            NOT AT END PERFORM LIST-REVIEW-ROW
        END-RETURN
    END-PERFORM.

LIST-REVIEW-ROW.
    IF WS-SUPERVISOR-OPEN = 'Y'
            AND SR-SUPERVISOR-NAME NOT = WS-CURRENT-SUPERVISOR
        PERFORM CLOSE-SUPERVISOR-BREAK
    END-IF.
    IF WS-SUPERVISOR-OPEN = 'N'
        MOVE SR-SUPERVISOR-NAME TO WS-CURRENT-SUPERVISOR
        MOVE 0 TO WS-GROUP-COUNT
        MOVE 'Y' TO WS-SUPERVISOR-OPEN
        IF SR-SUPERVISOR-NAME = SPACES
            MOVE "** NONE ON FILE - ANY SUPERVISOR **"
                TO WS-SL-SUPERVISOR
        ELSE
            MOVE SR-SUPERVISOR-NAME TO WS-SL-SUPERVISOR
        END-IF
        MOVE SPACES TO RECERT-LINE
        WRITE RECERT-LINE
        WRITE RECERT-LINE FROM WS-SUPERVISOR-LINE
        WRITE RECERT-LINE FROM WS-COLUMN-LINE
        DISPLAY WS-SUPERVISOR-LINE
    END-IF.
    ADD 1 TO WS-GROUP-COUNT.
    ADD 1 TO WS-LISTED-COUNT.

    MOVE SR-OPERATOR-NAME TO WS-DL-OPERATOR.
    MOVE SR-ROLE TO WS-DL-ROLE.
    EVALUATE SR-ROLE
        WHEN 1 MOVE "OPR " TO WS-DL-ROLE-NAME
        WHEN 2 MOVE "SNR " TO WS-DL-ROLE-NAME
        WHEN OTHER MOVE "SUPV" TO WS-DL-ROLE-NAME
    END-EVALUATE.
    MOVE WS-ROLE-PROGRAMS(SR-ROLE) TO WS-DL-PROGRAMS.
    IF SR-LAST-SIGN-ON = SPACES
        MOVE "NONE" TO WS-DL-LAST-ON
    ELSE
        MOVE SR-LAST-SIGN-ON TO WS-DL-LAST-ON
    END-IF.
    MOVE SPACES TO WS-DL-LOCKED.
    PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
            UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
        IF WS-LOCKED-NAME(WS-LOCK-IDX) = SR-OPERATOR-NAME
            MOVE "LOCKED" TO WS-DL-LOCKED
        END-IF
    END-PERFORM.
    EVALUATE SR-DECISION
        WHEN "K"
            MOVE "KEEP" TO WS-DL-DECISION
            ADD 1 TO WS-KEPT-COUNT
        WHEN "R"
            MOVE "REVOKE" TO WS-DL-DECISION
            ADD 1 TO WS-REVOKED-COUNT
        WHEN "X"
            MOVE "EXPIRED" TO WS-DL-DECISION
            ADD 1 TO WS-EXPIRED-COUNT
        WHEN OTHER
            MOVE "PENDING" TO WS-DL-DECISION
            ADD 1 TO WS-PENDING-COUNT
    END-EVALUATE.
    WRITE RECERT-LINE FROM WS-DETAIL-LINE.
    DISPLAY WS-DETAIL-LINE.

CLOSE-SUPERVISOR-BREAK.
    IF WS-SUPERVISOR-OPEN = 'Y'
        MOVE WS-GROUP-COUNT TO WS-GT-COUNT
        WRITE RECERT-LINE FROM WS-GROUP-TOTAL-LINE
        MOVE 'N' TO WS-SUPERVISOR-OPEN
    END-IF.

*> What each role unlocks, listed once rather than under every
*> operator: each level adds its own programs to those below it.
REPORT-ROLE-PROGRAMS.
    PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1 UNTIL WS-ROLE-IDX > 3
        MOVE SPACES TO RECERT-LINE
        WRITE RECERT-LINE
        MOVE WS-ROLE-IDX TO WS-RL-ROLE
        EVALUATE WS-ROLE-IDX
            WHEN 1 MOVE "OPERATOR" TO WS-RL-ROLE-NAME
            WHEN 2 MOVE "SENIOR" TO WS-RL-ROLE-NAME
            WHEN OTHER MOVE "SUPERVISOR" TO WS-RL-ROLE-NAME
        END-EVALUATE
        MOVE WS-ROLE-PROGRAMS(WS-ROLE-IDX) TO WS-RL-PROGRAMS
        WRITE RECERT-LINE FROM WS-ROLE-LINE
        DISPLAY WS-ROLE-LINE
        MOVE SPACES TO WS-PROGRAM-LINE
        MOVE 0 TO WS-NAMES-ON-LINE
        PERFORM VARYING WS-PROGRAM-IDX FROM 1 BY 1
                UNTIL WS-PROGRAM-IDX > WS-PROGRAM-COUNT
            IF WS-PG-ROLE(WS-PROGRAM-IDX) = WS-ROLE-IDX
                PERFORM LIST-ROLE-PROGRAM
            END-IF
        END-PERFORM
        IF WS-NAMES-ON-LINE > 0
            WRITE RECERT-LINE FROM WS-PROGRAM-LINE
        END-IF
    END-PERFORM.

LIST-ROLE-PROGRAM.
    ADD 1 TO WS-NAMES-ON-LINE.
    MOVE WS-PG-NAME(WS-PROGRAM-IDX) TO WS-PL-NAME(WS-NAMES-ON-LINE).
    IF WS-NAMES-ON-LINE = 3
        WRITE RECERT-LINE FROM WS-PROGRAM-LINE
        MOVE SPACES TO WS-PROGRAM-LINE
        MOVE 0 TO WS-NAMES-ON-LINE
    END-IF.
