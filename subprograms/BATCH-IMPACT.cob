       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-IMPACT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL CONTROL-FILE ASSIGN TO "DAILY-BATCH-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL STEP-IO-FILE ASSIGN TO "BATCH-STEP-IO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL STEP-LOG-FILE ASSIGN TO "BATCH-STEP-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL FEEDS-FILE ASSIGN TO "EXPECTED-FEEDS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL DIST-FILE ASSIGN TO "DISTRIBUTION-LISTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL REGISTRY-FILE ASSIGN TO "PROGRAM-REGISTRY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL OPS-STATS-FILE ASSIGN TO "OPS-STATS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL PARM-FILE ASSIGN TO "BATCH-WINDOW-PARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL HOLIDAY-CALENDAR ASSIGN TO "HOLIDAY-CALENDAR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT IMPACT-FILE ASSIGN TO "IMPACT-ANALYSIS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL INCIDENT-FILE ASSIGN TO "BATCH-INCIDENT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
01 CONTROL-REC.
   05 CB-PROGRAM-NAME    PIC X(20).
   05 FILLER             PIC X(1).
   05 CB-PREDECESSOR     PIC 9(3).
   05 FILLER             PIC X(1).
   05 CB-CONDITION       PIC X(1).
   05 FILLER             PIC X(1).
   05 CB-TEST-SKIP       PIC X(1).
   05 FILLER             PIC X(1).
   05 CB-FREQUENCY       PIC X(2).

FD STEP-IO-FILE.
COPY "BATCH-STEP-IO-RECORD.cpy".

FD STEP-LOG-FILE.
COPY "BATCH-STEP-LOG-RECORD.cpy".

FD FEEDS-FILE.
01 EXPECTED-REC.
   05 EF-FEED-NAME       PIC X(20).
   05 FILLER             PIC X(1).
   05 EF-FREQUENCY       PIC X(2).
   05 FILLER             PIC X(1).
   05 EF-EXPECTED-BY     PIC 9(6).

FD DIST-FILE.
01 DIST-REC.
   05 DL-SUBJECT-KEY     PIC X(35).
   05 FILLER             PIC X(1).
   05 DL-RECIPIENT       PIC X(40).

FD REGISTRY-FILE.
COPY "PROGRAM-REGISTRY-RECORD.cpy".

FD OPS-STATS-FILE.
COPY "OPS-STATS-RECORD.cpy".

*> Window open time and online start time, HHMMSS.
FD PARM-FILE.
01 PARM-REC.
   05 BW-OPEN-TIME       PIC 9(6).
   05 FILLER             PIC X(1).
   05 BW-ONLINE-START    PIC 9(6).

FD HOLIDAY-CALENDAR.
01 HOLIDAY-REC           PIC X(8).

FD IMPACT-FILE.
01 IMPACT-LINE           PIC X(80).

FD INCIDENT-FILE.
01 INCIDENT-LINE         PIC X(100).

WORKING-STORAGE SECTION.
COPY "RUN-DATE-WS.cpy".
01 WS-PRIOR-DATE         PIC 9(8).
01 WS-EOF                PIC X.
01 WS-PASS-CHANGED       PIC X.
01 WS-SUBJECT-TYPE       PIC X.
01 WS-SUBJECT-STEP       PIC 9(3).
01 WS-NOW-TIME           PIC 9(8).

*> The control file with tonight's judgement of each step: due,
*> already complete, and how the subject reaches it. Kind R is the
*> failed step itself, F a step waiting on the late feed, D a step
*> held behind a held predecessor, H a step the driver holds once
*> any step has aborted, S a step that runs but on a file a held
*> step did not refresh.
01 WS-STEP-COUNT         PIC 9(3) VALUE 0.
01 WS-STEP-TABLE.
   05 WS-ST-ENTRY OCCURS 999 TIMES.
      10 WS-ST-PROGRAM    PIC X(20).
      10 WS-ST-PRED       PIC 9(3).
      10 WS-ST-CONDITION  PIC X(1).
      10 WS-ST-FREQUENCY  PIC X(2).
      10 WS-ST-DUE        PIC X(1).
      10 WS-ST-DONE       PIC X(1).
      10 WS-ST-KIND       PIC X(1).
      10 WS-ST-FINISH     PIC 9(7).
01 WS-STEP-IDX           PIC 9(3).
01 WS-PRED-IDX           PIC 9(3).
01 WS-OTHER-IDX          PIC 9(3).

01 WS-IO-COUNT           PIC 9(3) VALUE 0.
01 WS-IO-TABLE.
   05 WS-IO-ENTRY OCCURS 500 TIMES.
      10 WS-IO-PROGRAM    PIC X(20).
      10 WS-IO-TYPE       PIC X(1).
      10 WS-IO-ITEM       PIC X(30).
      10 WS-IO-TITLE      PIC X(35).
01 WS-IO-IDX             PIC 9(3).
01 WS-WRITER-IDX         PIC 9(3).
01 WS-STALE-HIT          PIC X.

01 WS-DIST-COUNT         PIC 9(3) VALUE 0.
01 WS-DIST-TABLE.
   05 WS-DIST-ENTRY OCCURS 200 TIMES.
      10 WS-DT-SUBJECT    PIC X(35).
      10 WS-DT-RECIPIENT  PIC X(40).
01 WS-DIST-IDX           PIC 9(3).
01 WS-DIST-HIT           PIC X.

*> Trailing average elapsed seconds per program from the ops-stats
*> history, the registry SLA figure standing in for a program that
*> has never run - the same basis as the window forecast.
01 WS-HIST-COUNT         PIC 9(3) VALUE 0.
01 WS-HIST-TABLE.
   05 WS-HIST-ENTRY OCCURS 200 TIMES.
      10 WS-HS-PROGRAM    PIC X(20).
      10 WS-HS-RUNS       PIC 9(5).
      10 WS-HS-TOTAL-SECS PIC 9(9).
      10 WS-HS-SLA-SECS   PIC 9(5).
      10 WS-HS-OWNER      PIC X(10).
01 WS-HIST-IDX           PIC 9(3).
01 WS-HIST-HIT           PIC 9(3).
01 WS-STEP-SECONDS       PIC 9(7).
01 WS-STEP-OWNER         PIC X(10).

01 WS-OPEN-TIME          PIC 9(6) VALUE 230000.
01 WS-ONLINE-START       PIC 9(6) VALUE 060000.
01 WS-OPEN-SECONDS       PIC 9(7).
01 WS-ONLINE-SECONDS     PIC 9(7).
01 WS-RECOVERY-SECONDS   PIC 9(7).
01 WS-CLOCK-TIME         PIC 9(6).
01 WS-CLOCK-SECONDS      PIC 9(7).
01 WS-DAY-SECONDS        PIC 9(7).

*> The driver's frequency judgement, so steps that are not due
*> tonight are not reported as lost.
01 WS-HOLIDAY-COUNT      PIC 9(3) VALUE 0.
01 WS-HOLIDAY-TABLE.
   05 WS-HOLIDAY-DATE OCCURS 100 TIMES PIC 9(8).
01 WS-HOLIDAY-IDX        PIC 9(3).
01 WS-STEP-DUE           PIC X.
01 WS-STEP-FREQUENCY     PIC X(2).
01 WS-RUN-DOW            PIC 9(1).
01 WS-FREQ-DOW           PIC 9(1).
01 WS-RUN-MONTH          PIC 9(2).
01 WS-NEXT-MONTH         PIC 9(2).
01 WS-DATE-INT           PIC 9(8).
01 WS-NEXT-BUS-DATE      PIC 9(8).
01 WS-NEXT-IS-BUSINESS   PIC X.

01 WS-REPORT-COUNT       PIC 9(3).
01 WS-RECIPIENT-COUNT    PIC 9(3).

01 WS-OUT-LINE           PIC X(80).

01 WS-HEADER-LINE.
   05 FILLER             PIC X(10) VALUE "IMPACT OF ".
   05 WS-HL-TYPE         PIC X(5).
   05 WS-HL-SUBJECT      PIC X(20).
   05 FILLER             PIC X(15) VALUE " RECOVERY FROM ".
   05 WS-HL-RECOVERY     PIC 9(6).
   05 FILLER             PIC X(14) VALUE " ONLINE START ".
   05 WS-HL-ONLINE       PIC 9(6).

01 WS-STEP-LINE.
   05 FILLER             PIC X(5) VALUE "STEP ".
   05 WS-SL-STEP         PIC 9(3).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SL-PROGRAM      PIC X(20).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SL-STATUS       PIC X(13).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SL-OWNER        PIC X(10).
   05 FILLER             PIC X(5) VALUE " FIN ".
   05 WS-SL-FINISH       PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-SL-FLAG         PIC X(10).

01 WS-ITEM-LINE.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 WS-IL-LABEL        PIC X(7).
   05 WS-IL-ITEM         PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 WS-IL-TITLE        PIC X(35).

01 WS-RECIPIENT-LINE.
   05 FILLER             PIC X(14) VALUE "      SENT TO ".
   05 WS-RL-RECIPIENT    PIC X(40).

01 WS-SUMMARY-LINE.
   05 FILLER             PIC X(15) VALUE "STEPS AFFECTED ".
   05 WS-SM-STEPS        PIC ZZ9.
   05 FILLER             PIC X(9) VALUE " REPORTS ".
   05 WS-SM-REPORTS      PIC ZZ9.
   05 FILLER             PIC X(12) VALUE " RECIPIENTS ".
   05 WS-SM-RECIPIENTS   PIC ZZ9.
   05 FILLER             PIC X(14) VALUE " SLA BREACHES ".
   05 WS-SM-BREACHES     PIC ZZ9.

01 WS-INCIDENT-IMPACT.
   05 FILLER             PIC X(9) VALUE "  IMPACT ".
   05 WS-II-TEXT         PIC X(80).

LINKAGE SECTION.
01 LS-SUBJECT            PIC X(20).
01 LS-FAILED-STEP        PIC 9(3).
01 LS-DESTINATION        PIC X(1).
01 LS-STEPS-AFFECTED     PIC 9(3).
01 LS-REPORTS-AFFECTED   PIC 9(3).
01 LS-SLA-BREACHES       PIC 9(3).

*> Walks the batch schedule forward from a late feed or a failed
*> step and reports every step that will not run (or will run on a
*> file that was not refreshed), the files and reports those steps
*> would have produced, who receives the reports, and the finish
*> each held step is projected to reach if recovery starts now -
*> flagged where that is past the online start. LS-FAILED-STEP
*> names the step by its control-file position when the caller
*> knows it, otherwise zero and LS-SUBJECT is looked up as a step
*> and then as a feed. LS-DESTINATION I writes IMPACT-ANALYSIS.DAT
*> and displays it; A appends it to the open incident in
*> BATCH-INCIDENT.DAT.
PROCEDURE DIVISION USING LS-SUBJECT LS-FAILED-STEP LS-DESTINATION
        LS-STEPS-AFFECTED LS-REPORTS-AFFECTED LS-SLA-BREACHES.
MAIN-001.
    MOVE 0 TO LS-STEPS-AFFECTED.
    MOVE 0 TO LS-REPORTS-AFFECTED.
    MOVE 0 TO LS-SLA-BREACHES.
    MOVE 0 TO WS-REPORT-COUNT.
    MOVE 0 TO WS-RECIPIENT-COUNT.
    COPY "RUN-DATE-GET.cpy".
    COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1).
    ACCEPT WS-NOW-TIME FROM TIME.

    PERFORM READ-WINDOW-PARM.
    PERFORM LOAD-HOLIDAY-TABLE.
    PERFORM LOAD-STEPS.
    PERFORM LOAD-STEP-LOG.
    PERFORM LOAD-STEP-IO.
    PERFORM LOAD-DISTRIBUTION.
    PERFORM LOAD-REGISTRY-SLAS.
    PERFORM LOAD-OPS-HISTORY.
    PERFORM SET-RECOVERY-START.

    PERFORM IDENTIFY-SUBJECT.
    PERFORM MARK-STARTING-STEPS.
    MOVE 'Y' TO WS-PASS-CHANGED.
    PERFORM UNTIL WS-PASS-CHANGED = 'N'
        MOVE 'N' TO WS-PASS-CHANGED
        PERFORM WALK-FORWARD
    END-PERFORM.
    IF WS-SUBJECT-TYPE = 'S'
        PERFORM MARK-ABORT-HOLDS
    END-IF.
    PERFORM PROJECT-FINISH-TIMES.

    PERFORM WRITE-IMPACT-REPORT.
    MOVE WS-REPORT-COUNT TO LS-REPORTS-AFFECTED.
    GOBACK.

*> The position the caller gives wins; otherwise the first due
*> step of that name, then a feed on the expected-feeds list or
*> one a step is mapped as consuming.
IDENTIFY-SUBJECT.
    MOVE 'U' TO WS-SUBJECT-TYPE.
    MOVE 0 TO WS-SUBJECT-STEP.
    IF LS-FAILED-STEP > 0 AND LS-FAILED-STEP <= WS-STEP-COUNT
        MOVE 'S' TO WS-SUBJECT-TYPE
        MOVE LS-FAILED-STEP TO WS-SUBJECT-STEP
    ELSE
        PERFORM VARYING WS-STEP-IDX FROM WS-STEP-COUNT BY -1
                UNTIL WS-STEP-IDX < 1
            IF WS-ST-PROGRAM(WS-STEP-IDX) = LS-SUBJECT
                    AND (WS-SUBJECT-STEP = 0
                        OR WS-ST-DUE(WS-STEP-IDX) = 'Y')
                MOVE 'S' TO WS-SUBJECT-TYPE
                MOVE WS-STEP-IDX TO WS-SUBJECT-STEP
            END-IF
        END-PERFORM
    END-IF.
    IF WS-SUBJECT-TYPE = 'U'
        PERFORM VARYING WS-IO-IDX FROM 1 BY 1
                UNTIL WS-IO-IDX > WS-IO-COUNT
            IF WS-IO-TYPE(WS-IO-IDX) = 'F'
                    AND WS-IO-ITEM(WS-IO-IDX) = LS-SUBJECT
                MOVE 'F' TO WS-SUBJECT-TYPE
            END-IF
        END-PERFORM
    END-IF.
    IF WS-SUBJECT-TYPE = 'U'
        PERFORM FIND-EXPECTED-FEED
    END-IF.

FIND-EXPECTED-FEED.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT FEEDS-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ FEEDS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF EF-FEED-NAME = LS-SUBJECT
                    MOVE 'F' TO WS-SUBJECT-TYPE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE FEEDS-FILE.

*> A failed step starts the walk itself. A late feed starts it at
*> every step due tonight that consumes the feed and has not yet
*> run - one that already ran is past the point of harm.
MARK-STARTING-STEPS.
    EVALUATE WS-SUBJECT-TYPE
        WHEN 'S'
            MOVE 'R' TO WS-ST-KIND(WS-SUBJECT-STEP)
            PERFORM MARK-ANCESTORS-COMPLETE
        WHEN 'F'
            PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                    UNTIL WS-STEP-IDX > WS-STEP-COUNT
                IF WS-ST-DUE(WS-STEP-IDX) = 'Y'
                        AND WS-ST-DONE(WS-STEP-IDX) = 'N'
                    PERFORM MARK-FEED-CONSUMER
                END-IF
            END-PERFORM
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

*> A step only runs once its predecessor chain has ended clean, so
*> that chain is complete whatever the step log says.
MARK-ANCESTORS-COMPLETE.
    MOVE WS-ST-PRED(WS-SUBJECT-STEP) TO WS-PRED-IDX.
    PERFORM UNTIL WS-PRED-IDX = 0 OR WS-PRED-IDX > WS-STEP-COUNT
            OR WS-ST-DONE(WS-PRED-IDX) = 'Y'
        MOVE 'Y' TO WS-ST-DONE(WS-PRED-IDX)
        MOVE WS-ST-PRED(WS-PRED-IDX) TO WS-PRED-IDX
    END-PERFORM.

MARK-FEED-CONSUMER.
    PERFORM VARYING WS-IO-IDX FROM 1 BY 1
            UNTIL WS-IO-IDX > WS-IO-COUNT
        IF WS-IO-PROGRAM(WS-IO-IDX) = WS-ST-PROGRAM(WS-STEP-IDX)
                AND WS-IO-TYPE(WS-IO-IDX) = 'F'
                AND WS-IO-ITEM(WS-IO-IDX) = LS-SUBJECT
            MOVE 'F' TO WS-ST-KIND(WS-STEP-IDX)
        END-IF
    END-PERFORM.

*> One forward pass over the schedule. A step behind a held step is
*> held the way the driver's dependency test holds it; a step behind
*> a stale one, or reading a file a held or stale step writes, runs
*> on stale data. Passes repeat until nothing changes, so a reader
*> earlier in the control file than its writer is still caught.
WALK-FORWARD.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        IF WS-ST-KIND(WS-STEP-IDX) = SPACE
                AND WS-ST-DUE(WS-STEP-IDX) = 'Y'
                AND WS-ST-DONE(WS-STEP-IDX) = 'N'
            MOVE WS-ST-PRED(WS-STEP-IDX) TO WS-PRED-IDX
            IF WS-PRED-IDX > 0 AND WS-PRED-IDX <= WS-STEP-COUNT
                EVALUATE WS-ST-KIND(WS-PRED-IDX)
                    WHEN 'R'
                    WHEN 'F'
                    WHEN 'D'
                        MOVE 'D' TO WS-ST-KIND(WS-STEP-IDX)
                        MOVE 'Y' TO WS-PASS-CHANGED
                    WHEN 'S'
                        MOVE 'S' TO WS-ST-KIND(WS-STEP-IDX)
                        MOVE 'Y' TO WS-PASS-CHANGED
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            IF WS-ST-KIND(WS-STEP-IDX) = SPACE
                PERFORM CHECK-STALE-INPUT
                IF WS-STALE-HIT = 'Y'
                    MOVE 'S' TO WS-ST-KIND(WS-STEP-IDX)
                    MOVE 'Y' TO WS-PASS-CHANGED
                END-IF
            END-IF
        END-IF
    END-PERFORM.

CHECK-STALE-INPUT.
    MOVE 'N' TO WS-STALE-HIT.
    PERFORM VARYING WS-IO-IDX FROM 1 BY 1
            UNTIL WS-IO-IDX > WS-IO-COUNT
        IF WS-IO-PROGRAM(WS-IO-IDX) = WS-ST-PROGRAM(WS-STEP-IDX)
                AND WS-IO-TYPE(WS-IO-IDX) = 'I'
            PERFORM FIND-AFFECTED-WRITER
        END-IF
    END-PERFORM.

FIND-AFFECTED-WRITER.
    PERFORM VARYING WS-WRITER-IDX FROM 1 BY 1
            UNTIL WS-WRITER-IDX > WS-IO-COUNT
        IF WS-IO-TYPE(WS-WRITER-IDX) = 'O'
                AND WS-IO-ITEM(WS-WRITER-IDX) = WS-IO-ITEM(WS-IO-IDX)
            PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                    UNTIL WS-OTHER-IDX > WS-STEP-COUNT
                IF WS-ST-PROGRAM(WS-OTHER-IDX)
                        = WS-IO-PROGRAM(WS-WRITER-IDX)
                        AND WS-ST-KIND(WS-OTHER-IDX) NOT = SPACE
                    MOVE 'Y' TO WS-STALE-HIT
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

*> Once any step aborts the driver holds every unsettled step
*> without condition A, dependent or not, until the window is
*> rerun. The driver reports a failure only after the wave it ran in
*> has finished, so a step that ran clean alongside it is already on
*> the step log as complete and is not counted as held.
MARK-ABORT-HOLDS.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        IF WS-ST-KIND(WS-STEP-IDX) = SPACE
                AND WS-ST-DUE(WS-STEP-IDX) = 'Y'
                AND WS-ST-DONE(WS-STEP-IDX) = 'N'
                AND WS-ST-CONDITION(WS-STEP-IDX) NOT = 'A'
            MOVE 'H' TO WS-ST-KIND(WS-STEP-IDX)
        END-IF
    END-PERFORM.

*> Every step that must still run after recovery is chained from the
*> recovery start through its predecessor's projected finish, each
*> taking its usual elapsed time, and checked against the online
*> start.
PROJECT-FINISH-TIMES.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
        MOVE 0 TO WS-ST-FINISH(WS-STEP-IDX)
        IF WS-ST-KIND(WS-STEP-IDX) NOT = SPACE
            ADD 1 TO LS-STEPS-AFFECTED
        END-IF
        IF WS-ST-KIND(WS-STEP-IDX) = 'R' OR 'F' OR 'D' OR 'H'
            PERFORM LOOK-UP-STEP-SECONDS
            MOVE WS-ST-PRED(WS-STEP-IDX) TO WS-PRED-IDX
            IF WS-PRED-IDX > 0 AND WS-PRED-IDX < WS-STEP-IDX
                    AND WS-ST-FINISH(WS-PRED-IDX) > 0
                COMPUTE WS-ST-FINISH(WS-STEP-IDX) =
                    WS-ST-FINISH(WS-PRED-IDX) + WS-STEP-SECONDS
            ELSE
                COMPUTE WS-ST-FINISH(WS-STEP-IDX) =
                    WS-RECOVERY-SECONDS + WS-STEP-SECONDS
            END-IF
            IF WS-ST-FINISH(WS-STEP-IDX) > WS-ONLINE-SECONDS
                ADD 1 TO LS-SLA-BREACHES
            END-IF
        END-IF
    END-PERFORM.

WRITE-IMPACT-REPORT.
    IF LS-DESTINATION = 'A'
        OPEN EXTEND INCIDENT-FILE
    ELSE
        OPEN OUTPUT IMPACT-FILE
    END-IF.

    EVALUATE WS-SUBJECT-TYPE
        WHEN 'S'
            MOVE "STEP " TO WS-HL-TYPE
        WHEN 'F'
            MOVE "FEED " TO WS-HL-TYPE
        WHEN OTHER
            MOVE SPACES TO WS-HL-TYPE
    END-EVALUATE.
    MOVE LS-SUBJECT TO WS-HL-SUBJECT.
    MOVE WS-RECOVERY-SECONDS TO WS-CLOCK-SECONDS.
    PERFORM SECONDS-TO-CLOCK.
    MOVE WS-CLOCK-TIME TO WS-HL-RECOVERY.
    MOVE WS-ONLINE-START TO WS-HL-ONLINE.
    MOVE WS-HEADER-LINE TO WS-OUT-LINE.
    PERFORM PUT-LINE.

    EVALUATE TRUE
        WHEN WS-SUBJECT-TYPE = 'U'
            MOVE "NOT A SCHEDULED STEP OR AN EXPECTED FEED"
                TO WS-OUT-LINE
            PERFORM PUT-LINE
        WHEN LS-STEPS-AFFECTED = 0
            MOVE "NO STEP STILL TO RUN TONIGHT DEPENDS ON IT"
                TO WS-OUT-LINE
            PERFORM PUT-LINE
        WHEN OTHER
            PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                    UNTIL WS-STEP-IDX > WS-STEP-COUNT
                IF WS-ST-KIND(WS-STEP-IDX) NOT = SPACE
                    PERFORM REPORT-AFFECTED-STEP
                END-IF
            END-PERFORM
    END-EVALUATE.
    IF WS-SUBJECT-TYPE = 'F' AND LS-STEPS-AFFECTED > 0
        MOVE "IF A CONSUMING STEP ABORTS, EVERY OTHER PENDING STEP"
            TO WS-OUT-LINE
        PERFORM PUT-LINE
        MOVE "WITHOUT CONDITION A IS HELD AS WELL" TO WS-OUT-LINE
        PERFORM PUT-LINE
    END-IF.

    MOVE LS-STEPS-AFFECTED TO WS-SM-STEPS.
    MOVE WS-REPORT-COUNT TO WS-SM-REPORTS.
    MOVE WS-RECIPIENT-COUNT TO WS-SM-RECIPIENTS.
    MOVE LS-SLA-BREACHES TO WS-SM-BREACHES.
    MOVE WS-SUMMARY-LINE TO WS-OUT-LINE.
    PERFORM PUT-LINE.

    IF LS-DESTINATION = 'A'
        CLOSE INCIDENT-FILE
    ELSE
        CLOSE IMPACT-FILE
    END-IF.

REPORT-AFFECTED-STEP.
    MOVE WS-STEP-IDX TO WS-SL-STEP.
    MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-SL-PROGRAM.
    EVALUATE WS-ST-KIND(WS-STEP-IDX)
        WHEN 'R'
            MOVE "FAILED" TO WS-SL-STATUS
        WHEN 'F'
            MOVE "WAITS ON FEED" TO WS-SL-STATUS
        WHEN 'D'
            MOVE "HELD BY PRED" TO WS-SL-STATUS
        WHEN 'H'
            MOVE "HELD - ABORT" TO WS-SL-STATUS
        WHEN OTHER
            MOVE "STALE INPUT" TO WS-SL-STATUS
    END-EVALUATE.
    PERFORM LOOK-UP-STEP-SECONDS.
    MOVE WS-STEP-OWNER TO WS-SL-OWNER.
    MOVE SPACES TO WS-SL-FINISH.
    MOVE SPACES TO WS-SL-FLAG.
    IF WS-ST-FINISH(WS-STEP-IDX) > 0
        MOVE WS-ST-FINISH(WS-STEP-IDX) TO WS-CLOCK-SECONDS
        PERFORM SECONDS-TO-CLOCK
        MOVE WS-CLOCK-TIME TO WS-SL-FINISH
        IF WS-ST-FINISH(WS-STEP-IDX) > WS-ONLINE-SECONDS
            MOVE "SLA BREACH" TO WS-SL-FLAG
        END-IF
    END-IF.
    MOVE WS-STEP-LINE TO WS-OUT-LINE.
    PERFORM PUT-LINE.

    PERFORM VARYING WS-IO-IDX FROM 1 BY 1
            UNTIL WS-IO-IDX > WS-IO-COUNT
        IF WS-IO-PROGRAM(WS-IO-IDX) = WS-ST-PROGRAM(WS-STEP-IDX)
            EVALUATE WS-IO-TYPE(WS-IO-IDX)
                WHEN 'O'
                    MOVE "FILE   " TO WS-IL-LABEL
                    PERFORM REPORT-STEP-ITEM
                WHEN 'R'
                    MOVE "REPORT " TO WS-IL-LABEL
                    ADD 1 TO WS-REPORT-COUNT
                    PERFORM REPORT-STEP-ITEM
                    IF WS-IO-TITLE(WS-IO-IDX) NOT = SPACES
                        PERFORM REPORT-RECIPIENTS
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM.

REPORT-STEP-ITEM.
    MOVE WS-IO-ITEM(WS-IO-IDX) TO WS-IL-ITEM.
    MOVE WS-IO-TITLE(WS-IO-IDX) TO WS-IL-TITLE.
    MOVE WS-ITEM-LINE TO WS-OUT-LINE.
    PERFORM PUT-LINE.

*> =TO on the distribution list means each copy goes to the address
*> on the record itself, so the recipients are the customers or
*> suppliers concerned rather than a desk.
REPORT-RECIPIENTS.
    MOVE 'N' TO WS-DIST-HIT.
    PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
            UNTIL WS-DIST-IDX > WS-DIST-COUNT
        IF WS-DT-SUBJECT(WS-DIST-IDX) = WS-IO-TITLE(WS-IO-IDX)
            MOVE 'Y' TO WS-DIST-HIT
            ADD 1 TO WS-RECIPIENT-COUNT
            IF WS-DT-RECIPIENT(WS-DIST-IDX) = "=TO"
                MOVE "EACH ADDRESSEE ON THE RECORD"
                    TO WS-RL-RECIPIENT
            ELSE
                MOVE WS-DT-RECIPIENT(WS-DIST-IDX) TO WS-RL-RECIPIENT
            END-IF
            MOVE WS-RECIPIENT-LINE TO WS-OUT-LINE
            PERFORM PUT-LINE
        END-IF
    END-PERFORM.
    IF WS-DIST-HIT = 'N'
        MOVE "NOT ON A DISTRIBUTION LIST" TO WS-RL-RECIPIENT
        MOVE WS-RECIPIENT-LINE TO WS-OUT-LINE
        PERFORM PUT-LINE
    END-IF.

PUT-LINE.
    IF LS-DESTINATION = 'A'
        MOVE WS-OUT-LINE TO WS-II-TEXT
        WRITE INCIDENT-LINE FROM WS-INCIDENT-IMPACT
    ELSE
        WRITE IMPACT-LINE FROM WS-OUT-LINE
        DISPLAY WS-OUT-LINE
    END-IF.

*> Seconds are counted from midnight before the window opens, so a
*> window that straddles midnight compares in one direction. An
*> enquiry made during the online day projects tonight's window
*> from its open time.
SET-RECOVERY-START.
    MOVE WS-OPEN-TIME TO WS-CLOCK-TIME.
    PERFORM CLOCK-TO-SECONDS.
    MOVE WS-CLOCK-SECONDS TO WS-OPEN-SECONDS.
    MOVE WS-ONLINE-START TO WS-CLOCK-TIME.
    PERFORM CLOCK-TO-SECONDS.
    MOVE WS-CLOCK-SECONDS TO WS-ONLINE-SECONDS.
    IF WS-ONLINE-SECONDS < WS-OPEN-SECONDS
        ADD 86400 TO WS-ONLINE-SECONDS
    END-IF.
    MOVE WS-NOW-TIME(1:6) TO WS-CLOCK-TIME.
    PERFORM CLOCK-TO-SECONDS.
    MOVE WS-CLOCK-SECONDS TO WS-RECOVERY-SECONDS.
    IF WS-RECOVERY-SECONDS < WS-OPEN-SECONDS
        ADD 86400 TO WS-RECOVERY-SECONDS
        IF WS-RECOVERY-SECONDS >= WS-ONLINE-SECONDS
            MOVE WS-OPEN-SECONDS TO WS-RECOVERY-SECONDS
        END-IF
    END-IF.

CLOCK-TO-SECONDS.
    COMPUTE WS-CLOCK-SECONDS =
        FUNCTION INTEGER(WS-CLOCK-TIME / 10000) * 3600
        + FUNCTION MOD(FUNCTION INTEGER(WS-CLOCK-TIME / 100), 100)
            * 60
        + FUNCTION MOD(WS-CLOCK-TIME, 100).

SECONDS-TO-CLOCK.
    COMPUTE WS-DAY-SECONDS = FUNCTION MOD(WS-CLOCK-SECONDS, 86400).
    COMPUTE WS-CLOCK-TIME =
        FUNCTION INTEGER(WS-DAY-SECONDS / 3600) * 10000
        + FUNCTION MOD(FUNCTION INTEGER(WS-DAY-SECONDS / 60), 60)
            * 100
        + FUNCTION MOD(WS-DAY-SECONDS, 60).

LOOK-UP-STEP-SECONDS.
    MOVE 60 TO WS-STEP-SECONDS.
    MOVE SPACES TO WS-STEP-OWNER.
    PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
            UNTIL WS-HIST-IDX > WS-HIST-COUNT
        IF WS-HS-PROGRAM(WS-HIST-IDX) = WS-ST-PROGRAM(WS-STEP-IDX)
            MOVE WS-HS-OWNER(WS-HIST-IDX) TO WS-STEP-OWNER
            IF WS-HS-RUNS(WS-HIST-IDX) > 0
                COMPUTE WS-STEP-SECONDS =
                    WS-HS-TOTAL-SECS(WS-HIST-IDX)
                    / WS-HS-RUNS(WS-HIST-IDX)
            ELSE
                MOVE WS-HS-SLA-SECS(WS-HIST-IDX)
                    TO WS-STEP-SECONDS
            END-IF
        END-IF
    END-PERFORM.

LOAD-STEPS.
    MOVE 0 TO WS-STEP-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT CONTROL-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ CONTROL-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-STEP-COUNT < 999
                    ADD 1 TO WS-STEP-COUNT
                    PERFORM SETTLE-STEP
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CONTROL-FILE.

SETTLE-STEP.
    MOVE CB-PROGRAM-NAME TO WS-ST-PROGRAM(WS-STEP-COUNT).
    IF CB-PREDECESSOR IS NUMERIC
        MOVE CB-PREDECESSOR TO WS-ST-PRED(WS-STEP-COUNT)
    ELSE
        MOVE 0 TO WS-ST-PRED(WS-STEP-COUNT)
    END-IF.
    MOVE CB-CONDITION TO WS-ST-CONDITION(WS-STEP-COUNT).
    MOVE CB-FREQUENCY TO WS-ST-FREQUENCY(WS-STEP-COUNT).
    MOVE CB-FREQUENCY TO WS-STEP-FREQUENCY.
    PERFORM CHECK-FREQUENCY.
    MOVE WS-STEP-DUE TO WS-ST-DUE(WS-STEP-COUNT).
    MOVE 'N' TO WS-ST-DONE(WS-STEP-COUNT).
    MOVE SPACE TO WS-ST-KIND(WS-STEP-COUNT).
    MOVE 0 TO WS-ST-FINISH(WS-STEP-COUNT).

*> Completion as the driver's restart pass reads it, the day before
*> included for a window that has crossed midnight.
LOAD-STEP-LOG.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT STEP-LOG-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ STEP-LOG-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF (SL-RUN-DATE = WS-RUN-DATE
                        OR SL-RUN-DATE = WS-PRIOR-DATE)
                        AND SL-STATUS = "OK  "
                        AND SL-STEP-NO > 0
                        AND SL-STEP-NO <= WS-STEP-COUNT
                    MOVE 'Y' TO WS-ST-DONE(SL-STEP-NO)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STEP-LOG-FILE.

LOAD-STEP-IO.
    MOVE 0 TO WS-IO-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT STEP-IO-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ STEP-IO-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-IO-COUNT < 500
                    ADD 1 TO WS-IO-COUNT
                    MOVE SI-PROGRAM-NAME TO WS-IO-PROGRAM(WS-IO-COUNT)
                    MOVE SI-TYPE TO WS-IO-TYPE(WS-IO-COUNT)
                    MOVE SI-ITEM-NAME TO WS-IO-ITEM(WS-IO-COUNT)
                    MOVE SI-REPORT-TITLE TO WS-IO-TITLE(WS-IO-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STEP-IO-FILE.

LOAD-DISTRIBUTION.
    MOVE 0 TO WS-DIST-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT DIST-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ DIST-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-DIST-COUNT < 200
                    ADD 1 TO WS-DIST-COUNT
                    MOVE DL-SUBJECT-KEY TO WS-DT-SUBJECT(WS-DIST-COUNT)
                    MOVE DL-RECIPIENT
                        TO WS-DT-RECIPIENT(WS-DIST-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DIST-FILE.

LOAD-REGISTRY-SLAS.
    MOVE 0 TO WS-HIST-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT REGISTRY-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ REGISTRY-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-HIST-COUNT < 200
                    ADD 1 TO WS-HIST-COUNT
                    MOVE PR-PROGRAM-NAME
                        TO WS-HS-PROGRAM(WS-HIST-COUNT)
                    MOVE 0 TO WS-HS-RUNS(WS-HIST-COUNT)
                    MOVE 0 TO WS-HS-TOTAL-SECS(WS-HIST-COUNT)
                    MOVE PR-MAX-ELAPSED-SECONDS
                        TO WS-HS-SLA-SECS(WS-HIST-COUNT)
                    MOVE PR-OWNER TO WS-HS-OWNER(WS-HIST-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE REGISTRY-FILE.

LOAD-OPS-HISTORY.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT OPS-STATS-FILE.
    PERFORM UNTIL WS-EOF = 'Y'
        READ OPS-STATS-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM FOLD-STATS-ROW
        END-READ
    END-PERFORM.
    CLOSE OPS-STATS-FILE.

*> Only registered programs are kept; the driver will not schedule
*> anything else.
FOLD-STATS-ROW.
    MOVE 0 TO WS-HIST-HIT.
    PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
            UNTIL WS-HIST-IDX > WS-HIST-COUNT
        IF WS-HS-PROGRAM(WS-HIST-IDX) = OS-PROGRAM-NAME
            MOVE WS-HIST-IDX TO WS-HIST-HIT
        END-IF
    END-PERFORM.
    IF WS-HIST-HIT > 0
        ADD 1 TO WS-HS-RUNS(WS-HIST-HIT)
        ADD OS-ELAPSED-SECONDS TO WS-HS-TOTAL-SECS(WS-HIST-HIT)
    END-IF.

READ-WINDOW-PARM.
    OPEN INPUT PARM-FILE.
    READ PARM-FILE
        AT END CONTINUE
        NOT AT END
            IF BW-OPEN-TIME IS NUMERIC
                MOVE BW-OPEN-TIME TO WS-OPEN-TIME
            END-IF
            IF BW-ONLINE-START IS NUMERIC
                MOVE BW-ONLINE-START TO WS-ONLINE-START
            END-IF
    END-READ.
    CLOSE PARM-FILE.

LOAD-HOLIDAY-TABLE.
    MOVE 0 TO WS-HOLIDAY-COUNT.
    MOVE 'N' TO WS-EOF.
    OPEN INPUT HOLIDAY-CALENDAR.
    PERFORM UNTIL WS-EOF = 'Y'
        READ HOLIDAY-CALENDAR
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF WS-HOLIDAY-COUNT < 100
                    ADD 1 TO WS-HOLIDAY-COUNT
                    MOVE HOLIDAY-REC
                        TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HOLIDAY-CALENDAR.

*> The frequency, month-end, and business-day tests below mirror
*> DAILY-BATCH-DRIVER so only steps the driver would run tonight
*> are counted as lost.
CHECK-FREQUENCY.
    MOVE 'Y' TO WS-STEP-DUE.
    EVALUATE WS-STEP-FREQUENCY
        WHEN "D "
        WHEN "  "
            CONTINUE
        WHEN "ME"
            PERFORM CHECK-MONTH-END
        WHEN "QE"
            PERFORM CHECK-MONTH-END
            IF WS-STEP-DUE = 'Y'
                MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH
                IF WS-RUN-MONTH NOT = 3 AND WS-RUN-MONTH NOT = 6
                        AND WS-RUN-MONTH NOT = 9
                        AND WS-RUN-MONTH NOT = 12
                    MOVE 'N' TO WS-STEP-DUE
                END-IF
            END-IF
        WHEN OTHER
            IF WS-STEP-FREQUENCY(1:1) >= '1'
                    AND WS-STEP-FREQUENCY(1:1) <= '7'
                MOVE WS-STEP-FREQUENCY(1:1) TO WS-FREQ-DOW
                PERFORM GET-RUN-DAY-OF-WEEK
                IF WS-RUN-DOW NOT = WS-FREQ-DOW
                    MOVE 'N' TO WS-STEP-DUE
                END-IF
            END-IF
    END-EVALUATE.

GET-RUN-DAY-OF-WEEK.
    COMPUTE WS-RUN-DOW = FUNCTION MOD(
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1, 7) + 1.

CHECK-MONTH-END.
    COMPUTE WS-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
    MOVE WS-RUN-DATE TO WS-NEXT-BUS-DATE.
    PERFORM CHECK-BUSINESS-DAY.
    IF WS-NEXT-IS-BUSINESS = 'N'
        MOVE 'N' TO WS-STEP-DUE
    ELSE
        PERFORM CHECK-MONTH-END-LOOKAHEAD
    END-IF.

CHECK-MONTH-END-LOOKAHEAD.
    COMPUTE WS-DATE-INT =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1.
    MOVE 'N' TO WS-NEXT-IS-BUSINESS.
    PERFORM UNTIL WS-NEXT-IS-BUSINESS = 'Y'
        MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
            TO WS-NEXT-BUS-DATE
        PERFORM CHECK-BUSINESS-DAY
        IF WS-NEXT-IS-BUSINESS = 'N'
            ADD 1 TO WS-DATE-INT
        END-IF
    END-PERFORM.
    MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH.
    MOVE WS-NEXT-BUS-DATE(5:2) TO WS-NEXT-MONTH.
    IF WS-NEXT-MONTH = WS-RUN-MONTH
        MOVE 'N' TO WS-STEP-DUE
    END-IF.

CHECK-BUSINESS-DAY.
    MOVE 'Y' TO WS-NEXT-IS-BUSINESS.
    COMPUTE WS-RUN-DOW = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
    IF WS-RUN-DOW = 6 OR WS-RUN-DOW = 7
        MOVE 'N' TO WS-NEXT-IS-BUSINESS
    END-IF.
    IF WS-NEXT-IS-BUSINESS = 'Y'
        PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
            IF WS-HOLIDAY-DATE(WS-HOLIDAY-IDX) = WS-NEXT-BUS-DATE
                MOVE 'N' TO WS-NEXT-IS-BUSINESS
            END-IF
        END-PERFORM
    END-IF.
