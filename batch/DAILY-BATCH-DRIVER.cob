       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAILY-BATCH-DRIVER.

    SELECT OPTIONAL CONCURRENCY-FILE
        ASSIGN TO "BATCH-CONCURRENCY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CHANGE-REGISTER-FILE
        ASSIGN TO "CHANGE-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL CHANGE-OVERRIDE-FILE
        ASSIGN TO "CHANGE-OVERRIDE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    COPY "RUN-PARM-SELECT.cpy".

DATA DIVISION.
01 CONCURRENCY-REC.
   05 CC-MAX-CONCURRENT  PIC 9(2).

FD CHANGE-REGISTER-FILE.
COPY "CHANGE-REGISTER-RECORD.cpy".

FD CHANGE-OVERRIDE-FILE.
COPY "CHANGE-OVERRIDE-RECORD.cpy".

COPY "RUN-PARM-FD.cpy".

WORKING-STORAGE SECTION.
01 WS-STEP-IDX           PIC 9(3).
01 WS-CURRENT-STEP       PIC 9(3).

*> Steps that failed in the wave now running. Each is reported once
*> the wave has finished, so the impact analysis finds the steps
*> that ran alongside it already ended rather than counting them as
*> held by the abort.
01 WS-FAILED-COUNT       PIC 9(2).
01 WS-FAILED-LIST.
   05 WS-FAILED-ENTRY OCCURS 20 TIMES.
      10 WS-FS-STEP      PIC 9(3).
      10 WS-FS-RC        PIC 9(4).
01 WS-FAILED-IDX         PIC 9(2).

01 WS-CONTROL-TABLE.
   05 WS-CT-ENTRY OCCURS 999 TIMES.
      10 WS-CT-PROGRAM    PIC X(20).
01 WS-REGISTERED         PIC X.
01 WS-CONTROL-VALID      PIC X VALUE 'Y'.

*> The approved fingerprint of each program, from the last row for
*> it on the change register.
01 WS-CHANGE-EOF         PIC X VALUE 'N'.
01 WS-APPROVED-COUNT     PIC 9(3) VALUE 0.
01 WS-APPROVED-TABLE.
   05 WS-APPROVED-ENTRY OCCURS 300 TIMES.
      10 WS-AP-PROGRAM   PIC X(20).
      10 WS-AP-SIZE      PIC 9(9).
      10 WS-AP-CHECKSUM  PIC 9(10).
01 WS-APPROVED-IDX       PIC 9(3).
01 WS-APPROVED-HIT       PIC 9(3).

01 WS-OVERRIDE-EOF       PIC X VALUE 'N'.
01 WS-OVERRIDE-COUNT     PIC 9(2) VALUE 0.
01 WS-OVERRIDE-TABLE.
   05 WS-OVERRIDE-ENTRY OCCURS 50 TIMES.
      10 WS-OV-PROGRAM   PIC X(20).
      10 WS-OV-SUPERVISOR PIC X(30).
      10 WS-OV-REASON    PIC X(30).
      10 WS-OV-USED      PIC X(1).
01 WS-OVERRIDE-IDX       PIC 9(2).
01 WS-OVERRIDE-HIT       PIC 9(2).

01 WS-CHANGE-OK          PIC X.
01 WS-FP-PROGRAM         PIC X(20).
01 WS-FP-SIZE            PIC 9(9).
01 WS-FP-CHECKSUM        PIC 9(10).
01 WS-FP-FOUND           PIC X.
01 WS-EVENT-TYPE         PIC X(7).
01 WS-SYSERR-PROGRAM     PIC X(16).
01 WS-SYSERR-FIELD       PIC X(16).
01 WS-SYSERR-VALUE       PIC X(20).

01 WS-HOLIDAY-COUNT      PIC 9(3) VALUE 0.
01 WS-HOLIDAY-TABLE.
   05 WS-HOLIDAY-DATE OCCURS 100 TIMES PIC 9(8).
   05 FILLER             PIC X(4) VALUE " RC=".
   05 WS-MS-RC           PIC 9(4).

*> What else the failure costs tonight, from the impact analysis
*> appended to the incident.
01 WS-IMPACT-SUBJECT     PIC X(20).
01 WS-IMPACT-DESTINATION PIC X(1) VALUE 'A'.
01 WS-IMPACT-STEPS       PIC 9(3).
01 WS-IMPACT-REPORTS     PIC 9(3).
01 WS-IMPACT-BREACHES    PIC 9(3).
01 WS-MAIL-IMPACT-LINE.
   05 FILLER             PIC X(8) VALUE "IMPACT: ".
   05 WS-MI-STEPS        PIC ZZ9.
   05 FILLER             PIC X(7) VALUE " STEPS ".
   05 WS-MI-REPORTS      PIC ZZ9.
   05 FILLER             PIC X(9) VALUE " REPORTS ".
   05 WS-MI-BREACHES     PIC ZZ9.
   05 FILLER             PIC X(13) VALUE " SLA BREACHES".

PROCEDURE DIVISION.
MAIN.
    MOVE "DAILY-BATCH-DRIVER" TO WS-RH-JOB-NAME.
    END-IF.

    PERFORM READ-CONCURRENCY-LIMIT.
    PERFORM LOAD-CHANGE-REGISTER.
    PERFORM LOAD-CHANGE-OVERRIDES.
    PERFORM SETTLE-SCHEDULED-STEPS.
    PERFORM SCHEDULE-WAVES.
    PERFORM REPORT-HELD-STEPS.
DISPATCH-WAVE.
    DISPLAY "WAVE " WS-WAVE-NO " DISPATCHING " WS-WAVE-SIZE
        " STEP(S)".
    MOVE 0 TO WS-FAILED-COUNT.
    PERFORM VARYING WS-WAVE-IDX FROM 1 BY 1
            UNTIL WS-WAVE-IDX > WS-WAVE-SIZE
        MOVE WS-WL-STEP(WS-WAVE-IDX) TO WS-CURRENT-STEP
        MOVE WS-CT-PROGRAM(WS-CURRENT-STEP) TO WS-PROGRAM-NAME
        PERFORM RUN-STEP
    END-PERFORM.
    PERFORM VARYING WS-FAILED-IDX FROM 1 BY 1
            UNTIL WS-FAILED-IDX > WS-FAILED-COUNT
        MOVE WS-FS-STEP(WS-FAILED-IDX) TO WS-CURRENT-STEP
        MOVE WS-CT-PROGRAM(WS-CURRENT-STEP) TO WS-PROGRAM-NAME
        MOVE WS-FS-RC(WS-FAILED-IDX) TO WS-STEP-RC
        PERFORM REPORT-STEP-INCIDENT
    END-PERFORM.

REPORT-HELD-STEPS.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
    DISPLAY "STEP " WS-CURRENT-STEP ": RUNNING " WS-PROGRAM-NAME.
    MOVE 0 TO RETURN-CODE.
    MOVE 'N' TO WS-CALL-FAILED.
    PERFORM CHECK-CHANGE-CONTROL.
    IF WS-CHANGE-OK = 'N'
        MOVE 9998 TO WS-STEP-RC
    ELSE
        CALL WS-PROGRAM-NAME
            ON EXCEPTION
                DISPLAY "STEP " WS-CURRENT-STEP
                    ": PROGRAM NOT FOUND - " WS-PROGRAM-NAME
                MOVE 'Y' TO WS-CALL-FAILED
        END-CALL
        IF WS-CALL-FAILED = 'Y'
            MOVE 9999 TO WS-STEP-RC
        ELSE
            MOVE RETURN-CODE TO WS-STEP-RC
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF.
    IF WS-STEP-RC = 0
        MOVE 'Y' TO WS-SS-DONE(WS-CURRENT-STEP)
            WS-PROGRAM-NAME " RETURN CODE=" WS-STEP-RC
        MOVE 'Y' TO WS-ABORTED
        PERFORM WRITE-STEP-LOG-FAIL
        ADD 1 TO WS-FAILED-COUNT
        MOVE WS-CURRENT-STEP TO WS-FS-STEP(WS-FAILED-COUNT)
        MOVE WS-STEP-RC TO WS-FS-RC(WS-FAILED-COUNT)
    END-IF.

*> Change control: the module about to be CALLed must match the
*> fingerprint last promoted for it on the change register. One
*> that does not is refused and the refusal goes to SYSERR under
*> the step's program, so it heads the step's incident; it runs only
*> on a supervisor's emergency override, which is used once, logged
*> against the supervisor and also sent to SYSERR to be regularised
*> by a proper promotion. A step whose module cannot be found to
*> fingerprint cannot be shown to be the promoted version either, so
*> it is refused the same way rather than CALLed on trust. Nor can
*> one with no row on the register at all; PROGRAM-PROMOTE's
*> baseline registers the scheduled programs as they stand when a
*> site first comes under change control.
CHECK-CHANGE-CONTROL.
    MOVE 'Y' TO WS-CHANGE-OK.
    MOVE WS-PROGRAM-NAME TO WS-FP-PROGRAM.
    CALL "PROGRAM-FINGERPRINT" USING WS-FP-PROGRAM WS-FP-SIZE
        WS-FP-CHECKSUM WS-FP-FOUND.
    IF WS-FP-FOUND = 'Y'
        MOVE 0 TO WS-APPROVED-HIT
        PERFORM VARYING WS-APPROVED-IDX FROM 1 BY 1
                UNTIL WS-APPROVED-IDX > WS-APPROVED-COUNT
            IF WS-AP-PROGRAM(WS-APPROVED-IDX) = WS-FP-PROGRAM
                MOVE WS-APPROVED-IDX TO WS-APPROVED-HIT
            END-IF
        END-PERFORM
        IF WS-APPROVED-HIT = 0
            MOVE 'N' TO WS-CHANGE-OK
        ELSE
            IF WS-AP-SIZE(WS-APPROVED-HIT) NOT = WS-FP-SIZE
                    OR WS-AP-CHECKSUM(WS-APPROVED-HIT)
                        NOT = WS-FP-CHECKSUM
                MOVE 'N' TO WS-CHANGE-OK
            END-IF
        END-IF
    ELSE
        MOVE 'N' TO WS-CHANGE-OK
    END-IF.
    IF WS-CHANGE-OK = 'N'
        PERFORM APPLY-CHANGE-OVERRIDE
    END-IF.

APPLY-CHANGE-OVERRIDE.
    MOVE WS-PROGRAM-NAME TO WS-SYSERR-PROGRAM.
    MOVE SPACES TO WS-SYSERR-VALUE.
    MOVE 0 TO WS-OVERRIDE-HIT.
    PERFORM VARYING WS-OVERRIDE-IDX FROM 1 BY 1
            UNTIL WS-OVERRIDE-IDX > WS-OVERRIDE-COUNT
               OR WS-OVERRIDE-HIT > 0
        IF WS-OV-PROGRAM(WS-OVERRIDE-IDX) = WS-FP-PROGRAM
                AND WS-OV-USED(WS-OVERRIDE-IDX) = 'N'
            MOVE WS-OVERRIDE-IDX TO WS-OVERRIDE-HIT
        END-IF
    END-PERFORM.
    IF WS-OVERRIDE-HIT = 0
        DISPLAY "STEP " WS-CURRENT-STEP
            ": REFUSED - PROGRAM CHANGED WITHOUT APPROVAL - "
            WS-PROGRAM-NAME
        MOVE "UNAPPROVED-CHG" TO WS-SYSERR-FIELD
        IF WS-FP-FOUND = 'Y'
            MOVE WS-FP-CHECKSUM TO WS-SYSERR-VALUE
        ELSE
            MOVE "MODULE NOT FOUND" TO WS-SYSERR-VALUE
        END-IF
        CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
            WS-SYSERR-FIELD WS-SYSERR-VALUE
    ELSE
        MOVE 'Y' TO WS-CHANGE-OK
        MOVE 'Y' TO WS-OV-USED(WS-OVERRIDE-HIT)
        DISPLAY "STEP " WS-CURRENT-STEP
            ": UNAPPROVED CHANGE RUN UNDER EMERGENCY OVERRIDE BY "
            WS-OV-SUPERVISOR(WS-OVERRIDE-HIT)
        MOVE "EMRGOVR" TO WS-EVENT-TYPE
        CALL "LOG-OPERATOR-EVENT" USING
            WS-OV-SUPERVISOR(WS-OVERRIDE-HIT) WS-EVENT-TYPE
        MOVE "EMERGENCY-OVRD" TO WS-SYSERR-FIELD
        MOVE WS-OV-SUPERVISOR(WS-OVERRIDE-HIT) TO WS-SYSERR-VALUE
        CALL "LOG-SYSERR" USING WS-SYSERR-PROGRAM
            WS-SYSERR-FIELD WS-SYSERR-VALUE
        PERFORM REWRITE-CHANGE-OVERRIDES
    END-IF.

LOAD-CHANGE-REGISTER.
    OPEN INPUT CHANGE-REGISTER-FILE.
    PERFORM UNTIL WS-CHANGE-EOF = 'Y'
        READ CHANGE-REGISTER-FILE
            AT END MOVE 'Y' TO WS-CHANGE-EOF
            NOT AT END PERFORM NOTE-APPROVED-VERSION
        END-READ
    END-PERFORM.
    CLOSE CHANGE-REGISTER-FILE.

NOTE-APPROVED-VERSION.
    MOVE 0 TO WS-APPROVED-HIT.
    PERFORM VARYING WS-APPROVED-IDX FROM 1 BY 1
            UNTIL WS-APPROVED-IDX > WS-APPROVED-COUNT
        IF WS-AP-PROGRAM(WS-APPROVED-IDX) = CG-PROGRAM-NAME
            MOVE WS-APPROVED-IDX TO WS-APPROVED-HIT
        END-IF
    END-PERFORM.
    IF WS-APPROVED-HIT = 0
        IF WS-APPROVED-COUNT < 300
            ADD 1 TO WS-APPROVED-COUNT
            MOVE WS-APPROVED-COUNT TO WS-APPROVED-HIT
            MOVE CG-PROGRAM-NAME TO WS-AP-PROGRAM(WS-APPROVED-HIT)
        ELSE
            DISPLAY "CHANGE REGISTER TABLE FULL - ENTRY DROPPED: "
                CG-PROGRAM-NAME
        END-IF
    END-IF.
    IF WS-APPROVED-HIT > 0
        MOVE CG-MODULE-SIZE TO WS-AP-SIZE(WS-APPROVED-HIT)
        MOVE CG-CHECKSUM TO WS-AP-CHECKSUM(WS-APPROVED-HIT)
    END-IF.

LOAD-CHANGE-OVERRIDES.
    OPEN INPUT CHANGE-OVERRIDE-FILE.
    PERFORM UNTIL WS-OVERRIDE-EOF = 'Y'
        READ CHANGE-OVERRIDE-FILE
            AT END MOVE 'Y' TO WS-OVERRIDE-EOF
            NOT AT END
                IF WS-OVERRIDE-COUNT < 50
                        AND CO-SUPERVISOR-NAME NOT = SPACES
                    ADD 1 TO WS-OVERRIDE-COUNT
                    MOVE CO-PROGRAM-NAME
                        TO WS-OV-PROGRAM(WS-OVERRIDE-COUNT)
                    MOVE CO-SUPERVISOR-NAME
                        TO WS-OV-SUPERVISOR(WS-OVERRIDE-COUNT)
                    MOVE CO-REASON TO WS-OV-REASON(WS-OVERRIDE-COUNT)
                    MOVE 'N' TO WS-OV-USED(WS-OVERRIDE-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHANGE-OVERRIDE-FILE.

*> An override is spent once used: the file is written back with
*> only the rows still unused, so it cannot stand for later runs.
REWRITE-CHANGE-OVERRIDES.
    OPEN OUTPUT CHANGE-OVERRIDE-FILE.
    PERFORM VARYING WS-OVERRIDE-IDX FROM 1 BY 1
            UNTIL WS-OVERRIDE-IDX > WS-OVERRIDE-COUNT
        IF WS-OV-USED(WS-OVERRIDE-IDX) = 'N'
            MOVE SPACES TO CHANGE-OVERRIDE-REC
            MOVE WS-OV-PROGRAM(WS-OVERRIDE-IDX) TO CO-PROGRAM-NAME
            MOVE WS-OV-SUPERVISOR(WS-OVERRIDE-IDX)
                TO CO-SUPERVISOR-NAME
            MOVE WS-OV-REASON(WS-OVERRIDE-IDX) TO CO-REASON
            WRITE CHANGE-OVERRIDE-REC
        END-IF
    END-PERFORM.
    CLOSE CHANGE-OVERRIDE-FILE.

READ-CONCURRENCY-LIMIT.
    OPEN INPUT CONCURRENCY-FILE.
    READ CONCURRENCY-FILE

*> A failed step leaves a structured incident record and a formatted
*> notification in the shared outbox so the on-call operator hears
*> about the break before morning. The incident carries the impact
*> analysis - the steps, files, reports and recipients the failure
*> costs tonight and the projected SLA breaches - and the mail its
*> totals.
REPORT-STEP-INCIDENT.
    PERFORM COLLECT-RECENT-SYSERRS.

    END-PERFORM.
    CLOSE INCIDENT-FILE.

    MOVE WS-PROGRAM-NAME TO WS-IMPACT-SUBJECT.
    CALL "BATCH-IMPACT" USING WS-IMPACT-SUBJECT WS-CURRENT-STEP
        WS-IMPACT-DESTINATION WS-IMPACT-STEPS WS-IMPACT-REPORTS
        WS-IMPACT-BREACHES.

    OPEN EXTEND EMAIL-OUTBOX-FILE.
    MOVE "TO: OPERATIONS-ONCALL@LOCAL" TO EMAIL-OUTBOX-LINE.
    WRITE EMAIL-OUTBOX-LINE.
    MOVE WS-PROGRAM-NAME TO WS-MS-PROGRAM.
    MOVE WS-STEP-RC TO WS-MS-RC.
    WRITE EMAIL-OUTBOX-LINE FROM WS-MAIL-STEP-LINE.
    MOVE WS-IMPACT-STEPS TO WS-MI-STEPS.
    MOVE WS-IMPACT-REPORTS TO WS-MI-REPORTS.
    MOVE WS-IMPACT-BREACHES TO WS-MI-BREACHES.
    WRITE EMAIL-OUTBOX-LINE FROM WS-MAIL-IMPACT-LINE.
    PERFORM VARYING WS-SYSERR-IDX FROM 1 BY 1
            UNTIL WS-SYSERR-IDX > WS-SYSERR-SAVED-COUNT
        WRITE EMAIL-OUTBOX-LINE FROM WS-SYSERR-SAVED(WS-SYSERR-IDX)
