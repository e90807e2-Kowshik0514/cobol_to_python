       >>SOURCE FORMAT IS FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. IMPACT-INQUIRY.

DATA DIVISION.
WORKING-STORAGE SECTION.
COPY "RUN-HEADER.cpy".
01 WS-SUBJECT            PIC X(20).
01 WS-FAILED-STEP        PIC 9(3) VALUE 0.
01 WS-DESTINATION        PIC X(1) VALUE 'I'.
01 WS-STEPS-AFFECTED     PIC 9(3).
01 WS-REPORTS-AFFECTED   PIC 9(3).
01 WS-SLA-BREACHES       PIC 9(3).

*> On-call enquiry: what else is lost tonight if this feed is late
*> or this step has failed. The report is also left in
*> IMPACT-ANALYSIS.DAT for the incident ticket.
PROCEDURE DIVISION.
MAIN.
    MOVE "IMPACT-INQUIRY" TO WS-RH-JOB-NAME.
    MOVE 181 TO WS-RH-SEQ-NO.
    COPY "RUN-HEADER-PRINT.cpy".

    DISPLAY "FEED OR STEP NAME: " WITH NO ADVANCING.
    ACCEPT WS-SUBJECT.
    MOVE FUNCTION UPPER-CASE(WS-SUBJECT) TO WS-SUBJECT.
    IF WS-SUBJECT = SPACES
        DISPLAY "NO FEED OR STEP GIVEN"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF.

    CALL "BATCH-IMPACT" USING WS-SUBJECT WS-FAILED-STEP
        WS-DESTINATION WS-STEPS-AFFECTED WS-REPORTS-AFFECTED
        WS-SLA-BREACHES.
    IF WS-SLA-BREACHES > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.
